      *****************************************************************
      *  VFYREC    - ONE LINE OF A DEPARTMENT-SUPPLIED VFYIN FILE OF  *
      *              NUMBERS CLAIMED TO BE PRIME.  VFY-NUMBER MUST BE *
      *              RIGHT-JUSTIFIED, ZERO- OR SPACE-FILLED, TEN      *
      *              DIGITS WIDE SO A CLAIM ABOVE THE LARGEST N THE   *
      *              CACHE CAN HOLD IS STILL READ AND REPORTED AS     *
      *              BEYOND THE CACHE RATHER THAN AS UNREADABLE.      *
      *              VFY-REF IS THE DEPARTMENT'S OWN REFERENCE FOR    *
      *              THE NUMBER (TABLE NAME, KEY LABEL AND SO ON),    *
      *              OPTIONAL, CARRIED THROUGH TO VFYOUT AND THE      *
      *              EXCEPTIONS REPORT UNCHANGED.                     *
      *****************************************************************
       05  VFY-NUMBER                  PIC X(10).
       05  VFY-NUMBER-N REDEFINES VFY-NUMBER
                                       PIC 9(10).
       05  VFY-REF                     PIC X(20).
       05  FILLER                      PIC X(50).
