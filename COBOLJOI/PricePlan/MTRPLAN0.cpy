              05  YEAR            PIC 9(4).
              05  MONTH           PIC 9(2).
              05  DD              PIC 9(2).
      *-- Why a switch was refused - set by MTRPLSWT with return code
      *-- '3' when the meter's account may not have the new plan
           02 C01-REASON         PIC X(40).
