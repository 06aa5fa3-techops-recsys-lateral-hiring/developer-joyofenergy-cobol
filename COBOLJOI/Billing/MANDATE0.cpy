           02 MD-FLAG-REASON      PIC X(04).
           02 MD-FLAG-DATE        PIC 9(08).
           02 MD-OPERATOR         PIC X(08).
      *-- The second operator who approved a reinstatement over the
      *-- operator's limit - spaces when none was needed
           02 MD-APPROVER         PIC X(08).
