      *-- 'U' upheld (adjustment raised), 'R' rejected
           02 DS-OUTCOME          PIC X(01).
           02 DS-CLOSE-DATE       PIC 9(08).
      *-- The operator who closed the case, and the second operator
      *-- who approved an upheld close over that operator's limit -
      *-- spaces when none was needed
           02 DS-CLOSED-BY        PIC X(08).
           02 DS-APPROVER         PIC X(08).
