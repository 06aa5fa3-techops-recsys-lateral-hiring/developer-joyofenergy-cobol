       01 SMLOG-REC.
      *-- Statement message issue log, one record per message per
      *-- statement it was printed on - the proof a notice was given.
      *-- A per-meter statement carries its meter id; an account's
      *-- consolidated statement carries spaces there. A month-end
      *-- rerun of the same statement replaces its record.
           02 SL-KEY.
              03 SL-MSG-ID        PIC X(08).
              03 SL-ACCOUNT-ID    PIC X(12).
              03 SL-MTR-ID        PIC X(12).
              03 SL-FROM-DATE     PIC 9(08).
           02 SL-TO-DATE          PIC 9(08).
      *-- 'P' printed, 'E' email
           02 SL-CHANNEL          PIC X(01).
           02 SL-SENT-DATE        PIC 9(08).
