      *-- downstream repair MTRRDTRU runs for superseded estimates:
      *-- rebill any period billed over the timestamp and raise the
      *-- difference as an adjustment.
      *-- Return code '7' means the reading was corrected but the
      *-- difference was over the operator's limit and is parked for
      *-- approval (MTRAPRMT finishes the repair when it is approved).
           02 C01-RETURN-CD      PIC X(01) VALUE ZEROES.
           02 C01-MTR-ID         PIC X(12) VALUE SPACES.
           02 C01-READING-DATE   PIC 9(08) VALUE ZEROES.
