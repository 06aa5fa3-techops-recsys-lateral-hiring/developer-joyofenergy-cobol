      * what went to the print stream and what went to the email       *
      * extract, with a detail line per statement so a complaining     *
      * customer can be shown which channel their statement left by.   *
      * Email statements the provider bounced, and those re-spooled to *
      * the print stream in their place (MTREMBNC), are counted too.   *
      * The DISTDATE control card limits the report to one run date;   *
      * an empty or missing card reports the whole index.              *
      *----------------------------------------------------------------*
           05 WS-PRINT-COUNT             PIC 9(07) VALUE ZEROES.
           05 WS-EMAIL-COUNT             PIC 9(07) VALUE ZEROES.
           05 WS-OTHER-COUNT             PIC 9(07) VALUE ZEROES.
           05 WS-BOUNCED-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-FALLBACK-COUNT          PIC 9(07) VALUE ZEROES.

      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
                   TO WS-OTHER-COUNT
           END-EVALUATE

           MOVE SPACES
             TO WS-REPORT-LINE

           STRING DX-ACCOUNT-ID           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  DX-MTR-ID               DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING

           IF DX-BOUNCE-DATE NUMERIC
              AND DX-BOUNCE-DATE NOT = ZEROES
              ADD 1
                TO WS-BOUNCED-COUNT

              MOVE 'BOUNCED'
                TO WS-REPORT-LINE (69:7)

              MOVE DX-BOUNCE-CD
                TO WS-REPORT-LINE (77:4)
           END-IF

           IF DX-FALLBACK-DATE NUMERIC
              AND DX-FALLBACK-DATE NOT = ZEROES
              ADD 1
                TO WS-FALLBACK-COUNT

              MOVE 'PRINTED'
                TO WS-REPORT-LINE (82:7)

              MOVE DX-FALLBACK-DATE
                TO WS-REPORT-LINE (90:8)
           END-IF

           DISPLAY WS-REPORT-LINE
           .
       C0000-EXIT.
           DISPLAY '---- DISTRIBUTION CONTROL TOTALS ----'
           DISPLAY 'PRINT STREAM       : ' WS-PRINT-COUNT
           DISPLAY 'EMAIL EXTRACT      : ' WS-EMAIL-COUNT
           DISPLAY '  EMAIL BOUNCED    : ' WS-BOUNCED-COUNT
           DISPLAY '  FALLEN BACK PRINT: ' WS-FALLBACK-COUNT
           IF WS-OTHER-COUNT > ZEROES
              DISPLAY 'UNKNOWN CHANNEL    : ' WS-OTHER-COUNT
           END-IF
