
       01  WS-READ-COUNT           PIC 9(7) VALUE 0.
       01  WS-DUE-COUNT            PIC 9(7) VALUE 0.
       01  WS-PENDING-COUNT        PIC 9(7) VALUE 0.
       01  WS-FEED-HASH1           PIC S9(11)V99 VALUE 0.
       01  WS-FEED-HASH2           PIC S9(11)V99 VALUE 0.
       01  WS-HASH-TEXT            PIC -(10)9.99.
           DISPLAY 'STANDING GEN: ' WS-DUE-COUNT ' of '
               WS-READ-COUNT ' instruction(s) due for '
               WS-BUSINESS-DATE.
           IF WS-PENDING-COUNT > 0
               DISPLAY 'STANDING GEN: ' WS-PENDING-COUNT
                   ' change(s) still awaiting confirmation on '
                   'StdInstrConfirm - not generated'
           END-IF.

           GOBACK.

                   GOBACK
           END-EVALUATE.

      *> only a confirmed, active row runs, and only on business
      *> dates inside its start/end window. A pending row is the
      *> maker's proposal - the live row under the same ID (if
      *> any) is what runs until a checker confirms it.
       SELECT-INSTRUCTION.
           IF SI-CONFIRM-STATE = 'P'
               ADD 1 TO WS-PENDING-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF SI-STATUS NOT = 'A'
              OR SI-CONFIRM-STATE NOT = 'C'
              OR (SI-START-DATE NOT = SPACES
                  AND SI-START-DATE > WS-BUSINESS-DATE)
              OR (SI-END-DATE NOT = SPACES
                  AND SI-END-DATE < WS-BUSINESS-DATE)
               CONTINUE
           ELSE
               EVALUATE SI-FREQUENCY
