                           MOVE OPR-AUTH-PERCENT TO WS-AUTH-FLAG
                       WHEN 'INTEREST'
                           MOVE OPR-AUTH-INTEREST TO WS-AUTH-FLAG
      *> a loan schedule is interest work for the lending desk.
                       WHEN 'AMORTIZE'
                           MOVE OPR-AUTH-INTEREST TO WS-AUTH-FLAG
                       WHEN 'ALLOCATE'
                           MOVE OPR-AUTH-ALLOCATE TO WS-AUTH-FLAG
                       WHEN 'REVERSAL'
                           MOVE OPR-AUTH-REVERSAL TO WS-AUTH-FLAG
                       WHEN 'APPROVE'
                           MOVE OPR-AUTH-APPROVE TO WS-AUTH-FLAG
                       WHEN 'AUDREVIEW'
                           MOVE OPR-AUTH-AUDIT TO WS-AUTH-FLAG
                       WHEN OTHER
                           MOVE 'N' TO WS-AUTH-FLAG
                   END-EVALUATE
