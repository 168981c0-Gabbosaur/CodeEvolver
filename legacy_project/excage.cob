       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExceptionAging.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJECT-FILE ASSIGN TO "CALCREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "CALCSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "PENDAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACM-ID
               FILE STATUS IS WS-ACCTMST-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "EXCAGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE.
       COPY REJREC.

       FD  SUSPENSE-FILE.
       COPY SUSPREC.

       FD  PENDING-FILE.
       COPY PENDAPPR.

       FD  ACCTMST-FILE.
       COPY ACCTREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BUSDAYA.
       01  WS-REJECT-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-SUSPENSE-FILE-STATUS PIC XX VALUE '00'.
       01  WS-PENDING-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-ACCTMST-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-REPORT-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
       01  WS-ACCTMST-OPEN         PIC X VALUE 'N'.

       01  WS-BUSINESS-DATE        PIC X(8).
       01  WS-ESCALATE-ANSWER      PIC X(3).
      *> an item older than this many business days is listed
      *> individually; the default is the top of the 6-10 bucket.
       01  WS-ESCALATE-DAYS        PIC 9(3) VALUE 10.

      *> the item being aged, whichever queue it came from.
       01  WS-ITEM-QUEUE           PIC X(8).
       01  WS-ITEM-ENTERED         PIC X(8).
       01  WS-ITEM-OPERATION       PIC X(10).
       01  WS-ITEM-ACCOUNT         PIC X(8).
       01  WS-ITEM-DEPARTMENT      PIC X(8).
       01  WS-ITEM-NUM1            PIC X(12).
       01  WS-ITEM-NUM2            PIC X(12).
       01  WS-ITEM-RESULT          PIC X(12).
       01  WS-ITEM-REASON          PIC X(24).
       01  WS-ITEM-AGE             PIC 9(3) VALUE 0.
       01  WS-ITEM-BUCKET          PIC 9 VALUE 0.

      *> business-day age: each step is one BusinessDay 'N' call,
      *> so a weekend or holiday never adds to an item's age. Ages
      *> are kept per entry date - every item parked on the same
      *> day has the same age, and the calendar is walked once.
       01  WS-AGE-TABLE.
           05  WS-AGE-ENTRY OCCURS 400 TIMES.
               10  WS-AGE-DATE     PIC X(8).
               10  WS-AGE-DAYS     PIC 9(3).
       01  WS-AGE-USED             PIC 9(3) VALUE 0.
       01  WS-AGE-SUB              PIC 9(3) VALUE 0.
       01  WS-AGE-FOUND            PIC X VALUE 'N'.
       01  WS-WALK-DATE            PIC X(8).
       01  WS-WALK-COUNT           PIC 9(3) VALUE 0.

      *> bucket totals: 1 = 0-1 business days, 2 = 2-5,
      *> 3 = 6-10, 4 = over 10. One table per way of totalling.
       01  WS-QUEUE-TABLE.
           05  WS-QUE-ENTRY OCCURS 3 TIMES.
               10  WS-QUE-NAME     PIC X(10).
               10  WS-QUE-BUCKET OCCURS 4 TIMES PIC 9(7).
       01  WS-QUE-SUB              PIC 9 VALUE 0.

       01  WS-OP-TABLE.
           05  WS-OP-ENTRY OCCURS 30 TIMES.
               10  WS-OP-NAME      PIC X(10).
               10  WS-OP-BUCKET OCCURS 4 TIMES PIC 9(7).
       01  WS-OP-USED              PIC 9(3) VALUE 0.
       01  WS-OP-SUB               PIC 9(3) VALUE 0.

       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 500 TIMES.
               10  WS-ACCT-NAME    PIC X(10).
               10  WS-ACCT-BUCKET OCCURS 4 TIMES PIC 9(7).
       01  WS-ACCT-USED            PIC 9(3) VALUE 0.
       01  WS-ACCT-SUB             PIC 9(3) VALUE 0.

       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES.
               10  WS-DEPT-NAME    PIC X(10).
               10  WS-DEPT-BUCKET OCCURS 4 TIMES PIC 9(7).
       01  WS-DEPT-USED            PIC 9(3) VALUE 0.
       01  WS-DEPT-SUB             PIC 9(3) VALUE 0.

       01  WS-BUCKET-SUB           PIC 9 VALUE 0.
       01  WS-FOUND-SWITCH         PIC X VALUE 'N'.

      *> every item past the escalation point, held so the list
      *> can be printed oldest first.
       01  WS-ESC-TABLE.
           05  WS-ESC-ENTRY OCCURS 2000 TIMES.
               10  WS-ESC-AGE      PIC 9(3).
               10  WS-ESC-QUEUE    PIC X(8).
               10  WS-ESC-ENTERED  PIC X(8).
               10  WS-ESC-OPERATION PIC X(10).
               10  WS-ESC-ACCOUNT  PIC X(8).
               10  WS-ESC-DEPARTMENT PIC X(8).
               10  WS-ESC-NUM1     PIC X(12).
               10  WS-ESC-NUM2     PIC X(12).
               10  WS-ESC-RESULT   PIC X(12).
               10  WS-ESC-REASON   PIC X(24).
               10  WS-ESC-PRINTED  PIC X.
       01  WS-ESC-USED             PIC 9(4) VALUE 0.
       01  WS-ESC-SUB              PIC 9(4) VALUE 0.
       01  WS-ESC-PICK             PIC 9(4) VALUE 0.
       01  WS-ESC-LEFT             PIC 9(4) VALUE 0.

       01  WS-ITEM-COUNT           PIC 9(7) VALUE 0.
       01  WS-UNDATED-COUNT        PIC 9(7) VALUE 0.

       01  WS-PRINT-NAME           PIC X(10).
       01  WS-PRINT-BUCKETS.
           05  WS-PRINT-BUCKET OCCURS 4 TIMES PIC 9(7).
       01  WS-PRINT-TOTAL          PIC 9(7) VALUE 0.
       01  WS-SECTION-TITLE        PIC X(40).

       01  WS-PAGE-NUMBER          PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
       01  WS-PAGE-EDIT            PIC ZZZ9.
       01  WS-COUNT-EDIT           PIC Z,ZZZ,ZZ9.
       01  WS-BUCKET-EDIT-1        PIC ZZZ,ZZ9.
       01  WS-BUCKET-EDIT-2        PIC ZZZ,ZZ9.
       01  WS-BUCKET-EDIT-3        PIC ZZZ,ZZ9.
       01  WS-BUCKET-EDIT-4        PIC ZZZ,ZZ9.
       01  WS-TOTAL-EDIT           PIC ZZZ,ZZ9.
       01  WS-AGE-EDIT             PIC ZZ9.
       01  WS-AGE-TEXT             PIC X(3).
       01  WS-HOLD-LINE            PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           DISPLAY 'Enter business date (CCYYMMDD): '.
           ACCEPT WS-BUSINESS-DATE.
           IF WS-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'ERROR: business date must be CCYYMMDD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY 'Enter escalation point in business days '
               '(blank = 10): '.
           ACCEPT WS-ESCALATE-ANSWER.
           IF WS-ESCALATE-ANSWER NOT = SPACES
               IF FUNCTION TRIM(WS-ESCALATE-ANSWER) IS NUMERIC
                   COMPUTE WS-ESCALATE-DAYS =
                       FUNCTION NUMVAL(WS-ESCALATE-ANSWER)
               ELSE
                   DISPLAY 'ERROR: escalation point must be a '
                       'number of business days'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           MOVE SPACES TO WS-QUEUE-TABLE.
           MOVE 'CALCREJ' TO WS-QUE-NAME(1).
           MOVE 'CALCSUSP' TO WS-QUE-NAME(2).
           MOVE 'PENDAPPR' TO WS-QUE-NAME(3).
           PERFORM VARYING WS-QUE-SUB FROM 1 BY 1 UNTIL WS-QUE-SUB > 3
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-BUCKET-SUB > 4
                   MOVE 0 TO WS-QUE-BUCKET(WS-QUE-SUB, WS-BUCKET-SUB)
               END-PERFORM
           END-PERFORM.

           OPEN INPUT ACCTMST-FILE.
           IF WS-ACCTMST-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ACCTMST-OPEN
           ELSE
               IF WS-ACCTMST-FILE-STATUS NOT = '35'
                   DISPLAY 'ERROR: cannot open ACCTMST-FILE, status '
                       WS-ACCTMST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           MOVE 1 TO WS-QUE-SUB.
           PERFORM AGE-REJECTS.
           MOVE 2 TO WS-QUE-SUB.
           PERFORM AGE-SUSPENSE.
           MOVE 3 TO WS-QUE-SUB.
           PERFORM AGE-PENDING.

           IF WS-ACCTMST-OPEN = 'Y'
               CLOSE ACCTMST-FILE
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open REPORT-FILE, status '
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PRINT-BUCKET-SECTIONS.
           PERFORM PRINT-ESCALATION-LIST.

           CLOSE REPORT-FILE.

           DISPLAY 'EXCEPTION AGING: ' WS-ITEM-COUNT
               ' open item(s), ' WS-ESC-USED
               ' past ' WS-ESCALATE-DAYS ' business day(s).'.

      *> items past the escalation point are a warning for the
      *> supervisors, not a failed run.
           IF WS-ESC-USED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *> a reject with no entry date was written before the queues
      *> recorded one - its business date is the best age we have.
       AGE-REJECTS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT REJECT-FILE.
           IF WS-REJECT-FILE-STATUS = '35'
      *> no reject file on this system - nothing is waiting.
               EXIT PARAGRAPH
           END-IF.
           IF WS-REJECT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open REJECT-FILE, status '
                   WS-REJECT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ REJECT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF REJ-STATUS = 'O'
                           MOVE 'CALCREJ' TO WS-ITEM-QUEUE
                           MOVE REJ-ENTRY-DATE TO WS-ITEM-ENTERED
                           IF WS-ITEM-ENTERED = SPACES
                               MOVE REJ-BUSINESS-DATE
                                   TO WS-ITEM-ENTERED
                           END-IF
                           MOVE REJ-OPERATION TO WS-ITEM-OPERATION
                           MOVE REJ-ACCOUNT TO WS-ITEM-ACCOUNT
                           MOVE REJ-NUM1 TO WS-ITEM-NUM1
                           MOVE REJ-NUM2 TO WS-ITEM-NUM2
                           MOVE SPACES TO WS-ITEM-RESULT
                           MOVE REJ-REASON TO WS-ITEM-REASON
                           PERFORM AGE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REJECT-FILE.

       AGE-SUSPENSE.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-STATUS = '35'
      *> no suspense file on this system - nothing is parked.
               EXIT PARAGRAPH
           END-IF.
           IF WS-SUSPENSE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open SUSPENSE-FILE, status '
                   WS-SUSPENSE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ SUSPENSE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF SUS-STATUS = 'O'
                           MOVE 'CALCSUSP' TO WS-ITEM-QUEUE
                           MOVE SUS-ENTRY-DATE TO WS-ITEM-ENTERED
                           IF WS-ITEM-ENTERED = SPACES
                               MOVE SUS-DATE TO WS-ITEM-ENTERED
                           END-IF
                           MOVE SUS-OPERATION TO WS-ITEM-OPERATION
                           MOVE SUS-ACCOUNT TO WS-ITEM-ACCOUNT
                           MOVE SUS-NUM1 TO WS-ITEM-NUM1
                           MOVE SUS-NUM2 TO WS-ITEM-NUM2
                           MOVE SPACES TO WS-ITEM-RESULT
                           MOVE SPACES TO WS-ITEM-REASON
                           STRING 'DUP REF ' DELIMITED BY SIZE
                                  SUS-REFERENCE DELIMITED BY SIZE
                                  INTO WS-ITEM-REASON
                           PERFORM AGE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUSPENSE-FILE.

      *> a pending request has always carried the time it was
      *> queued - PND-REQUEST-TIME is its entry date.
       AGE-PENDING.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-FILE-STATUS = '35'
      *> no approval queue on this system - nothing is pending.
               EXIT PARAGRAPH
           END-IF.
           IF WS-PENDING-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open PENDING-FILE, status '
                   WS-PENDING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ PENDING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF PND-STATUS = 'P'
                           MOVE 'PENDAPPR' TO WS-ITEM-QUEUE
                           MOVE PND-REQUEST-TIME(1:8)
                               TO WS-ITEM-ENTERED
                           MOVE PND-OPERATION TO WS-ITEM-OPERATION
                           MOVE PND-ACCOUNT-ID TO WS-ITEM-ACCOUNT
                           MOVE PND-NUM1 TO WS-ITEM-NUM1
                           MOVE PND-NUM2 TO WS-ITEM-NUM2
                           MOVE PND-RESULT TO WS-ITEM-RESULT
                           MOVE SPACES TO WS-ITEM-REASON
                           STRING 'AWAITING APPROVAL ' DELIMITED BY SIZE
                                  PND-OPERATOR-ID DELIMITED BY SIZE
                                  INTO WS-ITEM-REASON
                           PERFORM AGE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.

       AGE-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           PERFORM FIND-ITEM-AGE.
           EVALUATE TRUE
               WHEN WS-ITEM-AGE <= 1
                   MOVE 1 TO WS-ITEM-BUCKET
               WHEN WS-ITEM-AGE <= 5
                   MOVE 2 TO WS-ITEM-BUCKET
               WHEN WS-ITEM-AGE <= 10
                   MOVE 3 TO WS-ITEM-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-ITEM-BUCKET
           END-EVALUATE.
           PERFORM FIND-ITEM-DEPARTMENT.

           ADD 1 TO WS-QUE-BUCKET(WS-QUE-SUB, WS-ITEM-BUCKET).
           PERFORM TALLY-OPERATION.
           PERFORM TALLY-ACCOUNT.
           PERFORM TALLY-DEPARTMENT.

           IF WS-ITEM-AGE > WS-ESCALATE-DAYS
               PERFORM HOLD-ESCALATED-ITEM
           END-IF.

      *> an item with no usable date at all cannot be aged - it is
      *> put at the top of the oldest bucket so someone looks.
       FIND-ITEM-AGE.
           IF WS-ITEM-ENTERED NOT NUMERIC
               ADD 1 TO WS-UNDATED-COUNT
               MOVE 999 TO WS-ITEM-AGE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-AGE-FOUND.
           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                   UNTIL WS-AGE-SUB > WS-AGE-USED
                      OR WS-AGE-FOUND = 'Y'
               IF WS-AGE-DATE(WS-AGE-SUB) = WS-ITEM-ENTERED
                   MOVE 'Y' TO WS-AGE-FOUND
                   MOVE WS-AGE-DAYS(WS-AGE-SUB) TO WS-ITEM-AGE
               END-IF
           END-PERFORM.
           IF WS-AGE-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM COUNT-BUSINESS-DAYS.
           MOVE WS-WALK-COUNT TO WS-ITEM-AGE.
      *> the cache only saves calendar walks - once it is full the
      *> remaining dates are simply walked every time.
           IF WS-AGE-USED < 400
               ADD 1 TO WS-AGE-USED
               MOVE WS-ITEM-ENTERED TO WS-AGE-DATE(WS-AGE-USED)
               MOVE WS-ITEM-AGE TO WS-AGE-DAYS(WS-AGE-USED)
           END-IF.

      *> business days after the entry date up to and including
      *> the business date; an item parked today is 0 days old.
      *> The walk stops at 999 - anything that old is escalated
      *> whatever the exact figure.
       COUNT-BUSINESS-DAYS.
           MOVE 0 TO WS-WALK-COUNT.
           MOVE WS-ITEM-ENTERED TO WS-WALK-DATE.
           PERFORM UNTIL WS-WALK-DATE NOT < WS-BUSINESS-DATE
                      OR WS-WALK-COUNT >= 999
               MOVE 'N' TO BDY-FUNCTION
               MOVE WS-WALK-DATE TO BDY-DATE
               CALL 'BusinessDay' USING BUSINESS-DAY-AREA
               IF BDY-RESULT NOT = 'Y'
      *> ages computed without the holiday calendar would push
      *> items into the wrong buckets - stop rather than guess.
                   DISPLAY 'ERROR: business calendar unavailable '
                       'ageing from ' WS-ITEM-ENTERED
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE BDY-NEXT-DATE TO WS-WALK-DATE
               IF WS-WALK-DATE NOT > WS-BUSINESS-DATE
                   ADD 1 TO WS-WALK-COUNT
               END-IF
           END-PERFORM.

       FIND-ITEM-DEPARTMENT.
           IF WS-ITEM-ACCOUNT = SPACES
               MOVE '(NONE)' TO WS-ITEM-DEPARTMENT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'UNKNOWN' TO WS-ITEM-DEPARTMENT.
           IF WS-ACCTMST-OPEN = 'Y'
               MOVE WS-ITEM-ACCOUNT TO ACM-ID
               READ ACCTMST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACM-DEPARTMENT TO WS-ITEM-DEPARTMENT
               END-READ
           END-IF.

       TALLY-OPERATION.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-USED
                      OR WS-FOUND-SWITCH = 'Y'
               IF WS-OP-NAME(WS-OP-SUB) = WS-ITEM-OPERATION
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SUBTRACT 1 FROM WS-OP-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-SWITCH = 'N'
               IF WS-OP-USED >= 30
                   DISPLAY 'ERROR: more than 30 operations on the '
                       'queues'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-OP-USED
               MOVE WS-OP-USED TO WS-OP-SUB
               MOVE WS-ITEM-OPERATION TO WS-OP-NAME(WS-OP-SUB)
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-BUCKET-SUB > 4
                   MOVE 0 TO WS-OP-BUCKET(WS-OP-SUB, WS-BUCKET-SUB)
               END-PERFORM
           END-IF.
           ADD 1 TO WS-OP-BUCKET(WS-OP-SUB, WS-ITEM-BUCKET).

       TALLY-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-USED
                      OR WS-FOUND-SWITCH = 'Y'
               IF WS-ACCT-NAME(WS-ACCT-SUB) = WS-ITEM-ACCOUNT
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SUBTRACT 1 FROM WS-ACCT-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-SWITCH = 'N'
               IF WS-ACCT-USED >= 500
                   DISPLAY 'ERROR: more than 500 accounts on the '
                       'queues'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-ACCT-USED
               MOVE WS-ACCT-USED TO WS-ACCT-SUB
               MOVE WS-ITEM-ACCOUNT TO WS-ACCT-NAME(WS-ACCT-SUB)
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-BUCKET-SUB > 4
                   MOVE 0
                       TO WS-ACCT-BUCKET(WS-ACCT-SUB, WS-BUCKET-SUB)
               END-PERFORM
           END-IF.
           ADD 1 TO WS-ACCT-BUCKET(WS-ACCT-SUB, WS-ITEM-BUCKET).

       TALLY-DEPARTMENT.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-USED
                      OR WS-FOUND-SWITCH = 'Y'
               IF WS-DEPT-NAME(WS-DEPT-SUB) = WS-ITEM-DEPARTMENT
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SUBTRACT 1 FROM WS-DEPT-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-SWITCH = 'N'
               IF WS-DEPT-USED >= 100
                   DISPLAY 'ERROR: more than 100 departments on the '
                       'queues'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-DEPT-USED
               MOVE WS-DEPT-USED TO WS-DEPT-SUB
               MOVE WS-ITEM-DEPARTMENT TO WS-DEPT-NAME(WS-DEPT-SUB)
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-BUCKET-SUB > 4
                   MOVE 0
                       TO WS-DEPT-BUCKET(WS-DEPT-SUB, WS-BUCKET-SUB)
               END-PERFORM
           END-IF.
           ADD 1 TO WS-DEPT-BUCKET(WS-DEPT-SUB, WS-ITEM-BUCKET).

       HOLD-ESCALATED-ITEM.
           IF WS-ESC-USED >= 2000
      *> a dropped item is exactly the one nobody would chase -
      *> fail loudly instead.
               DISPLAY 'ERROR: more than 2000 items past the '
                   'escalation point'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-ESC-USED.
           MOVE WS-ITEM-AGE TO WS-ESC-AGE(WS-ESC-USED).
           MOVE WS-ITEM-QUEUE TO WS-ESC-QUEUE(WS-ESC-USED).
           MOVE WS-ITEM-ENTERED TO WS-ESC-ENTERED(WS-ESC-USED).
           MOVE WS-ITEM-OPERATION TO WS-ESC-OPERATION(WS-ESC-USED).
           MOVE WS-ITEM-ACCOUNT TO WS-ESC-ACCOUNT(WS-ESC-USED).
           MOVE WS-ITEM-DEPARTMENT TO WS-ESC-DEPARTMENT(WS-ESC-USED).
           MOVE WS-ITEM-NUM1 TO WS-ESC-NUM1(WS-ESC-USED).
           MOVE WS-ITEM-NUM2 TO WS-ESC-NUM2(WS-ESC-USED).
           MOVE WS-ITEM-RESULT TO WS-ESC-RESULT(WS-ESC-USED).
           MOVE WS-ITEM-REASON TO WS-ESC-REASON(WS-ESC-USED).
           MOVE 'N' TO WS-ESC-PRINTED(WS-ESC-USED).

       PRINT-BUCKET-SECTIONS.
           MOVE 'BY QUEUE' TO WS-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           PERFORM VARYING WS-QUE-SUB FROM 1 BY 1 UNTIL WS-QUE-SUB > 3
               MOVE WS-QUE-NAME(WS-QUE-SUB) TO WS-PRINT-NAME
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-BUCKET-SUB > 4
                   MOVE WS-QUE-BUCKET(WS-QUE-SUB, WS-BUCKET-SUB)
                       TO WS-PRINT-BUCKET(WS-BUCKET-SUB)
               END-PERFORM
               PERFORM PRINT-BUCKET-LINE
           END-PERFORM.

           MOVE 'BY OPERATION' TO WS-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-USED
               MOVE WS-OP-NAME(WS-OP-SUB) TO WS-PRINT-NAME
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-BUCKET-SUB > 4
                   MOVE WS-OP-BUCKET(WS-OP-SUB, WS-BUCKET-SUB)
                       TO WS-PRINT-BUCKET(WS-BUCKET-SUB)
               END-PERFORM
               PERFORM PRINT-BUCKET-LINE
           END-PERFORM.

           MOVE 'BY DEPARTMENT' TO WS-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-USED
               MOVE WS-DEPT-NAME(WS-DEPT-SUB) TO WS-PRINT-NAME
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-BUCKET-SUB > 4
                   MOVE WS-DEPT-BUCKET(WS-DEPT-SUB, WS-BUCKET-SUB)
                       TO WS-PRINT-BUCKET(WS-BUCKET-SUB)
               END-PERFORM
               PERFORM PRINT-BUCKET-LINE
           END-PERFORM.

           MOVE 'BY ACCOUNT' TO WS-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-USED
               MOVE WS-ACCT-NAME(WS-ACCT-SUB) TO WS-PRINT-NAME
               IF WS-PRINT-NAME = SPACES
                   MOVE '(NONE)' TO WS-PRINT-NAME
               END-IF
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-BUCKET-SUB > 4
                   MOVE WS-ACCT-BUCKET(WS-ACCT-SUB, WS-BUCKET-SUB)
                       TO WS-PRINT-BUCKET(WS-BUCKET-SUB)
               END-PERFORM
               PERFORM PRINT-BUCKET-LINE
           END-PERFORM.

           IF WS-UNDATED-COUNT > 0
               MOVE SPACES TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               MOVE WS-UNDATED-COUNT TO WS-COUNT-EDIT
               STRING 'UNDATED ITEMS (COUNTED OVER 10) '
                          DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      INTO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-SECTION-HEADING.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-SECTION-TITLE TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           STRING '                0-1    2-5   6-10    10+'
                      DELIMITED BY SIZE
                  '    TOTAL' DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       PRINT-BUCKET-LINE.
           MOVE WS-PRINT-BUCKET(1) TO WS-BUCKET-EDIT-1.
           MOVE WS-PRINT-BUCKET(2) TO WS-BUCKET-EDIT-2.
           MOVE WS-PRINT-BUCKET(3) TO WS-BUCKET-EDIT-3.
           MOVE WS-PRINT-BUCKET(4) TO WS-BUCKET-EDIT-4.
           COMPUTE WS-PRINT-TOTAL = WS-PRINT-BUCKET(1)
               + WS-PRINT-BUCKET(2) + WS-PRINT-BUCKET(3)
               + WS-PRINT-BUCKET(4).
           MOVE WS-PRINT-TOTAL TO WS-TOTAL-EDIT.
           STRING WS-PRINT-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BUCKET-EDIT-1 DELIMITED BY SIZE
                  WS-BUCKET-EDIT-2 DELIMITED BY SIZE
                  WS-BUCKET-EDIT-3 DELIMITED BY SIZE
                  WS-BUCKET-EDIT-4 DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

      *> oldest first: each pass picks the oldest item not yet
      *> printed. Two lines an item - who and when, then what.
       PRINT-ESCALATION-LIST.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-ESCALATE-DAYS TO WS-AGE-EDIT.
           STRING 'ITEMS PAST ' DELIMITED BY SIZE
                  WS-AGE-EDIT DELIMITED BY SIZE
                  ' BUSINESS DAYS - OLDEST FIRST' DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           IF WS-ESC-USED = 0
               MOVE '  NONE' TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           STRING 'AGE QUEUE    ENTERED  OPERATION  ACCOUNT  DEPT'
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           STRING '    NUM1         NUM2         RESULT       REASON'
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-ESC-USED TO WS-ESC-LEFT.
           PERFORM UNTIL WS-ESC-LEFT = 0
               MOVE 0 TO WS-ESC-PICK
               PERFORM VARYING WS-ESC-SUB FROM 1 BY 1
                       UNTIL WS-ESC-SUB > WS-ESC-USED
                   IF WS-ESC-PRINTED(WS-ESC-SUB) = 'N'
                       IF WS-ESC-PICK = 0
                           MOVE WS-ESC-SUB TO WS-ESC-PICK
                       ELSE
                           IF WS-ESC-AGE(WS-ESC-SUB)
                              > WS-ESC-AGE(WS-ESC-PICK)
                               MOVE WS-ESC-SUB TO WS-ESC-PICK
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM PRINT-ESCALATED-ITEM
               MOVE 'Y' TO WS-ESC-PRINTED(WS-ESC-PICK)
               SUBTRACT 1 FROM WS-ESC-LEFT
           END-PERFORM.

       PRINT-ESCALATED-ITEM.
           MOVE WS-ESC-AGE(WS-ESC-PICK) TO WS-AGE-EDIT.
           MOVE WS-AGE-EDIT TO WS-AGE-TEXT.
           IF WS-ESC-ENTERED(WS-ESC-PICK) NOT NUMERIC
               MOVE 'UNDATED' TO WS-ESC-ENTERED(WS-ESC-PICK)
               MOVE '???' TO WS-AGE-TEXT
           END-IF.
           STRING WS-AGE-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ESC-QUEUE(WS-ESC-PICK) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ESC-ENTERED(WS-ESC-PICK) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ESC-OPERATION(WS-ESC-PICK) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ESC-ACCOUNT(WS-ESC-PICK) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ESC-DEPARTMENT(WS-ESC-PICK) DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           STRING '    ' DELIMITED BY SIZE
                  WS-ESC-NUM1(WS-ESC-PICK) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ESC-NUM2(WS-ESC-PICK) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ESC-RESULT(WS-ESC-PICK) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ESC-REASON(WS-ESC-PICK) DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE REPORT-RECORD TO WS-HOLD-LINE
               PERFORM PRINT-PAGE-HEADING
               MOVE WS-HOLD-LINE TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO REPORT-RECORD.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-PAGE-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'EXCEPTION AGING - OPEN ITEMS AT ' DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  ' (BUSINESS DAYS)' DELIMITED BY SIZE
                  '        PAGE ' DELIMITED BY SIZE
                  WS-PAGE-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 2 TO WS-LINE-COUNT.

       END PROGRAM ExceptionAging.
