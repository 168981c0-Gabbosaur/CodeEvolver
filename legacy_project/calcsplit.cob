       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcSplit.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "CALCTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT PARTMAP-FILE ASSIGN TO "PARTMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTMAP-FILE-STATUS.

           SELECT PART1-FILE ASSIGN TO "MIXPART1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-FILE-STATUS.
           SELECT PART2-FILE ASSIGN TO "MIXPART2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-FILE-STATUS.
           SELECT PART3-FILE ASSIGN TO "MIXPART3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-FILE-STATUS.
           SELECT PART4-FILE ASSIGN TO "MIXPART4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       COPY CALCTRAN.
       COPY TRNCTL.

       FD  PARTMAP-FILE.
       COPY PARTMAP.

      *> each partition is an ordinary CALCTRANS feed: the records
      *> are copied through untouched, whole segments at a time.
       FD  PART1-FILE.
       01  PART1-RECORD            PIC X(56).
       FD  PART2-FILE.
       01  PART2-RECORD            PIC X(56).
       FD  PART3-FILE.
       01  PART3-RECORD            PIC X(56).
       FD  PART4-FILE.
       01  PART4-RECORD            PIC X(56).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-PARTMAP-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-PART-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.

      *> partition per sending system, loaded from PARTMAP. A
      *> system with no row goes to the default partition.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 100 TIMES.
               10  WS-MAP-SYSTEM   PIC X(8).
               10  WS-MAP-PARTITION PIC 9.
       01  WS-MAP-USED             PIC 9(3) VALUE 0.
       01  WS-MAP-SUB              PIC 9(3) VALUE 0.
       01  WS-MAP-FOUND            PIC X VALUE 'N'.
       01  WS-DEFAULT-PARTITION    PIC 9 VALUE 1.
       01  WS-PARTITION-COUNT      PIC 9 VALUE 4.

      *> the partition the current segment is going to. Records
      *> ahead of the first header go to the default partition, so
      *> CalcDriver still sees - and fails - a feed that does not
      *> start with a header.
       01  WS-CURRENT-PARTITION    PIC 9 VALUE 1.

       01  WS-PART-TOTALS.
           05  WS-PART-TOTAL OCCURS 4 TIMES.
               10  WS-PART-SEGMENTS PIC 9(5).
               10  WS-PART-DETAILS  PIC 9(7).
               10  WS-PART-RECORDS  PIC 9(7).
       01  WS-PART-SUB             PIC 9 VALUE 0.
       01  WS-READ-COUNT           PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           INITIALIZE WS-PART-TOTALS.
           PERFORM LOAD-PARTITION-MAP.

           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open TRANS-FILE, status '
                   WS-TRANS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *> every partition is rewritten, even one no segment maps to
      *> tonight - an empty partition reads clean in CalcDriver,
      *> stale work from an earlier night would be processed again.
           OPEN OUTPUT PART1-FILE.
           IF WS-PART-FILE-STATUS = '00'
               OPEN OUTPUT PART2-FILE
           END-IF.
           IF WS-PART-FILE-STATUS = '00'
               OPEN OUTPUT PART3-FILE
           END-IF.
           IF WS-PART-FILE-STATUS = '00'
               OPEN OUTPUT PART4-FILE
           END-IF.
           IF WS-PART-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open a MIXPART file, status '
                   WS-PART-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM ROUTE-TRANS-RECORD
               END-READ
           END-PERFORM.

           CLOSE TRANS-FILE.
           CLOSE PART1-FILE.
           CLOSE PART2-FILE.
           CLOSE PART3-FILE.
           CLOSE PART4-FILE.

           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PARTITION-COUNT
               DISPLAY 'CALC SPLIT: partition ' WS-PART-SUB ' - '
                   WS-PART-SEGMENTS(WS-PART-SUB) ' segment(s), '
                   WS-PART-DETAILS(WS-PART-SUB) ' detail(s), '
                   WS-PART-RECORDS(WS-PART-SUB) ' record(s)'
           END-PERFORM.
           DISPLAY 'CALC SPLIT: ' WS-READ-COUNT ' record(s) read.'.

           GOBACK.

       LOAD-PARTITION-MAP.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT PARTMAP-FILE.
           IF WS-PARTMAP-FILE-STATUS = '35'
      *> no partition map on this system - every sending system
      *> goes to the default partition, the same as one CalcDriver
      *> over the whole feed.
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-PARTMAP-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open PARTMAP-FILE, status '
                       WS-PARTMAP-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ PARTMAP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-MAP-USED >= 100
                           DISPLAY 'ERROR: more than 100 PARTMAP '
                               'rows'
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
      *> a row naming a partition that does not exist would send
      *> a sender's work nowhere - refuse the map instead.
                       IF PTM-PARTITION NOT NUMERIC
                          OR PTM-PARTITION < 1
                          OR PTM-PARTITION > WS-PARTITION-COUNT
                           DISPLAY 'ERROR: PARTMAP row for '
                               PTM-SYSTEM ' names partition '
                               PTM-PARTITION ' - must be 1 to '
                               WS-PARTITION-COUNT
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-MAP-USED
                       MOVE PTM-SYSTEM TO WS-MAP-SYSTEM(WS-MAP-USED)
                       MOVE PTM-PARTITION
                           TO WS-MAP-PARTITION(WS-MAP-USED)
               END-READ
           END-PERFORM.
           IF WS-PARTMAP-FILE-STATUS NOT = '35'
               CLOSE PARTMAP-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

      *> the partition is chosen at each header and holds until the
      *> next one, so a segment's details and trailer always follow
      *> their header - CalcDriver verifies each segment exactly as
      *> it would on the unsplit feed.
       ROUTE-TRANS-RECORD.
           IF CT-RECORD-TYPE = 'H'
               PERFORM FIND-PARTITION
               ADD 1 TO WS-PART-SEGMENTS(WS-CURRENT-PARTITION)
           END-IF.
           IF CT-RECORD-TYPE = 'D'
               ADD 1 TO WS-PART-DETAILS(WS-CURRENT-PARTITION)
           END-IF.
           ADD 1 TO WS-PART-RECORDS(WS-CURRENT-PARTITION).
           EVALUATE WS-CURRENT-PARTITION
               WHEN 1
                   WRITE PART1-RECORD FROM CALC-TRANS-RECORD
               WHEN 2
                   WRITE PART2-RECORD FROM CALC-TRANS-RECORD
               WHEN 3
                   WRITE PART3-RECORD FROM CALC-TRANS-RECORD
               WHEN 4
                   WRITE PART4-RECORD FROM CALC-TRANS-RECORD
           END-EVALUATE.
           IF WS-PART-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot write partition '
                   WS-CURRENT-PARTITION ', status '
                   WS-PART-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       FIND-PARTITION.
           MOVE WS-DEFAULT-PARTITION TO WS-CURRENT-PARTITION.
           MOVE 'N' TO WS-MAP-FOUND.
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-USED
                      OR WS-MAP-FOUND = 'Y'
               IF WS-MAP-SYSTEM(WS-MAP-SUB) = TH-SENDING-SYSTEM
                   MOVE WS-MAP-PARTITION(WS-MAP-SUB)
                       TO WS-CURRENT-PARTITION
                   MOVE 'Y' TO WS-MAP-FOUND
               END-IF
           END-PERFORM.

       END PROGRAM CalcSplit.
