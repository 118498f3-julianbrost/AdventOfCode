      ******************************************************************
      * IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY15RR.
       AUTHOR. J BROST.
       INSTALLATION. AOC-BATCH.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  JB   INITIAL VERSION - REPORT REPRINT.  PULLS
      *                     ONE SECTION, ONE SEQUENCE OR A WHOLE RUN
      *                     BACK OUT OF THE RPTARC REPORT ARCHIVE THAT
      *                     DAY15RA FILES, IN THE ORIGINAL PRINT
      *                     LAYOUT: BOXRPT LINES TO BOXOUT AND XCPRPT
      *                     LINES TO XCPOUT, SO EITHER CAN FEED DAY15CM
      *                     (AS LEDGERA/LEDGERB) OR DAY15RP (AS BOXRPT)
      *                     UNCHANGED.  RRCTL CARDS:
      *                       RUN-DATE=YYYYMMDD - REQUIRED.
      *                       NAME=SEQNAME OR SEQNBR=N - ONE SEQUENCE
      *                         OF THE RUN; OMIT BOTH FOR THE WHOLE
      *                         RUN.
      *                       SECTION=LEDGER, STATISTICS, RESULTS,
      *                         CAPACITY, DIFFERENCES, EXCEPTIONS OR
      *                         ALL (DEFAULT).
      *                       RUN=N - WHICH OF THE DAY'S RUNS; THE
      *                         DEFAULT IS THE LAST ONE FILED FOR THE
      *                         LIBRARY.
      *                       LIBRARY=CODE OR LIBRARY=DEFAULT.
      *                     THE RUN-LEVEL LINES (LIBRARY, SIMULATION
      *                     AND LOCK NOTICES, LOOKUPS, QUEUE WARNINGS)
      *                     COME BACK ONLY ON A WHOLE-RUN, ALL-SECTION
      *                     REPRINT.  NOTHING MATCHING ENDS RC=4.
      *   2026-10-15  JB   LOOKUP REJECTS (RUN-LEVEL EXCEPTIONS, SECTION
      *                     7) GO TO XCPOUT ON A WHOLE-RUN REPRINT OF
      *                     ALL SECTIONS OR OF THE EXCEPTIONS, AND ARE
      *                     LEFT OUT WHEN ONE SEQUENCE IS ASKED FOR.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RRCTL-FILE ASSIGN TO "RRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15Y-RRCTL-STATUS.
           SELECT RPTARC-FILE ASSIGN TO "RPTARC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPTARC-KEY
               FILE STATUS IS D15Y-RPTARC-STATUS.
           SELECT BOXOUT-FILE ASSIGN TO "BOXOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15Y-BOXOUT-STATUS.
           SELECT XCPOUT-FILE ASSIGN TO "XCPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15Y-XCPOUT-STATUS.
           SELECT RRRPT-FILE ASSIGN TO "RRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RRCTL-FILE.
       01  RRCTL-REC                PIC X(80).
      *
      *    SAME LAYOUT AS DAY15RA WRITES.  WITHIN A RUN THE KEY ORDER
      *    IS DAY15'S PRINT ORDER.
       FD  RPTARC-FILE.
       01  RPTARC-REC.
           05  RPTARC-KEY.
               10  RA-DATE          PIC X(8).
               10  RA-RUN           PIC 9(2).
               10  RA-SEQ           PIC 9(4).
               10  RA-NAME          PIC X(20).
               10  RA-SECT          PIC X(1).
                   88  RA-SECT-LEDGER    VALUE '1'.
                   88  RA-SECT-STATS     VALUE '2'.
                   88  RA-SECT-RESULTS   VALUE '3'.
                   88  RA-SECT-CAPACITY  VALUE '4'.
                   88  RA-SECT-DIFF      VALUE '5'.
                   88  RA-SECT-RUN-XCP   VALUE '7'.
                   88  RA-SECT-RUN       VALUE '8'.
                   88  RA-SECT-XCP       VALUE '9'.
               10  RA-LINE          PIC 9(6).
           05  RA-LIB               PIC X(4).
           05  FILLER               PIC X(3).
           05  RA-TEXT              PIC X(160).
      *
       FD  BOXOUT-FILE
           RECORDING MODE IS F.
       01  BOXOUT-REC               PIC X(132).
      *
       FD  XCPOUT-FILE
           RECORDING MODE IS F.
       01  XCPOUT-REC               PIC X(160).
      *
       FD  RRRPT-FILE
           RECORDING MODE IS F.
       01  RRRPT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
      *
      * ---------------------------------------------------------------
      * FILE STATUS AND END-OF-FILE SWITCHES
      * ---------------------------------------------------------------
       01 D15Y-RRCTL-STATUS    PIC X(2).
          88 D15Y-RRCTL-FOUND  VALUE '00'.
       01 D15Y-RPTARC-STATUS   PIC X(2).
          88 D15Y-RPTARC-OK    VALUE '00'.
       01 D15Y-BOXOUT-STATUS   PIC X(2).
          88 D15Y-BOXOUT-OK    VALUE '00'.
       01 D15Y-XCPOUT-STATUS   PIC X(2).
          88 D15Y-XCPOUT-OK    VALUE '00'.
       77 D15Y-RRCTL-EOF       PIC 9(1)       VALUE 0.
       77 D15Y-SCAN-EOF        PIC 9(1)       VALUE 0.
      *
      * ---------------------------------------------------------------
      * CONTROL-CARD WORK AREA - AN UNRECOGNIZED OR MALFORMED CARD
      * ABENDS RATHER THAN REPRINTING SOMETHING OTHER THAN WAS ASKED.
      * ---------------------------------------------------------------
       01 D15Y-CTL-CARD        PIC X(80).
       77 D15Y-CTL-LEN         PIC 9(3)  COMP VALUE 0.
       77 D15Y-I               PIC 9(3)  COMP VALUE 0.
       01 D15Y-RUN-DATE        PIC X(8)       VALUE SPACES.
       77 D15Y-REQ-RUN         PIC 9(2)       VALUE 0.
       01 D15Y-REQ-NAME        PIC X(20)      VALUE SPACES.
       77 D15Y-REQ-SEQ         PIC 9(4)       VALUE 0.
       01 D15Y-LIBRARY         PIC X(4)       VALUE SPACES.
       01 D15Y-SECT-SW         PIC X(1)       VALUE 'A'.
          88 D15Y-SECT-ALL     VALUE 'A'.
       01 D15Y-SECT-TEXT       PIC X(11)      VALUE 'ALL'.
      *
      * ---------------------------------------------------------------
      * THE RUN AND SEQUENCE THE CARDS RESOLVE TO
      * ---------------------------------------------------------------
       77 D15Y-SEL-RUN         PIC 9(2)       VALUE 0.
       77 D15Y-SEL-SEQ         PIC 9(4)       VALUE 0.
       01 D15Y-SEQ-SW          PIC 9(1)       VALUE 0.
          88 D15Y-ONE-SEQ      VALUE 1.
       01 D15Y-FOUND-SW        PIC 9(1)       VALUE 1.
          88 D15Y-FOUND        VALUE 1.
      *
      * ---------------------------------------------------------------
      * STANDALONE COUNTERS AND SWITCHES
      * ---------------------------------------------------------------
       77 D15Y-BOX-COUNT       PIC 9(8)  COMP VALUE 0.
       77 D15Y-XCP-COUNT       PIC 9(8)  COMP VALUE 0.
       77 D15Y-CNT-OUT         PIC Z(7)9.
       77 D15Y-RUN-OUT         PIC Z9.
       77 D15Y-SEQ-OUT         PIC Z(3)9.

       PROCEDURE DIVISION.
      *
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-RESOLVE-RUN THRU 2000-EXIT.
           IF D15Y-FOUND
              PERFORM 2100-RESOLVE-SEQUENCE THRU 2100-EXIT
           END-IF.
           IF D15Y-FOUND
              PERFORM 3000-REPRINT THRU 3000-EXIT
           END-IF.
           PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
           PERFORM 8900-TERMINATE THRU 8900-EXIT.
           IF D15Y-BOX-COUNT = 0 AND D15Y-XCP-COUNT = 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
      *
      ******************************************************************
      * 1000-INITIALIZE - PICK UP THE CONTROL CARDS, OPEN THE ARCHIVE,
      * THE TWO REPRINT FILES AND THE REPORT.  BOTH REPRINT FILES ARE
      * ALWAYS CREATED, EMPTY IF NOTHING OF THEIR KIND MATCHES, SO A
      * FOLLOWING STEP NEVER FINDS LAST TIME'S REPRINT WAITING.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT RRCTL-FILE
           IF D15Y-RRCTL-FOUND
              PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
                  UNTIL D15Y-RRCTL-EOF = 1
              CLOSE RRCTL-FILE
           END-IF
           IF D15Y-RUN-DATE = SPACES
              MOVE 'RUN-DATE= CARD IS REQUIRED' TO D15Y-CTL-CARD
              PERFORM 9910-ABEND-RRCTL-CARD THRU 9910-EXIT
           END-IF
           OPEN INPUT RPTARC-FILE
           IF NOT D15Y-RPTARC-OK
              PERFORM 9970-ABEND-RPTARC-OPEN THRU 9970-EXIT
           END-IF
           OPEN OUTPUT BOXOUT-FILE
           IF NOT D15Y-BOXOUT-OK
              PERFORM 9950-ABEND-BOXOUT-OPEN THRU 9950-EXIT
           END-IF
           OPEN OUTPUT XCPOUT-FILE
           IF NOT D15Y-XCPOUT-OK
              PERFORM 9940-ABEND-XCPOUT-OPEN THRU 9940-EXIT
           END-IF
           OPEN OUTPUT RRRPT-FILE
           MOVE 'REPORT ARCHIVE REPRINT' TO RRRPT-REC
           WRITE RRRPT-REC
           MOVE '----------------------' TO RRRPT-REC
           WRITE RRRPT-REC
           MOVE SPACES TO RRRPT-REC
           STRING 'RUN DATE: '             DELIMITED BY SIZE
                  D15Y-RUN-DATE            DELIMITED BY SIZE
                  INTO RRRPT-REC
           WRITE RRRPT-REC
           IF D15Y-LIBRARY NOT = SPACES
              MOVE SPACES TO RRRPT-REC
              STRING 'LIBRARY: '          DELIMITED BY SIZE
                     D15Y-LIBRARY         DELIMITED BY SIZE
                     INTO RRRPT-REC
              WRITE RRRPT-REC
           END-IF
           IF D15Y-REQ-NAME NOT = SPACES
              MOVE SPACES TO RRRPT-REC
              STRING 'SEQUENCE: '         DELIMITED BY SIZE
                     D15Y-REQ-NAME        DELIMITED BY SPACE
                     INTO RRRPT-REC
              WRITE RRRPT-REC
           END-IF
           IF D15Y-REQ-SEQ > 0
              MOVE D15Y-REQ-SEQ TO D15Y-SEQ-OUT
              MOVE SPACES TO RRRPT-REC
              STRING 'SEQUENCE: '         DELIMITED BY SIZE
                     D15Y-SEQ-OUT         DELIMITED BY SIZE
                     INTO RRRPT-REC
              WRITE RRRPT-REC
           END-IF
           MOVE SPACES TO RRRPT-REC
           STRING 'SECTION : '             DELIMITED BY SIZE
                  D15Y-SECT-TEXT           DELIMITED BY SPACE
                  INTO RRRPT-REC
           WRITE RRRPT-REC.
       1000-EXIT.
           EXIT.
      *
       1100-READ-ONE-CARD.
           READ RRCTL-FILE
               AT END
                  MOVE 1 TO D15Y-RRCTL-EOF
                  GO TO 1100-EXIT
           END-READ
           MOVE FUNCTION TRIM(RRCTL-REC) TO D15Y-CTL-CARD
           MOVE FUNCTION LENGTH(FUNCTION TRIM(D15Y-CTL-CARD))
                                                 TO D15Y-CTL-LEN
           EVALUATE TRUE
              WHEN D15Y-CTL-CARD = SPACES
                 CONTINUE
              WHEN D15Y-CTL-CARD(1:1) = '*'
                 CONTINUE
              WHEN D15Y-CTL-CARD(1:9) = 'RUN-DATE='
                 IF D15Y-CTL-LEN NOT = 17 OR
                    D15Y-CTL-CARD(10:8) NOT NUMERIC
                    PERFORM 9910-ABEND-RRCTL-CARD THRU 9910-EXIT
                 END-IF
                 MOVE D15Y-CTL-CARD(10:8) TO D15Y-RUN-DATE
              WHEN D15Y-CTL-CARD(1:4) = 'RUN='
                 IF D15Y-CTL-LEN < 5 OR D15Y-CTL-LEN > 6 OR
                    D15Y-CTL-CARD(5:D15Y-CTL-LEN - 4) NOT NUMERIC
                    PERFORM 9910-ABEND-RRCTL-CARD THRU 9910-EXIT
                 END-IF
                 MOVE FUNCTION NUMVAL(
                      D15Y-CTL-CARD(5:D15Y-CTL-LEN - 4))
                                                 TO D15Y-REQ-RUN
                 IF D15Y-REQ-RUN = 0
                    PERFORM 9910-ABEND-RRCTL-CARD THRU 9910-EXIT
                 END-IF
              WHEN D15Y-CTL-CARD(1:5) = 'NAME='
                 IF D15Y-CTL-LEN < 6 OR D15Y-CTL-LEN > 25
                    PERFORM 9910-ABEND-RRCTL-CARD THRU 9910-EXIT
                 END-IF
                 PERFORM 1210-CHECK-NAME-CHAR THRU 1210-EXIT
                     VARYING D15Y-I FROM 6 BY 1
                     UNTIL D15Y-I > D15Y-CTL-LEN
                 MOVE D15Y-CTL-CARD(6:D15Y-CTL-LEN - 5)
                                                 TO D15Y-REQ-NAME
              WHEN D15Y-CTL-CARD(1:7) = 'SEQNBR='
                 IF D15Y-CTL-LEN < 8 OR D15Y-CTL-LEN > 11 OR
                    D15Y-CTL-CARD(8:D15Y-CTL-LEN - 7) NOT NUMERIC
                    PERFORM 9910-ABEND-RRCTL-CARD THRU 9910-EXIT
                 END-IF
                 MOVE FUNCTION NUMVAL(
                      D15Y-CTL-CARD(8:D15Y-CTL-LEN - 7))
                                                 TO D15Y-REQ-SEQ
                 IF D15Y-REQ-SEQ = 0
                    PERFORM 9910-ABEND-RRCTL-CARD THRU 9910-EXIT
                 END-IF
              WHEN D15Y-CTL-CARD(1:8) = 'SECTION='
                 PERFORM 1300-SECTION-VALUE THRU 1300-EXIT
              WHEN D15Y-CTL-CARD(1:8) = 'LIBRARY='
                 PERFORM 1200-LIBRARY-VALUE THRU 1200-EXIT
              WHEN OTHER
                 PERFORM 9910-ABEND-RRCTL-CARD THRU 9910-EXIT
           END-EVALUATE.
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1200-LIBRARY-VALUE - LIBRARY=code (1 TO 4 CHARACTERS, NO
      * EMBEDDED BLANKS) OR LIBRARY=DEFAULT.  ALL IS REFUSED: A REPRINT
      * IS OF ONE RUN, AND A RUN BELONGS TO ONE LIBRARY.
      ******************************************************************
       1200-LIBRARY-VALUE.
           MOVE SPACES TO D15Y-LIBRARY
           IF D15Y-CTL-LEN = 15 AND D15Y-CTL-CARD(9:7) = 'DEFAULT'
              GO TO 1200-EXIT
           END-IF
           IF D15Y-CTL-LEN < 9 OR D15Y-CTL-LEN > 12
              PERFORM 9910-ABEND-RRCTL-CARD THRU 9910-EXIT
           END-IF
           IF D15Y-CTL-LEN = 11 AND D15Y-CTL-CARD(9:3) = 'ALL'
              PERFORM 9910-ABEND-RRCTL-CARD THRU 9910-EXIT
           END-IF
           PERFORM 1210-CHECK-NAME-CHAR THRU 1210-EXIT
               VARYING D15Y-I FROM 9 BY 1 UNTIL D15Y-I > D15Y-CTL-LEN
           MOVE D15Y-CTL-CARD(9:D15Y-CTL-LEN - 8) TO D15Y-LIBRARY.
       1200-EXIT.
           EXIT.
      *
       1210-CHECK-NAME-CHAR.
           IF D15Y-CTL-CARD(D15Y-I:1) = SPACE
              PERFORM 9910-ABEND-RRCTL-CARD THRU 9910-EXIT
           END-IF.
       1210-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1300-SECTION-VALUE - MAP THE SECTION NAME TO THE ARCHIVE'S
      * SECTION CODE.
      ******************************************************************
       1300-SECTION-VALUE.
           EVALUATE TRUE
              WHEN D15Y-CTL-LEN = 14 AND
                   D15Y-CTL-CARD(9:6) = 'LEDGER'
                 MOVE '1' TO D15Y-SECT-SW
              WHEN D15Y-CTL-LEN = 18 AND
                   D15Y-CTL-CARD(9:10) = 'STATISTICS'
                 MOVE '2' TO D15Y-SECT-SW
              WHEN D15Y-CTL-LEN = 15 AND
                   D15Y-CTL-CARD(9:7) = 'RESULTS'
                 MOVE '3' TO D15Y-SECT-SW
              WHEN D15Y-CTL-LEN = 16 AND
                   D15Y-CTL-CARD(9:8) = 'CAPACITY'
                 MOVE '4' TO D15Y-SECT-SW
              WHEN D15Y-CTL-LEN = 19 AND
                   D15Y-CTL-CARD(9:11) = 'DIFFERENCES'
                 MOVE '5' TO D15Y-SECT-SW
              WHEN D15Y-CTL-LEN = 18 AND
                   D15Y-CTL-CARD(9:10) = 'EXCEPTIONS'
                 MOVE '9' TO D15Y-SECT-SW
              WHEN D15Y-CTL-LEN = 11 AND
                   D15Y-CTL-CARD(9:3) = 'ALL'
                 MOVE 'A' TO D15Y-SECT-SW
              WHEN OTHER
                 PERFORM 9910-ABEND-RRCTL-CARD THRU 9910-EXIT
           END-EVALUATE
           MOVE D15Y-CTL-CARD(9:D15Y-CTL-LEN - 8) TO D15Y-SECT-TEXT.
       1300-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2000-RESOLVE-RUN - FIND THE RUN TO REPRINT AMONG THE DATE'S
      * ARCHIVED RUNS: THE ONE NAMED ON RUN=, OR ELSE THE LAST FILED,
      * IN EITHER CASE ONLY A RUN OF THE REQUESTED LIBRARY.  THE KEY
      * DELIVERS THE DATE'S RUNS IN ASCENDING ORDER.
      ******************************************************************
       2000-RESOLVE-RUN.
           MOVE 0 TO D15Y-SEL-RUN
           MOVE LOW-VALUES TO RPTARC-KEY
           MOVE D15Y-RUN-DATE TO RA-DATE
           START RPTARC-FILE KEY NOT < RPTARC-KEY
           IF D15Y-RPTARC-OK
              MOVE 0 TO D15Y-SCAN-EOF
              PERFORM 2010-SCAN-ONE-LINE THRU 2010-EXIT
                  UNTIL D15Y-SCAN-EOF = 1
           END-IF
           IF D15Y-SEL-RUN = 0
              MOVE 0 TO D15Y-FOUND-SW
              MOVE 'NO ARCHIVED RUN FOR THAT DATE AND LIBRARY'
                                                   TO RRRPT-REC
              WRITE RRRPT-REC
              GO TO 2000-EXIT
           END-IF
           MOVE D15Y-SEL-RUN TO D15Y-RUN-OUT
           MOVE SPACES TO RRRPT-REC
           STRING 'RUN     : '             DELIMITED BY SIZE
                  D15Y-RUN-OUT             DELIMITED BY SIZE
                  INTO RRRPT-REC
           WRITE RRRPT-REC.
       2000-EXIT.
           EXIT.
      *
       2010-SCAN-ONE-LINE.
           READ RPTARC-FILE NEXT
               AT END
                  MOVE 1 TO D15Y-SCAN-EOF
                  GO TO 2010-EXIT
           END-READ
           IF NOT D15Y-RPTARC-OK OR RA-DATE NOT = D15Y-RUN-DATE
              MOVE 1 TO D15Y-SCAN-EOF
              GO TO 2010-EXIT
           END-IF
           IF RA-LIB = D15Y-LIBRARY AND
              (D15Y-REQ-RUN = 0 OR RA-RUN = D15Y-REQ-RUN)
              MOVE RA-RUN TO D15Y-SEL-RUN
           END-IF.
       2010-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2100-RESOLVE-SEQUENCE - NAME= IS TURNED INTO THE SEQUENCE
      * NUMBER THAT CARRIED THAT NAME IN THE RUN, AND THE REPRINT THEN
      * SELECTS BY NUMBER.  THAT WAY THE SEQUENCE'S LINES FILED WITHOUT
      * A NAME (A SIMULATION'S PROJECTED LEDGER PRINTS NONE) STILL COME
      * BACK WITH IT.
      ******************************************************************
       2100-RESOLVE-SEQUENCE.
           IF D15Y-REQ-SEQ > 0
              MOVE D15Y-REQ-SEQ TO D15Y-SEL-SEQ
              MOVE 1 TO D15Y-SEQ-SW
           END-IF
           IF D15Y-REQ-NAME = SPACES
              GO TO 2100-EXIT
           END-IF
           MOVE 0 TO D15Y-FOUND-SW
           MOVE LOW-VALUES TO RPTARC-KEY
           MOVE D15Y-RUN-DATE TO RA-DATE
           MOVE D15Y-SEL-RUN TO RA-RUN
           START RPTARC-FILE KEY NOT < RPTARC-KEY
           IF D15Y-RPTARC-OK
              MOVE 0 TO D15Y-SCAN-EOF
              PERFORM 2110-FIND-NAME THRU 2110-EXIT
                  UNTIL D15Y-SCAN-EOF = 1
           END-IF
           IF NOT D15Y-FOUND
              MOVE 'NO SEQUENCE OF THAT NAME IN THE RUN' TO RRRPT-REC
              WRITE RRRPT-REC
           END-IF.
       2100-EXIT.
           EXIT.
      *
       2110-FIND-NAME.
           READ RPTARC-FILE NEXT
               AT END
                  MOVE 1 TO D15Y-SCAN-EOF
                  GO TO 2110-EXIT
           END-READ
           IF NOT D15Y-RPTARC-OK OR RA-DATE NOT = D15Y-RUN-DATE OR
              RA-RUN NOT = D15Y-SEL-RUN
              MOVE 1 TO D15Y-SCAN-EOF
              GO TO 2110-EXIT
           END-IF
           IF RA-NAME NOT = D15Y-REQ-NAME
              GO TO 2110-EXIT
           END-IF
           MOVE 1 TO D15Y-SCAN-EOF
      *    NAME= AND SEQNBR= TOGETHER MUST AGREE
           IF D15Y-ONE-SEQ AND RA-SEQ NOT = D15Y-SEL-SEQ
              GO TO 2110-EXIT
           END-IF
           MOVE RA-SEQ TO D15Y-SEL-SEQ
           MOVE 1 TO D15Y-SEQ-SW
           MOVE 1 TO D15Y-FOUND-SW.
       2110-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3000-REPRINT - READ THE SELECTED RUN FRONT TO BACK, WRITING
      * EACH LINE THAT PASSES THE SEQUENCE AND SECTION SELECTION TO
      * THE REPRINT FILE FOR ITS REPORT.
      ******************************************************************
       3000-REPRINT.
           MOVE LOW-VALUES TO RPTARC-KEY
           MOVE D15Y-RUN-DATE TO RA-DATE
           MOVE D15Y-SEL-RUN TO RA-RUN
           START RPTARC-FILE KEY NOT < RPTARC-KEY
           IF NOT D15Y-RPTARC-OK
              PERFORM 9960-ABEND-RPTARC-IO THRU 9960-EXIT
           END-IF
           MOVE 0 TO D15Y-SCAN-EOF
           PERFORM 3100-REPRINT-ONE-LINE THRU 3100-EXIT
               UNTIL D15Y-SCAN-EOF = 1.
       3000-EXIT.
           EXIT.
      *
       3100-REPRINT-ONE-LINE.
           READ RPTARC-FILE NEXT
               AT END
                  MOVE 1 TO D15Y-SCAN-EOF
                  GO TO 3100-EXIT
           END-READ
           IF NOT D15Y-RPTARC-OK OR RA-DATE NOT = D15Y-RUN-DATE OR
              RA-RUN NOT = D15Y-SEL-RUN
              MOVE 1 TO D15Y-SCAN-EOF
              GO TO 3100-EXIT
           END-IF
           IF D15Y-ONE-SEQ AND RA-SEQ NOT = D15Y-SEL-SEQ
              GO TO 3100-EXIT
           END-IF
      *    RUN-LEVEL LINES BELONG TO NO ONE SEQUENCE
           IF (RA-SECT-RUN OR RA-SECT-RUN-XCP) AND D15Y-ONE-SEQ
              GO TO 3100-EXIT
           END-IF
           IF NOT D15Y-SECT-ALL
      *       LOOKUP REJECTS GO OUT WITH THE EXCEPTIONS
              IF RA-SECT NOT = D15Y-SECT-SW AND
                 NOT (RA-SECT-RUN-XCP AND D15Y-SECT-SW = '9')
                 GO TO 3100-EXIT
              END-IF
           END-IF
           IF RA-SECT-XCP OR RA-SECT-RUN-XCP
              MOVE RA-TEXT TO XCPOUT-REC
              WRITE XCPOUT-REC
              ADD 1 TO D15Y-XCP-COUNT
           ELSE
              MOVE RA-TEXT(1:132) TO BOXOUT-REC
              WRITE BOXOUT-REC
              ADD 1 TO D15Y-BOX-COUNT
           END-IF.
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 5000-WRITE-SUMMARY
      ******************************************************************
       5000-WRITE-SUMMARY.
           MOVE SPACES TO RRRPT-REC
           WRITE RRRPT-REC
           MOVE D15Y-BOX-COUNT TO D15Y-CNT-OUT
           MOVE SPACES TO RRRPT-REC
           STRING 'BOXRPT LINES      : ' DELIMITED BY SIZE
                  D15Y-CNT-OUT           DELIMITED BY SIZE
                  INTO RRRPT-REC
           WRITE RRRPT-REC
           MOVE D15Y-XCP-COUNT TO D15Y-CNT-OUT
           MOVE SPACES TO RRRPT-REC
           STRING 'XCPRPT LINES      : ' DELIMITED BY SIZE
                  D15Y-CNT-OUT           DELIMITED BY SIZE
                  INTO RRRPT-REC
           WRITE RRRPT-REC
           IF D15Y-BOX-COUNT = 0 AND D15Y-XCP-COUNT = 0
              MOVE 'NO ARCHIVED REPORT LINES MATCH THE SELECTION'
                                                   TO RRRPT-REC
              WRITE RRRPT-REC
           END-IF.
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9970-ABEND-RPTARC-OPEN - THE REPORT ARCHIVE COULD NOT BE
      * OPENED (MISSING DD, NEVER CREATED, BAD PERMISSIONS, ETC).
      ******************************************************************
       9970-ABEND-RPTARC-OPEN.
           DISPLAY 'DAY15RR ABEND - RPTARC COULD NOT BE OPENED'
           DISPLAY 'FILE STATUS : ' D15Y-RPTARC-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9970-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9960-ABEND-RPTARC-IO - A START ON A RUN ALREADY FOUND FAILED.
      * THE ARCHIVE CHANGED UNDER THE REPRINT OR IS DAMAGED.
      ******************************************************************
       9960-ABEND-RPTARC-IO.
           DISPLAY 'DAY15RR ABEND - RPTARC START FAILED'
           DISPLAY 'FILE STATUS : ' D15Y-RPTARC-STATUS
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9960-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9950-ABEND-BOXOUT-OPEN - THE BOXRPT REPRINT FILE COULD NOT BE
      * OPENED (MISSING DD, BAD PERMISSIONS, ETC).
      ******************************************************************
       9950-ABEND-BOXOUT-OPEN.
           DISPLAY 'DAY15RR ABEND - BOXOUT COULD NOT BE OPENED'
           DISPLAY 'FILE STATUS : ' D15Y-BOXOUT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9950-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9940-ABEND-XCPOUT-OPEN - THE XCPRPT REPRINT FILE COULD NOT BE
      * OPENED (MISSING DD, BAD PERMISSIONS, ETC).
      ******************************************************************
       9940-ABEND-XCPOUT-OPEN.
           DISPLAY 'DAY15RR ABEND - XCPOUT COULD NOT BE OPENED'
           DISPLAY 'FILE STATUS : ' D15Y-XCPOUT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9940-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9910-ABEND-RRCTL-CARD - AN UNRECOGNIZED OR MALFORMED CONTROL
      * CARD, OR NO RUN-DATE= CARD.  A REPRINT OF A GUESSED RUN COULD
      * BE TAKEN FOR THE RIGHT ONE.
      ******************************************************************
       9910-ABEND-RRCTL-CARD.
           DISPLAY 'DAY15RR ABEND - UNRECOGNIZED OR BAD RRCTL CARD'
           DISPLAY 'CARD    : ' D15Y-CTL-CARD
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9910-EXIT.
           EXIT.
      *
      ******************************************************************
      * 8900-TERMINATE - CLOSE ALL OPEN FILES BEFORE ENDING THE RUN.
      ******************************************************************
       8900-TERMINATE.
           CLOSE RPTARC-FILE
           CLOSE BOXOUT-FILE
           CLOSE XCPOUT-FILE
           CLOSE RRRPT-FILE.
       8900-EXIT.
           EXIT.
