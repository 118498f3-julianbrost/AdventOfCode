      ******************************************************************
      * IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY15RF.
       AUTHOR. J BROST.
       INSTALLATION. AOC-BATCH.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  JB   INITIAL VERSION - PERIOD-END BOX ROLL-
      *                     FORWARD STATEMENT FOR MONTH-END.  RFCTL
      *                     CARDS FROM-DATE=YYYYMMDD AND
      *                     TO-DATE=YYYYMMDD NAME THE PERIOD; FROM-DATE
      *                     IS THE LAST DAY OF THE PREVIOUS PERIOD, SO
      *                     OCTOBER IS FROM-DATE=20260930
      *                     TO-DATE=20261031.  THE OPENING AND CLOSING
      *                     ARRANGEMENTS ARE THE LAST ARRHIST LOAD ON
      *                     OR BEFORE EACH DATE; THE ADDS, REMOVES AND
      *                     FOCAL UPDATES ARE THE DATE-STAMPED TXNHIST
      *                     LINES OF THE DAYS AFTER FROM-DATE THROUGH
      *                     TO-DATE.  EVERY DAY15 SEQUENCE STARTS FROM
      *                     AN EMPTY MAP, SO THE ARRANGEMENT STANDING
      *                     WHEN A SEQUENCE STARTS IS CLEARED; THOSE
      *                     LENSES ARE THE RESETS COLUMN, TAKEN FROM
      *                     THE LOADS OF THE PERIOD.  PER BOX, OPENING
      *                     + ADDS - REMOVES - RESETS MUST EQUAL
      *                     CLOSING; A BOX THAT DOES NOT PROVE MEANS A
      *                     DAY'S ARCHIVE (DAY15AR) OR LOAD (DAY15AL)
      *                     WAS MISSED, AND IS FLAGGED ON RFRPT WITH
      *                     THE STEP ENDING RC=8.
      *   2026-10-15  JB   EACH LIBRARY KEEPS ITS OWN ARRANGEMENT, SO
      *                     THE STATEMENT NOW COVERS ONE LIBRARY.  THE
      *                     RFCTL CARD LIBRARY=code (OR
      *                     LIBRARY=DEFAULT) NAMES IT; NO CARD MEANS
      *                     THE DEFAULT LIBRARY.  ONLY THAT LIBRARY'S
      *                     ARRHIST LOADS AND THE TXNHIST LINES UNDER
      *                     ITS SEQUENCE MARKERS ARE COUNTED.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RFCTL-FILE ASSIGN TO "RFCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15W-RFCTL-STATUS.
           SELECT ARRHIST-FILE ASSIGN TO "ARRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS D15W-ARRHIST-STATUS.
           SELECT TXNHIST-FILE ASSIGN TO "TXNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15W-TXNHIST-STATUS.
           SELECT RFRPT-FILE ASSIGN TO "RFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RFCTL-FILE.
       01  RFCTL-REC               PIC X(80).
      *
       FD  ARRHIST-FILE.
       01  ARRHIST-REC.
           05  AH-KEY.
               10  AH-DATE          PIC X(8).
               10  AH-SEQ           PIC 9(4).
               10  AH-LABEL         PIC X(60).
               10  AH-LIB           PIC X(4).
           05  AH-BOX               PIC 9(3).
           05  AH-SLOT              PIC 9(3).
           05  AH-FOCAL             PIC 9(8).
           05  AH-SEQNAME           PIC X(20).
      *
       FD  TXNHIST-FILE.
       01  TXNHIST-REC             PIC X(140).
       01  TXNHIST-LAYOUT REDEFINES TXNHIST-REC.
           05  TXNH-DATE           PIC X(8).
           05  TXNH-LINE           PIC X(132).
      *
       FD  RFRPT-FILE
           RECORDING MODE IS F.
       01  RFRPT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
      *
      * ---------------------------------------------------------------
      * FILE STATUS AND END-OF-FILE SWITCHES
      * ---------------------------------------------------------------
       01 D15W-RFCTL-STATUS    PIC X(2).
          88 D15W-RFCTL-FOUND  VALUE '00'.
       01 D15W-ARRHIST-STATUS  PIC X(2).
          88 D15W-ARRHIST-OK   VALUE '00'.
       01 D15W-TXNHIST-STATUS  PIC X(2).
          88 D15W-TXNHIST-OK   VALUE '00'.
       77 D15W-RFCTL-EOF       PIC 9(1)       VALUE 0.
       77 D15W-ARRHIST-EOF     PIC 9(1)       VALUE 0.
       77 D15W-TXNHIST-EOF     PIC 9(1)       VALUE 0.
      *
      * ---------------------------------------------------------------
      * CONTROL-CARD WORK AREA
      * ---------------------------------------------------------------
       01 D15W-CTL-CARD        PIC X(80).
       77 D15W-CTL-LEN         PIC 9(3)  COMP VALUE 0.
       01 D15W-FROM-DATE       PIC X(8)       VALUE SPACES.
       01 D15W-TO-DATE         PIC X(8)       VALUE SPACES.
       01 D15W-LIBRARY         PIC X(4)       VALUE SPACES.
       01 D15W-HIST-LIB        PIC X(4)       VALUE SPACES.
      *
      * ---------------------------------------------------------------
      * LOADS FOUND ON ARRHIST - THE LOAD BEING COUNTED, THE OPENING
      * AND CLOSING LOADS CHOSEN, AND HOW MANY LOADS FELL IN THE
      * PERIOD.
      * ---------------------------------------------------------------
       01 D15W-CUR-DATE        PIC X(8)       VALUE SPACES.
       77 D15W-CUR-SEQ         PIC 9(4)       VALUE 0.
       77 D15W-CUR-ROWS        PIC 9(8)  COMP VALUE 0.
       77 D15W-OPEN-FOUND      PIC 9(1)       VALUE 0.
       01 D15W-OPEN-DATE       PIC X(8)       VALUE SPACES.
       77 D15W-OPEN-SEQ        PIC 9(4)       VALUE 0.
       77 D15W-CLOSE-FOUND     PIC 9(1)       VALUE 0.
       01 D15W-CLOSE-DATE      PIC X(8)       VALUE SPACES.
       77 D15W-CLOSE-SEQ       PIC 9(4)       VALUE 0.
       77 D15W-LOAD-COUNT      PIC 9(8)  COMP VALUE 0.
      *
      * ---------------------------------------------------------------
      * STANDALONE COUNTERS AND SWITCHES
      * ---------------------------------------------------------------
       77 D15W-I               PIC 9(8)  COMP VALUE 0.
       77 D15W-TXN-BOX         PIC 9(3)       VALUE 0.
       01 D15W-LAST-TXN-DATE   PIC X(8)       VALUE SPACES.
       77 D15W-DAY-COUNT       PIC 9(8)  COMP VALUE 0.
       77 D15W-LINE-COUNT      PIC 9(8)  COMP VALUE 0.
       77 D15W-BOX-COUNT       PIC 9(8)  COMP VALUE 0.
       77 D15W-FAIL-COUNT      PIC 9(8)  COMP VALUE 0.
       77 D15W-RESETS          PIC S9(9) COMP VALUE 0.
       77 D15W-PROOF           PIC S9(9) COMP VALUE 0.
       77 D15W-DIFF            PIC S9(9) COMP VALUE 0.
      *
      * ---------------------------------------------------------------
      * GRAND TOTALS
      * ---------------------------------------------------------------
       77 D15W-TOT-OPEN        PIC 9(8)  COMP VALUE 0.
       77 D15W-TOT-ADDS        PIC 9(8)  COMP VALUE 0.
       77 D15W-TOT-REMS        PIC 9(8)  COMP VALUE 0.
       77 D15W-TOT-UPDS        PIC 9(8)  COMP VALUE 0.
       77 D15W-TOT-RESETS      PIC S9(9) COMP VALUE 0.
       77 D15W-TOT-CLOSE       PIC 9(8)  COMP VALUE 0.
      *
      * ---------------------------------------------------------------
      * REPORT EDIT FIELDS
      * ---------------------------------------------------------------
       77 D15W-BOX-OUT         PIC ZZ9.
       77 D15W-SEQ-OUT         PIC Z(3)9.
       77 D15W-CNT-OUT         PIC Z(7)9.
       77 D15W-OPEN-OUT        PIC Z(7)9.
       77 D15W-ADDS-OUT        PIC Z(7)9.
       77 D15W-REMS-OUT        PIC Z(7)9.
       77 D15W-RESETS-OUT      PIC -(7)9.
       77 D15W-CLOSE-OUT       PIC Z(7)9.
       77 D15W-UPDS-OUT        PIC Z(7)9.
       77 D15W-DIFF-OUT        PIC -(7)9.
      *
      * ---------------------------------------------------------------
      * PER-BOX ROLL-FORWARD FIGURES.  CUR IS THE LOAD BEING COUNTED
      * OFF ARRHIST; PSUM IS THE SUM OF EVERY LOAD INSIDE THE PERIOD.
      * ---------------------------------------------------------------
       01 D15W-BOX-TABLE.
          03 D15W-BOX-ENTRY OCCURS 256 TIMES.
             05 D15W-BOX-OPEN     PIC 9(8)  COMP.
             05 D15W-BOX-ADDS     PIC 9(8)  COMP.
             05 D15W-BOX-REMS     PIC 9(8)  COMP.
             05 D15W-BOX-UPDS     PIC 9(8)  COMP.
             05 D15W-BOX-CLOSE    PIC 9(8)  COMP.
             05 D15W-BOX-CUR      PIC 9(8)  COMP.
             05 D15W-BOX-PSUM     PIC 9(8)  COMP.

       PROCEDURE DIVISION.
      *
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SCAN-LOADS THRU 2000-EXIT.
           PERFORM 3000-SCAN-ACTIVITY THRU 3000-EXIT.
           PERFORM 4000-WRITE-STATEMENT THRU 4000-EXIT.
           PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
           PERFORM 8900-TERMINATE THRU 8900-EXIT.
           IF D15W-FAIL-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.
      *
      ******************************************************************
      * 1000-INITIALIZE - THE PERIOD IS MANDATORY: BOTH DATES, AND THE
      * FROM-DATE BEFORE THE TO-DATE.  THEN OPEN THE TWO HISTORIES AND
      * THE REPORT.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT RFCTL-FILE
           IF D15W-RFCTL-FOUND
              PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
                  UNTIL D15W-RFCTL-EOF = 1
              CLOSE RFCTL-FILE
           END-IF
           IF D15W-FROM-DATE = SPACES OR D15W-TO-DATE = SPACES OR
              D15W-FROM-DATE NOT < D15W-TO-DATE
              MOVE 'FROM-DATE AND TO-DATE BOTH REQUIRED, FROM FIRST'
                                                 TO D15W-CTL-CARD
              PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-IF
           INITIALIZE D15W-BOX-TABLE
           OPEN INPUT ARRHIST-FILE
           IF NOT D15W-ARRHIST-OK
              PERFORM 9980-ABEND-ARRHIST-OPEN THRU 9980-EXIT
           END-IF
           OPEN INPUT TXNHIST-FILE
           IF NOT D15W-TXNHIST-OK
              PERFORM 9975-ABEND-TXNHIST-OPEN THRU 9975-EXIT
           END-IF
           OPEN OUTPUT RFRPT-FILE
           MOVE 'PERIOD BOX ROLL-FORWARD STATEMENT' TO RFRPT-REC
           WRITE RFRPT-REC
           MOVE '---------------------------------' TO RFRPT-REC
           WRITE RFRPT-REC
           MOVE SPACES TO RFRPT-REC
           STRING 'PERIOD              : AFTER ' DELIMITED BY SIZE
                  D15W-FROM-DATE                 DELIMITED BY SIZE
                  ' THROUGH '                    DELIMITED BY SIZE
                  D15W-TO-DATE                   DELIMITED BY SIZE
                  INTO RFRPT-REC
           WRITE RFRPT-REC
           IF D15W-LIBRARY NOT = SPACES
              MOVE SPACES TO RFRPT-REC
              STRING 'LIBRARY             : ' DELIMITED BY SIZE
                     D15W-LIBRARY             DELIMITED BY SIZE
                     INTO RFRPT-REC
              WRITE RFRPT-REC
           END-IF.
       1000-EXIT.
           EXIT.
      *
       1100-READ-ONE-CARD.
           READ RFCTL-FILE
               AT END
                  MOVE 1 TO D15W-RFCTL-EOF
                  GO TO 1100-EXIT
           END-READ
           MOVE FUNCTION TRIM(RFCTL-REC) TO D15W-CTL-CARD
           MOVE FUNCTION LENGTH(FUNCTION TRIM(D15W-CTL-CARD))
                                                 TO D15W-CTL-LEN
           EVALUATE TRUE
              WHEN D15W-CTL-CARD = SPACES
                 CONTINUE
              WHEN D15W-CTL-CARD(1:1) = '*'
                 CONTINUE
              WHEN D15W-CTL-CARD(1:10) = 'FROM-DATE='
                 IF D15W-CTL-LEN NOT = 18 OR
                    D15W-CTL-CARD(11:8) NOT NUMERIC
                    PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
                 END-IF
                 MOVE D15W-CTL-CARD(11:8) TO D15W-FROM-DATE
              WHEN D15W-CTL-CARD(1:8) = 'TO-DATE='
                 IF D15W-CTL-LEN NOT = 16 OR
                    D15W-CTL-CARD(9:8) NOT NUMERIC
                    PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
                 END-IF
                 MOVE D15W-CTL-CARD(9:8) TO D15W-TO-DATE
              WHEN D15W-CTL-CARD(1:8) = 'LIBRARY='
                 PERFORM 1200-LIBRARY-VALUE THRU 1200-EXIT
              WHEN OTHER
                 PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-EVALUATE.
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1200-LIBRARY-VALUE - LIBRARY=code (1 TO 4 CHARACTERS, NO
      * EMBEDDED BLANKS) OR LIBRARY=DEFAULT.  ALL IS REFUSED: A BOX
      * ONLY PROVES WITHIN ONE LIBRARY'S ARRANGEMENT.
      ******************************************************************
       1200-LIBRARY-VALUE.
           MOVE SPACES TO D15W-LIBRARY
           IF D15W-CTL-LEN = 15 AND D15W-CTL-CARD(9:7) = 'DEFAULT'
              GO TO 1200-EXIT
           END-IF
           IF D15W-CTL-LEN < 9 OR D15W-CTL-LEN > 12
              PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-IF
           IF D15W-CTL-LEN = 11 AND D15W-CTL-CARD(9:3) = 'ALL'
              PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-IF
           PERFORM 1210-CHECK-LIB-CHAR THRU 1210-EXIT
               VARYING D15W-I FROM 9 BY 1 UNTIL D15W-I > D15W-CTL-LEN
           MOVE D15W-CTL-CARD(9:D15W-CTL-LEN - 8) TO D15W-LIBRARY.
       1200-EXIT.
           EXIT.
      *
       1210-CHECK-LIB-CHAR.
           IF D15W-CTL-CARD(D15W-I:1) = SPACE
              PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-IF.
       1210-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2000-SCAN-LOADS - ONE PASS OVER ARRHIST IN KEY (DATE, SEQUENCE)
      * ORDER, COUNTING EACH LOAD'S LENSES BY BOX.  AS EACH LOAD
      * COMPLETES IT BECOMES THE CLOSING CANDIDATE; A LOAD ON OR BEFORE
      * FROM-DATE ALSO BECOMES THE OPENING CANDIDATE, AND A LOAD INSIDE
      * THE PERIOD IS ADDED INTO THE PERIOD SUM.  THE SCAN STOPS AT THE
      * FIRST LOAD AFTER TO-DATE.  OTHER LIBRARIES' ROWS ARE PASSED
      * OVER, SO A LOAD IS ONE DATE AND SEQUENCE OF THIS LIBRARY.
      ******************************************************************
       2000-SCAN-LOADS.
           MOVE LOW-VALUES TO AH-KEY
           START ARRHIST-FILE KEY NOT < AH-KEY
           IF NOT D15W-ARRHIST-OK
              GO TO 2000-EXIT
           END-IF
           PERFORM 2100-READ-ONE-ROW THRU 2100-EXIT
               UNTIL D15W-ARRHIST-EOF = 1
           IF D15W-CUR-DATE NOT = SPACES
              PERFORM 2200-END-ONE-LOAD THRU 2200-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *
       2100-READ-ONE-ROW.
           READ ARRHIST-FILE NEXT
               AT END
                  MOVE 1 TO D15W-ARRHIST-EOF
                  GO TO 2100-EXIT
           END-READ
           IF NOT D15W-ARRHIST-OK OR AH-DATE > D15W-TO-DATE
              MOVE 1 TO D15W-ARRHIST-EOF
              GO TO 2100-EXIT
           END-IF
           IF AH-LIB NOT = D15W-LIBRARY
              GO TO 2100-EXIT
           END-IF
           IF AH-DATE NOT = D15W-CUR-DATE OR AH-SEQ NOT = D15W-CUR-SEQ
              IF D15W-CUR-DATE NOT = SPACES
                 PERFORM 2200-END-ONE-LOAD THRU 2200-EXIT
              END-IF
              MOVE AH-DATE TO D15W-CUR-DATE
              MOVE AH-SEQ TO D15W-CUR-SEQ
              MOVE 0 TO D15W-CUR-ROWS
              PERFORM 2300-CLEAR-ONE-CUR THRU 2300-EXIT
                  VARYING D15W-I FROM 1 BY 1 UNTIL D15W-I > 256
           END-IF
           IF AH-BOX NOT NUMERIC OR AH-BOX > 255
              PERFORM 9970-ABEND-ARRHIST-DAMAGED THRU 9970-EXIT
           END-IF
           COMPUTE D15W-I = AH-BOX + 1
           ADD 1 TO D15W-BOX-CUR(D15W-I)
           ADD 1 TO D15W-CUR-ROWS.
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2200-END-ONE-LOAD - THE LOAD IN D15W-CUR-DATE/SEQ IS COMPLETE.
      ******************************************************************
       2200-END-ONE-LOAD.
           MOVE 1 TO D15W-CLOSE-FOUND
           MOVE D15W-CUR-DATE TO D15W-CLOSE-DATE
           MOVE D15W-CUR-SEQ TO D15W-CLOSE-SEQ
           IF D15W-CUR-DATE NOT > D15W-FROM-DATE
              MOVE 1 TO D15W-OPEN-FOUND
              MOVE D15W-CUR-DATE TO D15W-OPEN-DATE
              MOVE D15W-CUR-SEQ TO D15W-OPEN-SEQ
           ELSE
              ADD 1 TO D15W-LOAD-COUNT
           END-IF
           PERFORM 2210-END-ONE-BOX THRU 2210-EXIT
               VARYING D15W-I FROM 1 BY 1 UNTIL D15W-I > 256.
       2200-EXIT.
           EXIT.
      *
       2210-END-ONE-BOX.
           MOVE D15W-BOX-CUR(D15W-I) TO D15W-BOX-CLOSE(D15W-I)
           IF D15W-CUR-DATE NOT > D15W-FROM-DATE
              MOVE D15W-BOX-CUR(D15W-I) TO D15W-BOX-OPEN(D15W-I)
           ELSE
              ADD D15W-BOX-CUR(D15W-I) TO D15W-BOX-PSUM(D15W-I)
           END-IF.
       2210-EXIT.
           EXIT.
      *
       2300-CLEAR-ONE-CUR.
           MOVE 0 TO D15W-BOX-CUR(D15W-I).
       2300-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3000-SCAN-ACTIVITY - EVERY TXNHIST LINE STAMPED AFTER FROM-DATE
      * AND NOT AFTER TO-DATE, TALLIED BY BOX AND OPERATION.  THE BOX
      * IS POSITIONAL ON THE LOG LINE, AS DAY15PF READS IT.  THE
      * DISTINCT RUN DATES SEEN ARE COUNTED SO A MISSING DAY IS PLAIN
      * ON THE HEADING.  EACH SEQUENCE MARKER SETS THE LIBRARY OF THE
      * LINES THAT FOLLOW IT (" LIB=code" AT COLUMN 38, NONE FOR THE
      * DEFAULT LIBRARY); OTHER LIBRARIES' LINES ARE PASSED OVER.
      ******************************************************************
       3000-SCAN-ACTIVITY.
           PERFORM 3100-READ-ONE-LINE THRU 3100-EXIT
               UNTIL D15W-TXNHIST-EOF = 1.
       3000-EXIT.
           EXIT.
      *
       3100-READ-ONE-LINE.
           READ TXNHIST-FILE
               AT END
                  MOVE 1 TO D15W-TXNHIST-EOF
                  GO TO 3100-EXIT
           END-READ
           IF TXNH-LINE(1:7) = 'SEQNBR='
              MOVE SPACES TO D15W-HIST-LIB
              IF TXNH-LINE(38:5) = ' LIB='
                 MOVE TXNH-LINE(43:4) TO D15W-HIST-LIB
              END-IF
              GO TO 3100-EXIT
           END-IF
           IF D15W-HIST-LIB NOT = D15W-LIBRARY
              GO TO 3100-EXIT
           END-IF
           IF TXNH-DATE NOT > D15W-FROM-DATE OR
              TXNH-DATE > D15W-TO-DATE
              GO TO 3100-EXIT
           END-IF
           IF TXNH-LINE(1:6) NOT = 'ADD   ' AND
              TXNH-LINE(1:6) NOT = 'UPDATE' AND
              TXNH-LINE(1:6) NOT = 'REMOVE'
              GO TO 3100-EXIT
           END-IF
           IF TXNH-DATE NOT = D15W-LAST-TXN-DATE
              MOVE TXNH-DATE TO D15W-LAST-TXN-DATE
              ADD 1 TO D15W-DAY-COUNT
           END-IF
           IF TXNH-LINE(12:3) NOT NUMERIC
              PERFORM 9990-ABEND-TXNHIST-FORMAT THRU 9990-EXIT
           END-IF
           MOVE TXNH-LINE(12:3) TO D15W-TXN-BOX
           IF D15W-TXN-BOX > 255
              PERFORM 9990-ABEND-TXNHIST-FORMAT THRU 9990-EXIT
           END-IF
           ADD 1 TO D15W-LINE-COUNT
           COMPUTE D15W-I = D15W-TXN-BOX + 1
           EVALUATE TXNH-LINE(1:6)
              WHEN 'ADD   '
                 ADD 1 TO D15W-BOX-ADDS(D15W-I)
              WHEN 'REMOVE'
                 ADD 1 TO D15W-BOX-REMS(D15W-I)
              WHEN 'UPDATE'
                 ADD 1 TO D15W-BOX-UPDS(D15W-I)
           END-EVALUATE.
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4000-WRITE-STATEMENT - THE LOADS USED, THEN ONE LINE PER BOX
      * WITH ANY FIGURE IN IT, THEN THE GRAND TOTAL LINE.
      ******************************************************************
       4000-WRITE-STATEMENT.
           MOVE SPACES TO RFRPT-REC
           IF D15W-OPEN-FOUND = 1
              MOVE D15W-OPEN-SEQ TO D15W-SEQ-OUT
              STRING 'OPENING ARRANGEMENT : LOAD ' DELIMITED BY SIZE
                     D15W-OPEN-DATE                DELIMITED BY SIZE
                     ' SEQ '                       DELIMITED BY SIZE
                     D15W-SEQ-OUT                  DELIMITED BY SIZE
                     INTO RFRPT-REC
           ELSE
              MOVE 'OPENING ARRANGEMENT : NONE - TAKEN AS EMPTY'
                                                    TO RFRPT-REC
           END-IF
           WRITE RFRPT-REC
           MOVE SPACES TO RFRPT-REC
           IF D15W-CLOSE-FOUND = 1
              MOVE D15W-CLOSE-SEQ TO D15W-SEQ-OUT
              STRING 'CLOSING ARRANGEMENT : LOAD ' DELIMITED BY SIZE
                     D15W-CLOSE-DATE               DELIMITED BY SIZE
                     ' SEQ '                       DELIMITED BY SIZE
                     D15W-SEQ-OUT                  DELIMITED BY SIZE
                     INTO RFRPT-REC
           ELSE
              MOVE 'CLOSING ARRANGEMENT : NONE - TAKEN AS EMPTY'
                                                    TO RFRPT-REC
           END-IF
           WRITE RFRPT-REC
           MOVE D15W-LOAD-COUNT TO D15W-CNT-OUT
           MOVE SPACES TO RFRPT-REC
           STRING 'LOADS IN PERIOD     : ' DELIMITED BY SIZE
                  D15W-CNT-OUT             DELIMITED BY SIZE
                  INTO RFRPT-REC
           WRITE RFRPT-REC
           MOVE D15W-DAY-COUNT TO D15W-CNT-OUT
           MOVE SPACES TO RFRPT-REC
           STRING 'ARCHIVED DAYS       : ' DELIMITED BY SIZE
                  D15W-CNT-OUT             DELIMITED BY SIZE
                  INTO RFRPT-REC
           WRITE RFRPT-REC
           MOVE SPACES TO RFRPT-REC
           WRITE RFRPT-REC
           MOVE ' BOX   OPENING      ADDS   REMOVES    RESETS   CLOSING
      -         '  UPDATES  PROOF' TO RFRPT-REC
           WRITE RFRPT-REC
           MOVE ' ---  --------  --------  --------  --------  --------
      -         ' --------  -----' TO RFRPT-REC
           WRITE RFRPT-REC
           PERFORM 4100-WRITE-ONE-BOX THRU 4100-EXIT
               VARYING D15W-I FROM 1 BY 1 UNTIL D15W-I > 256
           MOVE D15W-TOT-OPEN TO D15W-OPEN-OUT
           MOVE D15W-TOT-ADDS TO D15W-ADDS-OUT
           MOVE D15W-TOT-REMS TO D15W-REMS-OUT
           MOVE D15W-TOT-RESETS TO D15W-RESETS-OUT
           MOVE D15W-TOT-CLOSE TO D15W-CLOSE-OUT
           MOVE D15W-TOT-UPDS TO D15W-UPDS-OUT
           MOVE ' ---  --------  --------  --------  --------  --------
      -         ' --------  -----' TO RFRPT-REC
           WRITE RFRPT-REC
           MOVE SPACES TO RFRPT-REC
           STRING ' TOT  '           DELIMITED BY SIZE
                  D15W-OPEN-OUT      DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  D15W-ADDS-OUT      DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  D15W-REMS-OUT      DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  D15W-RESETS-OUT    DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  D15W-CLOSE-OUT     DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  D15W-UPDS-OUT      DELIMITED BY SIZE
                  INTO RFRPT-REC
           WRITE RFRPT-REC.
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4100-WRITE-ONE-BOX - RESETS ARE THE LENSES CLEARED AT THE START
      * OF EACH SEQUENCE IN THE PERIOD: THE OPENING ARRANGEMENT PLUS
      * EVERY PERIOD LOAD BUT THE LAST.  OPENING + ADDS - REMOVES -
      * RESETS THEN PROVES TO CLOSING EXACTLY WHEN THE PERIOD'S
      * ARCHIVED ACTIVITY BUILT THE PERIOD'S LOADED ARRANGEMENTS.
      ******************************************************************
       4100-WRITE-ONE-BOX.
           IF D15W-BOX-OPEN(D15W-I) = 0 AND
              D15W-BOX-ADDS(D15W-I) = 0 AND
              D15W-BOX-REMS(D15W-I) = 0 AND
              D15W-BOX-UPDS(D15W-I) = 0 AND
              D15W-BOX-CLOSE(D15W-I) = 0 AND
              D15W-BOX-PSUM(D15W-I) = 0
              GO TO 4100-EXIT
           END-IF
           ADD 1 TO D15W-BOX-COUNT
           COMPUTE D15W-RESETS = D15W-BOX-OPEN(D15W-I)
                               + D15W-BOX-PSUM(D15W-I)
                               - D15W-BOX-CLOSE(D15W-I)
           COMPUTE D15W-PROOF = D15W-BOX-OPEN(D15W-I)
                              + D15W-BOX-ADDS(D15W-I)
                              - D15W-BOX-REMS(D15W-I)
                              - D15W-RESETS
           COMPUTE D15W-DIFF = D15W-PROOF - D15W-BOX-CLOSE(D15W-I)
           ADD D15W-BOX-OPEN(D15W-I) TO D15W-TOT-OPEN
           ADD D15W-BOX-ADDS(D15W-I) TO D15W-TOT-ADDS
           ADD D15W-BOX-REMS(D15W-I) TO D15W-TOT-REMS
           ADD D15W-BOX-UPDS(D15W-I) TO D15W-TOT-UPDS
           ADD D15W-RESETS TO D15W-TOT-RESETS
           ADD D15W-BOX-CLOSE(D15W-I) TO D15W-TOT-CLOSE
           COMPUTE D15W-BOX-OUT = D15W-I - 1
           MOVE D15W-BOX-OPEN(D15W-I) TO D15W-OPEN-OUT
           MOVE D15W-BOX-ADDS(D15W-I) TO D15W-ADDS-OUT
           MOVE D15W-BOX-REMS(D15W-I) TO D15W-REMS-OUT
           MOVE D15W-RESETS TO D15W-RESETS-OUT
           MOVE D15W-BOX-CLOSE(D15W-I) TO D15W-CLOSE-OUT
           MOVE D15W-BOX-UPDS(D15W-I) TO D15W-UPDS-OUT
           MOVE SPACES TO RFRPT-REC
           IF D15W-DIFF = 0
              STRING ' '                DELIMITED BY SIZE
                     D15W-BOX-OUT       DELIMITED BY SIZE
                     '  '               DELIMITED BY SIZE
                     D15W-OPEN-OUT      DELIMITED BY SIZE
                     '  '               DELIMITED BY SIZE
                     D15W-ADDS-OUT      DELIMITED BY SIZE
                     '  '               DELIMITED BY SIZE
                     D15W-REMS-OUT      DELIMITED BY SIZE
                     '  '               DELIMITED BY SIZE
                     D15W-RESETS-OUT    DELIMITED BY SIZE
                     '  '               DELIMITED BY SIZE
                     D15W-CLOSE-OUT     DELIMITED BY SIZE
                     '  '               DELIMITED BY SIZE
                     D15W-UPDS-OUT      DELIMITED BY SIZE
                     '  PROVES'         DELIMITED BY SIZE
                     INTO RFRPT-REC
           ELSE
              ADD 1 TO D15W-FAIL-COUNT
              MOVE D15W-DIFF TO D15W-DIFF-OUT
              STRING ' '                DELIMITED BY SIZE
                     D15W-BOX-OUT       DELIMITED BY SIZE
                     '  '               DELIMITED BY SIZE
                     D15W-OPEN-OUT      DELIMITED BY SIZE
                     '  '               DELIMITED BY SIZE
                     D15W-ADDS-OUT      DELIMITED BY SIZE
                     '  '               DELIMITED BY SIZE
                     D15W-REMS-OUT      DELIMITED BY SIZE
                     '  '               DELIMITED BY SIZE
                     D15W-RESETS-OUT    DELIMITED BY SIZE
                     '  '               DELIMITED BY SIZE
                     D15W-CLOSE-OUT     DELIMITED BY SIZE
                     '  '               DELIMITED BY SIZE
                     D15W-UPDS-OUT      DELIMITED BY SIZE
                     '  ** DOES NOT PROVE - OFF BY '
                                        DELIMITED BY SIZE
                     D15W-DIFF-OUT      DELIMITED BY SIZE
                     ' **'              DELIMITED BY SIZE
                     INTO RFRPT-REC
           END-IF
           WRITE RFRPT-REC.
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 5000-WRITE-SUMMARY
      ******************************************************************
       5000-WRITE-SUMMARY.
           MOVE SPACES TO RFRPT-REC
           WRITE RFRPT-REC
           MOVE D15W-LINE-COUNT TO D15W-CNT-OUT
           MOVE SPACES TO RFRPT-REC
           STRING 'ACTIVITY LINES    : ' DELIMITED BY SIZE
                  D15W-CNT-OUT           DELIMITED BY SIZE
                  INTO RFRPT-REC
           WRITE RFRPT-REC
           MOVE D15W-BOX-COUNT TO D15W-CNT-OUT
           MOVE SPACES TO RFRPT-REC
           STRING 'BOXES REPORTED    : ' DELIMITED BY SIZE
                  D15W-CNT-OUT           DELIMITED BY SIZE
                  INTO RFRPT-REC
           WRITE RFRPT-REC
           MOVE D15W-FAIL-COUNT TO D15W-CNT-OUT
           MOVE SPACES TO RFRPT-REC
           STRING 'BOXES NOT PROVED  : ' DELIMITED BY SIZE
                  D15W-CNT-OUT           DELIMITED BY SIZE
                  INTO RFRPT-REC
           WRITE RFRPT-REC
           IF D15W-FAIL-COUNT = 0
              MOVE 'ROLL-FORWARD PROVES FOR EVERY BOX' TO RFRPT-REC
           ELSE
              MOVE '** ROLL-FORWARD DOES NOT PROVE - CHECK FOR A MISSED
      -            'DAY15AR ARCHIVE OR DAY15AL LOAD IN THE PERIOD **'
                                                    TO RFRPT-REC
           END-IF
           WRITE RFRPT-REC.
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9990-ABEND-TXNHIST-FORMAT - A TRANSACTION LINE ON THE ARCHIVE
      * WITH NO USABLE BOX NUMBER; THE ARCHIVE IS DAMAGED.
      ******************************************************************
       9990-ABEND-TXNHIST-FORMAT.
           DISPLAY 'DAY15RF ABEND - TXNHIST LINE HAS NO VALID BOX'
           DISPLAY 'LINE    : ' TXNHIST-REC(1:80)
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9990-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9980-ABEND-ARRHIST-OPEN - THE ARRANGEMENT HISTORY COULD NOT BE
      * OPENED; THERE IS NO OPENING OR CLOSING POSITION WITHOUT IT.
      ******************************************************************
       9980-ABEND-ARRHIST-OPEN.
           DISPLAY 'DAY15RF ABEND - ARRHIST COULD NOT BE OPENED'
           DISPLAY 'FILE STATUS : ' D15W-ARRHIST-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9980-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9975-ABEND-TXNHIST-OPEN - THE TRANSACTION ARCHIVE COULD NOT BE
      * OPENED; EITHER DAY15AR HAS NEVER RUN OR THE DD POINTS AT THE
      * WRONG PLACE.
      ******************************************************************
       9975-ABEND-TXNHIST-OPEN.
           DISPLAY 'DAY15RF ABEND - TXNHIST COULD NOT BE OPENED'
           DISPLAY 'FILE STATUS : ' D15W-TXNHIST-STATUS
           CLOSE ARRHIST-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9975-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9970-ABEND-ARRHIST-DAMAGED - AN ARRANGEMENT ROW WITH A BOX
      * OUTSIDE 0-255.
      ******************************************************************
       9970-ABEND-ARRHIST-DAMAGED.
           DISPLAY 'DAY15RF ABEND - ARRHIST ROW HAS NO VALID BOX'
           DISPLAY 'KEY     : ' AH-DATE ' ' AH-SEQ ' ' AH-LABEL
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9970-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9950-ABEND-BAD-CARD - AN UNRECOGNIZED OR MALFORMED RFCTL CARD,
      * OR NO USABLE PERIOD.
      ******************************************************************
       9950-ABEND-BAD-CARD.
           DISPLAY 'DAY15RF ABEND - UNRECOGNIZED OR BAD RFCTL CARD'
           DISPLAY 'CARD    : ' D15W-CTL-CARD
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9950-EXIT.
           EXIT.
      *
      ******************************************************************
      * 8900-TERMINATE - CLOSE ALL OPEN FILES BEFORE ENDING THE RUN.
      ******************************************************************
       8900-TERMINATE.
           CLOSE ARRHIST-FILE
           CLOSE TXNHIST-FILE
           CLOSE RFRPT-FILE.
       8900-EXIT.
           EXIT.
