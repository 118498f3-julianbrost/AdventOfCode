      *                     GROUP POSITIONALLY, UNDER "SEQ NNNN", AS
      *                     BEFORE.  RECORDS WRITTEN BEFORE THE NAME
      *                     FIELD EXISTED READ BACK AS UNNAMED.
      *   2026-10-15  JB   MULTI-SITE.  RUNHIST RECORDS NOW CARRY THE
      *                     LIBRARY CODE (RUNH-LIB); OLDER RECORDS READ
      *                     AS THE DEFAULT LIBRARY.  AN OPTIONAL TRCTL
      *                     CARD LIBRARY=code (OR DEFAULT) REPORTS ONE
      *                     LIBRARY; WITHOUT IT THE DEFAULT LIBRARY IS
      *                     REPORTED.  LIBRARY=ALL REPEATS THE WHOLE
      *                     REPORT FOR EACH LIBRARY ON FILE UNDER ITS
      *                     OWN HEADING AND CLOSES WITH GRAND TOTALS
      *                     ACROSS ALL LIBRARIES.
      *   2026-10-15  JB   RUNHIST IS OPENED AND CLOSED PER LIBRARY, SO
      *                     8900-TERMINATE NOW CLOSES IT ONLY WHILE IT
      *                     IS OPEN (D15T-RUNHIST-OPEN).
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRCTL-FILE ASSIGN TO "TRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15T-TRCTL-STATUS.
           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15T-RUNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRCTL-FILE.
       01  TRCTL-REC                PIC X(80).
      *
       FD  RUNHIST-FILE.
      *    RECORDS WRITTEN BEFORE THE SEQUENCE-NAME FIELD EXISTED ARE
      *    80 BYTES; READ BACK, THE NAME COMES UP SPACES, WHICH IS
           05  RUNH-RESULT1         PIC 9(8).
           05  RUNH-RESULT2         PIC 9(8).
           05  RUNH-SEQNAME         PIC X(20).
           05  RUNH-LIB             PIC X(4).
           05  FILLER               PIC X(8).
      *
       FD  TRNRPT-FILE
           RECORDING MODE IS F.
      * ---------------------------------------------------------------
      * FILE STATUS AND END-OF-FILE SWITCHES
      * ---------------------------------------------------------------
       01 D15T-TRCTL-STATUS    PIC X(2).
          88 D15T-TRCTL-FOUND  VALUE '00'.
       01 D15T-RUNHIST-STATUS  PIC X(2).
          88 D15T-RUNHIST-OK   VALUE '00'.
       77 D15T-TRCTL-EOF       PIC 9(1)       VALUE 0.
       77 D15T-RUNHIST-EOF     PIC 9(1)       VALUE 0.
       77 D15T-RUNHIST-OPEN    PIC 9(1)       VALUE 0.
      *
      * ---------------------------------------------------------------
      * CONTROL-CARD AND LIBRARY WORK AREA.  D15T-LIBRARY IS THE
      * LIBRARY BEING REPORTED (SPACES IS THE DEFAULT LIBRARY);
      * LIBRARY=ALL SETS D15T-ALL-LIBS AND STEPS D15T-LIBRARY THROUGH
      * THE LIBRARIES FOUND ON FILE.
      * ---------------------------------------------------------------
       01 D15T-CTL-CARD        PIC X(80).
       77 D15T-CTL-LEN         PIC 9(3)  COMP VALUE 0.
       01 D15T-LIBRARY         PIC X(4)       VALUE SPACES.
       77 D15T-ALL-LIBS        PIC 9(1)       VALUE 0.
       01 D15T-LIB-OUT         PIC X(7).
       77 D15T-I               PIC 9(8)  COMP VALUE 0.
       77 D15T-L               PIC 9(8)  COMP VALUE 0.
       77 D15T-LIB-HIT         PIC 9(8)  COMP VALUE 0.
       77 D15T-LIB-COUNT       PIC 9(8)  COMP VALUE 0.
       01 D15T-LIB-TABLE.
          03 D15T-LIB-T        PIC X(4)  OCCURS 100 TIMES.
       77 D15T-ALL-RUNS        PIC 9(8)  COMP VALUE 0.
       77 D15T-ALL-STEPS       PIC 9(10) COMP VALUE 0.
       77 D15T-ALL-SETS        PIC 9(10) COMP VALUE 0.
       77 D15T-ALL-DELS        PIC 9(10) COMP VALUE 0.
       77 D15T-ALL-LABELS      PIC 9(10) COMP VALUE 0.
       77 D15T-ALL-REJECTS     PIC 9(10) COMP VALUE 0.
      *
      * ---------------------------------------------------------------
      * CONTROL-BREAK AND ACCUMULATOR WORK AREA
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF D15T-ALL-LIBS = 1
              PERFORM 1500-FIND-LIBRARIES THRU 1500-EXIT
              PERFORM 7000-REPORT-ONE-LIB THRU 7000-EXIT
                  VARYING D15T-L FROM 1 BY 1
                  UNTIL D15T-L > D15T-LIB-COUNT
              PERFORM 7500-WRITE-ALL-TOTALS THRU 7500-EXIT
           ELSE
              PERFORM 7100-REPORT-LIBRARY THRU 7100-EXIT
           END-IF.
           PERFORM 8900-TERMINATE THRU 8900-EXIT.

           STOP RUN.
      *
      ******************************************************************
      * 1000-INITIALIZE - PICK UP THE OPTIONAL LIBRARY CARD AND OPEN
      * THE REPORT.  RUNHIST IS OPENED FOR EACH LIBRARY REPORTED.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT TRCTL-FILE
           IF D15T-TRCTL-FOUND
              PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
                  UNTIL D15T-TRCTL-EOF = 1
           END-IF
           CLOSE TRCTL-FILE
           OPEN OUTPUT TRNRPT-FILE
           MOVE 'RUN HISTORY TREND REPORT' TO TRNRPT-REC
           WRITE TRNRPT-REC
           MOVE '------------------------' TO TRNRPT-REC
           WRITE TRNRPT-REC
           IF D15T-ALL-LIBS = 1
              MOVE 'LIBRARY: ALL' TO TRNRPT-REC
              WRITE TRNRPT-REC
           END-IF
           IF D15T-LIBRARY NOT = SPACES
              MOVE SPACES TO TRNRPT-REC
              STRING 'LIBRARY: '   DELIMITED BY SIZE
                     D15T-LIBRARY  DELIMITED BY SIZE
                     INTO TRNRPT-REC
              WRITE TRNRPT-REC
           END-IF.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1100-READ-ONE-CARD - TRCTL CARDS: LIBRARY=code (1 TO 4
      * CHARACTERS, NO EMBEDDED BLANKS), LIBRARY=DEFAULT OR
      * LIBRARY=ALL.
      ******************************************************************
       1100-READ-ONE-CARD.
           READ TRCTL-FILE
               AT END
                  MOVE 1 TO D15T-TRCTL-EOF
                  GO TO 1100-EXIT
           END-READ
           MOVE FUNCTION TRIM(TRCTL-REC) TO D15T-CTL-CARD
           MOVE FUNCTION LENGTH(FUNCTION TRIM(D15T-CTL-CARD))
                                                 TO D15T-CTL-LEN
           EVALUATE TRUE
              WHEN D15T-CTL-CARD = SPACES
                 CONTINUE
              WHEN D15T-CTL-CARD(1:1) = '*'
                 CONTINUE
              WHEN D15T-CTL-CARD(1:8) = 'LIBRARY='
                 PERFORM 1200-LIBRARY-VALUE THRU 1200-EXIT
              WHEN OTHER
                 PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-EVALUATE.
       1100-EXIT.
           EXIT.
      *
       1200-LIBRARY-VALUE.
           MOVE SPACES TO D15T-LIBRARY
           MOVE 0 TO D15T-ALL-LIBS
           IF D15T-CTL-LEN = 15 AND D15T-CTL-CARD(9:7) = 'DEFAULT'
              GO TO 1200-EXIT
           END-IF
           IF D15T-CTL-LEN = 11 AND D15T-CTL-CARD(9:3) = 'ALL'
              MOVE 1 TO D15T-ALL-LIBS
              GO TO 1200-EXIT
           END-IF
           IF D15T-CTL-LEN < 9 OR D15T-CTL-LEN > 12
              PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-IF
           PERFORM 1210-CHECK-LIB-CHAR THRU 1210-EXIT
               VARYING D15T-I FROM 9 BY 1 UNTIL D15T-I > D15T-CTL-LEN
           MOVE D15T-CTL-CARD(9:D15T-CTL-LEN - 8) TO D15T-LIBRARY.
       1200-EXIT.
           EXIT.
      *
       1210-CHECK-LIB-CHAR.
           IF D15T-CTL-CARD(D15T-I:1) = SPACE
              PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-IF.
       1210-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1500-FIND-LIBRARIES - LIBRARY=ALL.  ONE PASS OF RUNHIST
      * COLLECTS THE DISTINCT LIBRARY CODES IN FIRST-SEEN ORDER.
      ******************************************************************
       1500-FIND-LIBRARIES.
           OPEN INPUT RUNHIST-FILE
           IF NOT D15T-RUNHIST-OK
              PERFORM 9980-ABEND-RUNHIST-OPEN THRU 9980-EXIT
           END-IF
           MOVE 1 TO D15T-RUNHIST-OPEN
           MOVE 0 TO D15T-RUNHIST-EOF
           PERFORM 1510-NOTE-ONE-LIB THRU 1510-EXIT
               UNTIL D15T-RUNHIST-EOF = 1
           CLOSE RUNHIST-FILE
           MOVE 0 TO D15T-RUNHIST-OPEN.
       1500-EXIT.
           EXIT.
      *
       1510-NOTE-ONE-LIB.
           READ RUNHIST-FILE
               AT END
                  MOVE 1 TO D15T-RUNHIST-EOF
                  GO TO 1510-EXIT
           END-READ
           IF RUNHIST-REC = SPACES
              GO TO 1510-EXIT
           END-IF
           MOVE 0 TO D15T-LIB-HIT
           PERFORM 1520-MATCH-ONE-LIB THRU 1520-EXIT
               VARYING D15T-I FROM 1 BY 1 UNTIL D15T-I > D15T-LIB-COUNT
           IF D15T-LIB-HIT > 0
              GO TO 1510-EXIT
           END-IF
           IF D15T-LIB-COUNT >= 100
              PERFORM 9965-ABEND-LIB-OVERFLOW THRU 9965-EXIT
           END-IF
           ADD 1 TO D15T-LIB-COUNT
           MOVE RUNH-LIB TO D15T-LIB-T(D15T-LIB-COUNT).
       1510-EXIT.
           EXIT.
      *
       1520-MATCH-ONE-LIB.
           IF D15T-LIB-HIT = 0 AND D15T-LIB-T(D15T-I) = RUNH-LIB
              MOVE D15T-I TO D15T-LIB-HIT
           END-IF.
       1520-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2000-READ-ONE-RECORD - ONE DETAIL LINE PER RUNHIST RECORD OF
      * THE LIBRARY BEING REPORTED, WITH A CONTROL BREAK WHEN THE RUN
      * MONTH CHANGES.
      ******************************************************************
       2000-READ-ONE-RECORD.
           READ RUNHIST-FILE
           IF RUNHIST-REC = SPACES
              GO TO 2000-EXIT
           END-IF
           IF RUNH-LIB NOT = D15T-LIBRARY
              GO TO 2000-EXIT
           END-IF
           IF RUNH-STEPS NOT NUMERIC
              PERFORM 9970-ABEND-BAD-RECORD THRU 9970-EXIT
           END-IF
           EXIT.
      *
      ******************************************************************
      * 7000-REPORT-ONE-LIB - LIBRARY=ALL.  ONE LIBRARY'S WHOLE
      * REPORT UNDER ITS OWN HEADING.
      ******************************************************************
       7000-REPORT-ONE-LIB.
           MOVE D15T-LIB-T(D15T-L) TO D15T-LIBRARY
           IF D15T-LIBRARY = SPACES
              MOVE 'DEFAULT' TO D15T-LIB-OUT
           ELSE
              MOVE D15T-LIBRARY TO D15T-LIB-OUT
           END-IF
           MOVE SPACES TO TRNRPT-REC
           WRITE TRNRPT-REC
           MOVE SPACES TO TRNRPT-REC
           STRING '*** LIBRARY '  DELIMITED BY SIZE
                  D15T-LIB-OUT    DELIMITED BY SPACE
                  ' ***'          DELIMITED BY SIZE
                  INTO TRNRPT-REC
           WRITE TRNRPT-REC
           PERFORM 7100-REPORT-LIBRARY THRU 7100-EXIT.
       7000-EXIT.
           EXIT.
      *
      ******************************************************************
      * 7100-REPORT-LIBRARY - THE REPORT PROPER FOR THE LIBRARY IN
      * D15T-LIBRARY: DETAIL LINES WITH MONTHLY BREAKS, GRAND TOTALS
      * AND TOTALS BY SEQUENCE NAME.  THE LIBRARY'S GRAND TOTALS ARE
      * ADDED INTO THE ALL-LIBRARY TOTALS.
      ******************************************************************
       7100-REPORT-LIBRARY.
           MOVE SPACES TO D15T-CUR-PERIOD
           MOVE 0 TO D15T-PER-RUNS
           MOVE 0 TO D15T-PER-STEPS
           MOVE 0 TO D15T-PER-SETS
           MOVE 0 TO D15T-PER-DELS
           MOVE 0 TO D15T-PER-LABELS
           MOVE 0 TO D15T-PER-REJECTS
           MOVE 0 TO D15T-TOT-RUNS
           MOVE 0 TO D15T-TOT-STEPS
           MOVE 0 TO D15T-TOT-SETS
           MOVE 0 TO D15T-TOT-DELS
           MOVE 0 TO D15T-TOT-LABELS
           MOVE 0 TO D15T-TOT-REJECTS
           MOVE 0 TO D15T-NAME-COUNT
           MOVE 0 TO D15T-RUNHIST-EOF
           OPEN INPUT RUNHIST-FILE
           IF NOT D15T-RUNHIST-OK
              PERFORM 9980-ABEND-RUNHIST-OPEN THRU 9980-EXIT
           END-IF
           MOVE 1 TO D15T-RUNHIST-OPEN
           MOVE D15T-HEADING-LINE TO TRNRPT-REC
           WRITE TRNRPT-REC
           PERFORM 2000-READ-ONE-RECORD THRU 2000-EXIT
               UNTIL D15T-RUNHIST-EOF = 1
           IF D15T-PER-RUNS > 0
              PERFORM 4000-PERIOD-BREAK THRU 4000-EXIT
           END-IF
           PERFORM 5000-WRITE-GRAND-TOTALS THRU 5000-EXIT
           PERFORM 6000-WRITE-NAME-TOTALS THRU 6000-EXIT
           CLOSE RUNHIST-FILE
           MOVE 0 TO D15T-RUNHIST-OPEN
           ADD D15T-TOT-RUNS TO D15T-ALL-RUNS
           ADD D15T-TOT-STEPS TO D15T-ALL-STEPS
           ADD D15T-TOT-SETS TO D15T-ALL-SETS
           ADD D15T-TOT-DELS TO D15T-ALL-DELS
           ADD D15T-TOT-LABELS TO D15T-ALL-LABELS
           ADD D15T-TOT-REJECTS TO D15T-ALL-REJECTS.
       7100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 7500-WRITE-ALL-TOTALS - LIBRARY=ALL.  GRAND TOTALS AND
      * AVERAGES ACROSS EVERY LIBRARY REPORTED.
      ******************************************************************
       7500-WRITE-ALL-TOTALS.
           MOVE SPACES TO TRNRPT-REC
           WRITE TRNRPT-REC
           MOVE 'GRAND TOTALS - ALL LIBRARIES' TO TRNRPT-REC
           WRITE TRNRPT-REC
           IF D15T-ALL-RUNS = 0
              MOVE '  NO RUN HISTORY ON FILE' TO TRNRPT-REC
              WRITE TRNRPT-REC
              GO TO 7500-EXIT
           END-IF
           MOVE D15T-ALL-RUNS TO D15T-PER-RUNS
           MOVE D15T-ALL-STEPS TO D15T-PER-STEPS
           MOVE D15T-ALL-SETS TO D15T-PER-SETS
           MOVE D15T-ALL-DELS TO D15T-PER-DELS
           MOVE D15T-ALL-LABELS TO D15T-PER-LABELS
           MOVE D15T-ALL-REJECTS TO D15T-PER-REJECTS
           PERFORM 4100-TOTAL-LINES THRU 4100-EXIT.
       7500-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9960-ABEND-NAME-OVERFLOW - MORE DISTINCT SEQUENCE NAMES THAN
      * THE TOTALS TABLE HOLDS.  STOP CLEANLY RATHER THAN PRINT A
      * SILENTLY INCOMPLETE GROUPING.
           EXIT.
      *
      ******************************************************************
      * 9965-ABEND-LIB-OVERFLOW - MORE LIBRARIES ON RUNHIST THAN THE
      * LIBRARY TABLE HOLDS.
      ******************************************************************
       9965-ABEND-LIB-OVERFLOW.
           DISPLAY 'DAY15TR ABEND - MORE THAN 100 LIBRARIES'
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9965-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9950-ABEND-BAD-CARD - AN UNRECOGNIZED OR MALFORMED TRCTL CARD.
      ******************************************************************
       9950-ABEND-BAD-CARD.
           DISPLAY 'DAY15TR ABEND - UNRECOGNIZED OR BAD TRCTL CARD'
           DISPLAY 'CARD    : ' D15T-CTL-CARD
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9950-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9980-ABEND-RUNHIST-OPEN - RUNHIST COULD NOT BE OPENED; EITHER
      * NO DAY15 RUN HAS EVER APPENDED TO IT OR THE DD POINTS AT THE
      * WRONG PLACE.
      *
      ******************************************************************
      * 8900-TERMINATE - CLOSE ALL OPEN FILES BEFORE ENDING THE RUN.
      * RUNHIST IS OPENED PER LIBRARY, SO IT IS ONLY STILL OPEN WHEN AN
      * ABEND CUTS A PASS SHORT.
      ******************************************************************
       8900-TERMINATE.
           IF D15T-RUNHIST-OPEN = 1
              CLOSE RUNHIST-FILE
              MOVE 0 TO D15T-RUNHIST-OPEN
           END-IF
           CLOSE TRNRPT-FILE.
       8900-EXIT.
           EXIT.
