      ******************************************************************
      * IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY15FP.
       AUTHOR. J BROST.
       INSTALLATION. AOC-BATCH.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  JB   INITIAL VERSION - FOCUSING POWER
      *                     ATTRIBUTION.  BOXRPT GIVES THE PART 2
      *                     FOCUSING-POWER TOTAL AS ONE NUMBER; WHEN IT
      *                     JUMPS NOBODY CAN SAY WHICH BOXES OR LENSES
      *                     MOVED IT.  FROM LENSMST THIS BREAKS THE
      *                     TOTAL DOWN ON FPRPT: EVERY LENS'S
      *                     (BOX+1) X SLOT X FOCAL CONTRIBUTION AND ITS
      *                     PERCENT OF THE GRAND TOTAL, A SUBTOTAL PER
      *                     BOX, AND THE TOP CONTRIBUTING BOXES AND
      *                     LENSES.  THE NEWEST GENERATION ON LENSBKP
      *                     (THE MASTER AS IT STOOD BEFORE THE LAST
      *                     DAY15 REWRITE) GIVES EACH BOX SUBTOTAL A
      *                     WAS / NOW / CHANGE, AND A BOX WHOSE POWER
      *                     MOVED IS FLAGGED.  FPCTL CARDS:
      *                     TOP-BOXES=N AND TOP-LENSES=N SIZE THE
      *                     RANKINGS (BOTH DEFAULT 10, AS IN DAY15PF);
      *                     THRESHOLD-PCT=N ENDS THE STEP RC=4 WHEN THE
      *                     TOTAL HAS MOVED BY MORE THAN N PERCENT OF
      *                     THE PRIOR GENERATION'S TOTAL.
      *   2026-10-15  JB   EACH LIBRARY ON LENSMST HAS ITS OWN BOX
      *                     ARRANGEMENT, SO THE ATTRIBUTION NOW COVERS
      *                     ONE LIBRARY, NOW AND WAS ALIKE.  THE FPCTL
      *                     CARD LIBRARY=code (OR LIBRARY=DEFAULT)
      *                     NAMES IT; NO CARD MEANS THE DEFAULT
      *                     LIBRARY.  A NON-DEFAULT LIBRARY IS SHOWN
      *                     UNDER THE REPORT TITLE.
      *   2026-10-15  JB   EVERY LENSBKP GENERATION IS A COPY OF THE
      *                     WHOLE MASTER, SO THE NEWEST ONE MAY HAVE
      *                     BEEN TAKEN BY ANOTHER LIBRARY'S RUN AND
      *                     ALREADY HOLD THIS LIBRARY'S NEW ARRANGEMENT.
      *                     THE WAS FIGURES NOW COME FROM THE NEWEST
      *                     GENERATION WHOSE HEADER NAMES THIS LIBRARY
      *                     (A HEADER WRITTEN BEFORE DAY15 RECORDED
      *                     THE LIBRARY READS AS THE DEFAULT LIBRARY).
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FPCTL-FILE ASSIGN TO "FPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15F-FPCTL-STATUS.
           SELECT LENSMST-FILE ASSIGN TO "LENSMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LENSMST-KEY
               FILE STATUS IS D15F-LENSMST-STATUS.
           SELECT OPTIONAL LENSBKP-FILE ASSIGN TO "LENSBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15F-LENSBKP-STATUS.
           SELECT FPRPT-FILE ASSIGN TO "FPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FPCTL-FILE.
       01  FPCTL-REC               PIC X(80).
      *
       FD  LENSMST-FILE.
       01  LENSMST-REC.
           05  LENSMST-KEY.
               10  LENSMST-LABEL    PIC X(60).
               10  LENSMST-LIB      PIC X(4).
           05  LENSMST-BOX          PIC 9(3).
           05  LENSMST-SLOT         PIC 9(3).
           05  LENSMST-FOCAL        PIC 9(8).
      *
       FD  LENSBKP-FILE
           RECORDING MODE IS F.
       01  LENSBKP-REC              PIC X(100).
      *
       FD  FPRPT-FILE
           RECORDING MODE IS F.
       01  FPRPT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
      *
      * ---------------------------------------------------------------
      * FILE STATUS AND END-OF-FILE SWITCHES
      * ---------------------------------------------------------------
       01 D15F-FPCTL-STATUS    PIC X(2).
          88 D15F-FPCTL-FOUND  VALUE '00'.
       01 D15F-LENSMST-STATUS  PIC X(2).
          88 D15F-LENSMST-OK   VALUE '00'.
       01 D15F-LENSBKP-STATUS  PIC X(2).
          88 D15F-LENSBKP-OK   VALUE '00'.
       77 D15F-FPCTL-EOF       PIC 9(1)       VALUE 0.
       77 D15F-LENSBKP-EOF     PIC 9(1)       VALUE 0.
      *
      * ---------------------------------------------------------------
      * CONTROL-CARD WORK AREA
      * ---------------------------------------------------------------
       01 D15F-CTL-CARD        PIC X(80).
       77 D15F-CTL-LEN         PIC 9(3)  COMP VALUE 0.
       77 D15F-TOP-BOXES       PIC 9(8)  COMP VALUE 10.
       77 D15F-TOP-LENSES      PIC 9(8)  COMP VALUE 10.
       77 D15F-THRESHOLD-PCT   PIC 9(8)  COMP VALUE 0.
       01 D15F-OPT-THRESH-SW   PIC X(1)       VALUE 'N'.
          88 D15F-OPT-THRESHOLD VALUE 'Y'.
       01 D15F-LIBRARY         PIC X(4)       VALUE SPACES.
      *
      * ---------------------------------------------------------------
      * PRIOR GENERATION - THE LAST 'G' HEADER ON LENSBKP FOR THIS
      * LIBRARY AND THE DETAIL RECORDS AFTER IT, LAID OUT AS DAY15
      * WRITES THEM.  D15F-IN-GEN IS SET WHILE THE DETAILS BEING READ
      * BELONG TO SUCH A GENERATION.
      * ---------------------------------------------------------------
       77 D15F-PRIOR-FOUND     PIC 9(1)       VALUE 0.
       77 D15F-ANY-GEN         PIC 9(1)       VALUE 0.
       77 D15F-IN-GEN          PIC 9(1)       VALUE 0.
       01 D15F-PRIOR-DATE      PIC X(8)       VALUE SPACES.
       01 D15F-PRIOR-TIME      PIC X(6)       VALUE SPACES.
       77 D15F-PRIOR-LENSES    PIC 9(8)  COMP VALUE 0.
       01 D15F-BKP-WORK        PIC X(100).
       01 D15F-BKP-HDR-LAYOUT REDEFINES D15F-BKP-WORK.
          05 D15F-BKH-TYPE     PIC X(1).
          05 D15F-BKH-DATE     PIC X(8).
          05 D15F-BKH-TIME     PIC X(6).
          05 D15F-BKH-COUNT    PIC 9(8).
          05 D15F-BKH-LIB      PIC X(4).
          05 FILLER            PIC X(73).
       01 D15F-BKP-DTL-LAYOUT REDEFINES D15F-BKP-WORK.
          05 D15F-BKD-TYPE     PIC X(1).
          05 D15F-BKD-LABEL    PIC X(60).
          05 D15F-BKD-LIB      PIC X(4).
          05 D15F-BKD-BOX      PIC 9(3).
          05 D15F-BKD-SLOT     PIC 9(3).
          05 D15F-BKD-FOCAL    PIC 9(8).
          05 FILLER            PIC X(21).
      *
      * ---------------------------------------------------------------
      * STANDALONE COUNTERS AND SWITCHES
      * ---------------------------------------------------------------
       77 D15F-LENS-COUNT      PIC 9(8)  COMP VALUE 0.
       77 D15F-MOVED-COUNT     PIC 9(8)  COMP VALUE 0.
       77 D15F-THRESH-BREACH   PIC 9(1)       VALUE 0.
       77 D15F-I               PIC 9(8)  COMP VALUE 0.
       77 D15F-J               PIC 9(8)  COMP VALUE 0.
       77 D15F-N               PIC 9(8)  COMP VALUE 0.
       77 D15F-MAX-IDX         PIC 9(8)  COMP VALUE 0.
       77 D15F-MAX-SLOT        PIC 9(8)  COMP VALUE 0.
       77 D15F-MAX-POWER       PIC 9(18) COMP VALUE 0.
       77 D15F-POWER           PIC 9(18) COMP VALUE 0.
       77 D15F-TOTAL-NOW       PIC 9(18) COMP VALUE 0.
       77 D15F-TOTAL-WAS       PIC 9(18) COMP VALUE 0.
       77 D15F-CHANGE          PIC S9(18) COMP VALUE 0.
       77 D15F-PCT             PIC 9(3)V99    VALUE 0.
       77 D15F-CHG-PCT         PIC S9(8)V99   VALUE 0.
      *
      * ---------------------------------------------------------------
      * REPORT EDIT FIELDS
      * ---------------------------------------------------------------
       77 D15F-BOX-OUT         PIC ZZ9.
       77 D15F-SLOT-OUT        PIC ZZ9.
       77 D15F-CNT-OUT         PIC Z(7)9.
       77 D15F-FOCAL-OUT       PIC Z(7)9.
       77 D15F-POWER-OUT       PIC Z(17)9.
       77 D15F-WAS-OUT         PIC Z(17)9.
       77 D15F-CHANGE-OUT      PIC -(18)9.
       77 D15F-PCT-OUT         PIC ZZ9.99.
       77 D15F-CHG-PCT-OUT     PIC -(8)9.99.
      *
      * ---------------------------------------------------------------
      * THE LENS MAP - 256 BOXES OF UP TO 256 SLOTS, AS DAY15 HOLDS
      * IT, REBUILT FROM LENSMST.  THE BUCKET SIZE IS THE HIGHEST
      * SLOT FILLED IN THE BOX.  THE PICKED FLAG IS CONSUMED BY THE
      * TOP-LENS RANKING.
      * ---------------------------------------------------------------
       01 D15F-MAP.
          03 D15F-BUCKET OCCURS 256 TIMES.
             05 D15F-BUCKET-SIZE PIC 9(3) COMP.
             05 D15F-BUCKET-ENTRY OCCURS 256 TIMES.
                10 D15F-ENTRY-KEY    PIC X(64).
                10 D15F-ENTRY-VAL    PIC 9(8).
                10 D15F-ENTRY-PICKED PIC 9(1).
      *
      * ---------------------------------------------------------------
      * PER-BOX POWER, NOW (LENSMST) AND WAS (PRIOR GENERATION), PLUS
      * A WORK COPY OF THE NOW FIGURES THE TOP-BOX RANKING CAN
      * CONSUME.
      * ---------------------------------------------------------------
       01 D15F-BOX-TABLE.
          03 D15F-BOX-ENTRY OCCURS 256 TIMES.
             05 D15F-BOX-LENSES   PIC 9(8)  COMP.
             05 D15F-BOX-NOW      PIC 9(18) COMP.
             05 D15F-BOX-WAS      PIC 9(18) COMP.
       01 D15F-BOX-WORK-TABLE.
          03 D15F-BOX-WORK-POWER OCCURS 256 TIMES PIC 9(18) COMP.

       PROCEDURE DIVISION.
      *
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-MASTER THRU 2000-EXIT.
           PERFORM 3000-LOAD-PRIOR THRU 3000-EXIT.
           PERFORM 4000-WRITE-ATTRIBUTION THRU 4000-EXIT.
           PERFORM 4500-WRITE-TOP-BOXES THRU 4500-EXIT.
           PERFORM 4700-WRITE-TOP-LENSES THRU 4700-EXIT.
           PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
           PERFORM 8900-TERMINATE THRU 8900-EXIT.
           IF D15F-THRESH-BREACH = 1
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
      *
      ******************************************************************
      * 1000-INITIALIZE - PICK UP THE OPTIONAL RANKING SIZES AND
      * THRESHOLD, CLEAR THE MAP AND OPEN THE REPORT.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT FPCTL-FILE
           IF D15F-FPCTL-FOUND
              PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
                  UNTIL D15F-FPCTL-EOF = 1
              CLOSE FPCTL-FILE
           END-IF
           INITIALIZE D15F-MAP
           INITIALIZE D15F-BOX-TABLE
           OPEN OUTPUT FPRPT-FILE
           MOVE 'FOCUSING POWER ATTRIBUTION REPORT' TO FPRPT-REC
           WRITE FPRPT-REC
           MOVE '---------------------------------' TO FPRPT-REC
           WRITE FPRPT-REC
           IF D15F-LIBRARY NOT = SPACES
              MOVE SPACES TO FPRPT-REC
              STRING 'LIBRARY: '          DELIMITED BY SIZE
                     D15F-LIBRARY         DELIMITED BY SIZE
                     INTO FPRPT-REC
              WRITE FPRPT-REC
           END-IF.
       1000-EXIT.
           EXIT.
      *
       1100-READ-ONE-CARD.
           READ FPCTL-FILE
               AT END
                  MOVE 1 TO D15F-FPCTL-EOF
                  GO TO 1100-EXIT
           END-READ
           MOVE FUNCTION TRIM(FPCTL-REC) TO D15F-CTL-CARD
           MOVE FUNCTION LENGTH(FUNCTION TRIM(D15F-CTL-CARD))
                                                 TO D15F-CTL-LEN
           EVALUATE TRUE
              WHEN D15F-CTL-CARD = SPACES
                 CONTINUE
              WHEN D15F-CTL-CARD(1:1) = '*'
                 CONTINUE
              WHEN D15F-CTL-CARD(1:10) = 'TOP-BOXES='
                 IF D15F-CTL-LEN < 11 OR D15F-CTL-LEN > 18 OR
                    D15F-CTL-CARD(11:D15F-CTL-LEN - 10) NOT NUMERIC
                    PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
                 END-IF
                 MOVE FUNCTION NUMVAL(
                      D15F-CTL-CARD(11:D15F-CTL-LEN - 10))
                                                 TO D15F-TOP-BOXES
                 IF D15F-TOP-BOXES = 0 OR D15F-TOP-BOXES > 256
                    PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
                 END-IF
              WHEN D15F-CTL-CARD(1:11) = 'TOP-LENSES='
                 IF D15F-CTL-LEN < 12 OR D15F-CTL-LEN > 19 OR
                    D15F-CTL-CARD(12:D15F-CTL-LEN - 11) NOT NUMERIC
                    PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
                 END-IF
                 MOVE FUNCTION NUMVAL(
                      D15F-CTL-CARD(12:D15F-CTL-LEN - 11))
                                                 TO D15F-TOP-LENSES
                 IF D15F-TOP-LENSES = 0 OR D15F-TOP-LENSES > 1000
                    PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
                 END-IF
              WHEN D15F-CTL-CARD(1:14) = 'THRESHOLD-PCT='
                 IF D15F-CTL-LEN < 15 OR D15F-CTL-LEN > 22 OR
                    D15F-CTL-CARD(15:D15F-CTL-LEN - 14) NOT NUMERIC
                    PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
                 END-IF
                 MOVE FUNCTION NUMVAL(
                      D15F-CTL-CARD(15:D15F-CTL-LEN - 14))
                                                 TO D15F-THRESHOLD-PCT
                 MOVE 'Y' TO D15F-OPT-THRESH-SW
              WHEN D15F-CTL-CARD(1:8) = 'LIBRARY='
                 PERFORM 1200-LIBRARY-VALUE THRU 1200-EXIT
              WHEN OTHER
                 PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-EVALUATE.
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1200-LIBRARY-VALUE - LIBRARY=code (1 TO 4 CHARACTERS, NO
      * EMBEDDED BLANKS) OR LIBRARY=DEFAULT.  ALL IS REFUSED: THE BOX
      * SUBTOTALS ONLY MEAN SOMETHING WITHIN ONE ARRANGEMENT.
      ******************************************************************
       1200-LIBRARY-VALUE.
           MOVE SPACES TO D15F-LIBRARY
           IF D15F-CTL-LEN = 15 AND D15F-CTL-CARD(9:7) = 'DEFAULT'
              GO TO 1200-EXIT
           END-IF
           IF D15F-CTL-LEN < 9 OR D15F-CTL-LEN > 12
              PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-IF
           IF D15F-CTL-LEN = 11 AND D15F-CTL-CARD(9:3) = 'ALL'
              PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-IF
           PERFORM 1210-CHECK-LIB-CHAR THRU 1210-EXIT
               VARYING D15F-I FROM 9 BY 1 UNTIL D15F-I > D15F-CTL-LEN
           MOVE D15F-CTL-CARD(9:D15F-CTL-LEN - 8) TO D15F-LIBRARY.
       1200-EXIT.
           EXIT.
      *
       1210-CHECK-LIB-CHAR.
           IF D15F-CTL-CARD(D15F-I:1) = SPACE
              PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-IF.
       1210-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2000-LOAD-MASTER - READ THE LENS MASTER INTO THE MAP BY BOX
      * AND SLOT, ACCUMULATING EACH BOX'S POWER AS IT GOES.  A RECORD
      * OUTSIDE THE 256 X 256 GRID OR TWO LENSES IN ONE SLOT MEANS THE
      * MASTER IS DAMAGED; DAY15AU WILL SAY HOW, AND NO ATTRIBUTION
      * BUILT ON IT WOULD ADD UP TO WHAT DAY15 REPORTS.  OTHER
      * LIBRARIES' LENSES ARE PASSED OVER.
      ******************************************************************
       2000-LOAD-MASTER.
           OPEN INPUT LENSMST-FILE
           IF NOT D15F-LENSMST-OK
              PERFORM 9980-ABEND-LENSMST-OPEN THRU 9980-EXIT
           END-IF
           PERFORM 2100-LOAD-ONE-LENS THRU 2100-EXIT
               UNTIL D15F-LENSMST-STATUS NOT = '00'
           CLOSE LENSMST-FILE.
       2000-EXIT.
           EXIT.
      *
       2100-LOAD-ONE-LENS.
           READ LENSMST-FILE NEXT
               AT END GO TO 2100-EXIT
           END-READ
           IF D15F-LENSMST-STATUS NOT = '00'
              GO TO 2100-EXIT
           END-IF
           IF LENSMST-LIB NOT = D15F-LIBRARY
              GO TO 2100-EXIT
           END-IF
           IF LENSMST-BOX NOT NUMERIC OR LENSMST-BOX > 255 OR
              LENSMST-SLOT NOT NUMERIC OR LENSMST-SLOT = 0 OR
              LENSMST-SLOT > 256 OR LENSMST-FOCAL NOT NUMERIC
              PERFORM 9970-ABEND-LENSMST-DAMAGED THRU 9970-EXIT
           END-IF
           COMPUTE D15F-I = LENSMST-BOX + 1
           MOVE LENSMST-SLOT TO D15F-J
           IF D15F-ENTRY-KEY(D15F-I, D15F-J) NOT = SPACES
              PERFORM 9970-ABEND-LENSMST-DAMAGED THRU 9970-EXIT
           END-IF
           MOVE LENSMST-LABEL TO D15F-ENTRY-KEY(D15F-I, D15F-J)
           MOVE LENSMST-FOCAL TO D15F-ENTRY-VAL(D15F-I, D15F-J)
           IF D15F-J > D15F-BUCKET-SIZE(D15F-I)
              MOVE D15F-J TO D15F-BUCKET-SIZE(D15F-I)
           END-IF
           COMPUTE D15F-POWER = D15F-I * D15F-J * LENSMST-FOCAL
           ADD D15F-POWER TO D15F-BOX-NOW(D15F-I)
           ADD D15F-POWER TO D15F-TOTAL-NOW
           ADD 1 TO D15F-BOX-LENSES(D15F-I)
           ADD 1 TO D15F-LENS-COUNT.
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3000-LOAD-PRIOR - ONE PASS OVER LENSBKP.  EVERY GENERATION
      * HEADER WRITTEN BY A RUN OF THIS LIBRARY RESTARTS THE WAS
      * FIGURES, SO WHAT IS LEFT AT END OF FILE IS THE NEWEST SUCH
      * GENERATION (DAY15 APPENDS NEW GENERATIONS AT THE END); ANOTHER
      * LIBRARY'S GENERATIONS ARE PASSED OVER, SINCE THEY WERE TAKEN
      * BEFORE THAT LIBRARY'S REWRITE, NOT THIS ONE'S.  NO BACKUP
      * FILE, OR NO GENERATION FOR THIS LIBRARY ON IT, LEAVES THE WAS
      * COLUMN EMPTY AND THE THRESHOLD UNCHECKED.  A GENERATION HOLDS
      * EVERY LIBRARY; ONLY THIS LIBRARY'S DETAILS ARE COUNTED.
      ******************************************************************
       3000-LOAD-PRIOR.
           OPEN INPUT LENSBKP-FILE
           IF NOT D15F-LENSBKP-OK
              GO TO 3000-EXIT
           END-IF
           PERFORM 3100-LOAD-ONE-BKP-REC THRU 3100-EXIT
               UNTIL D15F-LENSBKP-EOF = 1
           CLOSE LENSBKP-FILE.
       3000-EXIT.
           EXIT.
      *
       3100-LOAD-ONE-BKP-REC.
           READ LENSBKP-FILE
               AT END
                  MOVE 1 TO D15F-LENSBKP-EOF
                  GO TO 3100-EXIT
           END-READ
           MOVE LENSBKP-REC TO D15F-BKP-WORK
           EVALUATE D15F-BKH-TYPE
              WHEN 'G'
                 MOVE 1 TO D15F-ANY-GEN
                 MOVE 0 TO D15F-IN-GEN
                 IF D15F-BKH-LIB NOT = D15F-LIBRARY
                    GO TO 3100-EXIT
                 END-IF
                 MOVE 1 TO D15F-IN-GEN
                 MOVE 1 TO D15F-PRIOR-FOUND
                 MOVE D15F-BKH-DATE TO D15F-PRIOR-DATE
                 MOVE D15F-BKH-TIME TO D15F-PRIOR-TIME
                 MOVE 0 TO D15F-PRIOR-LENSES
                 MOVE 0 TO D15F-TOTAL-WAS
                 PERFORM 3110-CLEAR-ONE-WAS THRU 3110-EXIT
                     VARYING D15F-I FROM 1 BY 1 UNTIL D15F-I > 256
              WHEN 'D'
                 IF D15F-ANY-GEN = 0 OR
                    D15F-BKD-BOX NOT NUMERIC OR D15F-BKD-BOX > 255 OR
                    D15F-BKD-SLOT NOT NUMERIC OR
                    D15F-BKD-FOCAL NOT NUMERIC
                    PERFORM 9990-ABEND-BKP-DAMAGED THRU 9990-EXIT
                 END-IF
                 IF D15F-IN-GEN = 0 OR D15F-BKD-LIB NOT = D15F-LIBRARY
                    GO TO 3100-EXIT
                 END-IF
                 COMPUTE D15F-I = D15F-BKD-BOX + 1
                 COMPUTE D15F-POWER =
                         D15F-I * D15F-BKD-SLOT * D15F-BKD-FOCAL
                 ADD D15F-POWER TO D15F-BOX-WAS(D15F-I)
                 ADD D15F-POWER TO D15F-TOTAL-WAS
                 ADD 1 TO D15F-PRIOR-LENSES
              WHEN OTHER
                 PERFORM 9990-ABEND-BKP-DAMAGED THRU 9990-EXIT
           END-EVALUATE.
       3100-EXIT.
           EXIT.
      *
       3110-CLEAR-ONE-WAS.
           MOVE 0 TO D15F-BOX-WAS(D15F-I).
       3110-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4000-WRITE-ATTRIBUTION - EVERY BOX THAT HOLDS POWER NOW OR HELD
      * IT IN THE PRIOR GENERATION: ONE LINE PER LENS IN SLOT ORDER,
      * THEN THE BOX SUBTOTAL WITH ITS SHARE OF THE TOTAL AND ITS
      * WAS / NOW / CHANGE.  A BOX EMPTIED SINCE THE PRIOR GENERATION
      * STILL GETS ITS SUBTOTAL LINE - IT MOVED THE TOTAL TOO.
      ******************************************************************
       4000-WRITE-ATTRIBUTION.
           MOVE SPACES TO FPRPT-REC
           IF D15F-PRIOR-FOUND = 1
              MOVE D15F-PRIOR-LENSES TO D15F-CNT-OUT
              STRING 'PRIOR GENERATION: '  DELIMITED BY SIZE
                     D15F-PRIOR-DATE       DELIMITED BY SIZE
                     ' '                   DELIMITED BY SIZE
                     D15F-PRIOR-TIME       DELIMITED BY SIZE
                     '  LENSES '           DELIMITED BY SIZE
                     D15F-CNT-OUT          DELIMITED BY SIZE
                     INTO FPRPT-REC
           ELSE
              MOVE 'PRIOR GENERATION: NONE ON LENSBKP - NO WAS FIGURES'
                                                    TO FPRPT-REC
           END-IF
           WRITE FPRPT-REC
           PERFORM 4100-WRITE-ONE-BOX THRU 4100-EXIT
               VARYING D15F-I FROM 1 BY 1 UNTIL D15F-I > 256.
       4000-EXIT.
           EXIT.
      *
       4100-WRITE-ONE-BOX.
           IF D15F-BOX-LENSES(D15F-I) = 0 AND
              D15F-BOX-WAS(D15F-I) = 0
              GO TO 4100-EXIT
           END-IF
           COMPUTE D15F-BOX-OUT = D15F-I - 1
           MOVE SPACES TO FPRPT-REC
           WRITE FPRPT-REC
           MOVE D15F-BOX-LENSES(D15F-I) TO D15F-CNT-OUT
           MOVE SPACES TO FPRPT-REC
           STRING 'BOX '               DELIMITED BY SIZE
                  D15F-BOX-OUT         DELIMITED BY SIZE
                  '  LENSES '          DELIMITED BY SIZE
                  D15F-CNT-OUT         DELIMITED BY SIZE
                  INTO FPRPT-REC
           WRITE FPRPT-REC
           PERFORM 4200-WRITE-ONE-LENS THRU 4200-EXIT
               VARYING D15F-J FROM 1 BY 1
               UNTIL D15F-J > D15F-BUCKET-SIZE(D15F-I)
           PERFORM 4300-WRITE-BOX-SUBTOTAL THRU 4300-EXIT.
       4100-EXIT.
           EXIT.
      *
       4200-WRITE-ONE-LENS.
           IF D15F-ENTRY-KEY(D15F-I, D15F-J) = SPACES
              GO TO 4200-EXIT
           END-IF
           COMPUTE D15F-POWER =
                   D15F-I * D15F-J * D15F-ENTRY-VAL(D15F-I, D15F-J)
           PERFORM 4900-COMPUTE-PCT THRU 4900-EXIT
           MOVE D15F-J TO D15F-SLOT-OUT
           MOVE D15F-ENTRY-VAL(D15F-I, D15F-J) TO D15F-FOCAL-OUT
           MOVE D15F-POWER TO D15F-POWER-OUT
           MOVE SPACES TO FPRPT-REC
           STRING '  SLOT '            DELIMITED BY SIZE
                  D15F-SLOT-OUT        DELIMITED BY SIZE
                  '  FOCAL '           DELIMITED BY SIZE
                  D15F-FOCAL-OUT       DELIMITED BY SIZE
                  '  POWER '           DELIMITED BY SIZE
                  D15F-POWER-OUT       DELIMITED BY SIZE
                  '  PCT '             DELIMITED BY SIZE
                  D15F-PCT-OUT         DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  D15F-ENTRY-KEY(D15F-I, D15F-J) DELIMITED BY SPACE
                  INTO FPRPT-REC
           WRITE FPRPT-REC.
       4200-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4300-WRITE-BOX-SUBTOTAL - THE BOX'S SHARE OF THE TOTAL, THEN
      * WAS / NOW / CHANGE AGAINST THE PRIOR GENERATION.  A BOX WHOSE
      * POWER CHANGED IS FLAGGED SO IT STANDS OUT ON A LONG REPORT.
      ******************************************************************
       4300-WRITE-BOX-SUBTOTAL.
           MOVE D15F-BOX-NOW(D15F-I) TO D15F-POWER
           PERFORM 4900-COMPUTE-PCT THRU 4900-EXIT
           MOVE D15F-BOX-NOW(D15F-I) TO D15F-POWER-OUT
           MOVE SPACES TO FPRPT-REC
           STRING '  BOX '             DELIMITED BY SIZE
                  D15F-BOX-OUT         DELIMITED BY SIZE
                  ' SUBTOTAL  NOW '    DELIMITED BY SIZE
                  D15F-POWER-OUT       DELIMITED BY SIZE
                  '  PCT '             DELIMITED BY SIZE
                  D15F-PCT-OUT         DELIMITED BY SIZE
                  INTO FPRPT-REC
           WRITE FPRPT-REC
           IF D15F-PRIOR-FOUND = 0
              GO TO 4300-EXIT
           END-IF
           COMPUTE D15F-CHANGE =
                   D15F-BOX-NOW(D15F-I) - D15F-BOX-WAS(D15F-I)
           MOVE D15F-BOX-WAS(D15F-I) TO D15F-WAS-OUT
           MOVE D15F-CHANGE TO D15F-CHANGE-OUT
           MOVE SPACES TO FPRPT-REC
           IF D15F-CHANGE = 0
              STRING '  BOX '             DELIMITED BY SIZE
                     D15F-BOX-OUT         DELIMITED BY SIZE
                     ' PRIOR     WAS '    DELIMITED BY SIZE
                     D15F-WAS-OUT         DELIMITED BY SIZE
                     '  CHANGE '          DELIMITED BY SIZE
                     D15F-CHANGE-OUT      DELIMITED BY SIZE
                     INTO FPRPT-REC
           ELSE
              ADD 1 TO D15F-MOVED-COUNT
              STRING '  BOX '             DELIMITED BY SIZE
                     D15F-BOX-OUT         DELIMITED BY SIZE
                     ' PRIOR     WAS '    DELIMITED BY SIZE
                     D15F-WAS-OUT         DELIMITED BY SIZE
                     '  CHANGE '          DELIMITED BY SIZE
                     D15F-CHANGE-OUT      DELIMITED BY SIZE
                     '  ** MOVED **'      DELIMITED BY SIZE
                     INTO FPRPT-REC
           END-IF
           WRITE FPRPT-REC.
       4300-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4500-WRITE-TOP-BOXES - THE BOXES CARRYING THE MOST POWER,
      * PICKED FROM A WORK COPY THE SAME WAY DAY15PF RANKS ITS BUSIEST
      * BOXES.  TIES GO TO THE LOWER BOX NUMBER.
      ******************************************************************
       4500-WRITE-TOP-BOXES.
           PERFORM 4510-LOAD-ONE-BOX-WORK THRU 4510-EXIT
               VARYING D15F-I FROM 1 BY 1 UNTIL D15F-I > 256
           MOVE SPACES TO FPRPT-REC
           WRITE FPRPT-REC
           MOVE D15F-TOP-BOXES TO D15F-CNT-OUT
           MOVE SPACES TO FPRPT-REC
           STRING 'TOP CONTRIBUTING BOXES (TOP ' DELIMITED BY SIZE
                  D15F-CNT-OUT                   DELIMITED BY SIZE
                  '):'                           DELIMITED BY SIZE
                  INTO FPRPT-REC
           WRITE FPRPT-REC
           PERFORM 4520-PRINT-ONE-TOP-BOX THRU 4520-EXIT
               VARYING D15F-N FROM 1 BY 1
               UNTIL D15F-N > D15F-TOP-BOXES.
       4500-EXIT.
           EXIT.
      *
       4510-LOAD-ONE-BOX-WORK.
           MOVE D15F-BOX-NOW(D15F-I) TO D15F-BOX-WORK-POWER(D15F-I).
       4510-EXIT.
           EXIT.
      *
       4520-PRINT-ONE-TOP-BOX.
           MOVE 0 TO D15F-MAX-IDX
           MOVE 0 TO D15F-MAX-POWER
           PERFORM 4530-SCAN-ONE-BOX THRU 4530-EXIT
               VARYING D15F-J FROM 1 BY 1 UNTIL D15F-J > 256
           IF D15F-MAX-IDX = 0
              GO TO 4520-EXIT
           END-IF
           COMPUTE D15F-BOX-OUT = D15F-MAX-IDX - 1
           MOVE D15F-MAX-POWER TO D15F-POWER
           PERFORM 4900-COMPUTE-PCT THRU 4900-EXIT
           MOVE D15F-MAX-POWER TO D15F-POWER-OUT
           MOVE D15F-BOX-LENSES(D15F-MAX-IDX) TO D15F-CNT-OUT
           MOVE SPACES TO FPRPT-REC
           STRING '  BOX '            DELIMITED BY SIZE
                  D15F-BOX-OUT        DELIMITED BY SIZE
                  '  POWER '          DELIMITED BY SIZE
                  D15F-POWER-OUT      DELIMITED BY SIZE
                  '  PCT '            DELIMITED BY SIZE
                  D15F-PCT-OUT        DELIMITED BY SIZE
                  '  LENSES '         DELIMITED BY SIZE
                  D15F-CNT-OUT        DELIMITED BY SIZE
                  INTO FPRPT-REC
           WRITE FPRPT-REC
           MOVE 0 TO D15F-BOX-WORK-POWER(D15F-MAX-IDX).
       4520-EXIT.
           EXIT.
      *
       4530-SCAN-ONE-BOX.
           IF D15F-BOX-WORK-POWER(D15F-J) > D15F-MAX-POWER
              MOVE D15F-BOX-WORK-POWER(D15F-J) TO D15F-MAX-POWER
              MOVE D15F-J TO D15F-MAX-IDX
           END-IF.
       4530-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4700-WRITE-TOP-LENSES - THE SINGLE LENSES CARRYING THE MOST
      * POWER.  EACH PASS PULLS THE STRONGEST UNPICKED LENS OFF THE
      * MAP; TIES GO TO THE LOWER BOX, THEN THE LOWER SLOT.
      ******************************************************************
       4700-WRITE-TOP-LENSES.
           MOVE SPACES TO FPRPT-REC
           WRITE FPRPT-REC
           MOVE D15F-TOP-LENSES TO D15F-CNT-OUT
           MOVE SPACES TO FPRPT-REC
           STRING 'TOP CONTRIBUTING LENSES (TOP ' DELIMITED BY SIZE
                  D15F-CNT-OUT                    DELIMITED BY SIZE
                  '):'                            DELIMITED BY SIZE
                  INTO FPRPT-REC
           WRITE FPRPT-REC
           PERFORM 4720-PRINT-ONE-TOP-LENS THRU 4720-EXIT
               VARYING D15F-N FROM 1 BY 1
               UNTIL D15F-N > D15F-TOP-LENSES
                  OR D15F-N > D15F-LENS-COUNT.
       4700-EXIT.
           EXIT.
      *
       4720-PRINT-ONE-TOP-LENS.
           MOVE 0 TO D15F-MAX-IDX
           MOVE 0 TO D15F-MAX-SLOT
           MOVE 0 TO D15F-MAX-POWER
           PERFORM 4730-SCAN-ONE-BUCKET THRU 4730-EXIT
               VARYING D15F-I FROM 1 BY 1 UNTIL D15F-I > 256
           IF D15F-MAX-IDX = 0
              GO TO 4720-EXIT
           END-IF
           MOVE 1 TO D15F-ENTRY-PICKED(D15F-MAX-IDX, D15F-MAX-SLOT)
           COMPUTE D15F-BOX-OUT = D15F-MAX-IDX - 1
           MOVE D15F-MAX-SLOT TO D15F-SLOT-OUT
           MOVE D15F-MAX-POWER TO D15F-POWER
           PERFORM 4900-COMPUTE-PCT THRU 4900-EXIT
           MOVE D15F-MAX-POWER TO D15F-POWER-OUT
           MOVE SPACES TO FPRPT-REC
           STRING '  BOX '            DELIMITED BY SIZE
                  D15F-BOX-OUT        DELIMITED BY SIZE
                  ' SLOT '            DELIMITED BY SIZE
                  D15F-SLOT-OUT       DELIMITED BY SIZE
                  '  POWER '          DELIMITED BY SIZE
                  D15F-POWER-OUT      DELIMITED BY SIZE
                  '  PCT '            DELIMITED BY SIZE
                  D15F-PCT-OUT        DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  D15F-ENTRY-KEY(D15F-MAX-IDX, D15F-MAX-SLOT)
                                      DELIMITED BY SPACE
                  INTO FPRPT-REC
           WRITE FPRPT-REC.
       4720-EXIT.
           EXIT.
      *
       4730-SCAN-ONE-BUCKET.
           PERFORM 4740-SCAN-ONE-SLOT THRU 4740-EXIT
               VARYING D15F-J FROM 1 BY 1
               UNTIL D15F-J > D15F-BUCKET-SIZE(D15F-I).
       4730-EXIT.
           EXIT.
      *
       4740-SCAN-ONE-SLOT.
           IF D15F-ENTRY-KEY(D15F-I, D15F-J) = SPACES OR
              D15F-ENTRY-PICKED(D15F-I, D15F-J) = 1
              GO TO 4740-EXIT
           END-IF
           COMPUTE D15F-POWER =
                   D15F-I * D15F-J * D15F-ENTRY-VAL(D15F-I, D15F-J)
           IF D15F-POWER > D15F-MAX-POWER OR D15F-MAX-IDX = 0
              MOVE D15F-POWER TO D15F-MAX-POWER
              MOVE D15F-I TO D15F-MAX-IDX
              MOVE D15F-J TO D15F-MAX-SLOT
           END-IF.
       4740-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4900-COMPUTE-PCT - D15F-POWER AS A PERCENT OF THE GRAND TOTAL,
      * INTO D15F-PCT-OUT.
      ******************************************************************
       4900-COMPUTE-PCT.
           MOVE 0 TO D15F-PCT
           IF D15F-TOTAL-NOW > 0
              COMPUTE D15F-PCT ROUNDED =
                      D15F-POWER * 100 / D15F-TOTAL-NOW
           END-IF
           MOVE D15F-PCT TO D15F-PCT-OUT.
       4900-EXIT.
           EXIT.
      *
      ******************************************************************
      * 5000-WRITE-SUMMARY - GRAND TOTALS, THE MOVE AGAINST THE PRIOR
      * GENERATION, AND THE THRESHOLD VERDICT.  A PRIOR TOTAL OF ZERO
      * WITH POWER NOW IS A MOVE OF NO DEFINED PERCENT AND IS TREATED
      * AS OVER ANY THRESHOLD.
      ******************************************************************
       5000-WRITE-SUMMARY.
           MOVE SPACES TO FPRPT-REC
           WRITE FPRPT-REC
           MOVE D15F-LENS-COUNT TO D15F-CNT-OUT
           MOVE SPACES TO FPRPT-REC
           STRING 'LENSES ON MASTER  : ' DELIMITED BY SIZE
                  D15F-CNT-OUT           DELIMITED BY SIZE
                  INTO FPRPT-REC
           WRITE FPRPT-REC
           MOVE D15F-TOTAL-NOW TO D15F-POWER-OUT
           MOVE SPACES TO FPRPT-REC
           STRING 'TOTAL POWER NOW   : ' DELIMITED BY SIZE
                  D15F-POWER-OUT         DELIMITED BY SIZE
                  INTO FPRPT-REC
           WRITE FPRPT-REC
           IF D15F-PRIOR-FOUND = 0
              MOVE 'TOTAL POWER WAS   : NO PRIOR GENERATION'
                                                    TO FPRPT-REC
              WRITE FPRPT-REC
              IF D15F-OPT-THRESHOLD
                 MOVE 'THRESHOLD PERCENT : NOT CHECKED' TO FPRPT-REC
                 WRITE FPRPT-REC
              END-IF
              GO TO 5000-EXIT
           END-IF
           MOVE D15F-TOTAL-WAS TO D15F-WAS-OUT
           MOVE SPACES TO FPRPT-REC
           STRING 'TOTAL POWER WAS   : ' DELIMITED BY SIZE
                  D15F-WAS-OUT           DELIMITED BY SIZE
                  INTO FPRPT-REC
           WRITE FPRPT-REC
           COMPUTE D15F-CHANGE = D15F-TOTAL-NOW - D15F-TOTAL-WAS
           MOVE D15F-CHANGE TO D15F-CHANGE-OUT
           MOVE SPACES TO FPRPT-REC
           STRING 'CHANGE            : ' DELIMITED BY SIZE
                  D15F-CHANGE-OUT        DELIMITED BY SIZE
                  INTO FPRPT-REC
           WRITE FPRPT-REC
           MOVE D15F-MOVED-COUNT TO D15F-CNT-OUT
           MOVE SPACES TO FPRPT-REC
           STRING 'BOXES MOVED       : ' DELIMITED BY SIZE
                  D15F-CNT-OUT           DELIMITED BY SIZE
                  INTO FPRPT-REC
           WRITE FPRPT-REC
           IF D15F-TOTAL-WAS = 0
              IF D15F-CHANGE NOT = 0
                 MOVE 1 TO D15F-THRESH-BREACH
              END-IF
              MOVE 'CHANGE PERCENT    : NO PRIOR POWER' TO FPRPT-REC
              WRITE FPRPT-REC
           ELSE
              COMPUTE D15F-CHG-PCT ROUNDED =
                      D15F-CHANGE * 100 / D15F-TOTAL-WAS
              MOVE D15F-CHG-PCT TO D15F-CHG-PCT-OUT
              MOVE SPACES TO FPRPT-REC
              STRING 'CHANGE PERCENT    : ' DELIMITED BY SIZE
                     D15F-CHG-PCT-OUT       DELIMITED BY SIZE
                     INTO FPRPT-REC
              WRITE FPRPT-REC
              IF D15F-CHG-PCT > D15F-THRESHOLD-PCT OR
                 D15F-CHG-PCT < 0 - D15F-THRESHOLD-PCT
                 MOVE 1 TO D15F-THRESH-BREACH
              END-IF
           END-IF
           IF NOT D15F-OPT-THRESHOLD
              MOVE 0 TO D15F-THRESH-BREACH
              GO TO 5000-EXIT
           END-IF
           MOVE D15F-THRESHOLD-PCT TO D15F-CNT-OUT
           MOVE SPACES TO FPRPT-REC
           IF D15F-THRESH-BREACH = 1
              STRING 'THRESHOLD PERCENT : ' DELIMITED BY SIZE
                     D15F-CNT-OUT           DELIMITED BY SIZE
                     '  ** TOTAL MOVED BEYOND THRESHOLD **'
                                            DELIMITED BY SIZE
                     INTO FPRPT-REC
           ELSE
              STRING 'THRESHOLD PERCENT : ' DELIMITED BY SIZE
                     D15F-CNT-OUT           DELIMITED BY SIZE
                     '  WITHIN THRESHOLD'   DELIMITED BY SIZE
                     INTO FPRPT-REC
           END-IF
           WRITE FPRPT-REC.
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9990-ABEND-BKP-DAMAGED - LENSBKP HOLDS SOMETHING THAT IS NOT A
      * BACKUP DAY15 WROTE; WAS FIGURES BUILT FROM IT WOULD MISLEAD.
      ******************************************************************
       9990-ABEND-BKP-DAMAGED.
           DISPLAY 'DAY15FP ABEND - LENSBKP DAMAGED OR NOT A BACKUP'
           DISPLAY 'RECORD  : ' D15F-BKP-WORK(1:80)
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9990-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9980-ABEND-LENSMST-OPEN - THE LENS MASTER COULD NOT BE OPENED.
      ******************************************************************
       9980-ABEND-LENSMST-OPEN.
           DISPLAY 'DAY15FP ABEND - LENSMST COULD NOT BE OPENED'
           DISPLAY 'FILE STATUS : ' D15F-LENSMST-STATUS
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9980-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9970-ABEND-LENSMST-DAMAGED - A MASTER RECORD OUTSIDE THE BOX /
      * SLOT GRID, WITH A NON-NUMERIC FOCAL, OR SHARING A SLOT WITH
      * ANOTHER LENS.  RUN DAY15AU FOR THE FULL PICTURE.
      ******************************************************************
       9970-ABEND-LENSMST-DAMAGED.
           DISPLAY 'DAY15FP ABEND - LENSMST RECORD DAMAGED'
           DISPLAY 'LABEL   : ' LENSMST-LABEL
           DISPLAY 'ACTION  : RUN DAY15AU FOR THE FULL AUDIT'
           CLOSE LENSMST-FILE
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9970-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9950-ABEND-BAD-CARD - AN UNRECOGNIZED OR MALFORMED FPCTL CARD.
      ******************************************************************
       9950-ABEND-BAD-CARD.
           DISPLAY 'DAY15FP ABEND - UNRECOGNIZED OR BAD FPCTL CARD'
           DISPLAY 'CARD    : ' D15F-CTL-CARD
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9950-EXIT.
           EXIT.
      *
      ******************************************************************
      * 8900-TERMINATE - CLOSE THE REPORT BEFORE ENDING THE RUN.
      ******************************************************************
       8900-TERMINATE.
           CLOSE FPRPT-FILE.
       8900-EXIT.
           EXIT.
