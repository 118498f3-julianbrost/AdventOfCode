      *                     VIEW OF HASH SKEW THAT USED TO SURFACE
      *                     ONLY AS AN RC=16 BOX-OVERFLOW ABEND IN THE
      *                     OVERNIGHT WINDOW.
      *   2026-10-15  JB   MULTI-SITE.  THE MASTER KEY IS NOW THE LABEL
      *                     FOLLOWED BY THE LIBRARY CODE.  BDCTL CARD
      *                     LIBRARY=code (OR DEFAULT) REPORTS ONE
      *                     LIBRARY'S BOXES; WITHOUT IT THE DEFAULT
      *                     LIBRARY IS REPORTED.  LIBRARY=ALL REPEATS
      *                     THE REPORT FOR EACH LIBRARY ON THE MASTER
      *                     UNDER ITS OWN HEADING; A BOX OVER THE
      *                     THRESHOLD IN ANY LIBRARY ENDS THE STEP
      *                     RC=4.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
           SELECT LENSMST-FILE ASSIGN TO "LENSMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LENSMST-KEY
               FILE STATUS IS D15B-LENSMST-STATUS.
           SELECT BDRPT-FILE ASSIGN TO "BDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       FD  LENSMST-FILE.
       01  LENSMST-REC.
           05  LENSMST-KEY.
               10  LENSMST-LABEL    PIC X(60).
               10  LENSMST-LIB      PIC X(4).
           05  LENSMST-BOX          PIC 9(3).
           05  LENSMST-SLOT         PIC 9(3).
           05  LENSMST-FOCAL        PIC 9(8).
       77 D15B-TOP-BOXES       PIC 9(8)  COMP VALUE 10.
      *
      * ---------------------------------------------------------------
      * LIBRARY WORK AREA.  D15B-LIBRARY IS THE LIBRARY BEING REPORTED
      * (SPACES IS THE DEFAULT LIBRARY); LIBRARY=ALL SETS D15B-ALL-LIBS
      * AND STEPS D15B-LIBRARY THROUGH THE LIBRARIES ON THE MASTER.
      * ---------------------------------------------------------------
       01 D15B-LIBRARY         PIC X(4)       VALUE SPACES.
       77 D15B-ALL-LIBS        PIC 9(1)       VALUE 0.
       01 D15B-LIB-OUT         PIC X(7).
       77 D15B-L               PIC 9(8)  COMP VALUE 0.
       77 D15B-LIB-HIT         PIC 9(8)  COMP VALUE 0.
       77 D15B-LIB-COUNT       PIC 9(8)  COMP VALUE 0.
       01 D15B-LIB-TABLE.
          03 D15B-LIB-T        PIC X(4)  OCCURS 100 TIMES.
      *
      * ---------------------------------------------------------------
      * STANDALONE COUNTERS AND SWITCHES
      * ---------------------------------------------------------------
       77 D15B-WARN-COUNT      PIC 9(8)  COMP VALUE 0.
       77 D15B-TOT-WARN        PIC 9(8)  COMP VALUE 0.
       77 D15B-OCCUPIED        PIC 9(3)  COMP VALUE 0.
       77 D15B-EMPTY           PIC 9(3)  COMP VALUE 0.
       77 D15B-PEAK            PIC 9(3)  COMP VALUE 0.
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF D15B-ALL-LIBS = 1
              PERFORM 1500-FIND-LIBRARIES THRU 1500-EXIT
              PERFORM 4000-REPORT-ONE-LIB THRU 4000-EXIT
                  VARYING D15B-L FROM 1 BY 1
                  UNTIL D15B-L > D15B-LIB-COUNT
           ELSE
              PERFORM 4100-REPORT-LIBRARY THRU 4100-EXIT
           END-IF.
           PERFORM 8900-TERMINATE THRU 8900-EXIT.
           IF D15B-TOT-WARN > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE 'BOX CAPACITY AND DISTRIBUTION REPORT' TO BDRPT-REC
           WRITE BDRPT-REC
           MOVE '------------------------------------' TO BDRPT-REC
           WRITE BDRPT-REC
           IF D15B-ALL-LIBS = 1
              MOVE 'LIBRARY: ALL' TO BDRPT-REC
              WRITE BDRPT-REC
           END-IF
           IF D15B-LIBRARY NOT = SPACES
              MOVE SPACES TO BDRPT-REC
              STRING 'LIBRARY: '   DELIMITED BY SIZE
                     D15B-LIBRARY  DELIMITED BY SIZE
                     INTO BDRPT-REC
              WRITE BDRPT-REC
           END-IF.
       1000-EXIT.
           EXIT.
      *
                 IF D15B-TOP-BOXES = 0 OR D15B-TOP-BOXES > 256
                    PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
                 END-IF
              WHEN D15B-CTL-CARD(1:8) = 'LIBRARY='
                 PERFORM 1200-LIBRARY-VALUE THRU 1200-EXIT
              WHEN OTHER
                 PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-EVALUATE.
           EXIT.
      *
      ******************************************************************
      * 1200-LIBRARY-VALUE - LIBRARY=code (1 TO 4 CHARACTERS, NO
      * EMBEDDED BLANKS), LIBRARY=DEFAULT OR LIBRARY=ALL.
      ******************************************************************
       1200-LIBRARY-VALUE.
           MOVE SPACES TO D15B-LIBRARY
           MOVE 0 TO D15B-ALL-LIBS
           IF D15B-CTL-LEN = 15 AND D15B-CTL-CARD(9:7) = 'DEFAULT'
              GO TO 1200-EXIT
           END-IF
           IF D15B-CTL-LEN = 11 AND D15B-CTL-CARD(9:3) = 'ALL'
              MOVE 1 TO D15B-ALL-LIBS
              GO TO 1200-EXIT
           END-IF
           IF D15B-CTL-LEN < 9 OR D15B-CTL-LEN > 12
              PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-IF
           PERFORM 1210-CHECK-LIB-CHAR THRU 1210-EXIT
               VARYING D15B-I FROM 9 BY 1 UNTIL D15B-I > D15B-CTL-LEN
           MOVE D15B-CTL-CARD(9:D15B-CTL-LEN - 8) TO D15B-LIBRARY.
       1200-EXIT.
           EXIT.
      *
       1210-CHECK-LIB-CHAR.
           IF D15B-CTL-CARD(D15B-I:1) = SPACE
              PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-IF.
       1210-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1500-FIND-LIBRARIES - LIBRARY=ALL.  ONE PASS OF THE MASTER
      * COLLECTS THE DISTINCT LIBRARY CODES IN FIRST-SEEN ORDER.
      ******************************************************************
       1500-FIND-LIBRARIES.
           PERFORM 1510-NOTE-ONE-LIB THRU 1510-EXIT
               UNTIL D15B-LENSMST-STATUS NOT = '00'.
       1500-EXIT.
           EXIT.
      *
       1510-NOTE-ONE-LIB.
           READ LENSMST-FILE NEXT
               AT END GO TO 1510-EXIT
           END-READ
           IF D15B-LENSMST-STATUS NOT = '00'
              GO TO 1510-EXIT
           END-IF
           MOVE 0 TO D15B-LIB-HIT
           PERFORM 1520-MATCH-ONE-LIB THRU 1520-EXIT
               VARYING D15B-I FROM 1 BY 1 UNTIL D15B-I > D15B-LIB-COUNT
           IF D15B-LIB-HIT > 0
              GO TO 1510-EXIT
           END-IF
           IF D15B-LIB-COUNT >= 100
              PERFORM 9960-ABEND-LIB-OVERFLOW THRU 9960-EXIT
           END-IF
           ADD 1 TO D15B-LIB-COUNT
           MOVE LENSMST-LIB TO D15B-LIB-T(D15B-LIB-COUNT).
       1510-EXIT.
           EXIT.
      *
       1520-MATCH-ONE-LIB.
           IF D15B-LIB-HIT = 0 AND D15B-LIB-T(D15B-I) = LENSMST-LIB
              MOVE D15B-I TO D15B-LIB-HIT
           END-IF.
       1520-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2000-TALLY-MASTER - ONE SEQUENTIAL PASS OVER THE MASTER,
      * COUNTING LENSES INTO THEIR BOXES.  THE SLOT NUMBERS ARE NOT
      * TRUSTED FOR THE DEPTH - THE COUNT OF RECORDS PER BOX IS THE
      * DEPTH, WHICH ALSO HOLDS UP IF A MAINTENANCE EDIT EVER LEFT A
      * GAP IN THE SLOT NUMBERING.  OTHER LIBRARIES' LENSES ARE PASSED
      * OVER.
      ******************************************************************
       2000-TALLY-MASTER.
           PERFORM 2100-TALLY-ONE-LENS THRU 2100-EXIT
           IF D15B-LENSMST-STATUS NOT = '00'
              GO TO 2100-EXIT
           END-IF
           IF LENSMST-LIB NOT = D15B-LIBRARY
              GO TO 2100-EXIT
           END-IF
           IF LENSMST-BOX NOT NUMERIC OR LENSMST-BOX > 255
              PERFORM 9990-ABEND-BAD-MASTER THRU 9990-EXIT
           END-IF
           EXIT.
      *
      ******************************************************************
      * 4000-REPORT-ONE-LIB - LIBRARY=ALL.  ONE LIBRARY'S REPORT UNDER
      * ITS OWN HEADING.
      ******************************************************************
       4000-REPORT-ONE-LIB.
           MOVE D15B-LIB-T(D15B-L) TO D15B-LIBRARY
           IF D15B-LIBRARY = SPACES
              MOVE 'DEFAULT' TO D15B-LIB-OUT
           ELSE
              MOVE D15B-LIBRARY TO D15B-LIB-OUT
           END-IF
           MOVE SPACES TO BDRPT-REC
           WRITE BDRPT-REC
           MOVE SPACES TO BDRPT-REC
           STRING '*** LIBRARY '  DELIMITED BY SIZE
                  D15B-LIB-OUT    DELIMITED BY SPACE
                  ' ***'          DELIMITED BY SIZE
                  INTO BDRPT-REC
           WRITE BDRPT-REC
           PERFORM 4100-REPORT-LIBRARY THRU 4100-EXIT.
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4100-REPORT-LIBRARY - TALLY AND REPORT THE LIBRARY IN
      * D15B-LIBRARY FROM THE TOP OF THE MASTER.
      ******************************************************************
       4100-REPORT-LIBRARY.
           INITIALIZE D15B-SIZE-TABLE
           MOVE 0 TO D15B-OCCUPIED
           MOVE 0 TO D15B-EMPTY
           MOVE 0 TO D15B-PEAK
           MOVE 0 TO D15B-LENSES
           MOVE 0 TO D15B-WARN-COUNT
           MOVE LOW-VALUES TO LENSMST-KEY
           START LENSMST-FILE KEY NOT < LENSMST-KEY
           PERFORM 2000-TALLY-MASTER THRU 2000-EXIT
           PERFORM 3000-WRITE-REPORT THRU 3000-EXIT
           ADD D15B-WARN-COUNT TO D15B-TOT-WARN.
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9960-ABEND-LIB-OVERFLOW - MORE LIBRARIES ON THE MASTER THAN THE
      * LIBRARY TABLE HOLDS.
      ******************************************************************
       9960-ABEND-LIB-OVERFLOW.
           DISPLAY 'DAY15BD ABEND - MORE THAN 100 LIBRARIES'
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9960-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9970-ABEND-LENSMST-OPEN - THE LENS MASTER COULD NOT BE OPENED;
      * EITHER DAY15 HAS NOT RUN YET OR THE DD POINTS AT THE WRONG
      * PLACE.
       9990-ABEND-BAD-MASTER.
           DISPLAY 'DAY15BD ABEND - LENSMST RECORD NOT PLAUSIBLE'
           DISPLAY 'LABEL   : ' LENSMST-LABEL
           DISPLAY 'LIBRARY : ' LENSMST-LIB
           DISPLAY 'BOX     : ' LENSMST-BOX
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 16 TO RETURN-CODE
