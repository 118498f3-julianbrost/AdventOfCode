      *                     REPROCESSING ANY INITIALIZATION SEQUENCE.
      *                     ENDS WITH RC=4 WHEN ONE OR MORE REQUESTED
      *                     LABELS ARE NOT ON THE MASTER.
      *   2026-10-15  JB   MULTI-SITE.  THE MASTER KEY IS NOW THE LABEL
      *                     FOLLOWED BY THE LIBRARY CODE.  AN OPTIONAL
      *                     LQCTL CARD LIBRARY=code (OR DEFAULT)
      *                     ANSWERS FROM ONE LIBRARY; WITHOUT IT THE
      *                     DEFAULT LIBRARY IS USED, AS BEFORE.
      *                     LIBRARY=ALL ANSWERS EVERY REQUESTED LABEL
      *                     FROM EACH LIBRARY ON THE MASTER IN TURN,
      *                     UNDER A HEADING PER LIBRARY; THE LABELS ARE
      *                     HELD (UP TO 500) WHILE THE MASTER IS
      *                     SCANNED FOR ITS LIBRARIES.
      *   2026-10-15  JB   LIBRARY=ALL NO LONGER COUNTS A LABEL AS OFF
      *                     THE MASTER FOR EACH LIBRARY THAT LACKS IT.
      *                     A PER-LIBRARY MISS PRINTS "NOT IN THIS
      *                     LIBRARY"; A LABEL NO LIBRARY HOLDS IS
      *                     LISTED ONCE AS NOT ON THE LENS MASTER AFTER
      *                     THE LAST LIBRARY, AND ONLY THOSE LABELS
      *                     COUNT TOWARD NOT ON MASTER AND RC=4.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LQCTL-FILE ASSIGN TO "LQCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15Q-LQCTL-STATUS.
           SELECT LBLINQ-FILE ASSIGN TO "LBLINQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15Q-LBLINQ-STATUS.
           SELECT LENSMST-FILE ASSIGN TO "LENSMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LENSMST-KEY
               FILE STATUS IS D15Q-LENSMST-STATUS.
           SELECT LQRPT-FILE ASSIGN TO "LQRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LQCTL-FILE.
       01  LQCTL-REC               PIC X(80).
      *
       FD  LBLINQ-FILE.
       01  LBLINQ-REC              PIC X(80).
      *
       FD  LENSMST-FILE.
       01  LENSMST-REC.
           05  LENSMST-KEY.
               10  LENSMST-LABEL    PIC X(60).
               10  LENSMST-LIB      PIC X(4).
           05  LENSMST-BOX          PIC 9(3).
           05  LENSMST-SLOT         PIC 9(3).
           05  LENSMST-FOCAL        PIC 9(8).
      * ---------------------------------------------------------------
      * FILE STATUS AND END-OF-FILE SWITCHES
      * ---------------------------------------------------------------
       01 D15Q-LQCTL-STATUS    PIC X(2).
          88 D15Q-LQCTL-FOUND  VALUE '00'.
       01 D15Q-LBLINQ-STATUS   PIC X(2).
          88 D15Q-LBLINQ-OK    VALUE '00'.
       01 D15Q-LENSMST-STATUS  PIC X(2).
          88 D15Q-LENSMST-OK   VALUE '00'.
          88 D15Q-LENSMST-NOTFND VALUE '23'.
       77 D15Q-LQCTL-EOF       PIC 9(1)       VALUE 0.
       77 D15Q-LBLINQ-EOF      PIC 9(1)       VALUE 0.
       77 D15Q-LENSMST-EOF     PIC 9(1)       VALUE 0.
      *
      * ---------------------------------------------------------------
      * CONTROL-CARD WORK AREA.  D15Q-LIBRARY IS THE LIBRARY ANSWERED
      * FROM (SPACES IS THE DEFAULT LIBRARY); D15Q-ALL-LIBS IS SET BY
      * LIBRARY=ALL.
      * ---------------------------------------------------------------
       01 D15Q-CTL-CARD        PIC X(80).
       77 D15Q-CTL-LEN         PIC 9(3)  COMP VALUE 0.
       01 D15Q-LIBRARY         PIC X(4)       VALUE SPACES.
       77 D15Q-ALL-LIBS        PIC 9(1)       VALUE 0.
       01 D15Q-LIB-OUT         PIC X(7).
      *
      * ---------------------------------------------------------------
      * LIBRARY=ALL WORK TABLES - THE REQUESTED LABELS, EACH WITH A
      * FLAG SET WHEN ANY LIBRARY HOLDS IT, AND THE DISTINCT LIBRARIES
      * FOUND ON THE MASTER IN KEY ORDER OF FIRST APPEARANCE.
      * ---------------------------------------------------------------
       77 D15Q-LBL-COUNT       PIC 9(8)  COMP VALUE 0.
       01 D15Q-LBL-TABLE.
          03 D15Q-LBL-ENTRY    OCCURS 500 TIMES.
             05 D15Q-LBL-T        PIC X(60).
             05 D15Q-LBL-SEEN     PIC 9(1).
       77 D15Q-LIB-COUNT       PIC 9(8)  COMP VALUE 0.
       01 D15Q-LIB-TABLE.
          03 D15Q-LIB-T        PIC X(4)  OCCURS 100 TIMES.
       77 D15Q-LIB-HIT         PIC 9(8)  COMP VALUE 0.
       77 D15Q-I               PIC 9(8)  COMP VALUE 0.
       77 D15Q-J               PIC 9(8)  COMP VALUE 0.
      *
      * ---------------------------------------------------------------
      * STANDALONE COUNTERS AND SWITCHES
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-READ-ONE-LABEL THRU 2000-EXIT
               UNTIL D15Q-LBLINQ-EOF = 1.
           IF D15Q-ALL-LIBS = 1
              PERFORM 3000-ANSWER-ALL-LIBS THRU 3000-EXIT
           END-IF.
           PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
           PERFORM 8900-TERMINATE THRU 8900-EXIT.
           IF D15Q-MISS-COUNT > 0
           STOP RUN.
      *
      ******************************************************************
      * 1000-INITIALIZE - PICK UP THE OPTIONAL LIBRARY CARD AND OPEN
      * THE REQUESTS, THE MASTER AND THE REPORT.  A LIBRARY OTHER THAN
      * THE DEFAULT IS NAMED UNDER THE TITLE.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT LQCTL-FILE
           IF D15Q-LQCTL-FOUND
              PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
                  UNTIL D15Q-LQCTL-EOF = 1
           END-IF
           CLOSE LQCTL-FILE
           OPEN INPUT LBLINQ-FILE
           IF NOT D15Q-LBLINQ-OK
              PERFORM 9980-ABEND-LBLINQ-OPEN THRU 9980-EXIT
           MOVE 'LENS MASTER INQUIRY REPORT' TO LQRPT-REC
           WRITE LQRPT-REC
           MOVE '--------------------------' TO LQRPT-REC
           WRITE LQRPT-REC
           IF D15Q-ALL-LIBS = 1
              MOVE 'LIBRARY: ALL' TO LQRPT-REC
              WRITE LQRPT-REC
           END-IF
           IF D15Q-LIBRARY NOT = SPACES
              MOVE SPACES TO LQRPT-REC
              STRING 'LIBRARY: '   DELIMITED BY SIZE
                     D15Q-LIBRARY  DELIMITED BY SIZE
                     INTO LQRPT-REC
              WRITE LQRPT-REC
           END-IF.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1100-READ-ONE-CARD - LQCTL CARDS: LIBRARY=code (1 TO 4
      * CHARACTERS, NO EMBEDDED BLANKS), LIBRARY=DEFAULT OR
      * LIBRARY=ALL.
      ******************************************************************
       1100-READ-ONE-CARD.
           READ LQCTL-FILE
               AT END
                  MOVE 1 TO D15Q-LQCTL-EOF
                  GO TO 1100-EXIT
           END-READ
           MOVE FUNCTION TRIM(LQCTL-REC) TO D15Q-CTL-CARD
           MOVE FUNCTION LENGTH(FUNCTION TRIM(D15Q-CTL-CARD))
                                                 TO D15Q-CTL-LEN
           EVALUATE TRUE
              WHEN D15Q-CTL-CARD = SPACES
                 CONTINUE
              WHEN D15Q-CTL-CARD(1:1) = '*'
                 CONTINUE
              WHEN D15Q-CTL-CARD(1:8) = 'LIBRARY='
                 PERFORM 1200-LIBRARY-VALUE THRU 1200-EXIT
              WHEN OTHER
                 PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-EVALUATE.
       1100-EXIT.
           EXIT.
      *
       1200-LIBRARY-VALUE.
           MOVE SPACES TO D15Q-LIBRARY
           MOVE 0 TO D15Q-ALL-LIBS
           IF D15Q-CTL-LEN = 15 AND D15Q-CTL-CARD(9:7) = 'DEFAULT'
              GO TO 1200-EXIT
           END-IF
           IF D15Q-CTL-LEN = 11 AND D15Q-CTL-CARD(9:3) = 'ALL'
              MOVE 1 TO D15Q-ALL-LIBS
              GO TO 1200-EXIT
           END-IF
           IF D15Q-CTL-LEN < 9 OR D15Q-CTL-LEN > 12
              PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-IF
           PERFORM 1210-CHECK-LIB-CHAR THRU 1210-EXIT
               VARYING D15Q-I FROM 9 BY 1 UNTIL D15Q-I > D15Q-CTL-LEN
           MOVE D15Q-CTL-CARD(9:D15Q-CTL-LEN - 8) TO D15Q-LIBRARY.
       1200-EXIT.
           EXIT.
      *
       1210-CHECK-LIB-CHAR.
           IF D15Q-CTL-CARD(D15Q-I:1) = SPACE
              PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-IF.
       1210-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2000-READ-ONE-LABEL - ONE KEYED READ ON THE MASTER PER
      * REQUESTED LABEL.  UNDER LIBRARY=ALL THE LABEL IS ONLY HELD
      * HERE; 3000-ANSWER-ALL-LIBS ANSWERS IT ONCE PER LIBRARY.
      ******************************************************************
       2000-READ-ONE-LABEL.
           READ LBLINQ-FILE
              GO TO 2000-EXIT
           END-IF
           ADD 1 TO D15Q-INQ-COUNT
           IF D15Q-ALL-LIBS = 1
              IF D15Q-LBL-COUNT >= 500
                 PERFORM 9940-ABEND-TOO-MANY THRU 9940-EXIT
              END-IF
              ADD 1 TO D15Q-LBL-COUNT
              MOVE FUNCTION TRIM(LBLINQ-REC)
                                         TO D15Q-LBL-T(D15Q-LBL-COUNT)
              MOVE 0 TO D15Q-LBL-SEEN(D15Q-LBL-COUNT)
              GO TO 2000-EXIT
           END-IF
           MOVE FUNCTION TRIM(LBLINQ-REC) TO LENSMST-LABEL
           PERFORM 2100-LOOKUP-LABEL THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2100-LOOKUP-LABEL - KEYED READ FOR THE LABEL ALREADY IN
      * LENSMST-LABEL IN THE LIBRARY IN D15Q-LIBRARY, AND ITS REPORT
      * LINE.  UNDER LIBRARY=ALL (LABEL D15Q-I OF THE HELD TABLE) A
      * MISS ONLY MEANS THIS LIBRARY LACKS THE LABEL; WHETHER THE
      * MASTER DOES IS SETTLED BY 3300 ONCE EVERY LIBRARY IS ANSWERED.
      ******************************************************************
       2100-LOOKUP-LABEL.
           MOVE D15Q-LIBRARY TO LENSMST-LIB
           READ LENSMST-FILE KEY IS LENSMST-KEY
           EVALUATE TRUE
              WHEN D15Q-LENSMST-OK
                 MOVE LENSMST-BOX TO D15Q-BOX-OUT
                        D15Q-FOCAL-OUT    DELIMITED BY SIZE
                        INTO LQRPT-REC
                 WRITE LQRPT-REC
                 IF D15Q-ALL-LIBS = 1
                    MOVE 1 TO D15Q-LBL-SEEN(D15Q-I)
                 END-IF
              WHEN D15Q-LENSMST-NOTFND AND D15Q-ALL-LIBS = 1
                 MOVE SPACES TO LQRPT-REC
                 STRING 'LABEL '              DELIMITED BY SIZE
                        LENSMST-LABEL         DELIMITED BY SPACE
                        ' NOT IN THIS LIBRARY' DELIMITED BY SIZE
                        INTO LQRPT-REC
                 WRITE LQRPT-REC
              WHEN D15Q-LENSMST-NOTFND
                 ADD 1 TO D15Q-MISS-COUNT
                 MOVE SPACES TO LQRPT-REC
              WHEN OTHER
                 PERFORM 9960-ABEND-LENSMST-READ THRU 9960-EXIT
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3000-ANSWER-ALL-LIBS - LIBRARY=ALL.  ONE PASS OF THE MASTER
      * FINDS ITS LIBRARIES; THEN EVERY HELD LABEL IS ANSWERED FROM
      * EACH LIBRARY IN TURN UNDER THAT LIBRARY'S HEADING, AND THE
      * LABELS NO LIBRARY HOLDS ARE LISTED LAST.
      ******************************************************************
       3000-ANSWER-ALL-LIBS.
           MOVE LOW-VALUES TO LENSMST-KEY
           START LENSMST-FILE KEY NOT < LENSMST-KEY
           IF NOT D15Q-LENSMST-OK
              MOVE 1 TO D15Q-LENSMST-EOF
           END-IF
           PERFORM 3100-FIND-ONE-LIB THRU 3100-EXIT
               UNTIL D15Q-LENSMST-EOF = 1
           PERFORM 3200-ANSWER-ONE-LIB THRU 3200-EXIT
               VARYING D15Q-J FROM 1 BY 1 UNTIL D15Q-J > D15Q-LIB-COUNT
           PERFORM 3300-CHECK-ONE-MISS THRU 3300-EXIT
               VARYING D15Q-I FROM 1 BY 1 UNTIL D15Q-I > D15Q-LBL-COUNT.
       3000-EXIT.
           EXIT.
      *
       3100-FIND-ONE-LIB.
           READ LENSMST-FILE NEXT RECORD
               AT END
                  MOVE 1 TO D15Q-LENSMST-EOF
                  GO TO 3100-EXIT
           END-READ
           IF NOT D15Q-LENSMST-OK
              PERFORM 9960-ABEND-LENSMST-READ THRU 9960-EXIT
           END-IF
           MOVE 0 TO D15Q-LIB-HIT
           PERFORM 3110-MATCH-LIB THRU 3110-EXIT
               VARYING D15Q-I FROM 1 BY 1 UNTIL D15Q-I > D15Q-LIB-COUNT
           IF D15Q-LIB-HIT > 0
              GO TO 3100-EXIT
           END-IF
           IF D15Q-LIB-COUNT >= 100
              PERFORM 9940-ABEND-TOO-MANY THRU 9940-EXIT
           END-IF
           ADD 1 TO D15Q-LIB-COUNT
           MOVE LENSMST-LIB TO D15Q-LIB-T(D15Q-LIB-COUNT).
       3100-EXIT.
           EXIT.
      *
       3110-MATCH-LIB.
           IF D15Q-LIB-HIT = 0 AND D15Q-LIB-T(D15Q-I) = LENSMST-LIB
              MOVE D15Q-I TO D15Q-LIB-HIT
           END-IF.
       3110-EXIT.
           EXIT.
      *
       3200-ANSWER-ONE-LIB.
           MOVE D15Q-LIB-T(D15Q-J) TO D15Q-LIBRARY
           IF D15Q-LIBRARY = SPACES
              MOVE 'DEFAULT' TO D15Q-LIB-OUT
           ELSE
              MOVE D15Q-LIBRARY TO D15Q-LIB-OUT
           END-IF
           MOVE SPACES TO LQRPT-REC
           WRITE LQRPT-REC
           MOVE SPACES TO LQRPT-REC
           STRING 'LIBRARY '    DELIMITED BY SIZE
                  D15Q-LIB-OUT  DELIMITED BY SPACE
                  INTO LQRPT-REC
           WRITE LQRPT-REC
           PERFORM 3210-ANSWER-ONE-LABEL THRU 3210-EXIT
               VARYING D15Q-I FROM 1 BY 1 UNTIL D15Q-I > D15Q-LBL-COUNT.
       3200-EXIT.
           EXIT.
      *
       3210-ANSWER-ONE-LABEL.
           MOVE D15Q-LBL-T(D15Q-I) TO LENSMST-LABEL
           PERFORM 2100-LOOKUP-LABEL THRU 2100-EXIT.
       3210-EXIT.
           EXIT.
      *
       3300-CHECK-ONE-MISS.
           IF D15Q-LBL-SEEN(D15Q-I) = 1
              GO TO 3300-EXIT
           END-IF
           ADD 1 TO D15Q-MISS-COUNT
           IF D15Q-MISS-COUNT = 1
              MOVE SPACES TO LQRPT-REC
              WRITE LQRPT-REC
              MOVE 'IN NO LIBRARY' TO LQRPT-REC
              WRITE LQRPT-REC
           END-IF
           MOVE SPACES TO LQRPT-REC
           STRING 'LABEL '              DELIMITED BY SIZE
                  D15Q-LBL-T(D15Q-I)    DELIMITED BY SPACE
                  ' NOT ON LENS MASTER' DELIMITED BY SIZE
                  INTO LQRPT-REC
           WRITE LQRPT-REC.
       3300-EXIT.
           EXIT.
      *
      ******************************************************************
           EXIT.
      *
      ******************************************************************
      * 9950-ABEND-BAD-CARD - AN UNRECOGNIZED OR MALFORMED LQCTL CARD.
      * ANSWERING FROM A GUESSED LIBRARY WOULD PUT THE WRONG SITE'S
      * LENS IN THE OPERATOR'S HAND.
      ******************************************************************
       9950-ABEND-BAD-CARD.
           DISPLAY 'DAY15LQ ABEND - UNRECOGNIZED OR BAD LQCTL CARD'
           DISPLAY 'CARD    : ' D15Q-CTL-CARD
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9950-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9940-ABEND-TOO-MANY - LIBRARY=ALL HOLDS AT MOST 500 REQUESTED
      * LABELS AND 100 LIBRARIES.  SPLIT THE REQUEST OR ASK ONE
      * LIBRARY AT A TIME.
      ******************************************************************
       9940-ABEND-TOO-MANY.
           DISPLAY 'DAY15LQ ABEND - LIBRARY=ALL TABLE FULL'
           DISPLAY 'LABELS HELD : ' D15Q-LBL-COUNT
           DISPLAY 'LIBRARIES   : ' D15Q-LIB-COUNT
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9940-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9980-ABEND-LBLINQ-OPEN - LBLINQ COULD NOT BE OPENED (MISSING
      * DD, BAD PERMISSIONS, ETC).
      ******************************************************************
           DISPLAY 'DAY15LQ ABEND - LENSMST READ FAILED'
           DISPLAY 'FILE STATUS : ' D15Q-LENSMST-STATUS
           DISPLAY 'LABEL       : ' LENSMST-LABEL
           DISPLAY 'LIBRARY     : ' LENSMST-LIB
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
