      *                     ENDS RC=4 WHEN A REQUEST COULD NOT BE
      *                     RESOLVED (NO ARRANGEMENT ON OR BEFORE THE
      *                     DATE, OR A LABEL NEVER ON THE HISTORY).
      *   2026-10-15  JB   MULTI-SITE.  THE HISTORY KEY NOW ENDS IN THE
      *                     LIBRARY CODE (AH-LIB), SO THE DIRECTORY
      *                     HOLDS ONE ENTRY PER RUN DATE, SEQUENCE AND
      *                     LIBRARY.  A LIBRARY=code CARD (OR DEFAULT)
      *                     STAYS IN FORCE FOR THE REQUESTS AFTER IT;
      *                     BEFORE ANY SUCH CARD THE DEFAULT LIBRARY IS
      *                     ANSWERED, AS BEFORE.  LIBRARY=ALL ANSWERS
      *                     EACH REQUEST ONCE PER LIBRARY ON THE
      *                     HISTORY UNDER A LIBRARY SUB-HEADING.  LABELS
      *                     ARE NOW AT MOST 60 CHARACTERS.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
           05  AH-KEY.
               10  AH-DATE          PIC X(8).
               10  AH-SEQ           PIC 9(4).
               10  AH-LABEL         PIC X(60).
               10  AH-LIB           PIC X(4).
           05  AH-BOX               PIC 9(3).
           05  AH-SLOT              PIC 9(3).
           05  AH-FOCAL             PIC 9(8).
       77 D15I-CTL-LEN         PIC 9(3)  COMP VALUE 0.
       01 D15I-REQ-BOX         PIC 9(3).
       01 D15I-REQ-DATE        PIC X(8).
       01 D15I-REQ-LABEL       PIC X(60).
       77 D15I-DATE-POS        PIC 9(3)  COMP VALUE 0.
       77 D15I-LBL-LEN         PIC 9(3)  COMP VALUE 0.
      *
      * ---------------------------------------------------------------
      * THE LIBRARY IN FORCE (SPACES IS THE DEFAULT LIBRARY).  UNDER
      * LIBRARY=ALL, D15I-ALL-LIBS IS SET AND D15I-LIBRARY IS STEPPED
      * THROUGH THE LIBRARY TABLE FOR EACH REQUEST.
      * ---------------------------------------------------------------
       01 D15I-LIBRARY         PIC X(4)       VALUE SPACES.
       77 D15I-ALL-LIBS        PIC 9(1)       VALUE 0.
       01 D15I-LIB-OUT         PIC X(7).
       77 D15I-L               PIC 9(8)  COMP VALUE 0.
       77 D15I-LIB-COUNT       PIC 9(8)  COMP VALUE 0.
       01 D15I-LIB-TABLE.
          03 D15I-LIB-T        PIC X(4)  OCCURS 100 TIMES.
      *
      * ---------------------------------------------------------------
      * STANDALONE COUNTERS AND SWITCHES
      * ---------------------------------------------------------------
       77 D15I-REQ-COUNT       PIC 9(8)  COMP VALUE 0.
       77 D15I-A               PIC 9(8)  COMP VALUE 0.
       77 D15I-ASOF-IDX        PIC 9(8)  COMP VALUE 0.
       77 D15I-LINE-COUNT      PIC 9(8)  COMP VALUE 0.
       77 D15I-ARR-HIT         PIC 9(8)  COMP VALUE 0.
       77 D15I-SCAN-STOP       PIC 9(1)       VALUE 0.
      *
      * ---------------------------------------------------------------
      * CHANGE-TRACKING STATE FOR "CHANGES LABEL=" - THE LABEL'S
       77 D15I-EVER-SEEN       PIC 9(1)       VALUE 0.
      *
      * ---------------------------------------------------------------
      * THE ARRANGEMENT DIRECTORY - EVERY DISTINCT RUN DATE, SEQUENCE
      * AND LIBRARY ON THE HISTORY, IN KEY ORDER, BUILT ONCE AT
      * START-UP.  AS-OF RESOLUTION PICKS THE LIBRARY'S LAST ENTRY
      * DATED ON OR BEFORE THE ASKED DATE; "CHANGES" WALKS THE
      * LIBRARY'S WHOLE LIST.
      * ---------------------------------------------------------------
       77 D15I-ARR-COUNT       PIC 9(8)  COMP VALUE 0.
       01 D15I-ARR-TABLE.
             05 D15I-ARR-DATE     PIC X(8).
             05 D15I-ARR-SEQ      PIC 9(4).
             05 D15I-ARR-NAME     PIC X(20).
             05 D15I-ARR-LIB      PIC X(4).

       PROCEDURE DIVISION.
      *
      *
      ******************************************************************
      * 1500-BUILD-DIRECTORY - ONE SEQUENTIAL PASS OVER THE HISTORY
      * COLLECTING EVERY DISTINCT RUN DATE, SEQUENCE AND LIBRARY.  THE
      * INDEXED KEY DELIVERS THE RECORDS IN DATE/SEQUENCE/LABEL/LIBRARY
      * ORDER, SO A CHANGE OF DATE OR SEQUENCE MARKS A NEW ARRANGEMENT;
      * WITHIN ONE DATE AND SEQUENCE THE LIBRARIES INTERLEAVE LABEL BY
      * LABEL, SO THE ENTRIES ALREADY MADE FOR THAT DATE AND SEQUENCE
      * ARE SEARCHED FOR THE RECORD'S LIBRARY.
      ******************************************************************
       1500-BUILD-DIRECTORY.
           MOVE LOW-VALUES TO AH-KEY
              MOVE 1 TO D15I-SCAN-EOF
              GO TO 1510-EXIT
           END-IF
           MOVE 0 TO D15I-ARR-HIT
           MOVE 0 TO D15I-SCAN-STOP
           PERFORM 1520-MATCH-ONE-ARR THRU 1520-EXIT
               VARYING D15I-A FROM D15I-ARR-COUNT BY -1
               UNTIL D15I-A < 1 OR D15I-SCAN-STOP = 1
           IF D15I-ARR-HIT > 0
              GO TO 1510-EXIT
           END-IF
           IF D15I-ARR-COUNT >= 2000
              PERFORM 9940-ABEND-DIR-OVERFLOW THRU 9940-EXIT
           ADD 1 TO D15I-ARR-COUNT
           MOVE AH-DATE TO D15I-ARR-DATE(D15I-ARR-COUNT)
           MOVE AH-SEQ TO D15I-ARR-SEQ(D15I-ARR-COUNT)
           MOVE AH-SEQNAME TO D15I-ARR-NAME(D15I-ARR-COUNT)
           MOVE AH-LIB TO D15I-ARR-LIB(D15I-ARR-COUNT)
           MOVE 0 TO D15I-ARR-HIT
           PERFORM 1530-MATCH-ONE-LIB THRU 1530-EXIT
               VARYING D15I-L FROM 1 BY 1 UNTIL D15I-L > D15I-LIB-COUNT
           IF D15I-ARR-HIT > 0
              GO TO 1510-EXIT
           END-IF
           IF D15I-LIB-COUNT >= 100
              PERFORM 9945-ABEND-LIB-OVERFLOW THRU 9945-EXIT
           END-IF
           ADD 1 TO D15I-LIB-COUNT
           MOVE AH-LIB TO D15I-LIB-T(D15I-LIB-COUNT).
       1510-EXIT.
           EXIT.
      *
      * WALK BACK OVER THE ENTRIES FOR THIS RECORD'S DATE AND SEQUENCE
      * ONLY; THE FIRST OLDER ONE ENDS THE SEARCH.
       1520-MATCH-ONE-ARR.
           IF D15I-ARR-DATE(D15I-A) NOT = AH-DATE OR
              D15I-ARR-SEQ(D15I-A) NOT = AH-SEQ
              MOVE 1 TO D15I-SCAN-STOP
              GO TO 1520-EXIT
           END-IF
           IF D15I-ARR-LIB(D15I-A) = AH-LIB
              MOVE D15I-A TO D15I-ARR-HIT
              MOVE 1 TO D15I-SCAN-STOP
           END-IF.
       1520-EXIT.
           EXIT.
      *
       1530-MATCH-ONE-LIB.
           IF D15I-ARR-HIT = 0 AND D15I-LIB-T(D15I-L) = AH-LIB
              MOVE D15I-L TO D15I-ARR-HIT
           END-IF.
       1530-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2000-READ-ONE-REQUEST - ONE INQUIRY PER CARD, DISPATCHED ON
      * ITS LEADING KEYWORD.  AN UNRECOGNIZED CARD IS A TYPO AND
                 CONTINUE
              WHEN D15I-CTL-CARD(1:1) = '*'
                 CONTINUE
              WHEN D15I-CTL-CARD(1:8) = 'LIBRARY='
                 PERFORM 2050-SET-LIBRARY THRU 2050-EXIT
              WHEN D15I-CTL-CARD(1:4) = 'BOX='
                 ADD 1 TO D15I-REQ-COUNT
                 PERFORM 3000-INQUIRE-BOX THRU 3000-EXIT
           EXIT.
      *
      ******************************************************************
      * 2050-SET-LIBRARY - "LIBRARY=code", "LIBRARY=DEFAULT" OR
      * "LIBRARY=ALL" FOR THE REQUESTS THAT FOLLOW.  THE CODE IS 1 TO
      * 4 CHARACTERS WITH NO EMBEDDED BLANKS.  THE CARD IS ECHOED SO
      * THE READER SEES WHICH LIBRARY THE ANSWERS BELOW COME FROM.
      ******************************************************************
       2050-SET-LIBRARY.
           MOVE SPACES TO D15I-LIBRARY
           MOVE 0 TO D15I-ALL-LIBS
           EVALUATE TRUE
              WHEN D15I-CTL-LEN = 15 AND
                   D15I-CTL-CARD(9:7) = 'DEFAULT'
                 CONTINUE
              WHEN D15I-CTL-LEN = 11 AND D15I-CTL-CARD(9:3) = 'ALL'
                 MOVE 1 TO D15I-ALL-LIBS
              WHEN D15I-CTL-LEN < 9 OR D15I-CTL-LEN > 12
                 PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
              WHEN OTHER
                 PERFORM 2060-CHECK-LIB-CHAR THRU 2060-EXIT
                     VARYING D15I-A FROM 9 BY 1
                     UNTIL D15I-A > D15I-CTL-LEN
                 MOVE D15I-CTL-CARD(9:D15I-CTL-LEN - 8) TO D15I-LIBRARY
           END-EVALUATE
           MOVE SPACES TO AQRPT-REC
           WRITE AQRPT-REC
           MOVE SPACES TO AQRPT-REC
           STRING 'LIBRARY: '                DELIMITED BY SIZE
                  D15I-CTL-CARD(9:D15I-CTL-LEN - 8)
                                             DELIMITED BY SIZE
                  INTO AQRPT-REC
           WRITE AQRPT-REC.
       2050-EXIT.
           EXIT.
      *
       2060-CHECK-LIB-CHAR.
           IF D15I-CTL-CARD(D15I-A:1) = SPACE
              PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-IF.
       2060-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2100-RESOLVE-AS-OF - PICK THE ARRANGEMENT IN FORCE ON THE
      * REQUESTED DATE: THE LIBRARY'S LAST DIRECTORY ENTRY DATED ON OR
      * BEFORE IT.  ZERO MEANS NOTHING WAS LOADED THAT EARLY.
      ******************************************************************
       2100-RESOLVE-AS-OF.
           MOVE 0 TO D15I-ASOF-IDX
           EXIT.
      *
       2110-CHECK-ONE-ARR.
           IF D15I-ARR-DATE(D15I-A) NOT > D15I-REQ-DATE AND
              D15I-ARR-LIB(D15I-A) = D15I-LIBRARY
              MOVE D15I-A TO D15I-ASOF-IDX
           END-IF.
       2110-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2300-WRITE-LIB-HEADING - UNDER LIBRARY=ALL, THE SUB-HEADING
      * THAT OPENS EACH LIBRARY'S ANSWER TO A REQUEST.
      ******************************************************************
       2300-WRITE-LIB-HEADING.
           MOVE D15I-LIB-T(D15I-L) TO D15I-LIBRARY
           IF D15I-LIBRARY = SPACES
              MOVE 'DEFAULT' TO D15I-LIB-OUT
           ELSE
              MOVE D15I-LIBRARY TO D15I-LIB-OUT
           END-IF
           MOVE SPACES TO AQRPT-REC
           STRING ' LIBRARY '    DELIMITED BY SIZE
                  D15I-LIB-OUT   DELIMITED BY SPACE
                  INTO AQRPT-REC
           WRITE AQRPT-REC.
       2300-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3000-INQUIRE-BOX - "BOX=NNN DATE=YYYYMMDD": LIST THE BOX'S
      * FULL CONTENTS IN THE AS-OF ARRANGEMENT.  THE CARD IS FIXED
      * LAYOUT; THE BOX NUMBER IS ZERO-PADDED TO THREE DIGITS.
                  D15I-REQ-DATE       DELIMITED BY SIZE
                  INTO AQRPT-REC
           WRITE AQRPT-REC
           IF D15I-ALL-LIBS = 1
              PERFORM 3010-BOX-ONE-LIB THRU 3010-EXIT
                  VARYING D15I-L FROM 1 BY 1
                  UNTIL D15I-L > D15I-LIB-COUNT
           ELSE
              PERFORM 3050-ANSWER-BOX THRU 3050-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
      *
       3010-BOX-ONE-LIB.
           PERFORM 2300-WRITE-LIB-HEADING THRU 2300-EXIT
           PERFORM 3050-ANSWER-BOX THRU 3050-EXIT.
       3010-EXIT.
           EXIT.
      *
       3050-ANSWER-BOX.
           PERFORM 2100-RESOLVE-AS-OF THRU 2100-EXIT
           IF D15I-ASOF-IDX = 0
              ADD 1 TO D15I-MISS-COUNT
              MOVE '  NO ARRANGEMENT ON FILE ON OR BEFORE THAT DATE'
                                                   TO AQRPT-REC
              WRITE AQRPT-REC
              GO TO 3050-EXIT
           END-IF
           ADD 1 TO D15I-HIT-COUNT
           PERFORM 2200-WRITE-AS-OF-HEADING THRU 2200-EXIT
           MOVE D15I-ARR-DATE(D15I-ASOF-IDX) TO AH-DATE
           MOVE D15I-ARR-SEQ(D15I-ASOF-IDX) TO AH-SEQ
           MOVE LOW-VALUES TO AH-LABEL
           MOVE LOW-VALUES TO AH-LIB
           START ARRHIST-FILE KEY NOT < AH-KEY
           IF NOT D15I-ARRHIST-OK
              PERFORM 9960-ABEND-ARRHIST-IO THRU 9960-EXIT
              MOVE '  BOX EMPTY IN THAT ARRANGEMENT' TO AQRPT-REC
              WRITE AQRPT-REC
           END-IF.
       3050-EXIT.
           EXIT.
      *
       3100-LIST-ONE-LENS.
              MOVE 1 TO D15I-SCAN-EOF
              GO TO 3100-EXIT
           END-IF
           IF AH-BOX NOT = D15I-REQ-BOX OR
              AH-LIB NOT = D15I-LIBRARY
              GO TO 3100-EXIT
           END-IF
           ADD 1 TO D15I-LINE-COUNT
              PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-IF
           COMPUTE D15I-LBL-LEN = D15I-DATE-POS - 7
           IF D15I-LBL-LEN > 60
              PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-IF
           MOVE SPACES TO D15I-REQ-LABEL
                  D15I-REQ-DATE      DELIMITED BY SIZE
                  INTO AQRPT-REC
           WRITE AQRPT-REC
           IF D15I-ALL-LIBS = 1
              PERFORM 3220-LABEL-ONE-LIB THRU 3220-EXIT
                  VARYING D15I-L FROM 1 BY 1
                  UNTIL D15I-L > D15I-LIB-COUNT
           ELSE
              PERFORM 3250-ANSWER-LABEL THRU 3250-EXIT
           END-IF.
       3200-EXIT.
           EXIT.
      *
       3210-FIND-DATE-TAG.
           IF D15I-CTL-CARD(D15I-A:6) = ' DATE='
              MOVE D15I-A TO D15I-DATE-POS
           END-IF.
       3210-EXIT.
           EXIT.
      *
       3220-LABEL-ONE-LIB.
           PERFORM 2300-WRITE-LIB-HEADING THRU 2300-EXIT
           PERFORM 3250-ANSWER-LABEL THRU 3250-EXIT.
       3220-EXIT.
           EXIT.
      *
       3250-ANSWER-LABEL.
           PERFORM 2100-RESOLVE-AS-OF THRU 2100-EXIT
           IF D15I-ASOF-IDX = 0
              ADD 1 TO D15I-MISS-COUNT
              MOVE '  NO ARRANGEMENT ON FILE ON OR BEFORE THAT DATE'
                                                   TO AQRPT-REC
              WRITE AQRPT-REC
              GO TO 3250-EXIT
           END-IF
           ADD 1 TO D15I-HIT-COUNT
           PERFORM 2200-WRITE-AS-OF-HEADING THRU 2200-EXIT
              MOVE '    NOT IN THAT ARRANGEMENT' TO AQRPT-REC
              WRITE AQRPT-REC
           END-IF.
       3250-EXIT.
           EXIT.
      *
      ******************************************************************
           MOVE D15I-ARR-DATE(D15I-ASOF-IDX) TO AH-DATE
           MOVE D15I-ARR-SEQ(D15I-ASOF-IDX) TO AH-SEQ
           MOVE D15I-REQ-LABEL TO AH-LABEL
           MOVE D15I-LIBRARY TO AH-LIB
           READ ARRHIST-FILE
           EVALUATE TRUE
              WHEN D15I-ARRHIST-OK
      * OR DISAPPEARED.
      ******************************************************************
       3500-INQUIRE-CHANGES.
           IF D15I-CTL-LEN < 15 OR D15I-CTL-LEN > 74
              PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-IF
           COMPUTE D15I-LBL-LEN = D15I-CTL-LEN - 14
                  D15I-REQ-LABEL       DELIMITED BY SPACE
                  INTO AQRPT-REC
           WRITE AQRPT-REC
           IF D15I-ALL-LIBS = 1
              PERFORM 3510-CHANGES-ONE-LIB THRU 3510-EXIT
                  VARYING D15I-L FROM 1 BY 1
                  UNTIL D15I-L > D15I-LIB-COUNT
           ELSE
              PERFORM 3550-ANSWER-CHANGES THRU 3550-EXIT
           END-IF.
       3500-EXIT.
           EXIT.
      *
       3510-CHANGES-ONE-LIB.
           PERFORM 2300-WRITE-LIB-HEADING THRU 2300-EXIT
           PERFORM 3550-ANSWER-CHANGES THRU 3550-EXIT.
       3510-EXIT.
           EXIT.
      *
       3550-ANSWER-CHANGES.
           MOVE 0 TO D15I-PRV-PRESENT
           MOVE 0 TO D15I-EVER-SEEN
           MOVE 0 TO D15I-LINE-COUNT
              WHEN OTHER
                 ADD 1 TO D15I-HIT-COUNT
           END-EVALUATE.
       3550-EXIT.
           EXIT.
      *
       3600-DIFF-ONE-ARR.
      *    ONLY THE LIBRARY'S OWN ARRANGEMENTS ARE DIFFED
           IF D15I-ARR-LIB(D15I-ASOF-IDX) NOT = D15I-LIBRARY
              GO TO 3600-EXIT
           END-IF
      *    HOLD THE PREVIOUS ARRANGEMENT'S STATE ASIDE - 3300
      *    OVERWRITES THE PRV- FIELDS WITH THIS ARRANGEMENT'S ANSWER
           MOVE D15I-PRV-PRESENT TO D15I-OLD-PRESENT
           EXIT.
      *
      ******************************************************************
      * 9945-ABEND-LIB-OVERFLOW - MORE LIBRARIES ON THE HISTORY THAN
      * THE LIBRARY TABLE HOLDS.
      ******************************************************************
       9945-ABEND-LIB-OVERFLOW.
           DISPLAY 'DAY15AQ ABEND - MORE THAN 100 LIBRARIES'
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9945-EXIT.
           EXIT.
      *
      ******************************************************************
      * 8900-TERMINATE - CLOSE ALL OPEN FILES BEFORE ENDING THE RUN.
      ******************************************************************
       8900-TERMINATE.
