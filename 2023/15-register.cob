      *                     ENTRIES DUE ON OR BEFORE ITS RUN DATE AND
      *                     MARKS THEM PROCESSED.  EACH REGISTRATION
      *                     IS LISTED ON RGRPT.
      *   2026-10-15  JB   ADDED A FORMAL INTAKE FILE (RGCTL CARD
      *                     SOURCE=INTAKE; SOURCE=SEQREG, THE DEFAULT,
      *                     KEEPS TODAY'S BEHAVIOUR).  INTAKE CARRIES
      *                     ONE OR MORE BATCHES FROM THE PLANNING
      *                     GROUP, EACH A BATHDR HEADER RECORD (SENDER,
      *                     BATCH NUMBER, CREATION DATE), THE USUAL
      *                     EFFDATE=/SEQNAME= CARDS AND SEQUENCE LINES,
      *                     AND A BATTRL TRAILER RECORD (SEQUENCE
      *                     COUNT, STEP COUNT, AND HASH TOTAL - THE SUM
      *                     OF THE DAY15 HASH OF EVERY STEP, I.E. THE
      *                     PART 1 FIGURE).  A BATCH IS QUEUED ONLY
      *                     WHEN ALL THREE TRAILER FIGURES MATCH WHAT
      *                     ARRIVED AND ITS NUMBER IS THE NEXT ONE
      *                     EXPECTED FROM THAT SENDER; OTHERWISE THE
      *                     WHOLE BATCH IS REFUSED - NOTHING FROM IT IS
      *                     QUEUED - AND LISTED ON RGRPT WITH THE
      *                     REASON FOR RETURN TO THE SENDER.  ACCEPTED
      *                     BATCHES ARE ACKNOWLEDGED ON RGRPT WITH
      *                     THEIR CONTROL FIGURES AND RECORDED ON THE
      *                     BATCHLOG FILE, WHICH IS WHAT DUPLICATE AND
      *                     SKIPPED BATCH NUMBERS ARE CHECKED AGAINST.
      *                     ANY REFUSED BATCH ENDS THE STEP RC=4.
      *   2026-10-15  JB   MULTI-SITE.  A LIBRARY=code CARD (1 TO 4
      *                     CHARACTERS, OR LIBRARY=DEFAULT) STAYS IN
      *                     FORCE LIKE EFFDATE= AND IS WRITTEN ON EACH
      *                     QUEUE ENTRY (NEW QUE-LIB FIELD AT THE END OF
      *                     SEQQUE, WHICH OLDER ENTRIES READ AS SPACES -
      *                     THE DEFAULT LIBRARY).  DAY15 PULLS ONLY THE
      *                     ENTRIES FOR THE LIBRARY IT IS RUNNING.  IN
      *                     INTAKE THE LIBRARY DOES NOT CARRY FROM ONE
      *                     BATCH TO THE NEXT, AND A BAD CARD REFUSES
      *                     THE BATCH.
      *   2026-10-15  JB   OPERATOR AUTHORITY.  THE SUBMITTING USER ID
      *                     IS LOOKED UP ON THE OPRAUTH FILE; A USER
      *                     WITHOUT THE REGISTER RIGHT (OR MARKED
      *                     SIMULATE-ONLY) GETS A SECURITY-VIOLATION
      *                     LINE AND RC=8 AND NOTHING IS QUEUED.  THE
      *                     USER ID IS WRITTEN ON EACH QUEUE ENTRY (NEW
      *                     QUE-USER FIELD AT THE END OF SEQQUE, WHICH
      *                     OLDER ENTRIES READ AS SPACES) AND SHOWN IN
      *                     THE RGRPT HEADING.
      *   2026-10-15  JB   THE HASH-TOTAL REFUSAL REASON IS BUILT IN
      *                     ONE STRING INSTEAD OF BEING STRUNG BACK
      *                     INTO ITSELF.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RGCTL-FILE ASSIGN TO "RGCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15G-RGCTL-STATUS.
           SELECT SEQREG-FILE ASSIGN TO "SEQREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15G-SEQREG-STATUS.
               FILE STATUS IS D15G-SEQQUE-STATUS.
           SELECT RGRPT-FILE ASSIGN TO "RGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INTAKE-FILE ASSIGN TO "INTAKE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15G-INTAKE-STATUS.
           SELECT OPTIONAL BATCHLOG-FILE ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15G-BATCHLOG-STATUS.
           SELECT OPTIONAL OPRAUTH-FILE ASSIGN TO "OPRAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15G-OPRAUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RGCTL-FILE.
       01  RGCTL-REC                PIC X(80).
      *
       FD  SEQREG-FILE.
       01  SEQREG-REC               PIC X(20480).
      *
       FD  SEQQUE-FILE
           RECORDING MODE IS F.
       01  SEQQUE-REC               PIC X(20532).
       01  SEQQUE-LAYOUT REDEFINES SEQQUE-REC.
           05  QUE-STATUS           PIC X(1).
           05  QUE-EFF-DATE         PIC X(8).
           05  QUE-SEQNAME          PIC X(20).
           05  QUE-TEXT             PIC X(20480).
           05  FILLER               PIC X(3).
           05  QUE-LIB              PIC X(4).
           05  QUE-USER             PIC X(8).
      *
       FD  RGRPT-FILE
           RECORDING MODE IS F.
       01  RGRPT-REC                PIC X(132).
      *
       FD  INTAKE-FILE.
       01  INTAKE-REC               PIC X(20480).
      *
       FD  BATCHLOG-FILE
           RECORDING MODE IS F.
       01  BATCHLOG-REC             PIC X(80).
       01  BATCHLOG-LAYOUT REDEFINES BATCHLOG-REC.
           05  BLOG-SENDER          PIC X(20).
           05  BLOG-NUMBER          PIC 9(8).
           05  BLOG-CREATED         PIC X(8).
           05  BLOG-RECEIVED        PIC X(8).
           05  BLOG-SEQS            PIC 9(8).
           05  BLOG-STEPS           PIC 9(8).
           05  BLOG-HASH            PIC 9(12).
           05  FILLER               PIC X(8).
      *
      * OPERATOR AUTHORITY FILE - ONE CARD PER USER ID.  EACH RIGHT IS
      * GRANTED BY A 'Y' IN ITS COLUMN: 10 MAINTAIN THE MASTER, 11
      * RESTORE A GENERATION, 12 REGISTER SEQUENCES, 13 BREAK A RUN
      * LOCK, 14 SIMULATE ONLY (OVERRIDES EVERY OTHER RIGHT).
       FD  OPRAUTH-FILE.
       01  OPRAUTH-REC              PIC X(80).
       01  OPRAUTH-LAYOUT REDEFINES OPRAUTH-REC.
           05  AUTH-USER            PIC X(8).
           05  FILLER               PIC X(1).
           05  AUTH-FLAGS           PIC X(5).
           05  FILLER               PIC X(66).

       WORKING-STORAGE SECTION.
      *
          88 D15G-SEQQUE-OK    VALUE '00'.
          88 D15G-SEQQUE-NEW   VALUE '05'.
       77 D15G-SEQREG-EOF      PIC 9(1)       VALUE 0.
       01 D15G-RGCTL-STATUS    PIC X(2).
          88 D15G-RGCTL-FOUND  VALUE '00'.
       01 D15G-INTAKE-STATUS   PIC X(2).
          88 D15G-INTAKE-OK    VALUE '00'.
          88 D15G-INTAKE-TRUNC VALUE '06'.
       01 D15G-BATCHLOG-STATUS PIC X(2).
          88 D15G-BATCHLOG-OK  VALUE '00'.
          88 D15G-BATCHLOG-NEW VALUE '05'.
       77 D15G-RGCTL-EOF       PIC 9(1)       VALUE 0.
       77 D15G-INTAKE-EOF      PIC 9(1)       VALUE 0.
       77 D15G-BATCHLOG-EOF    PIC 9(1)       VALUE 0.
       01 D15G-OPRAUTH-STATUS  PIC X(2).
          88 D15G-OPRAUTH-FOUND VALUE '00'.
       77 D15G-OPRAUTH-EOF     PIC 9(1)       VALUE 0.
      *
      * ---------------------------------------------------------------
      * CONTROL-CARD WORK AREA
      * ---------------------------------------------------------------
       01 D15G-CTL-CARD        PIC X(80).
       77 D15G-CTL-LEN         PIC 9(3)  COMP VALUE 0.
       01 D15G-OPT-SOURCE-SW   PIC X(1)       VALUE 'S'.
          88 D15G-OPT-INTAKE   VALUE 'I'.
      *
      * ---------------------------------------------------------------
      * OPERATOR AUTHORITY - THE SUBMITTING USER'S RIGHTS AS FOUND ON
      * OPRAUTH.  NO CARD FOR THE USER, OR NO FILE AT ALL, LEAVES
      * EVERY RIGHT UNSET.
      * ---------------------------------------------------------------
       01 D15G-USER-ID         PIC X(8)       VALUE SPACES.
       01 D15G-AUTH-FLAGS      PIC X(5)       VALUE SPACES.
       01 D15G-AUTH-VIEW REDEFINES D15G-AUTH-FLAGS.
          05 D15G-AUTH-MAINT-SW   PIC X(1).
             88 D15G-AUTH-MAINTAIN VALUE 'Y'.
          05 D15G-AUTH-RESTORE-SW PIC X(1).
             88 D15G-AUTH-RESTORE  VALUE 'Y'.
          05 D15G-AUTH-REGISTER-SW PIC X(1).
             88 D15G-AUTH-REGISTER VALUE 'Y'.
          05 D15G-AUTH-BRKLOCK-SW PIC X(1).
             88 D15G-AUTH-BRKLOCK  VALUE 'Y'.
          05 D15G-AUTH-SIMONLY-SW PIC X(1).
             88 D15G-AUTH-SIMONLY  VALUE 'Y'.
       01 D15G-SEC-ACTION      PIC X(40).
      *
      * ---------------------------------------------------------------
      * STANDALONE COUNTERS AND SWITCHES
      * ---------------------------------------------------------------
       01 D15G-EFF-DATE        PIC X(8)       VALUE SPACES.
       01 D15G-PEND-NAME       PIC X(20)      VALUE SPACES.
      *
      * ---------------------------------------------------------------
      * THE LIBRARY IN FORCE (SPACES IS THE DEFAULT LIBRARY) AND THE
      * CODE FROM THE LAST LIBRARY= CARD CHECKED.
      * ---------------------------------------------------------------
       01 D15G-LIBRARY         PIC X(4)       VALUE SPACES.
       01 D15G-LIB-NEW         PIC X(4)       VALUE SPACES.
       77 D15G-LIB-BAD         PIC 9(1)       VALUE 0.
       01 D15G-LINE-TEXT       PIC X(20480).
      *
      * ---------------------------------------------------------------
      * INTAKE CONTROL RECORDS - FIXED LAYOUT, SO THE PLANNING GROUP'S
      * SYSTEM CAN WRITE THEM WITHOUT KNOWING OUR CARD GRAMMAR:
      *   BATHDR SENDER(20)         NUMBER(8) CREATED(YYYYMMDD)
      *   BATTRL SEQUENCES(8) STEPS(8) HASH-TOTAL(12)
      * EACH FIELD IS SEPARATED FROM THE NEXT BY ONE BLANK.
      * ---------------------------------------------------------------
       01 D15G-INTAKE-CTL      PIC X(80).
       01 D15G-BATHDR-LAYOUT REDEFINES D15G-INTAKE-CTL.
          05 D15G-BH-ID        PIC X(6).
          05 FILLER            PIC X(1).
          05 D15G-BH-SENDER    PIC X(20).
          05 FILLER            PIC X(1).
          05 D15G-BH-NUMBER    PIC X(8).
          05 FILLER            PIC X(1).
          05 D15G-BH-CREATED   PIC X(8).
          05 D15G-BH-REST      PIC X(35).
       01 D15G-BATTRL-LAYOUT REDEFINES D15G-INTAKE-CTL.
          05 D15G-BT-ID        PIC X(6).
          05 FILLER            PIC X(1).
          05 D15G-BT-SEQS      PIC X(8).
          05 FILLER            PIC X(1).
          05 D15G-BT-STEPS     PIC X(8).
          05 FILLER            PIC X(1).
          05 D15G-BT-HASH      PIC X(12).
          05 D15G-BT-REST      PIC X(43).
      *
      * ---------------------------------------------------------------
      * THE BATCH IN FLIGHT.  ITS SEQUENCES ARE HELD HERE UNTIL THE
      * TRAILER PROVES THE BATCH WHOLE, SO A REFUSED BATCH LEAVES
      * NOTHING BEHIND ON THE QUEUE.  THE FIRST FAULT FOUND IS THE
      * REASON THE BATCH IS REFUSED; THE REST OF IT IS READ AND
      * DISCARDED UP TO ITS TRAILER.
      * ---------------------------------------------------------------
       77 D15G-BAT-OPEN        PIC 9(1)       VALUE 0.
       01 D15G-BAT-SENDER      PIC X(20).
       77 D15G-BAT-NUMBER      PIC 9(8)       VALUE 0.
       01 D15G-BAT-CREATED     PIC X(8).
       01 D15G-BAT-REASON      PIC X(80).
       77 D15G-BAT-SEQS        PIC 9(8)  COMP VALUE 0.
       77 D15G-BAT-STEPS       PIC 9(8)  COMP VALUE 0.
       77 D15G-BAT-HASH        PIC 9(12) COMP VALUE 0.
       77 D15G-TRL-SEQS        PIC 9(8)       VALUE 0.
       77 D15G-TRL-STEPS       PIC 9(8)       VALUE 0.
       77 D15G-TRL-HASH        PIC 9(12)      VALUE 0.
       77 D15G-EXPECT-NUMBER   PIC 9(8)       VALUE 0.
       01 D15G-BAT-TABLE.
          03 D15G-BAT-ENTRY OCCURS 100 TIMES.
             05 D15G-BAT-EFF-T    PIC X(8).
             05 D15G-BAT-NAME-T   PIC X(20).
             05 D15G-BAT-LIB-T    PIC X(4).
             05 D15G-BAT-TEXT-T   PIC X(20480).
      *
      * ---------------------------------------------------------------
      * BATCHES ALREADY RECEIVED - THE HIGHEST ACCEPTED BATCH NUMBER
      * PER SENDER, LOADED FROM BATCHLOG AND KEPT CURRENT AS BATCHES
      * ARE ACCEPTED.  A SENDER'S FIRST BATCH SETS ITS STARTING POINT.
      * ---------------------------------------------------------------
       77 D15G-SND-COUNT       PIC 9(8)  COMP VALUE 0.
       77 D15G-SND-IDX         PIC 9(8)  COMP VALUE 0.
       77 D15G-SND-HIT         PIC 9(8)  COMP VALUE 0.
       01 D15G-SND-TABLE.
          03 D15G-SND-ENTRY OCCURS 200 TIMES.
             05 D15G-SND-NAME-T   PIC X(20).
             05 D15G-SND-LAST-T   PIC 9(8).
      *
      * ---------------------------------------------------------------
      * STEP COUNT AND HASH TOTAL WORK AREA - STEPS ARE SPLIT ON THE
      * COMMA AND EMPTY STEPS SKIPPED, AS DAY15 DOES, AND EACH STEP IS
      * HASHED WITH THE SAME AOC "HASH" ALGORITHM.
      * ---------------------------------------------------------------
       77 D15G-STEP-LEN        PIC 9(8)  COMP VALUE 0.
       77 D15G-HASH-WORK       PIC 9(8)  COMP VALUE 0.
       77 D15G-SEQ-STEPS       PIC 9(8)  COMP VALUE 0.
       77 D15G-SEQ-HASH        PIC 9(12) COMP VALUE 0.
      *
      * ---------------------------------------------------------------
      * INTAKE RUN TOTALS AND REPORT EDIT FIELDS
      * ---------------------------------------------------------------
       77 D15G-BAT-ACCEPTED    PIC 9(8)  COMP VALUE 0.
       77 D15G-BAT-REFUSED     PIC 9(8)  COMP VALUE 0.
       77 D15G-STRAY-COUNT     PIC 9(8)  COMP VALUE 0.
       01 D15G-RUN-DATE        PIC X(8).
       77 D15G-NUM-OUT         PIC Z(7)9.
       77 D15G-CNT-OUT2        PIC Z(7)9.
       77 D15G-HASH-OUT        PIC Z(11)9.
       77 D15G-HASH-OUT2       PIC Z(11)9.

       PROCEDURE DIVISION.
      *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF D15G-OPT-INTAKE
              PERFORM 6000-READ-ONE-INTAKE THRU 6000-EXIT
                  UNTIL D15G-INTAKE-EOF = 1
              IF D15G-BAT-OPEN = 1
                 MOVE 'NO TRAILER - BATCH CUT OFF' TO D15G-BAT-REASON
                 PERFORM 7500-REFUSE-BATCH THRU 7500-EXIT
              END-IF
           ELSE
              PERFORM 2000-READ-ONE-LINE THRU 2000-EXIT
                  UNTIL D15G-SEQREG-EOF = 1
           END-IF.
           PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
           PERFORM 8900-TERMINATE THRU 8900-EXIT.
           IF D15G-BAT-REFUSED > 0 OR D15G-STRAY-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
      *
      ******************************************************************
      * 1000-INITIALIZE - PICK UP THE SOURCE CARD, OPEN WHICHEVER INPUT
      * IS IN FORCE (WITH THE RECORD OF BATCHES ALREADY RECEIVED FOR
      * AN INTAKE RUN), THE QUEUE AND THE REPORT.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT D15G-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT RGCTL-FILE
           IF D15G-RGCTL-FOUND
              PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
                  UNTIL D15G-RGCTL-EOF = 1
              CLOSE RGCTL-FILE
           END-IF
           IF D15G-OPT-INTAKE
              OPEN INPUT INTAKE-FILE
              IF NOT D15G-INTAKE-OK
                 PERFORM 9975-ABEND-INTAKE-OPEN THRU 9975-EXIT
              END-IF
              PERFORM 1200-LOAD-BATCHLOG THRU 1200-EXIT
              OPEN EXTEND BATCHLOG-FILE
              IF NOT D15G-BATCHLOG-OK AND NOT D15G-BATCHLOG-NEW
                 PERFORM 9940-ABEND-BATCHLOG THRU 9940-EXIT
              END-IF
           ELSE
              OPEN INPUT SEQREG-FILE
              IF NOT D15G-SEQREG-OK
                 PERFORM 9980-ABEND-SEQREG-OPEN THRU 9980-EXIT
              END-IF
           END-IF
      *    STATUS 05 IS THE OPTIONAL FILE BEING CREATED ON FIRST USE
           OPEN EXTEND SEQQUE-FILE
           MOVE 'SEQUENCE QUEUE REGISTRATION REPORT' TO RGRPT-REC
           WRITE RGRPT-REC
           MOVE '----------------------------------' TO RGRPT-REC
           WRITE RGRPT-REC
           IF D15G-OPT-INTAKE
              MOVE 'SOURCE: INTAKE' TO RGRPT-REC
              WRITE RGRPT-REC
           END-IF
           PERFORM 1300-CHECK-AUTHORITY THRU 1300-EXIT
           MOVE SPACES TO RGRPT-REC
           STRING 'USER  : '          DELIMITED BY SIZE
                  D15G-USER-ID        DELIMITED BY SIZE
                  INTO RGRPT-REC
           WRITE RGRPT-REC.
       1000-EXIT.
           EXIT.
      *
       1100-READ-ONE-CARD.
           READ RGCTL-FILE
               AT END
                  MOVE 1 TO D15G-RGCTL-EOF
                  GO TO 1100-EXIT
           END-READ
           MOVE FUNCTION TRIM(RGCTL-REC) TO D15G-CTL-CARD
           MOVE FUNCTION LENGTH(FUNCTION TRIM(D15G-CTL-CARD))
                                                 TO D15G-CTL-LEN
           EVALUATE TRUE
              WHEN D15G-CTL-CARD = SPACES
                 CONTINUE
              WHEN D15G-CTL-CARD(1:1) = '*'
                 CONTINUE
              WHEN D15G-CTL-CARD(1:7) = 'SOURCE='
                 EVALUATE TRUE
                    WHEN D15G-CTL-LEN = 13 AND
                         D15G-CTL-CARD(8:6) = 'SEQREG'
                       MOVE 'S' TO D15G-OPT-SOURCE-SW
                    WHEN D15G-CTL-LEN = 13 AND
                         D15G-CTL-CARD(8:6) = 'INTAKE'
                       MOVE 'I' TO D15G-OPT-SOURCE-SW
                    WHEN OTHER
                       PERFORM 9945-ABEND-BAD-RGCTL THRU 9945-EXIT
                 END-EVALUATE
              WHEN OTHER
                 PERFORM 9945-ABEND-BAD-RGCTL THRU 9945-EXIT
           END-EVALUATE.
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1200-LOAD-BATCHLOG - NOTE THE HIGHEST BATCH NUMBER ACCEPTED SO
      * FAR FROM EACH SENDER.  NO BATCHLOG YET MEANS NOTHING RECEIVED.
      ******************************************************************
       1200-LOAD-BATCHLOG.
           OPEN INPUT BATCHLOG-FILE
           IF NOT D15G-BATCHLOG-OK AND NOT D15G-BATCHLOG-NEW
              PERFORM 9940-ABEND-BATCHLOG THRU 9940-EXIT
           END-IF
           PERFORM 1210-LOAD-ONE-BATCH THRU 1210-EXIT
               UNTIL D15G-BATCHLOG-EOF = 1
           CLOSE BATCHLOG-FILE.
       1200-EXIT.
           EXIT.
      *
       1210-LOAD-ONE-BATCH.
           READ BATCHLOG-FILE
               AT END
                  MOVE 1 TO D15G-BATCHLOG-EOF
                  GO TO 1210-EXIT
           END-READ
           IF BATCHLOG-REC = SPACES
              GO TO 1210-EXIT
           END-IF
           IF BLOG-NUMBER NOT NUMERIC
              PERFORM 9940-ABEND-BATCHLOG THRU 9940-EXIT
           END-IF
           MOVE BLOG-SENDER TO D15G-BAT-SENDER
           PERFORM 1220-FIND-SENDER THRU 1220-EXIT
           IF BLOG-NUMBER > D15G-SND-LAST-T(D15G-SND-IDX)
              MOVE BLOG-NUMBER TO D15G-SND-LAST-T(D15G-SND-IDX)
           END-IF.
       1210-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1220-FIND-SENDER - LOCATE D15G-BAT-SENDER IN THE SENDER TABLE,
      * ADDING IT WITH NO BATCHES RECEIVED WHEN IT IS NEW.  LEAVES THE
      * ENTRY'S SUBSCRIPT IN D15G-SND-IDX.
      ******************************************************************
       1220-FIND-SENDER.
           MOVE 0 TO D15G-SND-HIT
           PERFORM 1230-SCAN-ONE-SENDER THRU 1230-EXIT
               VARYING D15G-SND-IDX FROM 1 BY 1
               UNTIL D15G-SND-IDX > D15G-SND-COUNT
           MOVE D15G-SND-HIT TO D15G-SND-IDX
           IF D15G-SND-HIT = 0
              IF D15G-SND-COUNT >= 200
                 PERFORM 9940-ABEND-BATCHLOG THRU 9940-EXIT
              END-IF
              ADD 1 TO D15G-SND-COUNT
              MOVE D15G-SND-COUNT TO D15G-SND-IDX
              MOVE D15G-BAT-SENDER TO D15G-SND-NAME-T(D15G-SND-IDX)
              MOVE 0 TO D15G-SND-LAST-T(D15G-SND-IDX)
           END-IF.
       1220-EXIT.
           EXIT.
      *
       1230-SCAN-ONE-SENDER.
           IF D15G-SND-HIT = 0 AND
              D15G-SND-NAME-T(D15G-SND-IDX) = D15G-BAT-SENDER
              MOVE D15G-SND-IDX TO D15G-SND-HIT
           END-IF.
       1230-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1300-CHECK-AUTHORITY - LOOK THE SUBMITTING USER UP ON OPRAUTH
      * AND REFUSE THE RUN BEFORE ANYTHING IS QUEUED IF THE USER MAY
      * NOT REGISTER SEQUENCES.
      ******************************************************************
       1300-CHECK-AUTHORITY.
           ACCEPT D15G-USER-ID FROM ENVIRONMENT 'USER'
               ON EXCEPTION
                  MOVE SPACES TO D15G-USER-ID
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(D15G-USER-ID) TO D15G-USER-ID
           MOVE SPACES TO D15G-AUTH-FLAGS
           OPEN INPUT OPRAUTH-FILE
           IF D15G-OPRAUTH-FOUND
              PERFORM 1310-READ-ONE-AUTH THRU 1310-EXIT
                  UNTIL D15G-OPRAUTH-EOF = 1
              CLOSE OPRAUTH-FILE
           END-IF
           IF NOT D15G-AUTH-REGISTER OR D15G-AUTH-SIMONLY
              MOVE 'REGISTER SEQUENCES' TO D15G-SEC-ACTION
              PERFORM 9800-SECURITY-VIOLATION THRU 9800-EXIT
           END-IF.
       1300-EXIT.
           EXIT.
      *
       1310-READ-ONE-AUTH.
           READ OPRAUTH-FILE
               AT END
                  MOVE 1 TO D15G-OPRAUTH-EOF
                  GO TO 1310-EXIT
           END-READ
           IF AUTH-USER = SPACES OR OPRAUTH-REC(1:1) = '*'
              GO TO 1310-EXIT
           END-IF
           IF AUTH-USER = D15G-USER-ID
              MOVE AUTH-FLAGS TO D15G-AUTH-FLAGS
              MOVE 1 TO D15G-OPRAUTH-EOF
           END-IF.
       1310-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2000-READ-ONE-LINE - DISPATCH ONE SEQREG LINE: AN EFFDATE CARD
      * SETS THE DATE IN FORCE, A LIBRARY CARD THE LIBRARY IN FORCE, A
      * SEQNAME CARD NAMES THE NEXT SEQUENCE, ANYTHING ELSE IS A
      * SEQUENCE AND IS REGISTERED.
      ******************************************************************
       2000-READ-ONE-LINE.
           READ SEQREG-FILE
                    PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
                 END-IF
                 MOVE D15G-LINE-TEXT(9:8) TO D15G-EFF-DATE
              WHEN D15G-LINE-TEXT(1:8) = 'LIBRARY='
                 PERFORM 2200-CHECK-LIBRARY THRU 2200-EXIT
                 IF D15G-LIB-BAD = 1
                    PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
                 END-IF
                 MOVE D15G-LIB-NEW TO D15G-LIBRARY
              WHEN D15G-LINE-TEXT(1:8) = 'SEQNAME='
                 PERFORM 2100-SET-SEQ-NAME THRU 2100-EXIT
              WHEN OTHER
           EXIT.
      *
      ******************************************************************
      * 2200-CHECK-LIBRARY - SAME CODE RULES AS DAY15'S OWN LIBRARY
      * CARD: 1 TO 4 CHARACTERS, NO EMBEDDED BLANKS, OR DEFAULT FOR
      * THE DEFAULT LIBRARY.  ALL IS NOT A LIBRARY - A SEQUENCE RUNS
      * AGAINST ONE.  SETS D15G-LIB-BAD, OR LEAVES THE CODE IN
      * D15G-LIB-NEW FOR THE CALLER.
      ******************************************************************
       2200-CHECK-LIBRARY.
           MOVE 0 TO D15G-LIB-BAD
           MOVE SPACES TO D15G-LIB-NEW
           IF D15G-LINE-LEN = 15 AND
              D15G-LINE-TEXT(9:7) = 'DEFAULT'
              GO TO 2200-EXIT
           END-IF
           IF D15G-LINE-LEN < 9 OR D15G-LINE-LEN > 12
              MOVE 1 TO D15G-LIB-BAD
              GO TO 2200-EXIT
           END-IF
           IF D15G-LINE-LEN = 11 AND
              D15G-LINE-TEXT(9:3) = 'ALL'
              MOVE 1 TO D15G-LIB-BAD
              GO TO 2200-EXIT
           END-IF
           PERFORM 2210-CHECK-LIB-CHAR THRU 2210-EXIT
               VARYING D15G-I FROM 9 BY 1
               UNTIL D15G-I > D15G-LINE-LEN
           IF D15G-LIB-BAD = 0
              MOVE D15G-LINE-TEXT(9:D15G-LINE-LEN - 8) TO D15G-LIB-NEW
           END-IF.
       2200-EXIT.
           EXIT.
      *
       2210-CHECK-LIB-CHAR.
           IF D15G-LINE-TEXT(D15G-I:1) = SPACE
              MOVE 1 TO D15G-LIB-BAD
           END-IF.
       2210-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3000-REGISTER-SEQUENCE - APPEND ONE PENDING ENTRY TO THE
      * QUEUE UNDER THE EFFECTIVE DATE AND LIBRARY IN FORCE, CONSUMING
      * THE PENDING NAME IF ONE WAS GIVEN.  A LIBRARY OTHER THAN THE
      * DEFAULT IS SHOWN AFTER THE DATE.
      ******************************************************************
       3000-REGISTER-SEQUENCE.
           IF D15G-EFF-DATE = SPACES
           MOVE SPACES TO QUE-RUN-DATE
           MOVE D15G-PEND-NAME TO QUE-SEQNAME
           MOVE D15G-LINE-TEXT TO QUE-TEXT
           MOVE D15G-LIBRARY TO QUE-LIB
           MOVE D15G-USER-ID TO QUE-USER
           WRITE SEQQUE-REC
           ADD 1 TO D15G-REG-COUNT
           MOVE SPACES TO RGRPT-REC
                     D15G-EFF-DATE          DELIMITED BY SIZE
                     INTO RGRPT-REC
           END-IF
           IF D15G-LIBRARY NOT = SPACES
              MOVE 'LIBRARY' TO RGRPT-REC(61:7)
              MOVE D15G-LIBRARY TO RGRPT-REC(69:4)
           END-IF
           WRITE RGRPT-REC
           MOVE SPACES TO D15G-PEND-NAME.
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      * 6000-READ-ONE-INTAKE - DISPATCH ONE INTAKE LINE.  HEADER AND
      * TRAILER RECORDS OPEN AND CLOSE A BATCH; BETWEEN THEM THE LINES
      * FOLLOW THE SEQREG GRAMMAR, EXCEPT THAT A FAULT REFUSES THE
      * BATCH RATHER THAN STOPPING THE RUN - ONE SENDER'S BAD BATCH
      * MUST NOT HOLD UP ANOTHER'S GOOD ONE.
      ******************************************************************
       6000-READ-ONE-INTAKE.
           READ INTAKE-FILE
               AT END
                  MOVE 1 TO D15G-INTAKE-EOF
                  GO TO 6000-EXIT
           END-READ
           IF D15G-INTAKE-TRUNC
              PERFORM 9985-ABEND-INTAKE-LINE THRU 9985-EXIT
           END-IF
           MOVE INTAKE-REC(1:80) TO D15G-INTAKE-CTL
           MOVE FUNCTION TRIM(INTAKE-REC) TO D15G-LINE-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(D15G-LINE-TEXT))
                                                 TO D15G-LINE-LEN
           EVALUATE TRUE
              WHEN D15G-LINE-TEXT = SPACES
                 CONTINUE
              WHEN D15G-LINE-TEXT(1:1) = '*'
                 CONTINUE
              WHEN D15G-BH-ID = 'BATHDR'
                 PERFORM 6100-START-BATCH THRU 6100-EXIT
              WHEN D15G-BT-ID = 'BATTRL'
                 PERFORM 6200-END-BATCH THRU 6200-EXIT
              WHEN D15G-BAT-OPEN NOT = 1
                 PERFORM 6050-STRAY-LINE THRU 6050-EXIT
              WHEN D15G-BAT-REASON NOT = SPACES
                 CONTINUE
              WHEN D15G-LINE-TEXT(1:8) = 'EFFDATE='
                 IF D15G-LINE-LEN NOT = 16 OR
                    D15G-LINE-TEXT(9:8) NOT NUMERIC
                    MOVE 'BAD EFFDATE CARD' TO D15G-BAT-REASON
                 ELSE
                    MOVE D15G-LINE-TEXT(9:8) TO D15G-EFF-DATE
                 END-IF
              WHEN D15G-LINE-TEXT(1:8) = 'LIBRARY='
                 PERFORM 2200-CHECK-LIBRARY THRU 2200-EXIT
                 IF D15G-LIB-BAD = 1
                    MOVE 'BAD LIBRARY CARD' TO D15G-BAT-REASON
                 ELSE
                    MOVE D15G-LIB-NEW TO D15G-LIBRARY
                 END-IF
              WHEN D15G-LINE-TEXT(1:8) = 'SEQNAME='
                 PERFORM 6300-SET-BATCH-NAME THRU 6300-EXIT
              WHEN OTHER
                 PERFORM 6400-HOLD-SEQUENCE THRU 6400-EXIT
           END-EVALUATE.
       6000-EXIT.
           EXIT.
      *
      ******************************************************************
      * 6050-STRAY-LINE - A LINE THAT BELONGS TO NO BATCH (BEFORE THE
      * FIRST HEADER OR AFTER A TRAILER) HAS NO SENDER TO ANSWER FOR
      * IT.  IT IS NOT QUEUED; IT IS LISTED SO IT CAN BE CHASED UP.
      ******************************************************************
       6050-STRAY-LINE.
           ADD 1 TO D15G-STRAY-COUNT
           MOVE SPACES TO RGRPT-REC
           STRING 'LINE OUTSIDE ANY BATCH - NOT QUEUED: '
                                             DELIMITED BY SIZE
                  D15G-LINE-TEXT(1:80)       DELIMITED BY SIZE
                  INTO RGRPT-REC
           WRITE RGRPT-REC.
       6050-EXIT.
           EXIT.
      *
      ******************************************************************
      * 6100-START-BATCH - A BATHDR RECORD.  A BATCH STILL OPEN LOST ITS
      * TRAILER AND IS REFUSED FIRST.  THE EFFDATE AND LIBRARY IN FORCE
      * AND ANY PENDING NAME DO NOT CARRY FROM ONE BATCH TO THE NEXT.
      * THE BATCH NUMBER IS CHECKED HERE AGAINST THE LAST ONE
      * ACCEPTED FROM THE SAME SENDER.
      ******************************************************************
       6100-START-BATCH.
           IF D15G-BAT-OPEN = 1
              MOVE 'NO TRAILER - BATCH CUT OFF' TO D15G-BAT-REASON
              PERFORM 7500-REFUSE-BATCH THRU 7500-EXIT
           END-IF
           MOVE 1 TO D15G-BAT-OPEN
           MOVE SPACES TO D15G-BAT-REASON
           MOVE 0 TO D15G-BAT-SEQS
           MOVE 0 TO D15G-BAT-STEPS
           MOVE 0 TO D15G-BAT-HASH
           MOVE 0 TO D15G-BAT-NUMBER
           MOVE SPACES TO D15G-EFF-DATE
           MOVE SPACES TO D15G-PEND-NAME
           MOVE SPACES TO D15G-LIBRARY
           MOVE D15G-BH-SENDER TO D15G-BAT-SENDER
           MOVE D15G-BH-CREATED TO D15G-BAT-CREATED
           IF D15G-BH-SENDER = SPACES OR
              D15G-BH-NUMBER NOT NUMERIC OR
              D15G-BH-CREATED NOT NUMERIC OR
              D15G-BH-REST NOT = SPACES
              MOVE 'BAD BATCH HEADER' TO D15G-BAT-REASON
              GO TO 6100-EXIT
           END-IF
           MOVE D15G-BH-NUMBER TO D15G-BAT-NUMBER
           IF D15G-BAT-NUMBER = 0
              MOVE 'BAD BATCH HEADER' TO D15G-BAT-REASON
              GO TO 6100-EXIT
           END-IF
           PERFORM 1220-FIND-SENDER THRU 1220-EXIT
           IF D15G-SND-LAST-T(D15G-SND-IDX) = 0
              GO TO 6100-EXIT
           END-IF
           IF D15G-BAT-NUMBER NOT > D15G-SND-LAST-T(D15G-SND-IDX)
              MOVE 'BATCH NUMBER ALREADY RECEIVED' TO D15G-BAT-REASON
              GO TO 6100-EXIT
           END-IF
           COMPUTE D15G-EXPECT-NUMBER =
                   D15G-SND-LAST-T(D15G-SND-IDX) + 1
           IF D15G-BAT-NUMBER > D15G-EXPECT-NUMBER
              MOVE D15G-EXPECT-NUMBER TO D15G-NUM-OUT
              STRING 'BATCH NUMBER SKIPPED - EXPECTED '
                                             DELIMITED BY SIZE
                     D15G-NUM-OUT            DELIMITED BY SIZE
                     INTO D15G-BAT-REASON
           END-IF.
       6100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 6200-END-BATCH - A BATTRL RECORD.  THE BATCH IS ACCEPTED ONLY
      * WHEN NOTHING IS WRONG WITH IT SO FAR AND ALL THREE TRAILER
      * FIGURES AGREE WITH WHAT ARRIVED.
      ******************************************************************
       6200-END-BATCH.
           IF D15G-BAT-OPEN NOT = 1
              PERFORM 6050-STRAY-LINE THRU 6050-EXIT
              GO TO 6200-EXIT
           END-IF
           IF D15G-BAT-REASON NOT = SPACES
              GO TO 6290-CLOSE-BATCH
           END-IF
           IF D15G-BT-SEQS NOT NUMERIC OR
              D15G-BT-STEPS NOT NUMERIC OR
              D15G-BT-HASH NOT NUMERIC OR
              D15G-BT-REST NOT = SPACES
              MOVE 'BAD BATCH TRAILER' TO D15G-BAT-REASON
              GO TO 6290-CLOSE-BATCH
           END-IF
           MOVE D15G-BT-SEQS TO D15G-TRL-SEQS
           MOVE D15G-BT-STEPS TO D15G-TRL-STEPS
           MOVE D15G-BT-HASH TO D15G-TRL-HASH
           IF D15G-TRL-SEQS NOT = D15G-BAT-SEQS
              MOVE D15G-TRL-SEQS TO D15G-NUM-OUT
              MOVE D15G-BAT-SEQS TO D15G-CNT-OUT2
              STRING 'SEQUENCE COUNT - TRAILER ' DELIMITED BY SIZE
                     D15G-NUM-OUT                DELIMITED BY SIZE
                     ' RECEIVED '                DELIMITED BY SIZE
                     D15G-CNT-OUT2               DELIMITED BY SIZE
                     INTO D15G-BAT-REASON
              GO TO 6290-CLOSE-BATCH
           END-IF
           IF D15G-TRL-STEPS NOT = D15G-BAT-STEPS
              MOVE D15G-TRL-STEPS TO D15G-NUM-OUT
              MOVE D15G-BAT-STEPS TO D15G-CNT-OUT2
              STRING 'STEP COUNT - TRAILER '     DELIMITED BY SIZE
                     D15G-NUM-OUT                DELIMITED BY SIZE
                     ' RECEIVED '                DELIMITED BY SIZE
                     D15G-CNT-OUT2               DELIMITED BY SIZE
                     INTO D15G-BAT-REASON
              GO TO 6290-CLOSE-BATCH
           END-IF
           IF D15G-TRL-HASH NOT = D15G-BAT-HASH
              MOVE D15G-TRL-HASH TO D15G-HASH-OUT
              MOVE D15G-BAT-HASH TO D15G-HASH-OUT2
              STRING 'HASH TOTAL - TRAILER '     DELIMITED BY SIZE
                     D15G-HASH-OUT               DELIMITED BY SIZE
                     ' RECEIVED '                DELIMITED BY SIZE
                     D15G-HASH-OUT2              DELIMITED BY SIZE
                     INTO D15G-BAT-REASON
           END-IF.
       6290-CLOSE-BATCH.
           IF D15G-BAT-REASON = SPACES
              PERFORM 7000-ACCEPT-BATCH THRU 7000-EXIT
           ELSE
              PERFORM 7500-REFUSE-BATCH THRU 7500-EXIT
           END-IF.
       6200-EXIT.
           EXIT.
      *
      ******************************************************************
      * 6300-SET-BATCH-NAME - 2100-SET-SEQ-NAME'S RULES, BUT A BAD NAME
      * REFUSES THE BATCH INSTEAD OF STOPPING THE RUN.
      ******************************************************************
       6300-SET-BATCH-NAME.
           COMPUTE D15G-NAME-LEN = D15G-LINE-LEN - 8
           IF D15G-NAME-LEN < 1 OR D15G-NAME-LEN > 20
              MOVE 'BAD SEQNAME CARD' TO D15G-BAT-REASON
              GO TO 6300-EXIT
           END-IF
           PERFORM 6310-CHECK-NAME-CHAR THRU 6310-EXIT
               VARYING D15G-I FROM 9 BY 1
               UNTIL D15G-I > D15G-LINE-LEN
           IF D15G-BAT-REASON NOT = SPACES
              GO TO 6300-EXIT
           END-IF
           MOVE SPACES TO D15G-PEND-NAME
           MOVE D15G-LINE-TEXT(9:D15G-NAME-LEN) TO D15G-PEND-NAME.
       6300-EXIT.
           EXIT.
      *
       6310-CHECK-NAME-CHAR.
           IF D15G-LINE-TEXT(D15G-I:1) = SPACE
              MOVE 'BAD SEQNAME CARD' TO D15G-BAT-REASON
           END-IF.
       6310-EXIT.
           EXIT.
      *
      ******************************************************************
      * 6400-HOLD-SEQUENCE - KEEP ONE SEQUENCE OF THE BATCH IN FLIGHT
      * AND ADD ITS STEPS AND HASHES TO THE BATCH'S CONTROL FIGURES.
      ******************************************************************
       6400-HOLD-SEQUENCE.
           IF D15G-EFF-DATE = SPACES
              MOVE 'SEQUENCE WITHOUT AN EFFDATE CARD'
                                              TO D15G-BAT-REASON
              GO TO 6400-EXIT
           END-IF
           IF D15G-BAT-SEQS >= 100
              MOVE 'MORE THAN 100 SEQUENCES IN ONE BATCH'
                                              TO D15G-BAT-REASON
              GO TO 6400-EXIT
           END-IF
           ADD 1 TO D15G-BAT-SEQS
           MOVE D15G-EFF-DATE TO D15G-BAT-EFF-T(D15G-BAT-SEQS)
           MOVE D15G-PEND-NAME TO D15G-BAT-NAME-T(D15G-BAT-SEQS)
           MOVE D15G-LIBRARY TO D15G-BAT-LIB-T(D15G-BAT-SEQS)
           MOVE D15G-LINE-TEXT TO D15G-BAT-TEXT-T(D15G-BAT-SEQS)
           MOVE SPACES TO D15G-PEND-NAME
           MOVE 0 TO D15G-SEQ-STEPS
           MOVE 0 TO D15G-SEQ-HASH
           MOVE 0 TO D15G-STEP-LEN
           MOVE 0 TO D15G-HASH-WORK
           PERFORM 6410-SCAN-ONE-CHAR THRU 6410-EXIT
               VARYING D15G-I FROM 1 BY 1
               UNTIL D15G-I > D15G-LINE-LEN
           PERFORM 6420-CLOSE-STEP THRU 6420-EXIT
           ADD D15G-SEQ-STEPS TO D15G-BAT-STEPS
           ADD D15G-SEQ-HASH TO D15G-BAT-HASH.
       6400-EXIT.
           EXIT.
      *
      ******************************************************************
      * 6410-SCAN-ONE-CHAR - A COMMA ENDS A STEP; ANY OTHER CHARACTER
      * IS FOLDED INTO THE RUNNING HASH EXACTLY AS DAY15'S
      * 8010-HASH-ONE-CHAR DOES.
      ******************************************************************
       6410-SCAN-ONE-CHAR.
           IF D15G-LINE-TEXT(D15G-I:1) = ','
              PERFORM 6420-CLOSE-STEP THRU 6420-EXIT
              GO TO 6410-EXIT
           END-IF
           ADD FUNCTION ORD(D15G-LINE-TEXT(D15G-I:1))
                                                    TO D15G-HASH-WORK
           SUBTRACT 1 FROM D15G-HASH-WORK
           MULTIPLY 17 BY D15G-HASH-WORK
           MOVE FUNCTION MOD(D15G-HASH-WORK, 256) TO D15G-HASH-WORK
           ADD 1 TO D15G-STEP-LEN.
       6410-EXIT.
           EXIT.
      *
      * AN EMPTY STEP (",,") IS SKIPPED, AS DAY15 SKIPS IT.
       6420-CLOSE-STEP.
           IF D15G-STEP-LEN > 0
              ADD 1 TO D15G-SEQ-STEPS
              ADD D15G-HASH-WORK TO D15G-SEQ-HASH
           END-IF
           MOVE 0 TO D15G-STEP-LEN
           MOVE 0 TO D15G-HASH-WORK.
       6420-EXIT.
           EXIT.
      *
      ******************************************************************
      * 7000-ACCEPT-BATCH - QUEUE EVERY SEQUENCE OF THE BATCH, RECORD
      * IT ON BATCHLOG AND ACKNOWLEDGE IT WITH ITS CONTROL FIGURES.
      ******************************************************************
       7000-ACCEPT-BATCH.
           MOVE SPACES TO RGRPT-REC
           WRITE RGRPT-REC
           PERFORM 7100-QUEUE-ONE-SEQUENCE THRU 7100-EXIT
               VARYING D15G-I FROM 1 BY 1
               UNTIL D15G-I > D15G-BAT-SEQS
           PERFORM 1220-FIND-SENDER THRU 1220-EXIT
           MOVE D15G-BAT-NUMBER TO D15G-SND-LAST-T(D15G-SND-IDX)
           MOVE SPACES TO BATCHLOG-REC
           MOVE D15G-BAT-SENDER TO BLOG-SENDER
           MOVE D15G-BAT-NUMBER TO BLOG-NUMBER
           MOVE D15G-BAT-CREATED TO BLOG-CREATED
           MOVE D15G-RUN-DATE TO BLOG-RECEIVED
           MOVE D15G-BAT-SEQS TO BLOG-SEQS
           MOVE D15G-BAT-STEPS TO BLOG-STEPS
           MOVE D15G-BAT-HASH TO BLOG-HASH
           WRITE BATCHLOG-REC
           ADD 1 TO D15G-BAT-ACCEPTED
           MOVE D15G-BAT-NUMBER TO D15G-NUM-OUT
           MOVE SPACES TO RGRPT-REC
           STRING 'BATCH ACCEPTED - SENDER ' DELIMITED BY SIZE
                  D15G-BAT-SENDER            DELIMITED BY SPACE
                  ' NUMBER '                 DELIMITED BY SIZE
                  D15G-NUM-OUT               DELIMITED BY SIZE
                  ' CREATED '                DELIMITED BY SIZE
                  D15G-BAT-CREATED           DELIMITED BY SIZE
                  INTO RGRPT-REC
           WRITE RGRPT-REC
           MOVE D15G-BAT-SEQS TO D15G-NUM-OUT
           MOVE D15G-BAT-STEPS TO D15G-CNT-OUT2
           MOVE D15G-BAT-HASH TO D15G-HASH-OUT
           MOVE SPACES TO RGRPT-REC
           STRING '    SEQUENCES '           DELIMITED BY SIZE
                  D15G-NUM-OUT               DELIMITED BY SIZE
                  '  STEPS '                 DELIMITED BY SIZE
                  D15G-CNT-OUT2              DELIMITED BY SIZE
                  '  HASH TOTAL '            DELIMITED BY SIZE
                  D15G-HASH-OUT              DELIMITED BY SIZE
                  INTO RGRPT-REC
           WRITE RGRPT-REC
           MOVE 0 TO D15G-BAT-OPEN.
       7000-EXIT.
           EXIT.
      *
      ******************************************************************
      * 7100-QUEUE-ONE-SEQUENCE - HAND ONE HELD SEQUENCE TO
      * 3000-REGISTER-SEQUENCE, WHICH WRITES THE QUEUE ENTRY AND THE
      * REGISTRATION LINE JUST AS FOR SEQREG.
      ******************************************************************
       7100-QUEUE-ONE-SEQUENCE.
           MOVE D15G-BAT-EFF-T(D15G-I) TO D15G-EFF-DATE
           MOVE D15G-BAT-NAME-T(D15G-I) TO D15G-PEND-NAME
           MOVE D15G-BAT-LIB-T(D15G-I) TO D15G-LIBRARY
           MOVE D15G-BAT-TEXT-T(D15G-I) TO D15G-LINE-TEXT
           PERFORM 3000-REGISTER-SEQUENCE THRU 3000-EXIT.
       7100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 7500-REFUSE-BATCH - NOTHING FROM THE BATCH IS QUEUED OR LOGGED.
      * THE REFUSAL LINE IS WHAT GOES BACK TO THE SENDER.
      ******************************************************************
       7500-REFUSE-BATCH.
           ADD 1 TO D15G-BAT-REFUSED
           MOVE D15G-BAT-NUMBER TO D15G-NUM-OUT
           MOVE SPACES TO RGRPT-REC
           WRITE RGRPT-REC
           IF D15G-BAT-SENDER = SPACES
              MOVE 'BATCH REFUSED - SENDER NOT GIVEN' TO RGRPT-REC
           ELSE
              STRING 'BATCH REFUSED - SENDER ' DELIMITED BY SIZE
                     D15G-BAT-SENDER           DELIMITED BY SPACE
                     ' NUMBER '                DELIMITED BY SIZE
                     D15G-NUM-OUT              DELIMITED BY SIZE
                     ' CREATED '               DELIMITED BY SIZE
                     D15G-BAT-CREATED          DELIMITED BY SIZE
                     INTO RGRPT-REC
           END-IF
           WRITE RGRPT-REC
           MOVE SPACES TO RGRPT-REC
           STRING '    REASON: '             DELIMITED BY SIZE
                  D15G-BAT-REASON            DELIMITED BY SIZE
                  INTO RGRPT-REC
           WRITE RGRPT-REC
           MOVE 0 TO D15G-BAT-OPEN.
       7500-EXIT.
           EXIT.
      *
      ******************************************************************
      * 5000-WRITE-SUMMARY
      ******************************************************************
       5000-WRITE-SUMMARY.
           STRING 'SEQUENCES REGISTERED : ' DELIMITED BY SIZE
                  D15G-CNT-OUT              DELIMITED BY SIZE
                  INTO RGRPT-REC
           WRITE RGRPT-REC
           IF NOT D15G-OPT-INTAKE
              GO TO 5000-EXIT
           END-IF
           MOVE D15G-BAT-ACCEPTED TO D15G-CNT-OUT
           MOVE SPACES TO RGRPT-REC
           STRING 'BATCHES ACCEPTED     : ' DELIMITED BY SIZE
                  D15G-CNT-OUT              DELIMITED BY SIZE
                  INTO RGRPT-REC
           WRITE RGRPT-REC
           MOVE D15G-BAT-REFUSED TO D15G-CNT-OUT
           MOVE SPACES TO RGRPT-REC
           STRING 'BATCHES REFUSED      : ' DELIMITED BY SIZE
                  D15G-CNT-OUT              DELIMITED BY SIZE
                  INTO RGRPT-REC
           WRITE RGRPT-REC.
       5000-EXIT.
           EXIT.
           EXIT.
      *
      ******************************************************************
      * 9985-ABEND-INTAKE-LINE - AS 9990-ABEND-SEQREG-LINE, FOR INTAKE.
      ******************************************************************
       9985-ABEND-INTAKE-LINE.
           DISPLAY 'DAY15RG ABEND - INTAKE LINE TOO LONG'
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9985-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9975-ABEND-INTAKE-OPEN - INTAKE COULD NOT BE OPENED.
      ******************************************************************
       9975-ABEND-INTAKE-OPEN.
           DISPLAY 'DAY15RG ABEND - INTAKE COULD NOT BE OPENED'
           DISPLAY 'FILE STATUS : ' D15G-INTAKE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9975-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9945-ABEND-BAD-RGCTL - AN UNRECOGNIZED OR MALFORMED RGCTL CARD.
      ******************************************************************
       9945-ABEND-BAD-RGCTL.
           DISPLAY 'DAY15RG ABEND - UNRECOGNIZED OR BAD RGCTL CARD'
           DISPLAY 'CARD    : ' D15G-CTL-CARD
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9945-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9940-ABEND-BATCHLOG - BATCHLOG COULD NOT BE READ OR EXTENDED,
      * OR HOLDS MORE SENDERS THAN THE TABLE.  WITHOUT IT A DUPLICATE
      * OR SKIPPED BATCH CANNOT BE DETECTED, SO NOTHING IS QUEUED.
      ******************************************************************
       9940-ABEND-BATCHLOG.
           DISPLAY 'DAY15RG ABEND - BATCHLOG UNUSABLE'
           DISPLAY 'FILE STATUS : ' D15G-BATCHLOG-STATUS
           DISPLAY 'SENDERS     : ' D15G-SND-COUNT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9940-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9800-SECURITY-VIOLATION - THE SUBMITTING USER MAY NOT DO WHAT
      * THIS RUN ASKS.  NOTHING HAS BEEN QUEUED YET; SAY SO ON THE
      * REPORT AND THE CONSOLE AND END RC=8.
      ******************************************************************
       9800-SECURITY-VIOLATION.
           IF D15G-USER-ID = SPACES
              MOVE '(NONE)' TO D15G-USER-ID
           END-IF
           MOVE SPACES TO RGRPT-REC
           STRING '**** SECURITY VIOLATION - USER ' DELIMITED BY SIZE
                  D15G-USER-ID                      DELIMITED BY SPACE
                  ' NOT AUTHORIZED TO '             DELIMITED BY SIZE
                  D15G-SEC-ACTION                   DELIMITED BY '  '
                  ' ****'                           DELIMITED BY SIZE
                  INTO RGRPT-REC
           WRITE RGRPT-REC
           DISPLAY 'DAY15RG ' FUNCTION TRIM(RGRPT-REC TRAILING)
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       9800-EXIT.
           EXIT.
      *
      ******************************************************************
      * 8900-TERMINATE - CLOSE ALL OPEN FILES BEFORE ENDING THE RUN.
      ******************************************************************
       8900-TERMINATE.
           IF D15G-OPT-INTAKE
              CLOSE INTAKE-FILE
              CLOSE BATCHLOG-FILE
           ELSE
              CLOSE SEQREG-FILE
           END-IF
           CLOSE SEQQUE-FILE
           CLOSE RGRPT-FILE.
       8900-EXIT.
