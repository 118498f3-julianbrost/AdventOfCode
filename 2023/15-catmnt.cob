      ******************************************************************
      * IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY15CT.
       AUTHOR. J BROST.
       INSTALLATION. AOC-BATCH.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  JB   INITIAL VERSION - MAINTENANCE AGAINST THE
      *                     LENS CATALOG (LENSCAT).  THE CATALOG DRIVES
      *                     DAY15'S CATALOG WARNINGS AND CATALOG=REJECT
      *                     BUT HAS BEEN EDITED BY HAND, WITH NO AUDIT
      *                     OF WHO MOVED A RANGE AND NOTHING TO STOP A
      *                     DUPLICATE LABEL OR A MIN ABOVE ITS MAX
      *                     (EITHER OF WHICH ABENDS THE NEXT DAY15).
      *                     CATCTL CARDS PICK THE MODE:
      *                       MODE=MAINTAIN (DEFAULT) - APPLY THE
      *                         ADD/CHANGE/DELETE TRANSACTIONS ON
      *                         CATTXN, AS DAY15MT DOES FOR THE LENS
      *                         MASTER, REJECTING MALFORMED CARDS, AN
      *                         ADD FOR A LABEL ALREADY CATALOGED, A
      *                         CHANGE/DELETE FOR ONE THAT IS NOT, AND
      *                         A RANGE WITH MIN ABOVE MAX.  EACH CARD
      *                         GETS A BEFORE/AFTER BLOCK ON CATRPT.
      *                         THE CATALOG IS REWRITTEN IN LABEL
      *                         ORDER UNDER THE SHARED RUN LOCK
      *                         (CLEAR-LOCK=YES BREAKS A STALE ONE).
      *                         ENDS RC=4 WHEN ANY CARD WAS REJECTED.
      *                       MODE=DORMANT - READ-ONLY.  LISTS EVERY
      *                         CATALOG ENTRY NO ARRANGEMENT ON
      *                         ARRHIST HAS USED IN THE LAST
      *                         DORMANT-DAYS=N DAYS (WITH THE LAST DATE
      *                         IT WAS USED, IF EVER), AND EVERY
      *                         LENSMST LABEL WITH NO CATALOG ENTRY AT
      *                         ALL - THE LIST OF RETIREMENT CANDIDATES
      *                         AND GAPS THE PLANNING GROUP ASKS FOR
      *                         EACH QUARTER.  RUN-DATE=YYYYMMDD MOVES
      *                         THE DAY THE WINDOW IS COUNTED BACK
      *                         FROM.
      *   2026-10-15  JB   LENSMST AND ARRHIST NOW CARRY THE LIBRARY
      *                     CODE IN THE TAIL OF THEIR KEYS.  THE
      *                     CATALOG STAYS SHARED BY EVERY LIBRARY, SO
      *                     MODE=DORMANT MATCHES ON THE LABEL ALONE: A
      *                     LOAD IN ANY LIBRARY COUNTS AS USE, AND AN
      *                     UNCATALOGED MASTER LABEL OUTSIDE THE
      *                     DEFAULT LIBRARY IS LISTED WITH ITS LIBRARY.
      *   2026-10-15  JB   THE RUNLOCK RECORD NOW CARRIES THE USER ID
      *                     OF THE RUN HOLDING IT AFTER THE JOB NAME;
      *                     SHOWN WHEN THE LOCK IS FOUND HELD.
      *   2026-10-15  JB   OPERATOR AUTHORITY, AS IN DAY15MT.  THE
      *                     SUBMITTING USER IS LOOKED UP ON OPRAUTH
      *                     BEFORE THE LOCK IS TAKEN; MODE=MAINTAIN
      *                     WITHOUT THE MAINTAIN RIGHT (OR MARKED
      *                     SIMULATE-ONLY), OR CLEAR-LOCK=YES WITHOUT
      *                     THE BREAK-LOCK RIGHT (OR BY A USER MARKED
      *                     SIMULATE-ONLY), GETS A SECURITY-
      *                     VIOLATION LINE AND RC=8 AND NOTHING IS
      *                     CHANGED.  THE USER ID HEADS THE AUDIT
      *                     REPORT AND IS STAMPED ON EVERY BEFORE,
      *                     AFTER AND REJECT IMAGE.
      *   2026-10-15  JB   A MISSING LENSCAT IS CLOSED AGAIN AFTER THE
      *                     LOAD FINDS IT ABSENT, SO THE FIRST CATALOG
      *                     CAN BE WRITTEN BY ADD TRANSACTIONS, AND
      *                     THE REWRITE ACCEPTS THE OPEN OF A NEW FILE.
      *   2026-10-15  JB   ANY OTHER LENSCAT OPEN FAILURE ON THE LOAD
      *                     NOW ABENDS RC=16 (9960) INSTEAD OF LOADING
      *                     AN EMPTY CATALOG THE REWRITE WOULD KEEP.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CATCTL-FILE ASSIGN TO "CATCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15K-CATCTL-STATUS.
           SELECT CATTXN-FILE ASSIGN TO "CATTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15K-CATTXN-STATUS.
           SELECT OPTIONAL RUNLOCK-FILE ASSIGN TO "RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15K-RUNLOCK-STATUS.
           SELECT OPTIONAL OPRAUTH-FILE ASSIGN TO "OPRAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15K-OPRAUTH-STATUS.
           SELECT OPTIONAL LENSCAT-FILE ASSIGN TO "LENSCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15K-LENSCAT-STATUS.
           SELECT OPTIONAL ARRHIST-FILE ASSIGN TO "ARRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS D15K-ARRHIST-STATUS.
           SELECT LENSMST-FILE ASSIGN TO "LENSMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LENSMST-KEY
               FILE STATUS IS D15K-LENSMST-STATUS.
           SELECT CATRPT-FILE ASSIGN TO "CATRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CATCTL-FILE.
       01  CATCTL-REC              PIC X(80).
      *
       FD  CATTXN-FILE.
       01  CATTXN-REC              PIC X(100).
       01  CATTXN-LAYOUT REDEFINES CATTXN-REC.
           05  CATTXN-OP            PIC X(6).
           05  FILLER               PIC X(1).
           05  CATTXN-LABEL         PIC X(64).
           05  CATTXN-MIN           PIC 9(8).
           05  CATTXN-MAX           PIC 9(8).
           05  FILLER               PIC X(13).
      *
       FD  RUNLOCK-FILE
           RECORDING MODE IS F.
       01  RUNLOCK-REC              PIC X(80).
       01  RUNLOCK-LAYOUT REDEFINES RUNLOCK-REC.
           05  LOCK-DATE            PIC X(8).
           05  LOCK-TIME            PIC X(6).
           05  LOCK-JOB             PIC X(8).
           05  LOCK-USER            PIC X(8).
           05  FILLER               PIC X(50).
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
      *
       FD  LENSCAT-FILE.
       01  LENSCAT-REC              PIC X(80).
       01  LENSCAT-LAYOUT REDEFINES LENSCAT-REC.
           05  LENSCAT-LABEL        PIC X(64).
           05  LENSCAT-MIN          PIC 9(8).
           05  LENSCAT-MAX          PIC 9(8).
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
       FD  LENSMST-FILE.
       01  LENSMST-REC.
           05  LENSMST-KEY.
               10  LENSMST-LABEL    PIC X(60).
               10  LENSMST-LIB      PIC X(4).
           05  LENSMST-BOX          PIC 9(3).
           05  LENSMST-SLOT         PIC 9(3).
           05  LENSMST-FOCAL        PIC 9(8).
      *
       FD  CATRPT-FILE
           RECORDING MODE IS F.
       01  CATRPT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
      *
      * ---------------------------------------------------------------
      * FILE STATUS AND END-OF-FILE SWITCHES
      * ---------------------------------------------------------------
       01 D15K-CATCTL-STATUS   PIC X(2).
          88 D15K-CATCTL-FOUND VALUE '00'.
       01 D15K-CATTXN-STATUS   PIC X(2).
          88 D15K-CATTXN-OK    VALUE '00'.
       01 D15K-RUNLOCK-STATUS  PIC X(2).
          88 D15K-RUNLOCK-OK   VALUE '00'.
          88 D15K-RUNLOCK-NEW  VALUE '05'.
       01 D15K-OPRAUTH-STATUS  PIC X(2).
          88 D15K-OPRAUTH-FOUND VALUE '00'.
       01 D15K-LENSCAT-STATUS  PIC X(2).
          88 D15K-LENSCAT-FOUND VALUE '00'.
          88 D15K-LENSCAT-NEW  VALUE '05'.
       01 D15K-ARRHIST-STATUS  PIC X(2).
          88 D15K-ARRHIST-OK   VALUE '00'.
       01 D15K-LENSMST-STATUS  PIC X(2).
          88 D15K-LENSMST-OK   VALUE '00'.
       77 D15K-CATCTL-EOF      PIC 9(1)       VALUE 0.
       77 D15K-CATTXN-EOF      PIC 9(1)       VALUE 0.
       77 D15K-OPRAUTH-EOF     PIC 9(1)       VALUE 0.
       77 D15K-LENSCAT-EOF     PIC 9(1)       VALUE 0.
       77 D15K-SCAN-EOF        PIC 9(1)       VALUE 0.
      *
      * ---------------------------------------------------------------
      * CONTROL-CARD WORK AREA - SAME CARD DISCIPLINE AS DAY15'S
      * RUNCTL: AN UNRECOGNIZED OR MALFORMED CARD ABENDS.
      * ---------------------------------------------------------------
       01 D15K-CTL-CARD        PIC X(80).
       77 D15K-CTL-LEN         PIC 9(3)  COMP VALUE 0.
       01 D15K-MODE-SW         PIC X(1)       VALUE 'M'.
          88 D15K-MODE-MAINTAIN VALUE 'M'.
          88 D15K-MODE-DORMANT VALUE 'D'.
       77 D15K-DORMANT-DAYS    PIC 9(8)  COMP VALUE 0.
       01 D15K-OPT-CLRLOCK-SW  PIC X(1)       VALUE 'N'.
          88 D15K-OPT-CLRLOCK  VALUE 'Y'.
       77 D15K-LOCK-HELD       PIC 9(1)       VALUE 0.
       01 D15K-LOCK-HOLDER     PIC X(80).
       01 D15K-RUN-DATE        PIC X(8).
       01 D15K-RUN-TIME        PIC X(8).
       77 D15K-CUTOFF-INT      PIC 9(8)  COMP VALUE 0.
       01 D15K-CUTOFF-DATE     PIC X(8).
      *
      * ---------------------------------------------------------------
      * OPERATOR AUTHORITY - THE SUBMITTING USER'S RIGHTS AS FOUND ON
      * OPRAUTH.  NO CARD FOR THE USER, OR NO FILE AT ALL, LEAVES
      * EVERY RIGHT UNSET.
      * ---------------------------------------------------------------
       01 D15K-USER-ID         PIC X(8)       VALUE SPACES.
       01 D15K-AUTH-FLAGS      PIC X(5)       VALUE SPACES.
       01 D15K-AUTH-VIEW REDEFINES D15K-AUTH-FLAGS.
          05 D15K-AUTH-MAINT-SW   PIC X(1).
             88 D15K-AUTH-MAINTAIN VALUE 'Y'.
          05 D15K-AUTH-RESTORE-SW PIC X(1).
             88 D15K-AUTH-RESTORE  VALUE 'Y'.
          05 D15K-AUTH-REGISTER-SW PIC X(1).
             88 D15K-AUTH-REGISTER VALUE 'Y'.
          05 D15K-AUTH-BRKLOCK-SW PIC X(1).
             88 D15K-AUTH-BRKLOCK  VALUE 'Y'.
          05 D15K-AUTH-SIMONLY-SW PIC X(1).
             88 D15K-AUTH-SIMONLY  VALUE 'Y'.
       01 D15K-SEC-ACTION      PIC X(40).
      *
      * ---------------------------------------------------------------
      * STANDALONE COUNTERS AND SWITCHES
      * ---------------------------------------------------------------
       77 D15K-TXN-COUNT       PIC 9(8)  COMP VALUE 0.
       77 D15K-APPLY-COUNT     PIC 9(8)  COMP VALUE 0.
       77 D15K-REJ-COUNT       PIC 9(8)  COMP VALUE 0.
       77 D15K-ROW-COUNT       PIC 9(8)  COMP VALUE 0.
       77 D15K-DORMANT-COUNT   PIC 9(8)  COMP VALUE 0.
       77 D15K-LENS-COUNT      PIC 9(8)  COMP VALUE 0.
       77 D15K-UNCAT-COUNT     PIC 9(8)  COMP VALUE 0.
       77 D15K-CNT-OUT         PIC Z(7)9.
      *
      * ---------------------------------------------------------------
      * CURRENT TRANSACTION WORK AREA - THE BEFORE IMAGE IS CAPTURED
      * HERE BEFORE THE CATALOG TABLE IS TOUCHED SO THE AUDIT LINES
      * CAN SHOW BOTH SIDES EVEN AFTER A DELETE.
      * ---------------------------------------------------------------
       01 D15K-TXN-OP          PIC X(6).
       01 D15K-TXN-LABEL       PIC X(64).
       01 D15K-TXN-MIN         PIC 9(8).
       01 D15K-TXN-MAX         PIC 9(8).
       77 D15K-ON-CATALOG      PIC 9(1)       VALUE 0.
       01 D15K-BEF-MIN         PIC 9(8).
       01 D15K-BEF-MAX         PIC 9(8).
       01 D15K-REJECT-REASON   PIC X(40).
      *
      * ---------------------------------------------------------------
      * REPORT EDIT FIELDS
      * ---------------------------------------------------------------
       77 D15K-MIN-OUT         PIC Z(7)9.
       77 D15K-MAX-OUT         PIC Z(7)9.
       01 D15K-IMAGE-LINE      PIC X(132).
      *
      * ---------------------------------------------------------------
      * LENS CATALOG WORK AREA - THE WHOLE CATALOG HELD IN ASCENDING
      * LABEL ORDER FOR A BINARY SEARCH, LOADED AND VALIDATED AS
      * DAY15'S 1300-LOAD-CATALOG DOES.  TRANSACTIONS ARE APPLIED TO
      * THE TABLE AND THE TABLE IS WRITTEN BACK AS THE NEW CATALOG.
      * D15K-CAT-LAST-USED IS FILLED IN BY THE DORMANT SCAN ONLY.
      * ---------------------------------------------------------------
       77 D15K-CAT-COUNT       PIC 9(8)  COMP VALUE 0.
       77 D15K-CAT-FOUND       PIC 9(1)       VALUE 0.
       77 D15K-CAT-IDX         PIC 9(8)  COMP VALUE 0.
       77 D15K-CAT-LO          PIC 9(8)  COMP VALUE 0.
       77 D15K-CAT-HI          PIC 9(8)  COMP VALUE 0.
       77 D15K-CAT-MID         PIC 9(8)  COMP VALUE 0.
       01 D15K-CAT-KEY         PIC X(64).
       01 D15K-CAT-TABLE.
          03 D15K-CAT-ENTRY OCCURS 20000 TIMES.
             05 D15K-CAT-LABEL    PIC X(64).
             05 D15K-CAT-MIN      PIC 9(8).
             05 D15K-CAT-MAX      PIC 9(8).
             05 D15K-CAT-LAST-USED PIC X(8).

       PROCEDURE DIVISION.
      *
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           EVALUATE TRUE
              WHEN D15K-MODE-MAINTAIN
                 PERFORM 2000-READ-ONE-TXN THRU 2000-EXIT
                     UNTIL D15K-CATTXN-EOF = 1
                 PERFORM 4500-REWRITE-CATALOG THRU 4500-EXIT
              WHEN D15K-MODE-DORMANT
                 PERFORM 6000-DORMANT-REPORT THRU 6000-EXIT
           END-EVALUATE.
           PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
           PERFORM 8900-TERMINATE THRU 8900-EXIT.
           IF D15K-REJ-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
      *
      ******************************************************************
      * 1000-INITIALIZE - CARDS FIRST, THEN (FOR MAINTENANCE) THE RUN
      * LOCK, SO THE CATALOG LOADED IS THE ONE NO OTHER JOB CAN BE
      * READING OR REWRITING UNDERNEATH US.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT D15K-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CATCTL-FILE
           IF D15K-CATCTL-FOUND
              PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
                  UNTIL D15K-CATCTL-EOF = 1
              CLOSE CATCTL-FILE
           END-IF
           IF D15K-MODE-DORMANT AND D15K-DORMANT-DAYS = 0
              PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-IF
           OPEN OUTPUT CATRPT-FILE
           IF D15K-MODE-DORMANT
              MOVE 'LENS CATALOG DORMANT-ENTRY REPORT' TO CATRPT-REC
              WRITE CATRPT-REC
              MOVE '---------------------------------' TO CATRPT-REC
              WRITE CATRPT-REC
              PERFORM 1400-CHECK-AUTHORITY THRU 1400-EXIT
              PERFORM 1300-LOAD-CATALOG THRU 1300-EXIT
              GO TO 1000-EXIT
           END-IF
           MOVE 'LENS CATALOG MAINTENANCE AUDIT REPORT' TO CATRPT-REC
           WRITE CATRPT-REC
           MOVE '-------------------------------------' TO CATRPT-REC
           WRITE CATRPT-REC
           OPEN INPUT CATTXN-FILE
           IF NOT D15K-CATTXN-OK
              PERFORM 9980-ABEND-CATTXN-OPEN THRU 9980-EXIT
           END-IF
           PERFORM 1400-CHECK-AUTHORITY THRU 1400-EXIT
           MOVE SPACES TO CATRPT-REC
           STRING 'USER : '           DELIMITED BY SIZE
                  D15K-USER-ID        DELIMITED BY SPACE
                  INTO CATRPT-REC
           WRITE CATRPT-REC
           PERFORM 1200-ACQUIRE-LOCK THRU 1200-EXIT
           PERFORM 1300-LOAD-CATALOG THRU 1300-EXIT.
       1000-EXIT.
           EXIT.
      *
       1100-READ-ONE-CARD.
           READ CATCTL-FILE
               AT END
                  MOVE 1 TO D15K-CATCTL-EOF
                  GO TO 1100-EXIT
           END-READ
           MOVE FUNCTION TRIM(CATCTL-REC) TO D15K-CTL-CARD
           MOVE FUNCTION LENGTH(FUNCTION TRIM(D15K-CTL-CARD))
                                                 TO D15K-CTL-LEN
           EVALUATE TRUE
              WHEN D15K-CTL-CARD = SPACES
                 CONTINUE
              WHEN D15K-CTL-CARD(1:1) = '*'
                 CONTINUE
              WHEN D15K-CTL-CARD(1:5) = 'MODE='
                 EVALUATE TRUE
                    WHEN D15K-CTL-LEN = 13 AND
                         D15K-CTL-CARD(6:8) = 'MAINTAIN'
                       MOVE 'M' TO D15K-MODE-SW
                    WHEN D15K-CTL-LEN = 12 AND
                         D15K-CTL-CARD(6:7) = 'DORMANT'
                       MOVE 'D' TO D15K-MODE-SW
                    WHEN OTHER
                       PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
                 END-EVALUATE
              WHEN D15K-CTL-CARD(1:13) = 'DORMANT-DAYS='
                 IF D15K-CTL-LEN < 14 OR D15K-CTL-LEN > 21 OR
                    D15K-CTL-CARD(14:D15K-CTL-LEN - 13) NOT NUMERIC
                    PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
                 END-IF
                 MOVE FUNCTION NUMVAL(
                      D15K-CTL-CARD(14:D15K-CTL-LEN - 13))
                                                 TO D15K-DORMANT-DAYS
              WHEN D15K-CTL-CARD(1:9) = 'RUN-DATE='
                 IF D15K-CTL-LEN NOT = 17 OR
                    D15K-CTL-CARD(10:8) NOT NUMERIC
                    PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
                 END-IF
                 MOVE D15K-CTL-CARD(10:8) TO D15K-RUN-DATE
              WHEN D15K-CTL-LEN = 14 AND
                   D15K-CTL-CARD(1:14) = 'CLEAR-LOCK=YES'
                 MOVE 'Y' TO D15K-OPT-CLRLOCK-SW
              WHEN D15K-CTL-LEN = 13 AND
                   D15K-CTL-CARD(1:13) = 'CLEAR-LOCK=NO'
                 MOVE 'N' TO D15K-OPT-CLRLOCK-SW
              WHEN OTHER
                 PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-EVALUATE.
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1200-ACQUIRE-LOCK - TAKE THE SHARED RUN LOCK BEFORE LOADING
      * THE CATALOG FOR UPDATE, EXACTLY AS DAY15MT DOES FOR THE LENS
      * MASTER, SO A DAY15 RUN NEVER READS A HALF-REWRITTEN CATALOG.
      ******************************************************************
       1200-ACQUIRE-LOCK.
           OPEN INPUT RUNLOCK-FILE
           IF NOT D15K-RUNLOCK-OK AND NOT D15K-RUNLOCK-NEW
              PERFORM 9945-ABEND-RUNLOCK THRU 9945-EXIT
           END-IF
           MOVE SPACES TO D15K-LOCK-HOLDER
           IF D15K-RUNLOCK-OK
              READ RUNLOCK-FILE
                  AT END CONTINUE
              END-READ
              IF D15K-RUNLOCK-OK AND RUNLOCK-REC NOT = SPACES
                 MOVE RUNLOCK-REC TO D15K-LOCK-HOLDER
              END-IF
           END-IF
           CLOSE RUNLOCK-FILE
           IF D15K-LOCK-HOLDER NOT = SPACES
              IF D15K-OPT-CLRLOCK
                 MOVE SPACES TO CATRPT-REC
                 STRING '**** RUN LOCK HELD BY '  DELIMITED BY SIZE
                        D15K-LOCK-HOLDER(15:8)    DELIMITED BY SPACE
                        ' SINCE '                 DELIMITED BY SIZE
                        D15K-LOCK-HOLDER(1:8)     DELIMITED BY SIZE
                        ' '                       DELIMITED BY SIZE
                        D15K-LOCK-HOLDER(9:6)     DELIMITED BY SIZE
                        ' CLEARED BY OPERATOR OVERRIDE ****'
                                                  DELIMITED BY SIZE
                        INTO CATRPT-REC
                 WRITE CATRPT-REC
              ELSE
                 PERFORM 9940-ABEND-LOCK-HELD THRU 9940-EXIT
              END-IF
           END-IF
           OPEN OUTPUT RUNLOCK-FILE
           IF NOT D15K-RUNLOCK-OK
              PERFORM 9945-ABEND-RUNLOCK THRU 9945-EXIT
           END-IF
           MOVE SPACES TO RUNLOCK-REC
           MOVE D15K-RUN-DATE TO LOCK-DATE
           ACCEPT D15K-RUN-TIME FROM TIME
           MOVE D15K-RUN-TIME(1:6) TO LOCK-TIME
           MOVE 'DAY15CT' TO LOCK-JOB
           MOVE D15K-USER-ID TO LOCK-USER
           WRITE RUNLOCK-REC
           CLOSE RUNLOCK-FILE
           MOVE 1 TO D15K-LOCK-HELD.
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1300-LOAD-CATALOG - LOAD THE CURRENT CATALOG INTO THE SORTED
      * TABLE.  NO CATALOG YET SIMPLY MEANS AN EMPTY ONE, WHICH ADD
      * TRANSACTIONS CAN BUILD.  ANY OTHER OPEN FAILURE ABENDS - AN
      * EMPTY TABLE WOULD LET THE REWRITE WIPE THE REAL CATALOG.  A
      * DAMAGED RECORD OR A DUPLICATE LABEL ABENDS, AS IN DAY15 - IT
      * HAS TO BE FIXED BY HAND ONCE BEFORE THIS PROGRAM CAN TAKE OVER
      * THE FILE.
      ******************************************************************
       1300-LOAD-CATALOG.
           OPEN INPUT LENSCAT-FILE
           IF D15K-LENSCAT-NEW
              CLOSE LENSCAT-FILE
              GO TO 1300-EXIT
           END-IF
           IF NOT D15K-LENSCAT-FOUND
              PERFORM 9960-ABEND-LENSCAT-IO THRU 9960-EXIT
           END-IF
           PERFORM 1310-LOAD-ONE-LENS THRU 1310-EXIT
               UNTIL D15K-LENSCAT-EOF = 1
           CLOSE LENSCAT-FILE.
       1300-EXIT.
           EXIT.
      *
       1310-LOAD-ONE-LENS.
           READ LENSCAT-FILE
               AT END
                  MOVE 1 TO D15K-LENSCAT-EOF
                  GO TO 1310-EXIT
           END-READ
           IF LENSCAT-REC = SPACES
              GO TO 1310-EXIT
           END-IF
           IF LENSCAT-LABEL = SPACES OR
              LENSCAT-MIN NOT NUMERIC OR
              LENSCAT-MAX NOT NUMERIC OR
              LENSCAT-MIN > LENSCAT-MAX
              PERFORM 9905-ABEND-LENSCAT THRU 9905-EXIT
           END-IF
           MOVE LENSCAT-LABEL TO D15K-CAT-KEY
           PERFORM 1320-CAT-SEARCH THRU 1320-EXIT
           IF D15K-CAT-FOUND = 1
              PERFORM 9905-ABEND-LENSCAT THRU 9905-EXIT
           END-IF
           IF D15K-CAT-COUNT >= 20000
              PERFORM 9905-ABEND-LENSCAT THRU 9905-EXIT
           END-IF
           MOVE LENSCAT-MIN TO D15K-TXN-MIN
           MOVE LENSCAT-MAX TO D15K-TXN-MAX
           PERFORM 1340-CAT-INSERT THRU 1340-EXIT.
       1310-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1320-CAT-SEARCH - BINARY SEARCH OF THE CATALOG FOR
      * D15K-CAT-KEY.  ON A HIT D15K-CAT-MID IS THE ENTRY; ON A MISS
      * D15K-CAT-LO IS WHERE THE KEY WOULD BE INSERTED.
      ******************************************************************
       1320-CAT-SEARCH.
           MOVE 0 TO D15K-CAT-FOUND
           MOVE 1 TO D15K-CAT-LO
           MOVE D15K-CAT-COUNT TO D15K-CAT-HI
           PERFORM 1325-CAT-PROBE THRU 1325-EXIT
               UNTIL D15K-CAT-FOUND = 1 OR D15K-CAT-LO > D15K-CAT-HI.
       1320-EXIT.
           EXIT.
      *
       1325-CAT-PROBE.
           COMPUTE D15K-CAT-MID = (D15K-CAT-LO + D15K-CAT-HI) / 2
           EVALUATE TRUE
              WHEN D15K-CAT-LABEL(D15K-CAT-MID) = D15K-CAT-KEY
                 MOVE 1 TO D15K-CAT-FOUND
              WHEN D15K-CAT-LABEL(D15K-CAT-MID) < D15K-CAT-KEY
                 COMPUTE D15K-CAT-LO = D15K-CAT-MID + 1
              WHEN OTHER
                 COMPUTE D15K-CAT-HI = D15K-CAT-MID - 1
           END-EVALUATE.
       1325-EXIT.
           EXIT.
      *
       1330-CAT-INS-SHIFT.
           MOVE D15K-CAT-ENTRY(D15K-CAT-IDX)
                TO D15K-CAT-ENTRY(D15K-CAT-IDX + 1).
       1330-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1340-CAT-INSERT - PUT D15K-CAT-KEY WITH D15K-TXN-MIN/MAX INTO
      * THE TABLE AT D15K-CAT-LO, AS LEFT BY A MISSED 1320-CAT-SEARCH.
      ******************************************************************
       1340-CAT-INSERT.
           PERFORM 1330-CAT-INS-SHIFT THRU 1330-EXIT
               VARYING D15K-CAT-IDX FROM D15K-CAT-COUNT BY -1
               UNTIL D15K-CAT-IDX < D15K-CAT-LO
           MOVE D15K-CAT-KEY TO D15K-CAT-LABEL(D15K-CAT-LO)
           MOVE D15K-TXN-MIN TO D15K-CAT-MIN(D15K-CAT-LO)
           MOVE D15K-TXN-MAX TO D15K-CAT-MAX(D15K-CAT-LO)
           MOVE SPACES TO D15K-CAT-LAST-USED(D15K-CAT-LO)
           ADD 1 TO D15K-CAT-COUNT.
       1340-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1400-CHECK-AUTHORITY - LOOK THE SUBMITTING USER UP ON OPRAUTH
      * AND REFUSE THE RUN BEFORE THE LOCK IS TAKEN OR THE CATALOG IS
      * LOADED IF THE USER MAY NOT MAINTAIN IT, OR ASKED TO BREAK THE
      * RUN LOCK WITHOUT THE RIGHT TO DO SO.  A DORMANT REPORT CHANGES
      * NOTHING AND NEEDS NO MAINTAIN RIGHT.
      ******************************************************************
       1400-CHECK-AUTHORITY.
           ACCEPT D15K-USER-ID FROM ENVIRONMENT 'USER'
               ON EXCEPTION
                  MOVE SPACES TO D15K-USER-ID
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(D15K-USER-ID) TO D15K-USER-ID
           MOVE SPACES TO D15K-AUTH-FLAGS
           OPEN INPUT OPRAUTH-FILE
           IF D15K-OPRAUTH-FOUND
              PERFORM 1410-READ-ONE-AUTH THRU 1410-EXIT
                  UNTIL D15K-OPRAUTH-EOF = 1
              CLOSE OPRAUTH-FILE
           END-IF
           IF D15K-MODE-MAINTAIN AND
              (NOT D15K-AUTH-MAINTAIN OR D15K-AUTH-SIMONLY)
              MOVE 'MAINTAIN THE LENS CATALOG' TO D15K-SEC-ACTION
              PERFORM 9800-SECURITY-VIOLATION THRU 9800-EXIT
           END-IF
           IF D15K-OPT-CLRLOCK AND
              (NOT D15K-AUTH-BRKLOCK OR D15K-AUTH-SIMONLY)
              MOVE 'BREAK THE RUN LOCK' TO D15K-SEC-ACTION
              PERFORM 9800-SECURITY-VIOLATION THRU 9800-EXIT
           END-IF.
       1400-EXIT.
           EXIT.
      *
       1410-READ-ONE-AUTH.
           READ OPRAUTH-FILE
               AT END
                  MOVE 1 TO D15K-OPRAUTH-EOF
                  GO TO 1410-EXIT
           END-READ
           IF AUTH-USER = SPACES OR OPRAUTH-REC(1:1) = '*'
              GO TO 1410-EXIT
           END-IF
           IF AUTH-USER = D15K-USER-ID
              MOVE AUTH-FLAGS TO D15K-AUTH-FLAGS
              MOVE 1 TO D15K-OPRAUTH-EOF
           END-IF.
       1410-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2000-READ-ONE-TXN - ONE CATALOG TRANSACTION PER CARD.  THE
      * CARD IS FIXED LAYOUT: OPERATION IN 1-6, LABEL IN 8-71 (THE
      * FULL 64-BYTE CATALOG LABEL - THE CATALOG IS SHARED BY EVERY
      * LIBRARY, SO THERE IS NO LIBRARY FIELD), FOCAL MIN IN 72-79 AND
      * FOCAL MAX IN 80-87.  MIN AND MAX ARE IGNORED ON A DELETE.
      ******************************************************************
       2000-READ-ONE-TXN.
           READ CATTXN-FILE
               AT END
                  MOVE 1 TO D15K-CATTXN-EOF
                  GO TO 2000-EXIT
           END-READ
           IF CATTXN-REC = SPACES
              GO TO 2000-EXIT
           END-IF
           ADD 1 TO D15K-TXN-COUNT
           MOVE CATTXN-OP TO D15K-TXN-OP
           MOVE CATTXN-LABEL TO D15K-TXN-LABEL
           MOVE 0 TO D15K-ON-CATALOG
           PERFORM 2100-VALIDATE-TXN THRU 2100-EXIT
           IF D15K-REJECT-REASON NOT = SPACES
              IF D15K-TXN-LABEL NOT = SPACES
                 PERFORM 2200-FETCH-BEFORE THRU 2200-EXIT
              END-IF
              PERFORM 4000-WRITE-REJECT THRU 4000-EXIT
              GO TO 2000-EXIT
           END-IF
           PERFORM 2200-FETCH-BEFORE THRU 2200-EXIT
           EVALUATE D15K-TXN-OP
              WHEN 'ADD   '
                 PERFORM 3000-APPLY-ADD THRU 3000-EXIT
              WHEN 'CHANGE'
                 PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
              WHEN 'DELETE'
                 PERFORM 3200-APPLY-DELETE THRU 3200-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2100-VALIDATE-TXN - THE CARD MUST CARRY A KNOWN OPERATION, A
      * NON-EMPTY LABEL, AND (FOR ADD AND CHANGE) A NUMERIC RANGE
      * WHOSE MIN DOES NOT EXCEED ITS MAX - THE SAME RULES DAY15'S
      * CATALOG LOAD ABENDS ON, CAUGHT HERE ONE CARD AT A TIME.
      ******************************************************************
       2100-VALIDATE-TXN.
           MOVE SPACES TO D15K-REJECT-REASON
           EVALUATE TRUE
              WHEN D15K-TXN-OP NOT = 'ADD   ' AND
                   D15K-TXN-OP NOT = 'CHANGE' AND
                   D15K-TXN-OP NOT = 'DELETE'
                 MOVE 'UNRECOGNIZED OPERATION' TO D15K-REJECT-REASON
              WHEN D15K-TXN-LABEL = SPACES
                 MOVE 'EMPTY LABEL' TO D15K-REJECT-REASON
              WHEN D15K-TXN-OP = 'DELETE'
                 CONTINUE
              WHEN CATTXN-MIN NOT NUMERIC OR
                   CATTXN-MAX NOT NUMERIC
                 MOVE 'FOCAL MIN OR MAX NOT NUMERIC'
                                             TO D15K-REJECT-REASON
              WHEN CATTXN-MIN > CATTXN-MAX
                 MOVE 'FOCAL MIN EXCEEDS FOCAL MAX'
                                             TO D15K-REJECT-REASON
           END-EVALUATE
           IF D15K-REJECT-REASON = SPACES AND
              D15K-TXN-OP NOT = 'DELETE'
              MOVE CATTXN-MIN TO D15K-TXN-MIN
              MOVE CATTXN-MAX TO D15K-TXN-MAX
           END-IF.
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2200-FETCH-BEFORE - LOOK THE LABEL UP IN THE CATALOG TABLE TO
      * CAPTURE THE ENTRY AS IT STANDS BEFORE THE TRANSACTION.
      ******************************************************************
       2200-FETCH-BEFORE.
           MOVE 0 TO D15K-ON-CATALOG
           MOVE D15K-TXN-LABEL TO D15K-CAT-KEY
           PERFORM 1320-CAT-SEARCH THRU 1320-EXIT
           IF D15K-CAT-FOUND = 1
              MOVE 1 TO D15K-ON-CATALOG
              MOVE D15K-CAT-MIN(D15K-CAT-MID) TO D15K-BEF-MIN
              MOVE D15K-CAT-MAX(D15K-CAT-MID) TO D15K-BEF-MAX
           END-IF.
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3000-APPLY-ADD - A NEW ENTRY; A LABEL ALREADY CATALOGED IS A
      * HARD REJECT, NOT A SILENT OVERWRITE.
      ******************************************************************
       3000-APPLY-ADD.
           IF D15K-ON-CATALOG = 1
              MOVE 'LABEL ALREADY ON CATALOG' TO D15K-REJECT-REASON
              PERFORM 4000-WRITE-REJECT THRU 4000-EXIT
              GO TO 3000-EXIT
           END-IF
           IF D15K-CAT-COUNT >= 20000
              MOVE 'CATALOG IS FULL' TO D15K-REJECT-REASON
              PERFORM 4000-WRITE-REJECT THRU 4000-EXIT
              GO TO 3000-EXIT
           END-IF
      *    THE MISSED SEARCH IN 2200 LEFT D15K-CAT-LO AT THE INSERT
      *    POINT FOR THIS LABEL
           PERFORM 1340-CAT-INSERT THRU 1340-EXIT
           ADD 1 TO D15K-APPLY-COUNT
           PERFORM 4100-WRITE-AUDIT THRU 4100-EXIT.
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3100-APPLY-CHANGE - REPLACE THE RANGE; A LABEL NOT CATALOGED
      * IS A HARD REJECT.
      ******************************************************************
       3100-APPLY-CHANGE.
           IF D15K-ON-CATALOG = 0
              MOVE 'LABEL NOT ON CATALOG' TO D15K-REJECT-REASON
              PERFORM 4000-WRITE-REJECT THRU 4000-EXIT
              GO TO 3100-EXIT
           END-IF
           MOVE D15K-TXN-MIN TO D15K-CAT-MIN(D15K-CAT-MID)
           MOVE D15K-TXN-MAX TO D15K-CAT-MAX(D15K-CAT-MID)
           ADD 1 TO D15K-APPLY-COUNT
           PERFORM 4100-WRITE-AUDIT THRU 4100-EXIT.
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3200-APPLY-DELETE - REMOVE THE ENTRY, CLOSING THE TABLE UP OVER
      * IT; A LABEL NOT CATALOGED IS A HARD REJECT.
      ******************************************************************
       3200-APPLY-DELETE.
           IF D15K-ON-CATALOG = 0
              MOVE 'LABEL NOT ON CATALOG' TO D15K-REJECT-REASON
              PERFORM 4000-WRITE-REJECT THRU 4000-EXIT
              GO TO 3200-EXIT
           END-IF
           PERFORM 3210-CAT-DEL-SHIFT THRU 3210-EXIT
               VARYING D15K-CAT-IDX FROM D15K-CAT-MID BY 1
               UNTIL D15K-CAT-IDX >= D15K-CAT-COUNT
           SUBTRACT 1 FROM D15K-CAT-COUNT
           ADD 1 TO D15K-APPLY-COUNT
           PERFORM 4100-WRITE-AUDIT THRU 4100-EXIT.
       3200-EXIT.
           EXIT.
      *
       3210-CAT-DEL-SHIFT.
           MOVE D15K-CAT-ENTRY(D15K-CAT-IDX + 1)
                TO D15K-CAT-ENTRY(D15K-CAT-IDX).
       3210-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4000-WRITE-REJECT - THE TRANSACTION WAS NOT APPLIED; SAY WHY,
      * AND SHOW WHAT THE CATALOG ACTUALLY HOLDS FOR THAT LABEL.
      ******************************************************************
       4000-WRITE-REJECT.
           ADD 1 TO D15K-REJ-COUNT
           MOVE SPACES TO CATRPT-REC
           WRITE CATRPT-REC
           MOVE SPACES TO CATRPT-REC
           STRING 'REJECTED '         DELIMITED BY SIZE
                  D15K-TXN-OP         DELIMITED BY SIZE
                  ' LABEL '           DELIMITED BY SIZE
                  D15K-TXN-LABEL      DELIMITED BY SPACE
                  '  REASON: '        DELIMITED BY SIZE
                  D15K-REJECT-REASON  DELIMITED BY SIZE
                  INTO CATRPT-REC
           WRITE CATRPT-REC
           PERFORM 4200-FORMAT-BEFORE THRU 4200-EXIT
           PERFORM 4400-STAMP-USER THRU 4400-EXIT
           MOVE D15K-IMAGE-LINE TO CATRPT-REC
           WRITE CATRPT-REC.
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4100-WRITE-AUDIT - THE TRANSACTION WAS APPLIED; ONE BLOCK WITH
      * THE BEFORE AND AFTER IMAGE OF THE ENTRY.
      ******************************************************************
       4100-WRITE-AUDIT.
           MOVE SPACES TO CATRPT-REC
           WRITE CATRPT-REC
           MOVE SPACES TO CATRPT-REC
           STRING 'APPLIED  '         DELIMITED BY SIZE
                  D15K-TXN-OP         DELIMITED BY SIZE
                  ' LABEL '           DELIMITED BY SIZE
                  D15K-TXN-LABEL      DELIMITED BY SPACE
                  INTO CATRPT-REC
           WRITE CATRPT-REC
           PERFORM 4200-FORMAT-BEFORE THRU 4200-EXIT
           PERFORM 4400-STAMP-USER THRU 4400-EXIT
           MOVE D15K-IMAGE-LINE TO CATRPT-REC
           WRITE CATRPT-REC
           PERFORM 4300-FORMAT-AFTER THRU 4300-EXIT
           PERFORM 4400-STAMP-USER THRU 4400-EXIT
           MOVE D15K-IMAGE-LINE TO CATRPT-REC
           WRITE CATRPT-REC.
       4100-EXIT.
           EXIT.
      *
       4200-FORMAT-BEFORE.
           MOVE SPACES TO D15K-IMAGE-LINE
           IF D15K-ON-CATALOG = 0
              MOVE '  BEFORE: NOT ON CATALOG' TO D15K-IMAGE-LINE
              GO TO 4200-EXIT
           END-IF
           MOVE D15K-BEF-MIN TO D15K-MIN-OUT
           MOVE D15K-BEF-MAX TO D15K-MAX-OUT
           STRING '  BEFORE: FOCAL MIN '  DELIMITED BY SIZE
                  D15K-MIN-OUT            DELIMITED BY SIZE
                  ' MAX '                 DELIMITED BY SIZE
                  D15K-MAX-OUT            DELIMITED BY SIZE
                  INTO D15K-IMAGE-LINE.
       4200-EXIT.
           EXIT.
      *
       4300-FORMAT-AFTER.
           MOVE SPACES TO D15K-IMAGE-LINE
           IF D15K-TXN-OP = 'DELETE'
              MOVE '  AFTER : NOT ON CATALOG' TO D15K-IMAGE-LINE
              GO TO 4300-EXIT
           END-IF
           MOVE D15K-TXN-MIN TO D15K-MIN-OUT
           MOVE D15K-TXN-MAX TO D15K-MAX-OUT
           STRING '  AFTER : FOCAL MIN '  DELIMITED BY SIZE
                  D15K-MIN-OUT            DELIMITED BY SIZE
                  ' MAX '                 DELIMITED BY SIZE
                  D15K-MAX-OUT            DELIMITED BY SIZE
                  INTO D15K-IMAGE-LINE.
       4300-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4400-STAMP-USER - PUT THE SUBMITTING USER ID ON THE BEFORE,
      * AFTER OR REJECT IMAGE IN D15K-IMAGE-LINE.  THE IMAGE LINES
      * NEVER REACH COLUMN 50, SO THE USER WHO MADE THE CHANGE ALWAYS
      * LANDS IN THE SAME PLACE.
      ******************************************************************
       4400-STAMP-USER.
           MOVE 'USER' TO D15K-IMAGE-LINE(50:4)
           MOVE D15K-USER-ID TO D15K-IMAGE-LINE(55:8).
       4400-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4500-REWRITE-CATALOG - WRITE THE UPDATED TABLE BACK AS THE NEW
      * CATALOG, IN LABEL ORDER.  A RUN THAT APPLIED NOTHING LEAVES
      * THE FILE EXACTLY AS IT WAS.
      ******************************************************************
       4500-REWRITE-CATALOG.
           IF D15K-APPLY-COUNT = 0
              GO TO 4500-EXIT
           END-IF
           OPEN OUTPUT LENSCAT-FILE
           IF NOT D15K-LENSCAT-FOUND AND NOT D15K-LENSCAT-NEW
              PERFORM 9960-ABEND-LENSCAT-IO THRU 9960-EXIT
           END-IF
           PERFORM 4510-WRITE-ONE-ENTRY THRU 4510-EXIT
               VARYING D15K-CAT-IDX FROM 1 BY 1
               UNTIL D15K-CAT-IDX > D15K-CAT-COUNT
           CLOSE LENSCAT-FILE.
       4500-EXIT.
           EXIT.
      *
       4510-WRITE-ONE-ENTRY.
           MOVE SPACES TO LENSCAT-REC
           MOVE D15K-CAT-LABEL(D15K-CAT-IDX) TO LENSCAT-LABEL
           MOVE D15K-CAT-MIN(D15K-CAT-IDX) TO LENSCAT-MIN
           MOVE D15K-CAT-MAX(D15K-CAT-IDX) TO LENSCAT-MAX
           WRITE LENSCAT-REC
           IF NOT D15K-LENSCAT-FOUND
              PERFORM 9960-ABEND-LENSCAT-IO THRU 9960-EXIT
           END-IF.
       4510-EXIT.
           EXIT.
      *
      ******************************************************************
      * 5000-WRITE-SUMMARY
      ******************************************************************
       5000-WRITE-SUMMARY.
           MOVE SPACES TO CATRPT-REC
           WRITE CATRPT-REC
           IF D15K-MODE-DORMANT
              PERFORM 5100-WRITE-DORMANT-SUMMARY THRU 5100-EXIT
              GO TO 5000-EXIT
           END-IF
           MOVE D15K-TXN-COUNT TO D15K-CNT-OUT
           MOVE SPACES TO CATRPT-REC
           STRING 'TRANSACTIONS READ : ' DELIMITED BY SIZE
                  D15K-CNT-OUT           DELIMITED BY SIZE
                  INTO CATRPT-REC
           WRITE CATRPT-REC
           MOVE D15K-APPLY-COUNT TO D15K-CNT-OUT
           MOVE SPACES TO CATRPT-REC
           STRING 'APPLIED           : ' DELIMITED BY SIZE
                  D15K-CNT-OUT           DELIMITED BY SIZE
                  INTO CATRPT-REC
           WRITE CATRPT-REC
           MOVE D15K-REJ-COUNT TO D15K-CNT-OUT
           MOVE SPACES TO CATRPT-REC
           STRING 'REJECTED          : ' DELIMITED BY SIZE
                  D15K-CNT-OUT           DELIMITED BY SIZE
                  INTO CATRPT-REC
           WRITE CATRPT-REC
           MOVE D15K-CAT-COUNT TO D15K-CNT-OUT
           MOVE SPACES TO CATRPT-REC
           STRING 'CATALOG ENTRIES   : ' DELIMITED BY SIZE
                  D15K-CNT-OUT           DELIMITED BY SIZE
                  INTO CATRPT-REC
           WRITE CATRPT-REC.
       5000-EXIT.
           EXIT.
      *
       5100-WRITE-DORMANT-SUMMARY.
           MOVE D15K-CAT-COUNT TO D15K-CNT-OUT
           MOVE SPACES TO CATRPT-REC
           STRING 'CATALOG ENTRIES   : ' DELIMITED BY SIZE
                  D15K-CNT-OUT           DELIMITED BY SIZE
                  INTO CATRPT-REC
           WRITE CATRPT-REC
           MOVE D15K-DORMANT-COUNT TO D15K-CNT-OUT
           MOVE SPACES TO CATRPT-REC
           STRING 'DORMANT ENTRIES   : ' DELIMITED BY SIZE
                  D15K-CNT-OUT           DELIMITED BY SIZE
                  INTO CATRPT-REC
           WRITE CATRPT-REC
           MOVE D15K-ROW-COUNT TO D15K-CNT-OUT
           MOVE SPACES TO CATRPT-REC
           STRING 'HISTORY ROWS READ : ' DELIMITED BY SIZE
                  D15K-CNT-OUT           DELIMITED BY SIZE
                  INTO CATRPT-REC
           WRITE CATRPT-REC
           MOVE D15K-LENS-COUNT TO D15K-CNT-OUT
           MOVE SPACES TO CATRPT-REC
           STRING 'LENSES ON MASTER  : ' DELIMITED BY SIZE
                  D15K-CNT-OUT           DELIMITED BY SIZE
                  INTO CATRPT-REC
           WRITE CATRPT-REC
           MOVE D15K-UNCAT-COUNT TO D15K-CNT-OUT
           MOVE SPACES TO CATRPT-REC
           STRING 'NOT CATALOGED     : ' DELIMITED BY SIZE
                  D15K-CNT-OUT           DELIMITED BY SIZE
                  INTO CATRPT-REC
           WRITE CATRPT-REC.
       5100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 6000-DORMANT-REPORT - FIND THE LAST DATE EACH CATALOG ENTRY
      * APPEARED IN ANY LOADED ARRANGEMENT, LIST THE ENTRIES WHOSE
      * LAST USE IS OLDER THAN THE WINDOW (OR THAT WERE NEVER USED),
      * THEN LIST THE LENS MASTER LABELS THE CATALOG DOES NOT KNOW.
      ******************************************************************
       6000-DORMANT-REPORT.
           COMPUTE D15K-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(D15K-RUN-DATE))
               - D15K-DORMANT-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(D15K-CUTOFF-INT)
                                                 TO D15K-CUTOFF-DATE
           MOVE SPACES TO CATRPT-REC
           STRING 'RUN DATE '                    DELIMITED BY SIZE
                  D15K-RUN-DATE                  DELIMITED BY SIZE
                  '  - ENTRIES NOT USED SINCE '  DELIMITED BY SIZE
                  D15K-CUTOFF-DATE               DELIMITED BY SIZE
                  INTO CATRPT-REC
           WRITE CATRPT-REC
           PERFORM 6100-SCAN-HISTORY THRU 6100-EXIT
           MOVE SPACES TO CATRPT-REC
           WRITE CATRPT-REC
           MOVE 'DORMANT CATALOG ENTRIES' TO CATRPT-REC
           WRITE CATRPT-REC
           MOVE '-----------------------' TO CATRPT-REC
           WRITE CATRPT-REC
           PERFORM 6200-LIST-ONE-ENTRY THRU 6200-EXIT
               VARYING D15K-CAT-IDX FROM 1 BY 1
               UNTIL D15K-CAT-IDX > D15K-CAT-COUNT
           IF D15K-DORMANT-COUNT = 0
              MOVE '  NONE' TO CATRPT-REC
              WRITE CATRPT-REC
           END-IF
           MOVE SPACES TO CATRPT-REC
           WRITE CATRPT-REC
           MOVE 'LENS MASTER LABELS NOT IN CATALOG' TO CATRPT-REC
           WRITE CATRPT-REC
           MOVE '---------------------------------' TO CATRPT-REC
           WRITE CATRPT-REC
           PERFORM 6300-SCAN-MASTER THRU 6300-EXIT
           IF D15K-UNCAT-COUNT = 0
              MOVE '  NONE' TO CATRPT-REC
              WRITE CATRPT-REC
           END-IF.
       6000-EXIT.
           EXIT.
      *
      ******************************************************************
      * 6100-SCAN-HISTORY - ONE PASS OVER THE WHOLE ARRANGEMENT
      * HISTORY.  ITS KEY LEADS WITH THE DATE, SO THE LAST ROW SEEN
      * FOR A LABEL IS ITS LATEST USE.  NO HISTORY AT ALL LEAVES EVERY
      * ENTRY "NEVER USED", WHICH IS THE HONEST ANSWER.
      ******************************************************************
       6100-SCAN-HISTORY.
           OPEN INPUT ARRHIST-FILE
           IF NOT D15K-ARRHIST-OK
              MOVE 'NO ARRANGEMENT HISTORY ON FILE' TO CATRPT-REC
              WRITE CATRPT-REC
              GO TO 6100-EXIT
           END-IF
           MOVE LOW-VALUES TO AH-KEY
           START ARRHIST-FILE KEY NOT < AH-KEY
           IF D15K-ARRHIST-OK
              MOVE 0 TO D15K-SCAN-EOF
              PERFORM 6110-SCAN-ONE-ROW THRU 6110-EXIT
                  UNTIL D15K-SCAN-EOF = 1
           END-IF
           CLOSE ARRHIST-FILE.
       6100-EXIT.
           EXIT.
      *
       6110-SCAN-ONE-ROW.
           READ ARRHIST-FILE NEXT
               AT END
                  MOVE 1 TO D15K-SCAN-EOF
                  GO TO 6110-EXIT
           END-READ
           IF NOT D15K-ARRHIST-OK
              MOVE 1 TO D15K-SCAN-EOF
              GO TO 6110-EXIT
           END-IF
           ADD 1 TO D15K-ROW-COUNT
           MOVE AH-LABEL TO D15K-CAT-KEY
           PERFORM 1320-CAT-SEARCH THRU 1320-EXIT
           IF D15K-CAT-FOUND = 1
              MOVE AH-DATE TO D15K-CAT-LAST-USED(D15K-CAT-MID)
           END-IF.
       6110-EXIT.
           EXIT.
      *
       6200-LIST-ONE-ENTRY.
           IF D15K-CAT-LAST-USED(D15K-CAT-IDX) NOT = SPACES AND
              D15K-CAT-LAST-USED(D15K-CAT-IDX) NOT < D15K-CUTOFF-DATE
              GO TO 6200-EXIT
           END-IF
           ADD 1 TO D15K-DORMANT-COUNT
           MOVE D15K-CAT-MIN(D15K-CAT-IDX) TO D15K-MIN-OUT
           MOVE D15K-CAT-MAX(D15K-CAT-IDX) TO D15K-MAX-OUT
           MOVE SPACES TO CATRPT-REC
           IF D15K-CAT-LAST-USED(D15K-CAT-IDX) = SPACES
              STRING '  '                        DELIMITED BY SIZE
                     D15K-CAT-LABEL(D15K-CAT-IDX) DELIMITED BY SPACE
                     '  MIN '                    DELIMITED BY SIZE
                     D15K-MIN-OUT                DELIMITED BY SIZE
                     ' MAX '                     DELIMITED BY SIZE
                     D15K-MAX-OUT                DELIMITED BY SIZE
                     '  NEVER USED IN HISTORY'   DELIMITED BY SIZE
                     INTO CATRPT-REC
           ELSE
              STRING '  '                        DELIMITED BY SIZE
                     D15K-CAT-LABEL(D15K-CAT-IDX) DELIMITED BY SPACE
                     '  MIN '                    DELIMITED BY SIZE
                     D15K-MIN-OUT                DELIMITED BY SIZE
                     ' MAX '                     DELIMITED BY SIZE
                     D15K-MAX-OUT                DELIMITED BY SIZE
                     '  LAST USED '              DELIMITED BY SIZE
                     D15K-CAT-LAST-USED(D15K-CAT-IDX)
                                                 DELIMITED BY SIZE
                     INTO CATRPT-REC
           END-IF
           WRITE CATRPT-REC.
       6200-EXIT.
           EXIT.
      *
      ******************************************************************
      * 6300-SCAN-MASTER - EVERY LENS MASTER LABEL LOOKED UP IN THE
      * CATALOG.  THESE ARE THE LENSES THAT DRAW A CATALOG WARNING (OR
      * A REJECT UNDER CATALOG=REJECT) THE NEXT TIME DAY15 SEES THEM.
      ******************************************************************
       6300-SCAN-MASTER.
           OPEN INPUT LENSMST-FILE
           IF NOT D15K-LENSMST-OK
              PERFORM 9970-ABEND-LENSMST-OPEN THRU 9970-EXIT
           END-IF
           PERFORM 6310-CHECK-ONE-LENS THRU 6310-EXIT
               UNTIL D15K-LENSMST-STATUS NOT = '00'
           CLOSE LENSMST-FILE.
       6300-EXIT.
           EXIT.
      *
       6310-CHECK-ONE-LENS.
           READ LENSMST-FILE NEXT
               AT END GO TO 6310-EXIT
           END-READ
           IF D15K-LENSMST-STATUS NOT = '00'
              GO TO 6310-EXIT
           END-IF
           ADD 1 TO D15K-LENS-COUNT
           MOVE LENSMST-LABEL TO D15K-CAT-KEY
           PERFORM 1320-CAT-SEARCH THRU 1320-EXIT
           IF D15K-CAT-FOUND = 1
              GO TO 6310-EXIT
           END-IF
           ADD 1 TO D15K-UNCAT-COUNT
           MOVE SPACES TO CATRPT-REC
           IF LENSMST-LIB = SPACES
              STRING '  '                DELIMITED BY SIZE
                     LENSMST-LABEL       DELIMITED BY SPACE
                     INTO CATRPT-REC
           ELSE
              STRING '  '                DELIMITED BY SIZE
                     LENSMST-LABEL       DELIMITED BY SPACE
                     '  LIBRARY '        DELIMITED BY SIZE
                     LENSMST-LIB         DELIMITED BY SPACE
                     INTO CATRPT-REC
           END-IF
           WRITE CATRPT-REC.
       6310-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9980-ABEND-CATTXN-OPEN - CATTXN COULD NOT BE OPENED (MISSING
      * DD, BAD PERMISSIONS, ETC).
      ******************************************************************
       9980-ABEND-CATTXN-OPEN.
           DISPLAY 'DAY15CT ABEND - CATTXN COULD NOT BE OPENED'
           DISPLAY 'FILE STATUS : ' D15K-CATTXN-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9980-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9970-ABEND-LENSMST-OPEN - THE LENS MASTER COULD NOT BE OPENED;
      * THE UNCATALOGED-LABEL HALF OF THE REPORT CANNOT BE PRODUCED.
      ******************************************************************
       9970-ABEND-LENSMST-OPEN.
           DISPLAY 'DAY15CT ABEND - LENSMST COULD NOT BE OPENED'
           DISPLAY 'FILE STATUS : ' D15K-LENSMST-STATUS
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9970-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9960-ABEND-LENSCAT-IO - THE CATALOG COULD NOT BE OPENED FOR
      * THE LOAD, OR THE NEW CATALOG COULD NOT BE WRITTEN.  THE RUN
      * LOCK IS RELEASED, BUT LENSCAT MUST BE CHECKED (AND IF NEED BE
      * RESTORED) BEFORE DAY15 RUNS AGAIN.
      ******************************************************************
       9960-ABEND-LENSCAT-IO.
           DISPLAY 'DAY15CT ABEND - LENSCAT I/O ERROR'
           DISPLAY 'FILE STATUS : ' D15K-LENSCAT-STATUS
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9960-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9800-SECURITY-VIOLATION - THE SUBMITTING USER MAY NOT DO WHAT
      * THIS RUN ASKS.  NOTHING HAS BEEN CHANGED YET; SAY SO ON THE
      * REPORT AND THE CONSOLE AND END RC=8.
      ******************************************************************
       9800-SECURITY-VIOLATION.
           IF D15K-USER-ID = SPACES
              MOVE '(NONE)' TO D15K-USER-ID
           END-IF
           MOVE SPACES TO CATRPT-REC
           STRING '**** SECURITY VIOLATION - USER ' DELIMITED BY SIZE
                  D15K-USER-ID                      DELIMITED BY SPACE
                  ' NOT AUTHORIZED TO '             DELIMITED BY SIZE
                  D15K-SEC-ACTION                   DELIMITED BY '  '
                  ' ****'                           DELIMITED BY SIZE
                  INTO CATRPT-REC
           WRITE CATRPT-REC
           DISPLAY 'DAY15CT ' FUNCTION TRIM(CATRPT-REC TRAILING)
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       9800-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9950-ABEND-BAD-CARD - AN UNRECOGNIZED OR MALFORMED CATCTL
      * CARD, OR A DORMANT REPORT WITHOUT A DORMANT-DAYS WINDOW.
      ******************************************************************
       9950-ABEND-BAD-CARD.
           DISPLAY 'DAY15CT ABEND - UNRECOGNIZED OR BAD CATCTL CARD'
           DISPLAY 'CARD    : ' D15K-CTL-CARD
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9950-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9945-ABEND-RUNLOCK - THE RUN LOCK FILE ITSELF COULD NOT BE
      * READ OR WRITTEN; RUNNING UNGUARDED IS NOT AN OPTION.
      ******************************************************************
       9945-ABEND-RUNLOCK.
           DISPLAY 'DAY15CT ABEND - RUNLOCK COULD NOT BE ACCESSED'
           DISPLAY 'FILE STATUS : ' D15K-RUNLOCK-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9945-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9940-ABEND-LOCK-HELD - ANOTHER RUN HOLDS THE RUN LOCK; A
      * CATALOG REWRITTEN UNDERNEATH A DAY15 RUN COULD BE READ HALF
      * WRITTEN.
      ******************************************************************
       9940-ABEND-LOCK-HELD.
           DISPLAY 'DAY15CT ABEND - RUN LOCK HELD BY ANOTHER RUN'
           DISPLAY 'HELD BY : ' D15K-LOCK-HOLDER(15:8)
           DISPLAY 'USER    : ' D15K-LOCK-HOLDER(23:8)
           DISPLAY 'SINCE   : ' D15K-LOCK-HOLDER(1:8) ' '
                   D15K-LOCK-HOLDER(9:6)
           DISPLAY 'ACTION  : WAIT FOR IT, OR RERUN WITH THE CATCTL '
                   'CARD CLEAR-LOCK=YES IF IT IS DEAD'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9940-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9905-ABEND-LENSCAT - THE CATALOG ON FILE HAS A RECORD WITH AN
      * EMPTY LABEL, A NON-NUMERIC OR INVERTED RANGE, A DUPLICATE
      * LABEL, OR MORE RECORDS THAN THE TABLE HOLDS.
      ******************************************************************
       9905-ABEND-LENSCAT.
           DISPLAY 'DAY15CT ABEND - LENSCAT RECORD INVALID OR TABLE '
                   'FULL'
           DISPLAY 'RECORD  : ' LENSCAT-REC
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9905-EXIT.
           EXIT.
      *
      ******************************************************************
      * 8900-TERMINATE - CLOSE ALL OPEN FILES AND RELEASE THE RUN LOCK
      * BEFORE ENDING THE RUN.
      ******************************************************************
       8900-TERMINATE.
           IF D15K-MODE-MAINTAIN
              CLOSE CATTXN-FILE
           END-IF
           CLOSE CATRPT-FILE
           IF D15K-LOCK-HELD = 1
              MOVE 0 TO D15K-LOCK-HELD
              OPEN OUTPUT RUNLOCK-FILE
              CLOSE RUNLOCK-FILE
           END-IF.
       8900-EXIT.
           EXIT.
