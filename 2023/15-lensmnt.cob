      *                     MNTCTL CARD CLEAR-LOCK=YES BREAKS A STALE
      *                     LOCK LEFT BY A KILLED RUN; THE OVERRIDE IS
      *                     NOTED ON MNTRPT.
      *   2026-10-15  JB   MULTI-SITE.  THE MASTER KEY IS NOW THE LABEL
      *                     FOLLOWED BY THE LIBRARY CODE, AND THE
      *                     TRANSACTION CARD CARRIES THE SAME KEY: LABEL
      *                     IN 8-67, LIBRARY IN 68-71 (BLANK FOR THE
      *                     DEFAULT LIBRARY, SO EXISTING CARDS ARE
      *                     UNCHANGED).  A NON-DEFAULT LIBRARY IS SHOWN
      *                     ON THE AUDIT LINES.
      *   2026-10-15  JB   OPERATOR AUTHORITY.  THE SUBMITTING USER ID
      *                     IS LOOKED UP ON THE OPRAUTH FILE BEFORE THE
      *                     LOCK IS TAKEN; A USER WITHOUT THE MAINTAIN
      *                     RIGHT (OR MARKED SIMULATE-ONLY), OR ONE
      *                     ASKING FOR CLEAR-LOCK=YES WITHOUT THE
      *                     BREAK-LOCK RIGHT, GETS A SECURITY-VIOLATION
      *                     LINE AND RC=8 AND NOTHING IS CHANGED.  THE
      *                     USER ID IS STAMPED ON THE BEFORE AND AFTER
      *                     IMAGES AND ON THE RUNLOCK RECORD.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL RUNLOCK-FILE ASSIGN TO "RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15M-RUNLOCK-STATUS.
           SELECT OPTIONAL OPRAUTH-FILE ASSIGN TO "OPRAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15M-OPRAUTH-STATUS.
           SELECT LENSMST-FILE ASSIGN TO "LENSMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LENSMST-KEY
               FILE STATUS IS D15M-LENSMST-STATUS.
           SELECT MNTRPT-FILE ASSIGN TO "MNTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  MNTTXN-FILE.
       01  MNTTXN-REC              PIC X(100).
       01  MNTTXN-LAYOUT REDEFINES MNTTXN-REC.
           05  MNTTXN-OP            PIC X(6).
           05  FILLER               PIC X(1).
           05  MNTTXN-LABEL         PIC X(60).
           05  MNTTXN-LIB           PIC X(4).
           05  MNTTXN-BOX           PIC 9(3).
           05  MNTTXN-SLOT          PIC 9(3).
           05  MNTTXN-FOCAL         PIC 9(8).
      *
       FD  LENSMST-FILE.
       01  LENSMST-REC.
           05  LENSMST-KEY.
               10  LENSMST-LABEL    PIC X(60).
               10  LENSMST-LIB      PIC X(4).
           05  LENSMST-BOX          PIC 9(3).
           05  LENSMST-SLOT         PIC 9(3).
           05  LENSMST-FOCAL        PIC 9(8).
          88 D15M-LENSMST-OK   VALUE '00'.
          88 D15M-LENSMST-NOTFND VALUE '23'.
          88 D15M-LENSMST-DUP  VALUE '22'.
       01 D15M-OPRAUTH-STATUS  PIC X(2).
          88 D15M-OPRAUTH-FOUND VALUE '00'.
       77 D15M-MNTTXN-EOF      PIC 9(1)       VALUE 0.
       77 D15M-OPRAUTH-EOF     PIC 9(1)       VALUE 0.
       77 D15M-MNTCTL-EOF      PIC 9(1)       VALUE 0.
      *
      * ---------------------------------------------------------------
       01 D15M-RUN-TIME        PIC X(8).
      *
      * ---------------------------------------------------------------
      * OPERATOR AUTHORITY - THE SUBMITTING USER'S RIGHTS AS FOUND ON
      * OPRAUTH.  NO CARD FOR THE USER, OR NO FILE AT ALL, LEAVES
      * EVERY RIGHT UNSET.
      * ---------------------------------------------------------------
       01 D15M-USER-ID         PIC X(8)       VALUE SPACES.
       01 D15M-AUTH-FLAGS      PIC X(5)       VALUE SPACES.
       01 D15M-AUTH-VIEW REDEFINES D15M-AUTH-FLAGS.
          05 D15M-AUTH-MAINT-SW   PIC X(1).
             88 D15M-AUTH-MAINTAIN VALUE 'Y'.
          05 D15M-AUTH-RESTORE-SW PIC X(1).
             88 D15M-AUTH-RESTORE  VALUE 'Y'.
          05 D15M-AUTH-REGISTER-SW PIC X(1).
             88 D15M-AUTH-REGISTER VALUE 'Y'.
          05 D15M-AUTH-BRKLOCK-SW PIC X(1).
             88 D15M-AUTH-BRKLOCK  VALUE 'Y'.
          05 D15M-AUTH-SIMONLY-SW PIC X(1).
             88 D15M-AUTH-SIMONLY  VALUE 'Y'.
       01 D15M-SEC-ACTION      PIC X(40).
      *
      * ---------------------------------------------------------------
      * STANDALONE COUNTERS AND SWITCHES
      * ---------------------------------------------------------------
       77 D15M-TXN-COUNT       PIC 9(8)  COMP VALUE 0.
      * BOTH SIDES EVEN AFTER A DELETE.
      * ---------------------------------------------------------------
       01 D15M-TXN-OP          PIC X(6).
       01 D15M-TXN-LABEL       PIC X(60).
       01 D15M-TXN-LIB         PIC X(4).
       01 D15M-LIB-TAG         PIC X(16).
       01 D15M-TXN-BOX         PIC 9(3).
       01 D15M-TXN-SLOT        PIC 9(3).
       01 D15M-TXN-FOCAL       PIC 9(8).
           WRITE MNTRPT-REC
           MOVE '------------------------------------' TO MNTRPT-REC
           WRITE MNTRPT-REC
           PERFORM 1300-CHECK-AUTHORITY THRU 1300-EXIT
           PERFORM 1200-ACQUIRE-LOCK THRU 1200-EXIT
           OPEN I-O LENSMST-FILE
           IF NOT D15M-LENSMST-OK
           ACCEPT D15M-RUN-TIME FROM TIME
           MOVE D15M-RUN-TIME(1:6) TO LOCK-TIME
           MOVE 'DAY15MT' TO LOCK-JOB
           MOVE D15M-USER-ID TO LOCK-USER
           WRITE RUNLOCK-REC
           CLOSE RUNLOCK-FILE
           MOVE 1 TO D15M-LOCK-HELD.
           EXIT.
      *
      ******************************************************************
      * 1300-CHECK-AUTHORITY - LOOK THE SUBMITTING USER UP ON OPRAUTH
      * AND REFUSE THE RUN BEFORE THE LOCK IS TAKEN OR THE MASTER IS
      * OPENED IF THE USER MAY NOT MAINTAIN THE MASTER, OR ASKED TO
      * BREAK THE RUN LOCK WITHOUT THE RIGHT TO DO SO.
      ******************************************************************
       1300-CHECK-AUTHORITY.
           ACCEPT D15M-USER-ID FROM ENVIRONMENT 'USER'
               ON EXCEPTION
                  MOVE SPACES TO D15M-USER-ID
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(D15M-USER-ID) TO D15M-USER-ID
           MOVE SPACES TO D15M-AUTH-FLAGS
           OPEN INPUT OPRAUTH-FILE
           IF D15M-OPRAUTH-FOUND
              PERFORM 1310-READ-ONE-AUTH THRU 1310-EXIT
                  UNTIL D15M-OPRAUTH-EOF = 1
              CLOSE OPRAUTH-FILE
           END-IF
           IF NOT D15M-AUTH-MAINTAIN OR D15M-AUTH-SIMONLY
              MOVE 'MAINTAIN THE LENS MASTER' TO D15M-SEC-ACTION
              PERFORM 9800-SECURITY-VIOLATION THRU 9800-EXIT
           END-IF
           IF D15M-OPT-CLRLOCK AND NOT D15M-AUTH-BRKLOCK
              MOVE 'BREAK THE RUN LOCK' TO D15M-SEC-ACTION
              PERFORM 9800-SECURITY-VIOLATION THRU 9800-EXIT
           END-IF.
       1300-EXIT.
           EXIT.
      *
       1310-READ-ONE-AUTH.
           READ OPRAUTH-FILE
               AT END
                  MOVE 1 TO D15M-OPRAUTH-EOF
                  GO TO 1310-EXIT
           END-READ
           IF AUTH-USER = SPACES OR OPRAUTH-REC(1:1) = '*'
              GO TO 1310-EXIT
           END-IF
           IF AUTH-USER = D15M-USER-ID
              MOVE AUTH-FLAGS TO D15M-AUTH-FLAGS
              MOVE 1 TO D15M-OPRAUTH-EOF
           END-IF.
       1310-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2000-READ-ONE-TXN - ONE MAINTENANCE TRANSACTION PER CARD.  THE
      * CARD IS FIXED LAYOUT: OPERATION IN 1-6, LABEL IN 8-67, LIBRARY
      * IN 68-71, BOX IN 72-74, SLOT IN 75-77 AND FOCAL LENGTH IN
      * 78-85.  BOX, SLOT AND FOCAL ARE IGNORED ON A DELETE.
      ******************************************************************
       2000-READ-ONE-TXN.
           READ MNTTXN-FILE
           ADD 1 TO D15M-TXN-COUNT
           MOVE MNTTXN-OP TO D15M-TXN-OP
           MOVE MNTTXN-LABEL TO D15M-TXN-LABEL
           MOVE MNTTXN-LIB TO D15M-TXN-LIB
           MOVE SPACES TO D15M-LIB-TAG
           IF D15M-TXN-LIB NOT = SPACES
              STRING ' LIBRARY '    DELIMITED BY SIZE
                     D15M-TXN-LIB   DELIMITED BY SPACE
                     INTO D15M-LIB-TAG
           END-IF
      *    A VALIDATION REJECT SKIPS THE MASTER, SO CLEAR THE BEFORE
      *    IMAGE UP FRONT - OTHERWISE ITS AUDIT BLOCK WOULD SHOW THE
      *    PREVIOUS TRANSACTION'S RECORD AS THIS CARD'S
      *
      ******************************************************************
      * 2100-VALIDATE-TXN - THE CARD MUST CARRY A KNOWN OPERATION, A
      * NON-EMPTY LABEL, A LEFT-JUSTIFIED LIBRARY CODE OTHER THAN THE
      * RESERVED WORD ALL, AND (FOR ADD AND CHANGE) NUMERIC BOX, SLOT
      * AND FOCAL FIELDS WITH THE BOX UNDER 256 AND THE SLOT AND FOCAL
      * NON-ZERO.  A MALFORMED CARD IS REJECTED, NEVER GUESSED AT -
      * THIS UTILITY EXISTS TO FIX BAD DATA, NOT TO MINT MORE OF IT.
                 MOVE 'UNRECOGNIZED OPERATION' TO D15M-REJECT-REASON
              WHEN D15M-TXN-LABEL = SPACES
                 MOVE 'EMPTY LABEL' TO D15M-REJECT-REASON
              WHEN D15M-TXN-LIB NOT = SPACES AND
                   D15M-TXN-LIB(1:1) = SPACE
                 MOVE 'LIBRARY CODE NOT LEFT-JUSTIFIED'
                                             TO D15M-REJECT-REASON
              WHEN D15M-TXN-LIB = 'ALL '
                 MOVE 'LIBRARY CODE ALL IS RESERVED'
                                             TO D15M-REJECT-REASON
              WHEN D15M-TXN-OP = 'DELETE'
                 CONTINUE
              WHEN MNTTXN-BOX NOT NUMERIC OR
       2200-FETCH-BEFORE.
           MOVE 0 TO D15M-ON-MASTER
           MOVE D15M-TXN-LABEL TO LENSMST-LABEL
           MOVE D15M-TXN-LIB TO LENSMST-LIB
           READ LENSMST-FILE
           EVALUATE TRUE
              WHEN D15M-LENSMST-OK
              GO TO 3000-EXIT
           END-IF
           MOVE D15M-TXN-LABEL TO LENSMST-LABEL
           MOVE D15M-TXN-LIB TO LENSMST-LIB
           MOVE D15M-TXN-BOX TO LENSMST-BOX
           MOVE D15M-TXN-SLOT TO LENSMST-SLOT
           MOVE D15M-TXN-FOCAL TO LENSMST-FOCAL
              GO TO 3100-EXIT
           END-IF
           MOVE D15M-TXN-LABEL TO LENSMST-LABEL
           MOVE D15M-TXN-LIB TO LENSMST-LIB
           MOVE D15M-TXN-BOX TO LENSMST-BOX
           MOVE D15M-TXN-SLOT TO LENSMST-SLOT
           MOVE D15M-TXN-FOCAL TO LENSMST-FOCAL
              GO TO 3200-EXIT
           END-IF
           MOVE D15M-TXN-LABEL TO LENSMST-LABEL
           MOVE D15M-TXN-LIB TO LENSMST-LIB
           DELETE LENSMST-FILE
           IF NOT D15M-LENSMST-OK
              PERFORM 9960-ABEND-LENSMST-IO THRU 9960-EXIT
                  D15M-TXN-OP         DELIMITED BY SIZE
                  ' LABEL '           DELIMITED BY SIZE
                  D15M-TXN-LABEL      DELIMITED BY SPACE
                  D15M-LIB-TAG        DELIMITED BY '  '
                  '  REASON: '        DELIMITED BY SIZE
                  D15M-REJECT-REASON  DELIMITED BY SIZE
                  INTO MNTRPT-REC
           WRITE MNTRPT-REC
           PERFORM 4200-FORMAT-BEFORE THRU 4200-EXIT
           PERFORM 4400-STAMP-USER THRU 4400-EXIT
           MOVE D15M-IMAGE-LINE TO MNTRPT-REC
           WRITE MNTRPT-REC.
       4000-EXIT.
                  D15M-TXN-OP         DELIMITED BY SIZE
                  ' LABEL '           DELIMITED BY SIZE
                  D15M-TXN-LABEL      DELIMITED BY SPACE
                  D15M-LIB-TAG        DELIMITED BY '  '
                  INTO MNTRPT-REC
           WRITE MNTRPT-REC
           PERFORM 4200-FORMAT-BEFORE THRU 4200-EXIT
           PERFORM 4400-STAMP-USER THRU 4400-EXIT
           MOVE D15M-IMAGE-LINE TO MNTRPT-REC
           WRITE MNTRPT-REC
           PERFORM 4300-FORMAT-AFTER THRU 4300-EXIT
           PERFORM 4400-STAMP-USER THRU 4400-EXIT
           MOVE D15M-IMAGE-LINE TO MNTRPT-REC
           WRITE MNTRPT-REC.
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4400-STAMP-USER - PUT THE SUBMITTING USER ID ON THE BEFORE OR
      * AFTER IMAGE IN D15M-IMAGE-LINE.  THE IMAGE LINES NEVER REACH
      * COLUMN 50, SO THE USER WHO MADE THE CHANGE ALWAYS LANDS IN THE
      * SAME PLACE.
      ******************************************************************
       4400-STAMP-USER.
           MOVE 'USER' TO D15M-IMAGE-LINE(50:4)
           MOVE D15M-USER-ID TO D15M-IMAGE-LINE(55:8).
       4400-EXIT.
           EXIT.
      *
      ******************************************************************
      * 5000-WRITE-SUMMARY
      ******************************************************************
       5000-WRITE-SUMMARY.
           DISPLAY 'DAY15MT ABEND - LENSMST I-O FAILED'
           DISPLAY 'FILE STATUS : ' D15M-LENSMST-STATUS
           DISPLAY 'LABEL       : ' LENSMST-LABEL
           DISPLAY 'LIBRARY     : ' LENSMST-LIB
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9940-ABEND-LOCK-HELD.
           DISPLAY 'DAY15MT ABEND - RUN LOCK HELD BY ANOTHER RUN'
           DISPLAY 'HELD BY : ' D15M-LOCK-HOLDER(15:8)
           DISPLAY 'USER    : ' D15M-LOCK-HOLDER(23:8)
           DISPLAY 'SINCE   : ' D15M-LOCK-HOLDER(1:8) ' '
                   D15M-LOCK-HOLDER(9:6)
           DISPLAY 'ACTION  : WAIT FOR IT, OR RERUN WITH THE MNTCTL '
           EXIT.
      *
      ******************************************************************
      * 9800-SECURITY-VIOLATION - THE SUBMITTING USER MAY NOT DO WHAT
      * THIS RUN ASKS.  NOTHING HAS BEEN CHANGED YET; SAY SO ON THE
      * REPORT AND THE CONSOLE AND END RC=8.
      ******************************************************************
       9800-SECURITY-VIOLATION.
           IF D15M-USER-ID = SPACES
              MOVE '(NONE)' TO D15M-USER-ID
           END-IF
           MOVE SPACES TO MNTRPT-REC
           STRING '**** SECURITY VIOLATION - USER ' DELIMITED BY SIZE
                  D15M-USER-ID                      DELIMITED BY SPACE
                  ' NOT AUTHORIZED TO '             DELIMITED BY SIZE
                  D15M-SEC-ACTION                   DELIMITED BY '  '
                  ' ****'                           DELIMITED BY SIZE
                  INTO MNTRPT-REC
           WRITE MNTRPT-REC
           DISPLAY 'DAY15MT ' FUNCTION TRIM(MNTRPT-REC TRAILING)
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       9800-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9950-ABEND-BAD-CARD - AN UNRECOGNIZED OR MALFORMED MNTCTL
      * CARD.
      ******************************************************************
