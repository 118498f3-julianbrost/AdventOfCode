      *                     THE OVERRIDE IS NOTED ON RSRPT.  A
      *                     LIST-ONLY STEP WRITES NOTHING AND TAKES
      *                     NO LOCK.
      *   2026-10-15  JB   LENSMST NOW CARRIES THE LIBRARY CODE IN THE
      *                     TAIL OF ITS KEY.  THE RSTCTL CARD
      *                     LIBRARY=code (OR LIBRARY=DEFAULT) RESTORES
      *                     ONLY THAT LIBRARY: ITS LENSES ARE DELETED
      *                     FROM THE MASTER AND RELOADED FROM THE
      *                     GENERATION, WHILE EVERY OTHER LIBRARY IS
      *                     LEFT AS IT STANDS.  NO LIBRARY CARD (OR
      *                     LIBRARY=ALL) REBUILDS THE WHOLE MASTER AS
      *                     BEFORE.  RESTORED LINES SHOW THE LIBRARY.
      *   2026-10-15  JB   OPERATOR AUTHORITY.  THE SUBMITTING USER ID
      *                     IS LOOKED UP ON THE OPRAUTH FILE; A RESTORE
      *                     BY A USER WITHOUT THE RESTORE RIGHT (OR
      *                     MARKED SIMULATE-ONLY), OR CLEAR-LOCK=YES
      *                     WITHOUT THE BREAK-LOCK RIGHT, GETS A
      *                     SECURITY-VIOLATION LINE AND RC=8 BEFORE
      *                     ANYTHING IS TOUCHED.  A LIST-ONLY STEP
      *                     NEEDS NO RIGHT.  THE USER ID IS PRINTED
      *                     WITH THE RESTORE AND STAMPED ON RUNLOCK.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
           SELECT LENSMST-FILE ASSIGN TO "LENSMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LENSMST-KEY
               FILE STATUS IS D15S-LENSMST-STATUS.
           SELECT RSRPT-FILE ASSIGN TO "RSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOCK-FILE ASSIGN TO "RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15S-RUNLOCK-STATUS.
           SELECT OPTIONAL OPRAUTH-FILE ASSIGN TO "OPRAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15S-OPRAUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
       FD  LENSMST-FILE.
       01  LENSMST-REC.
           05  LENSMST-KEY.
               10  LENSMST-LABEL    PIC X(60).
               10  LENSMST-LIB      PIC X(4).
           05  LENSMST-BOX          PIC 9(3).
           05  LENSMST-SLOT         PIC 9(3).
           05  LENSMST-FOCAL        PIC 9(8).
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

       WORKING-STORAGE SECTION.
      *
          88 D15S-LENSMST-OK   VALUE '00'.
       77 D15S-RSTCTL-EOF      PIC 9(1)       VALUE 0.
       77 D15S-LENSBKP-EOF     PIC 9(1)       VALUE 0.
       01 D15S-OPRAUTH-STATUS  PIC X(2).
          88 D15S-OPRAUTH-FOUND VALUE '00'.
       77 D15S-OPRAUTH-EOF     PIC 9(1)       VALUE 0.
      *
      * ---------------------------------------------------------------
      * RUN-LOCK WORK AREA - SAME DISCIPLINE AS DAY15: TAKE THE LOCK
       01 D15S-RUN-TIME        PIC X(8).
      *
      * ---------------------------------------------------------------
      * OPERATOR AUTHORITY - THE SUBMITTING USER'S RIGHTS AS FOUND ON
      * OPRAUTH.  NO CARD FOR THE USER, OR NO FILE AT ALL, LEAVES
      * EVERY RIGHT UNSET.
      * ---------------------------------------------------------------
       01 D15S-USER-ID         PIC X(8)       VALUE SPACES.
       01 D15S-AUTH-FLAGS      PIC X(5)       VALUE SPACES.
       01 D15S-AUTH-VIEW REDEFINES D15S-AUTH-FLAGS.
          05 D15S-AUTH-MAINT-SW   PIC X(1).
             88 D15S-AUTH-MAINTAIN VALUE 'Y'.
          05 D15S-AUTH-RESTORE-SW PIC X(1).
             88 D15S-AUTH-RESTORE  VALUE 'Y'.
          05 D15S-AUTH-REGISTER-SW PIC X(1).
             88 D15S-AUTH-REGISTER VALUE 'Y'.
          05 D15S-AUTH-BRKLOCK-SW PIC X(1).
             88 D15S-AUTH-BRKLOCK  VALUE 'Y'.
          05 D15S-AUTH-SIMONLY-SW PIC X(1).
             88 D15S-AUTH-SIMONLY  VALUE 'Y'.
       01 D15S-SEC-ACTION      PIC X(40).
      *
      * ---------------------------------------------------------------
      * CONTROL-CARD WORK AREA
      * ---------------------------------------------------------------
       01 D15S-CTL-CARD        PIC X(80).
       77 D15S-WANT-GEN        PIC 9(8)  COMP VALUE 0.
      *
      * ---------------------------------------------------------------
      * LIBRARY SELECTION - LIBRARY=code OR LIBRARY=DEFAULT RESTORES
      * THAT ONE LIBRARY; WITHOUT IT THE WHOLE MASTER IS REBUILT.
      * THE DEFAULT LIBRARY IS STORED AS SPACES.
      * ---------------------------------------------------------------
       01 D15S-LIBRARY         PIC X(4)       VALUE SPACES.
       01 D15S-LIB-SEL-SW      PIC X(1)       VALUE 'N'.
          88 D15S-LIB-SELECTED VALUE 'Y'.
       01 D15S-LIB-OUT         PIC X(7).
       77 D15S-K               PIC 9(3)  COMP VALUE 0.
      *
      * ---------------------------------------------------------------
      * STANDALONE COUNTERS AND SWITCHES
      * ---------------------------------------------------------------
       77 D15S-GEN-COUNT       PIC 9(3)  COMP VALUE 0.
       77 D15S-REC-COUNT       PIC 9(8)  COMP VALUE 0.
       77 D15S-RST-COUNT       PIC 9(8)  COMP VALUE 0.
       77 D15S-DTL-COUNT       PIC 9(8)  COMP VALUE 0.
       77 D15S-DRP-COUNT       PIC 9(8)  COMP VALUE 0.
       77 D15S-G               PIC 9(8)  COMP VALUE 0.
       77 D15S-I               PIC 9(8)  COMP VALUE 0.
       77 D15S-END-IDX         PIC 9(8)  COMP VALUE 0.
          05 FILLER            PIC X(77).
       01 D15S-BKP-DTL-LAYOUT REDEFINES D15S-BKP-WORK.
          05 D15S-BKD-TYPE     PIC X(1).
          05 D15S-BKD-LABEL    PIC X(60).
          05 D15S-BKD-LIB      PIC X(4).
          05 D15S-BKD-BOX      PIC 9(3).
          05 D15S-BKD-SLOT     PIC 9(3).
          05 D15S-BKD-FOCAL    PIC 9(8).
           MOVE 'LENS MASTER RESTORE REPORT' TO RSRPT-REC
           WRITE RSRPT-REC
           MOVE '--------------------------' TO RSRPT-REC
           WRITE RSRPT-REC
           IF D15S-LIB-SELECTED
              PERFORM 1300-SET-LIB-OUT THRU 1300-EXIT
              MOVE SPACES TO RSRPT-REC
              STRING 'LIBRARY: '          DELIMITED BY SIZE
                     D15S-LIB-OUT         DELIMITED BY SIZE
                     INTO RSRPT-REC
              WRITE RSRPT-REC
           END-IF
           PERFORM 1400-CHECK-AUTHORITY THRU 1400-EXIT.
       1000-EXIT.
           EXIT.
      *
              WHEN D15S-CTL-LEN = 13 AND
                   D15S-CTL-CARD(1:13) = 'CLEAR-LOCK=NO'
                 MOVE 'N' TO D15S-OPT-CLRLOCK-SW
              WHEN D15S-CTL-CARD(1:8) = 'LIBRARY='
                 PERFORM 1200-LIBRARY-VALUE THRU 1200-EXIT
              WHEN OTHER
                 PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-EVALUATE.
           EXIT.
      *
      ******************************************************************
      * 1200-LIBRARY-VALUE - THE TEXT AFTER LIBRARY= IS THE 1 TO 4
      * CHARACTER LIBRARY CODE, WITH NO EMBEDDED BLANKS, OR DEFAULT
      * FOR THE DEFAULT (SPACES) LIBRARY.  ALL SELECTS THE WHOLE
      * MASTER, THE SAME AS NO LIBRARY CARD AT ALL.
      ******************************************************************
       1200-LIBRARY-VALUE.
           MOVE SPACES TO D15S-LIBRARY
           MOVE 'Y' TO D15S-LIB-SEL-SW
           IF D15S-CTL-LEN = 15 AND D15S-CTL-CARD(9:7) = 'DEFAULT'
              GO TO 1200-EXIT
           END-IF
           IF D15S-CTL-LEN = 11 AND D15S-CTL-CARD(9:3) = 'ALL'
              MOVE 'N' TO D15S-LIB-SEL-SW
              GO TO 1200-EXIT
           END-IF
           IF D15S-CTL-LEN < 9 OR D15S-CTL-LEN > 12
              PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-IF
           PERFORM 1210-CHECK-LIB-CHAR THRU 1210-EXIT
               VARYING D15S-K FROM 9 BY 1 UNTIL D15S-K > D15S-CTL-LEN
           MOVE D15S-CTL-CARD(9:D15S-CTL-LEN - 8) TO D15S-LIBRARY.
       1200-EXIT.
           EXIT.
      *
       1210-CHECK-LIB-CHAR.
           IF D15S-CTL-CARD(D15S-K:1) = SPACE
              PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-IF.
       1210-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1300-SET-LIB-OUT - PRINTABLE FORM OF A LIBRARY CODE; THE
      * DEFAULT (SPACES) LIBRARY PRINTS AS DEFAULT.
      ******************************************************************
       1300-SET-LIB-OUT.
           IF D15S-LIBRARY = SPACES
              MOVE 'DEFAULT' TO D15S-LIB-OUT
           ELSE
              MOVE D15S-LIBRARY TO D15S-LIB-OUT
           END-IF.
       1300-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1400-CHECK-AUTHORITY - LOOK THE SUBMITTING USER UP ON OPRAUTH.
      * A LIST-ONLY STEP CHANGES NOTHING AND NEEDS NO RIGHT; A RESTORE
      * NEEDS THE RESTORE RIGHT, AND CLEAR-LOCK=YES NEEDS BREAK-LOCK.
      ******************************************************************
       1400-CHECK-AUTHORITY.
           ACCEPT D15S-USER-ID FROM ENVIRONMENT 'USER'
               ON EXCEPTION
                  MOVE SPACES TO D15S-USER-ID
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(D15S-USER-ID) TO D15S-USER-ID
           MOVE SPACES TO D15S-AUTH-FLAGS
           OPEN INPUT OPRAUTH-FILE
           IF D15S-OPRAUTH-FOUND
              PERFORM 1410-READ-ONE-AUTH THRU 1410-EXIT
                  UNTIL D15S-OPRAUTH-EOF = 1
              CLOSE OPRAUTH-FILE
           END-IF
           IF D15S-WANT-GEN > 0 AND
              (NOT D15S-AUTH-RESTORE OR D15S-AUTH-SIMONLY)
              MOVE 'RESTORE A GENERATION' TO D15S-SEC-ACTION
              PERFORM 9800-SECURITY-VIOLATION THRU 9800-EXIT
           END-IF
           IF D15S-OPT-CLRLOCK AND
              (NOT D15S-AUTH-BRKLOCK OR D15S-AUTH-SIMONLY)
              MOVE 'BREAK THE RUN LOCK' TO D15S-SEC-ACTION
              PERFORM 9800-SECURITY-VIOLATION THRU 9800-EXIT
           END-IF.
       1400-EXIT.
           EXIT.
      *
       1410-READ-ONE-AUTH.
           READ OPRAUTH-FILE
               AT END
                  MOVE 1 TO D15S-OPRAUTH-EOF
                  GO TO 1410-EXIT
           END-READ
           IF AUTH-USER = SPACES OR OPRAUTH-REC(1:1) = '*'
              GO TO 1410-EXIT
           END-IF
           IF AUTH-USER = D15S-USER-ID
              MOVE AUTH-FLAGS TO D15S-AUTH-FLAGS
              MOVE 1 TO D15S-OPRAUTH-EOF
           END-IF.
       1410-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2000-LOAD-BACKUP - PULL THE WHOLE BACKUP FILE INTO STORAGE,
      * NOTING EACH GENERATION HEADER.  A DETAIL BEFORE THE FIRST
      * HEADER, AN UNKNOWN RECORD TYPE OR AN OVERFLOWING FILE MEANS
      * CHOSEN GENERATION'S DETAIL RECORDS AND PRINT EVERY RECORD
      * RESTORED.  A RESTORED COUNT THAT DISAGREES WITH THE HEADER'S
      * MEANS THE BACKUP LOST RECORDS SOMEWHERE, AND A MASTER REBUILT
      * FROM IT CANNOT BE TRUSTED.  A GENERATION ALWAYS HOLDS THE
      * WHOLE MASTER, SO WHEN ONE LIBRARY IS BEING RESTORED THE
      * HEADER IS CHECKED AGAINST EVERY DETAIL IN THE GENERATION, AND
      * ONLY THAT LIBRARY'S LENSES ARE DROPPED AND RELOADED.
      ******************************************************************
       4000-RESTORE-GENERATION.
           IF D15S-WANT-GEN > D15S-GEN-COUNT
                  ') TO LENSMST'                   DELIMITED BY SIZE
                  INTO RSRPT-REC
           WRITE RSRPT-REC
           MOVE SPACES TO RSRPT-REC
           STRING 'RESTORE REQUESTED BY USER '     DELIMITED BY SIZE
                  D15S-USER-ID                     DELIMITED BY SIZE
                  INTO RSRPT-REC
           WRITE RSRPT-REC
           IF D15S-WANT-GEN < D15S-GEN-COUNT
              COMPUTE D15S-END-IDX =
                      D15S-GEN-START(D15S-WANT-GEN + 1) - 1
              MOVE D15S-REC-COUNT TO D15S-END-IDX
           END-IF
           PERFORM 4500-ACQUIRE-LOCK THRU 4500-EXIT
           IF D15S-LIB-SELECTED
              OPEN I-O LENSMST-FILE
              IF NOT D15S-LENSMST-OK
                 PERFORM 9940-ABEND-LENSMST THRU 9940-EXIT
              END-IF
              PERFORM 4050-DROP-ONE-LENS THRU 4050-EXIT
                  UNTIL NOT D15S-LENSMST-OK
           ELSE
              OPEN OUTPUT LENSMST-FILE
              IF NOT D15S-LENSMST-OK
                 PERFORM 9940-ABEND-LENSMST THRU 9940-EXIT
              END-IF
           END-IF
           COMPUTE D15S-I = D15S-GEN-START(D15S-WANT-GEN) + 1
           PERFORM 4100-RESTORE-ONE-RECORD THRU 4100-EXIT
               UNTIL D15S-I > D15S-END-IDX
           CLOSE LENSMST-FILE
           IF D15S-DTL-COUNT NOT = D15S-GEN-LENSES(D15S-WANT-GEN)
              PERFORM 9990-ABEND-BKP-DAMAGED THRU 9990-EXIT
           END-IF
           MOVE SPACES TO RSRPT-REC
           WRITE RSRPT-REC
           IF D15S-LIB-SELECTED
              MOVE D15S-DRP-COUNT TO D15S-CNT-OUT
              MOVE SPACES TO RSRPT-REC
              STRING 'LENSES DROPPED    : ' DELIMITED BY SIZE
                     D15S-CNT-OUT           DELIMITED BY SIZE
                     INTO RSRPT-REC
              WRITE RSRPT-REC
           END-IF
           MOVE D15S-RST-COUNT TO D15S-CNT-OUT
           MOVE SPACES TO RSRPT-REC
           STRING 'LENSES RESTORED   : ' DELIMITED BY SIZE
                  D15S-CNT-OUT           DELIMITED BY SIZE
           WRITE RSRPT-REC.
       4000-EXIT.
           EXIT.
      *
       4050-DROP-ONE-LENS.
           READ LENSMST-FILE NEXT
               AT END GO TO 4050-EXIT
           END-READ
           IF NOT D15S-LENSMST-OK
              GO TO 4050-EXIT
           END-IF
           IF LENSMST-LIB = D15S-LIBRARY
              DELETE LENSMST-FILE RECORD
              IF NOT D15S-LENSMST-OK
                 PERFORM 9940-ABEND-LENSMST THRU 9940-EXIT
              END-IF
              ADD 1 TO D15S-DRP-COUNT
           END-IF.
       4050-EXIT.
           EXIT.
      *
       4100-RESTORE-ONE-RECORD.
           MOVE D15S-BKP-REC-T(D15S-I) TO D15S-BKP-WORK
              D15S-BKD-FOCAL NOT NUMERIC
              PERFORM 9990-ABEND-BKP-DAMAGED THRU 9990-EXIT
           END-IF
           ADD 1 TO D15S-DTL-COUNT
           IF D15S-LIB-SELECTED AND D15S-BKD-LIB NOT = D15S-LIBRARY
              ADD 1 TO D15S-I
              GO TO 4100-EXIT
           END-IF
           MOVE D15S-BKD-LABEL TO LENSMST-LABEL
           MOVE D15S-BKD-LIB TO LENSMST-LIB
           MOVE D15S-BKD-BOX TO LENSMST-BOX
           MOVE D15S-BKD-SLOT TO LENSMST-SLOT
           MOVE D15S-BKD-FOCAL TO LENSMST-FOCAL
           MOVE D15S-BKD-BOX TO D15S-BOX-OUT
           MOVE D15S-BKD-SLOT TO D15S-SLOT-OUT
           MOVE D15S-BKD-FOCAL TO D15S-FOCAL-OUT
           IF D15S-BKD-LIB = SPACES
              MOVE 'DEFAULT' TO D15S-LIB-OUT
           ELSE
              MOVE D15S-BKD-LIB TO D15S-LIB-OUT
           END-IF
           MOVE SPACES TO RSRPT-REC
           STRING '  RESTORED '        DELIMITED BY SIZE
                  D15S-BKD-LABEL       DELIMITED BY SPACE
                  D15S-SLOT-OUT        DELIMITED BY SIZE
                  ' FOCAL '            DELIMITED BY SIZE
                  D15S-FOCAL-OUT       DELIMITED BY SIZE
                  ' LIBRARY '          DELIMITED BY SIZE
                  D15S-LIB-OUT         DELIMITED BY SPACE
                  INTO RSRPT-REC
           WRITE RSRPT-REC
           ADD 1 TO D15S-I.
           ACCEPT D15S-RUN-TIME FROM TIME
           MOVE D15S-RUN-TIME(1:6) TO LOCK-TIME
           MOVE 'DAY15RS' TO LOCK-JOB
           MOVE D15S-USER-ID TO LOCK-USER
           WRITE RUNLOCK-REC
           CLOSE RUNLOCK-FILE
           MOVE 1 TO D15S-LOCK-HELD.
       9930-ABEND-LOCK-HELD.
           DISPLAY 'DAY15RS ABEND - RUN LOCK HELD BY ANOTHER RUN'
           DISPLAY 'HELD BY : ' D15S-LOCK-HOLDER(15:8)
           DISPLAY 'USER    : ' D15S-LOCK-HOLDER(23:8)
           DISPLAY 'SINCE   : ' D15S-LOCK-HOLDER(1:8) ' '
                   D15S-LOCK-HOLDER(9:6)
           DISPLAY 'ACTION  : WAIT FOR IT, OR RERUN WITH THE RSTCTL '
           EXIT.
      *
      ******************************************************************
      * 9800-SECURITY-VIOLATION - THE SUBMITTING USER MAY NOT DO WHAT
      * THIS RUN ASKS.  NOTHING HAS BEEN CHANGED YET; SAY SO ON THE
      * REPORT AND THE CONSOLE AND END RC=8.
      ******************************************************************
       9800-SECURITY-VIOLATION.
           IF D15S-USER-ID = SPACES
              MOVE '(NONE)' TO D15S-USER-ID
           END-IF
           MOVE SPACES TO RSRPT-REC
           STRING '**** SECURITY VIOLATION - USER ' DELIMITED BY SIZE
                  D15S-USER-ID                      DELIMITED BY SPACE
                  ' NOT AUTHORIZED TO '             DELIMITED BY SIZE
                  D15S-SEC-ACTION                   DELIMITED BY '  '
                  ' ****'                           DELIMITED BY SIZE
                  INTO RSRPT-REC
           WRITE RSRPT-REC
           DISPLAY 'DAY15RS ' FUNCTION TRIM(RSRPT-REC TRAILING)
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       9800-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9950-ABEND-BAD-CARD - AN UNRECOGNIZED OR MALFORMED CONTROL
      * CARD.  A RESTORE STEERED BY A GUESSED CARD COULD OVERWRITE THE
      * MASTER WITH THE WRONG ARRANGEMENT, SO STOP.
