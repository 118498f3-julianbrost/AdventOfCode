      *                     SEQUENCE NOBODY STAGED CAN NO LONGER SLIP
      *                     BY UNNOTICED.  SOURCE=INITSEQ (THE
      *                     DEFAULT) KEEPS TODAY'S BEHAVIOUR.
      *   2026-10-15  JB   SEVERAL LENS ROOMS (LIBRARIES) NOW SHARE
      *                     ONE SET OF FILES.  THE RUNCTL CARD
      *                     LIBRARY=code (1-4 CHARACTERS) NAMES THE
      *                     LIBRARY THE RUN BELONGS TO; THE CODE IS
      *                     CARRIED IN THE TAIL OF THE LENSMST KEY, ON
      *                     EVERY EXTRACT RECORD, ON RUNHIST, ON THE
      *                     TXNLOG SEQUENCE MARKER (" LIB=code" FROM
      *                     COLUMN 38) AND ON THE LENSBKP DETAIL.  THE
      *                     LENSMST REWRITE NOW REPLACES ONLY THAT
      *                     LIBRARY'S LENSES, LEAVING THE OTHERS AS
      *                     THEY STAND, AND SOURCE=QUEUE TAKES ONLY THAT
      *                     LIBRARY'S QUEUE ENTRIES.  NO CARD (OR
      *                     LIBRARY=DEFAULT) IS THE DEFAULT LIBRARY,
      *                     STORED AS SPACES, WHICH IS WHAT EVERY
      *                     RECORD WRITTEN BEFORE THIS CHANGE READS AS,
      *                     SO EXISTING FILES NEED NO CONVERSION.  A
      *                     LABEL LONGER THAN 60 CHARACTERS WOULD RUN
      *                     INTO THE CODE AND IS NOW REJECTED (LLEN).
      *   2026-10-15  JB   OPERATOR AUTHORITY.  THE SUBMITTING USER ID
      *                     IS LOOKED UP ON THE OPRAUTH FILE BEFORE ANY
      *                     OPERATIONAL FILE IS TOUCHED.  A PRODUCTION
      *                     RUN REWRITES THE LENS MASTER AND NEEDS THE
      *                     MAINTAIN RIGHT (A USER MARKED SIMULATE-ONLY
      *                     MAY ONLY RUN MODE=SIMULATE); A SIMULATION
      *                     NEEDS ONLY AN OPRAUTH ENTRY; CLEAR-LOCK=YES
      *                     NEEDS THE BREAK-LOCK RIGHT.  A REFUSED RUN
      *                     GETS A SECURITY-VIOLATION LINE ON BOXRPT
      *                     AND ENDS RC=8.  THE USER ID IS STAMPED ON
      *                     THE RUNLOCK RECORD, AND SEQQUE'S NEW
      *                     QUE-USER FIELD (THE REGISTERING USER) IS
      *                     CARRIED THROUGH THE QUEUE REWRITE.
      *   2026-10-15  JB   THE FIRST REJECT OR CATALOG WARNING OF A
      *                     SEQUENCE NOW WRITES A "SEQUENCE NNNN
      *                     EXCEPTIONS" HEADING (WITH THE SEQUENCE
      *                     NAME WHEN THERE IS ONE) TO XCPRPT, SO THE
      *                     REPORT ARCHIVE (DAY15RA) CAN FILE EACH
      *                     EXCEPTION UNDER ITS SEQUENCE.  LOOKUP
      *                     REJECTS, WHICH BELONG TO NO SEQUENCE, STAY
      *                     UNHEADED.
      *   2026-10-15  JB   THE LENSBKP GENERATION HEADER NOW CARRIES THE
      *                     LIBRARY CODE OF THE RUN THAT WROTE IT
      *                     (COLUMNS 24-27, SPACES FOR THE DEFAULT
      *                     LIBRARY), SO DAY15FP CAN TAKE ITS WAS
      *                     FIGURES FROM ITS OWN LIBRARY'S LAST RUN.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
           SELECT LENSMST-FILE ASSIGN TO "LENSMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LENSMST-KEY
               FILE STATUS IS D15-LENSMST-STATUS.
           SELECT OPTIONAL LENSBKP-FILE ASSIGN TO "LENSBKP"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT OPTIONAL SEQQUE-FILE ASSIGN TO "SEQQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15-SEQQUE-STATUS.
           SELECT OPTIONAL OPRAUTH-FILE ASSIGN TO "OPRAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15-OPRAUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CHKPT-H-STEPS        PIC 9(8).
           05  CHKPT-H-RESULT1      PIC 9(8).
           05  CHKPT-H-SEQCHECK     PIC 9(8).
           05  CHKPT-H-LIB          PIC X(4).
           05  FILLER               PIC X(71).
       01  CHKPT-ENT-LAYOUT REDEFINES CHKPT-REC.
           05  CHKPT-E-TYPE         PIC X(1).
           05  CHKPT-E-BOX          PIC 9(3).
           05  EXTR-H-TYPE          PIC X(1).
           05  EXTR-H-SEQ           PIC 9(4).
           05  EXTR-H-NAME          PIC X(20).
           05  FILLER               PIC X(71).
           05  EXTR-H-LIB           PIC X(4).
       01  EXTR-DTL-LAYOUT REDEFINES EXTRACT-REC.
           05  EXTR-D-TYPE          PIC X(1).
           05  EXTR-D-SEQ           PIC 9(4).
           05  EXTR-D-SLOT          PIC 9(3).
           05  EXTR-D-LABEL         PIC X(64).
           05  EXTR-D-FOCAL         PIC 9(8).
           05  FILLER               PIC X(13).
           05  EXTR-D-LIB           PIC X(4).
       01  EXTR-STA-LAYOUT REDEFINES EXTRACT-REC.
           05  EXTR-S-TYPE          PIC X(1).
           05  EXTR-S-SEQ           PIC 9(4).
           05  EXTR-S-DELS          PIC 9(8).
           05  EXTR-S-LABELS        PIC 9(8).
           05  EXTR-S-MAXBOX        PIC 9(3).
           05  FILLER               PIC X(56).
           05  EXTR-S-LIB           PIC X(4).
       01  EXTR-RES-LAYOUT REDEFINES EXTRACT-REC.
           05  EXTR-R-TYPE          PIC X(1).
           05  EXTR-R-SEQ           PIC 9(4).
           05  EXTR-R-RESULT1       PIC 9(8).
           05  EXTR-R-RESULT2       PIC 9(8).
           05  FILLER               PIC X(75).
           05  EXTR-R-LIB           PIC X(4).
      *
       FD  RUNCTL-FILE.
       01  RUNCTL-REC               PIC X(80).
           05  RUNH-RESULT1         PIC 9(8).
           05  RUNH-RESULT2         PIC 9(8).
           05  RUNH-SEQNAME         PIC X(20).
           05  RUNH-LIB             PIC X(4).
           05  FILLER               PIC X(8).
      *
       FD  LENSMST-FILE.
      *    THE KEY IS THE LABEL PLUS THE LIBRARY CODE IN ITS LAST FOUR
      *    BYTES - THE SAME 64 BYTES THE LABEL ALONE USED TO OCCUPY, SO
      *    A MASTER WRITTEN BEFORE LIBRARIES EXISTED READS AS THE
      *    DEFAULT (SPACES) LIBRARY WITHOUT A CONVERSION
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
       FD  SEQQUE-FILE
           RECORDING MODE IS F.
       01  SEQQUE-REC               PIC X(20532).
       01  SEQQUE-LAYOUT REDEFINES SEQQUE-REC.
           05  QUE-STATUS           PIC X(1).
           05  QUE-EFF-DATE         PIC X(8).
           05  QUE-SEQNAME          PIC X(20).
           05  QUE-TEXT             PIC X(20480).
           05  FILLER               PIC X(3).
      *    ENTRIES REGISTERED BEFORE THE LIBRARY CODE EXISTED ARE
      *    SHORTER AND READ BACK WITH IT SPACES - THE DEFAULT LIBRARY
           05  QUE-LIB              PIC X(4).
           05  QUE-USER             PIC X(8).
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
          88 D15-OPT-QUEUE     VALUE 'Q'.
      *
      * ---------------------------------------------------------------
      * LIBRARY WORK AREA - EACH LENS ROOM RUNS AGAINST THE SHARED
      * FILES UNDER ITS OWN LIBRARY CODE (RUNCTL CARD LIBRARY=code).
      * SPACES IS THE DEFAULT LIBRARY: IT IS WHAT EVERY RECORD WRITTEN
      * BEFORE LIBRARIES EXISTED READS BACK AS, SO A SINGLE-SITE SHOP
      * NEVER CODES THE CARD.  ONLY THIS LIBRARY'S LENSES ARE DROPPED
      * AND REWRITTEN ON LENSMST; EVERY OTHER LIBRARY'S STAND.
      * ---------------------------------------------------------------
       01 D15-LIBRARY          PIC X(4)       VALUE SPACES.
       01 D15-CKPT-LIB         PIC X(4)       VALUE SPACES.
      *
      * ---------------------------------------------------------------
      * SEQUENCE QUEUE WORK AREA - THE EFFECTIVE-DATED RELEASE QUEUE
      * DAY15RG REGISTERS INTO.  UNDER SOURCE=QUEUE THE WHOLE FILE IS
      * HELD HERE, THE ENTRIES DUE ON OR BEFORE THE RUN DATE ARE
             05 D15-QUE-RUN-T     PIC X(8).
             05 D15-QUE-NAME-T    PIC X(20).
             05 D15-QUE-TEXT-T    PIC X(20480).
             05 D15-QUE-LIB-T     PIC X(4).
             05 D15-QUE-USER-T    PIC X(8).
      *       PICKED ALREADY IN THIS RUN - KEPT APART FROM THE DURABLE
      *       STATUS BYTE SO A SIMULATED RUN CAN WALK THE DUE ENTRIES
      *       WITHOUT EVER MARKING THE FILE
       01 D15-LOCK-HOLDER      PIC X(80).
      *
      * ---------------------------------------------------------------
      * OPERATOR AUTHORITY - THE SUBMITTING USER'S RIGHTS AS FOUND ON
      * OPRAUTH.  NO CARD FOR THE USER, OR NO FILE AT ALL, LEAVES
      * EVERY RIGHT UNSET AND THE USER OFF FILE.
      * ---------------------------------------------------------------
       01 D15-OPRAUTH-STATUS   PIC X(2).
          88 D15-OPRAUTH-FOUND VALUE '00'.
       77 D15-OPRAUTH-EOF      PIC 9(1)       VALUE 0.
       77 D15-AUTH-ON-FILE     PIC 9(1)       VALUE 0.
       01 D15-USER-ID          PIC X(8)       VALUE SPACES.
       01 D15-AUTH-FLAGS       PIC X(5)       VALUE SPACES.
       01 D15-AUTH-VIEW REDEFINES D15-AUTH-FLAGS.
          05 D15-AUTH-MAINT-SW    PIC X(1).
             88 D15-AUTH-MAINTAIN  VALUE 'Y'.
          05 D15-AUTH-RESTORE-SW  PIC X(1).
             88 D15-AUTH-RESTORE   VALUE 'Y'.
          05 D15-AUTH-REGISTER-SW PIC X(1).
             88 D15-AUTH-REGISTER  VALUE 'Y'.
          05 D15-AUTH-BRKLOCK-SW  PIC X(1).
             88 D15-AUTH-BRKLOCK   VALUE 'Y'.
          05 D15-AUTH-SIMONLY-SW  PIC X(1).
             88 D15-AUTH-SIMONLY   VALUE 'Y'.
       01 D15-SEC-ACTION       PIC X(40).
      *
      * ---------------------------------------------------------------
      * BOX CAPACITY AND DISTRIBUTION WORK AREA - EACH BOX HOLDS AT
      * MOST 256 LENSES, AND THE ONLY SIGNAL USED TO BE THE OVERFLOW
      * ABEND WHEN ONE FILLED.  THIS SECTION COUNTS EACH OCCUPIED
          05 D15-BKH-DATE      PIC X(8).
          05 D15-BKH-TIME      PIC X(6).
          05 D15-BKH-COUNT     PIC 9(8).
          05 D15-BKH-LIB       PIC X(4).
          05 FILLER            PIC X(73).
       01 D15-BKP-DTL-LAYOUT REDEFINES D15-BKP-WORK.
          05 D15-BKD-TYPE      PIC X(1).
          05 D15-BKD-LABEL     PIC X(60).
          05 D15-BKD-LIB       PIC X(4).
          05 D15-BKD-BOX       PIC 9(3).
          05 D15-BKD-SLOT      PIC 9(3).
          05 D15-BKD-FOCAL     PIC 9(8).
      *    AND ITS CORRECTION CARDS NEVER HAVE TO PARSE REPORT TEXT
       01 D15-REJECT-CODE       PIC X(4).
       77 D15-XCP-TEXT-LEN      PIC 9(3)  COMP VALUE 0.
      *    SET ONCE THE CURRENT SEQUENCE'S XCPRPT HEADING IS WRITTEN
       77 D15-XCP-HDR-DONE      PIC 9(1)       VALUE 0.
      *
      * ---------------------------------------------------------------
      * SUSPENSE FILE WORK AREA
           OPEN OUTPUT BOXRPT-FILE
           OPEN OUTPUT XCPRPT-FILE
           ACCEPT D15-RUN-DATE FROM DATE YYYYMMDD
           IF D15-LIBRARY NOT = SPACES
              MOVE SPACES TO BOXRPT-REC
              STRING 'LIBRARY: '                  DELIMITED BY SIZE
                     D15-LIBRARY                  DELIMITED BY SPACE
                     INTO BOXRPT-REC
              WRITE BOXRPT-REC
           END-IF
           PERFORM 1600-CHECK-AUTHORITY THRU 1600-EXIT
           IF D15-OPT-SIMULATE
      *       A SIMULATED RUN LEAVES EVERY OPERATIONAL FILE ALONE:
      *       NO RUNHIST APPEND, NO CHECKPOINT LOAD, NO TXNLOG OPEN
           ACCEPT D15-RUN-TIME FROM TIME
           MOVE D15-RUN-TIME(1:6) TO LOCK-TIME
           MOVE 'DAY15' TO LOCK-JOB
           MOVE D15-USER-ID TO LOCK-USER
           WRITE RUNLOCK-REC
           CLOSE RUNLOCK-FILE
           MOVE 1 TO D15-LOCK-HELD.
      * 1200-READ-RUN-CONTROL - PICK UP THE OPERATOR'S CONTROL CARDS.
      * RECOGNIZED CARDS: CKPT-INTERVAL=N, LEDGER=YES/NO,
      * STATS=YES/NO, RESULTS=YES/NO, REJECT-TOLERANCE=N,
      * KEEP-GENERATIONS=N, LIBRARY=code.  AN
      * UNRECOGNIZED OR MALFORMED CARD IS A TYPO UNTIL PROVEN
      * OTHERWISE, AND A RUN STEERED BY A GUESSED KNOB IS WORSE THAN
      * NO RUN, SO IT ABENDS.
                 PERFORM 1220-NUMERIC-VALUE THRU 1220-EXIT
                 MOVE FUNCTION NUMVAL(D15-CTL-CARD(18:D15-CTL-VLEN))
                                                 TO D15-REJ-TOLERANCE
              WHEN D15-CTL-CARD(1:8) = 'LIBRARY='
                 PERFORM 1240-LIBRARY-VALUE THRU 1240-EXIT
              WHEN OTHER
                 PERFORM 9910-ABEND-RUNCTL-CARD THRU 9910-EXIT
           END-EVALUATE.
           EXIT.
      *
      ******************************************************************
      * 1240-LIBRARY-VALUE - THE TEXT AFTER LIBRARY= IS THE 1 TO 4
      * CHARACTER LIBRARY CODE, WITH NO EMBEDDED BLANKS, OR THE WORD
      * DEFAULT FOR THE DEFAULT (SPACES) LIBRARY.  ALL IS RESERVED FOR
      * THE REPORTS THAT SPAN EVERY LIBRARY - A RUN REPLACES EXACTLY
      * ONE LIBRARY'S ARRANGEMENT.
      ******************************************************************
       1240-LIBRARY-VALUE.
           MOVE SPACES TO D15-LIBRARY
           IF D15-CTL-LEN = 15 AND D15-CTL-CARD(9:7) = 'DEFAULT'
              GO TO 1240-EXIT
           END-IF
           IF D15-CTL-LEN < 9 OR D15-CTL-LEN > 12
              PERFORM 9910-ABEND-RUNCTL-CARD THRU 9910-EXIT
           END-IF
           IF D15-CTL-LEN = 11 AND D15-CTL-CARD(9:3) = 'ALL'
              PERFORM 9910-ABEND-RUNCTL-CARD THRU 9910-EXIT
           END-IF
           PERFORM 1241-CHECK-LIB-CHAR THRU 1241-EXIT
               VARYING D15-I FROM 9 BY 1 UNTIL D15-I > D15-CTL-LEN
           MOVE D15-CTL-CARD(9:D15-CTL-LEN - 8) TO D15-LIBRARY.
       1240-EXIT.
           EXIT.
      *
       1241-CHECK-LIB-CHAR.
           IF D15-CTL-CARD(D15-I:1) = SPACE
              PERFORM 9910-ABEND-RUNCTL-CARD THRU 9910-EXIT
           END-IF.
       1241-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1300-LOAD-CATALOG - LOAD THE OPTIONAL LENS CATALOG MASTER INTO
      * THE SORTED IN-MEMORY TABLE.  EACH RECORD CARRIES AN AUTHORIZED
      * LABEL AND ITS PERMITTED FOCAL RANGE.  A MISSING FILE LEAVES
      * SIMULATION TABLE SO EACH PROJECTED ARRANGEMENT CAN BE DIFFED
      * AGAINST IT.  RECORDS ARE INSERTED AT THEIR SORTED POSITION SO
      * THE TABLE IS BINARY-SEARCHABLE NO MATTER WHAT ORDER THE
      * MASTER DELIVERS THEM IN.  ONLY THE RUN'S OWN LIBRARY IS
      * LOADED - IT IS THE ONLY ARRANGEMENT THE RUN WOULD REPLACE.  NO
      * MASTER ON FILE SIMPLY MEANS EVERY PROJECTED LENS REPORTS AS AN
      * ADDITION.
      ******************************************************************
       1400-LOAD-SIM-MASTER.
           OPEN INPUT LENSMST-FILE
           IF D15-LENSMST-STATUS NOT = '00'
              GO TO 1410-EXIT
           END-IF
           IF LENSMST-LIB NOT = D15-LIBRARY
              GO TO 1410-EXIT
           END-IF
           IF D15-SIM-COUNT >= 10000
              PERFORM 9915-ABEND-SIM-MASTER THRU 9915-EXIT
           END-IF
           MOVE QUE-RUN-DATE TO D15-QUE-RUN-T(D15-QUE-COUNT)
           MOVE QUE-SEQNAME TO D15-QUE-NAME-T(D15-QUE-COUNT)
           MOVE QUE-TEXT TO D15-QUE-TEXT-T(D15-QUE-COUNT)
           MOVE QUE-LIB TO D15-QUE-LIB-T(D15-QUE-COUNT)
           MOVE QUE-USER TO D15-QUE-USER-T(D15-QUE-COUNT)
           MOVE 0 TO D15-QUE-SEEN-T(D15-QUE-COUNT).
       1510-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1600-CHECK-AUTHORITY - LOOK THE SUBMITTING USER UP ON OPRAUTH
      * BEFORE THE LOCK IS TAKEN OR ANY OPERATIONAL FILE IS OPENED.  A
      * SIMULATION CHANGES NOTHING, SO ANY USER ON FILE MAY RUN ONE; A
      * PRODUCTION RUN REWRITES THE LENS MASTER AND NEEDS THE MAINTAIN
      * RIGHT; BREAKING THE RUN LOCK NEEDS THE BREAK-LOCK RIGHT.
      * SIMULATE-ONLY OVERRIDES THE OTHER RIGHTS.
      ******************************************************************
       1600-CHECK-AUTHORITY.
           ACCEPT D15-USER-ID FROM ENVIRONMENT 'USER'
               ON EXCEPTION
                  MOVE SPACES TO D15-USER-ID
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(D15-USER-ID) TO D15-USER-ID
           MOVE SPACES TO D15-AUTH-FLAGS
           OPEN INPUT OPRAUTH-FILE
           IF D15-OPRAUTH-FOUND
              PERFORM 1610-READ-ONE-AUTH THRU 1610-EXIT
                  UNTIL D15-OPRAUTH-EOF = 1
              CLOSE OPRAUTH-FILE
           END-IF
           IF D15-OPT-SIMULATE
              IF D15-AUTH-ON-FILE = 0
                 MOVE 'RUN A SIMULATION' TO D15-SEC-ACTION
                 PERFORM 9800-SECURITY-VIOLATION THRU 9800-EXIT
              END-IF
           ELSE
              IF NOT D15-AUTH-MAINTAIN OR D15-AUTH-SIMONLY
                 MOVE 'RUN IN PRODUCTION MODE' TO D15-SEC-ACTION
                 PERFORM 9800-SECURITY-VIOLATION THRU 9800-EXIT
              END-IF
           END-IF
           IF D15-OPT-CLRLOCK AND
              (NOT D15-AUTH-BRKLOCK OR D15-AUTH-SIMONLY)
              MOVE 'BREAK THE RUN LOCK' TO D15-SEC-ACTION
              PERFORM 9800-SECURITY-VIOLATION THRU 9800-EXIT
           END-IF.
       1600-EXIT.
           EXIT.
      *
       1610-READ-ONE-AUTH.
           READ OPRAUTH-FILE
               AT END
                  MOVE 1 TO D15-OPRAUTH-EOF
                  GO TO 1610-EXIT
           END-READ
           IF AUTH-USER = SPACES OR OPRAUTH-REC(1:1) = '*'
              GO TO 1610-EXIT
           END-IF
           IF AUTH-USER = D15-USER-ID
              MOVE AUTH-FLAGS TO D15-AUTH-FLAGS
              MOVE 1 TO D15-AUTH-ON-FILE
              MOVE 1 TO D15-OPRAUTH-EOF
           END-IF.
       1610-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2000-READ-SEQUENCE - READ ONE COMMA DELIMITED INITIALIZATION
      * SEQUENCE AND SPLIT IT INTO ITS INDIVIDUAL STEPS.  THIS REPLACES
      * THE OLD "TR , '\N'" PIPELINE STAGE - THE WHOLE SEQUENCE NOW
       2050-PROCESS-SEQUENCE.
           IF D15-SEQ-NUM = 0 AND D15-SKIP-COUNT > 0
              PERFORM 7040-COMPUTE-SEQCHECK THRU 7040-EXIT
              IF D15-SEQ-CHECK NOT = D15-CKPT-SEQCHECK OR
                 D15-CKPT-LIB NOT = D15-LIBRARY
                 PERFORM 7050-DISCARD-STALE-CKPT THRU 7050-EXIT
              END-IF
           END-IF
           MOVE D15-PEND-NAME TO D15-SEQ-NAME
           MOVE SPACES TO D15-PEND-NAME
           ADD 1 TO D15-SEQ-NUM
           MOVE 0 TO D15-XCP-HDR-DONE
           PERFORM 4210-WRITE-TXNLOG-SEQ THRU 4210-EXIT
           MOVE 1 TO D15-STEP-START
           PERFORM 2100-SPLIT-ONE-CHAR THRU 2100-EXIT
      ******************************************************************
      * 2500-NEXT-QUEUE-ENTRY - PICK THE NEXT QUEUE ENTRY DUE ON OR
      * BEFORE THE RUN DATE: THE PENDING ENTRY WITH THE EARLIEST
      * EFFECTIVE DATE, FILE ORDER BREAKING TIES - AND ONLY AMONG THE
      * RUN'S OWN LIBRARY'S ENTRIES.  ITS TEXT AND NAME
      * ARE STAGED EXACTLY WHERE AN INITSEQ RECORD'S WOULD LAND.  NO
      * ENTRY DUE LEAVES D15-SEQ-LEN AT ZERO, WHICH ENDS THE RUN LOOP.
      ******************************************************************
       2510-SCAN-ONE-ENTRY.
           IF D15-QUE-STATUS-T(D15-QUE-Q) = 'P' AND
              D15-QUE-SEEN-T(D15-QUE-Q) = 0 AND
              D15-QUE-LIB-T(D15-QUE-Q) = D15-LIBRARY AND
              D15-QUE-EFF-T(D15-QUE-Q) NOT > D15-RUN-DATE
              IF D15-QUE-PICK = 0 OR
                 D15-QUE-EFF-T(D15-QUE-Q) <
                 MOVE 0 TO D15-STEP-VALID
                 MOVE 'EMPTY LABEL' TO D15-REJECT-REASON
                 MOVE 'LABL' TO D15-REJECT-CODE
              WHEN D15-OP-POS > 61
      *          THE LAST FOUR BYTES OF THE 64-BYTE MASTER KEY HOLD
      *          THE LIBRARY CODE
                 MOVE 0 TO D15-STEP-VALID
                 MOVE 'LABEL EXCEEDS 60 CHARACTERS'
                                             TO D15-REJECT-REASON
                 MOVE 'LLEN' TO D15-REJECT-CODE
              WHEN D15-MAP-OP = '=' AND
                      (D15-STEP-LEN - D15-OP-POS < 1 OR
                       D15-STEP-LEN - D15-OP-POS > 8)
      * BELONG TO A SEQUENCE THAT NEVER RAN.
      ******************************************************************
       3060-WRITE-EXCEPTION.
           IF D15-XCP-HDR-DONE = 0
              PERFORM 3070-WRITE-XCP-HEADING THRU 3070-EXIT
           END-IF
           MOVE SPACES TO XCPRPT-REC
           STRING 'REJECTED STEP: '                 DELIMITED BY SIZE
                  D15-HASH-TEXT(1:D15-XCP-TEXT-LEN) DELIMITED BY SIZE
           EXIT.
      *
      ******************************************************************
      * 3070-WRITE-XCP-HEADING - OPEN THE CURRENT SEQUENCE'S GROUP OF
      * XCPRPT LINES WITH A HEADING LAID OUT LIKE THE BOXRPT SECTION
      * HEADINGS, SO THE REPORT ARCHIVE CAN TELL WHICH SEQUENCE EACH
      * EXCEPTION BELONGS TO.  WRITTEN ONLY WHEN THE SEQUENCE HAS ONE.
      ******************************************************************
       3070-WRITE-XCP-HEADING.
           MOVE D15-SEQ-NUM TO D15-SEQ-NUM-OUT
           MOVE SPACES TO XCPRPT-REC
           IF D15-SEQ-NAME = SPACES
              STRING 'SEQUENCE '                DELIMITED BY SIZE
                     D15-SEQ-NUM-OUT            DELIMITED BY SIZE
                     ' EXCEPTIONS'              DELIMITED BY SIZE
                     INTO XCPRPT-REC
           ELSE
              STRING 'SEQUENCE '                DELIMITED BY SIZE
                     D15-SEQ-NUM-OUT            DELIMITED BY SIZE
                     ' EXCEPTIONS - '           DELIMITED BY SIZE
                     D15-SEQ-NAME               DELIMITED BY SPACE
                     INTO XCPRPT-REC
           END-IF
           WRITE XCPRPT-REC
           MOVE '-----------------------' TO XCPRPT-REC
           WRITE XCPRPT-REC
           MOVE 1 TO D15-XCP-HDR-DONE.
       3070-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3200-TRACK-LABEL - RECORD D15-MAP-KEY IN THE DISTINCT-LABEL
      * TABLE THE FIRST TIME IT IS SEEN, FOR THE JOB STATISTICS REPORT.
      * THE TABLE IS KEPT IN ASCENDING LABEL ORDER: A BINARY SEARCH
      * LINES SO THE WARNINGS READ AS THEIR OWN SECTION OF XCPRPT.
      ******************************************************************
       3320-WRITE-CAT-WARNING.
           IF D15-XCP-HDR-DONE = 0
              PERFORM 3070-WRITE-XCP-HEADING THRU 3070-EXIT
           END-IF
           MOVE SPACES TO XCPRPT-REC
           STRING 'CATALOG WARNING: '               DELIMITED BY SIZE
                  D15-HASH-TEXT(1:D15-XCP-TEXT-LEN) DELIMITED BY SIZE
      * WHERE ONE SEQUENCE'S TRANSACTIONS END AND THE NEXT BEGIN.  ON A
      * CHECKPOINT RESTART THE MARKER FOR SEQUENCE 1 IS WRITTEN AGAIN;
      * A REPLAY TREATS A REPEATED MARKER FOR THE CURRENT SEQUENCE AS A
      * CONTINUATION, NOT A RESET.  A RUN FOR A NAMED LIBRARY ADDS
      * " LIB=code" AT COLUMN 38, CLEAR OF THE 20-BYTE NAME FIELD THAT
      * STARTS AT COLUMN 18, SO THE POSITIONAL READERS OF THE MARKER
      * ARE UNDISTURBED; THE DEFAULT LIBRARY'S MARKER IS UNCHANGED.
      ******************************************************************
       4210-WRITE-TXNLOG-SEQ.
           IF D15-OPT-SIMULATE
                     D15-SEQ-NAME       DELIMITED BY SPACE
                     INTO TXNLOG-REC
           END-IF
           IF D15-LIBRARY NOT = SPACES
              MOVE ' LIB=' TO TXNLOG-REC(38:5)
              MOVE D15-LIBRARY TO TXNLOG-REC(43:4)
           END-IF
           WRITE TXNLOG-REC.
       4210-EXIT.
           EXIT.
      * ONE '2' DETAIL PER BOX/SLOT (THE SAME DATA 5120-LEDGER-ONE-
      * SLOT PRINTS), A '3' STATISTICS RECORD (THE FIVE COUNTERS
      * 5200-WRITE-STATS PRINTS), AND A '4' RESULTS RECORD WITH THE
      * PART 1 AND PART 2 TOTALS.  EVERY RECORD TYPE CARRIES THE
      * LIBRARY CODE IN ITS LAST FOUR BYTES.
      ******************************************************************
       5500-WRITE-EXTRACT.
           MOVE SPACES TO EXTRACT-REC
           MOVE '1' TO EXTR-H-TYPE
           MOVE D15-SEQ-NUM TO EXTR-H-SEQ
           MOVE D15-SEQ-NAME TO EXTR-H-NAME
           MOVE D15-LIBRARY TO EXTR-H-LIB
           WRITE EXTRACT-REC
           PERFORM 5510-EXTRACT-ONE-BOX THRU 5510-EXIT
               VARYING D15-I FROM 1 BY 1 UNTIL D15-I > 256
           MOVE D15-STAT-DEL-COUNT TO EXTR-S-DELS
           MOVE D15-SEEN-COUNT TO EXTR-S-LABELS
           MOVE D15-STAT-MAX-BUCKET TO EXTR-S-MAXBOX
           MOVE D15-LIBRARY TO EXTR-S-LIB
           WRITE EXTRACT-REC
           MOVE SPACES TO EXTRACT-REC
           MOVE '4' TO EXTR-R-TYPE
           MOVE D15-SEQ-NUM TO EXTR-R-SEQ
           MOVE D15-RESULT1 TO EXTR-R-RESULT1
           MOVE D15-RESULT2 TO EXTR-R-RESULT2
           MOVE D15-LIBRARY TO EXTR-R-LIB
           WRITE EXTRACT-REC.
       5500-EXIT.
           EXIT.
           MOVE D15-J TO EXTR-D-SLOT
           MOVE D15-ENTRY-KEY(D15-I, D15-J) TO EXTR-D-LABEL
           MOVE D15-ENTRY-VAL(D15-I, D15-J) TO EXTR-D-FOCAL
           MOVE D15-LIBRARY TO EXTR-D-LIB
           WRITE EXTRACT-REC.
       5520-EXIT.
           EXIT.
           MOVE D15-RESULT1 TO RUNH-RESULT1
           MOVE D15-RESULT2 TO RUNH-RESULT2
           MOVE D15-SEQ-NAME TO RUNH-SEQNAME
           MOVE D15-LIBRARY TO RUNH-LIB
           WRITE RUNHIST-REC.
       5600-EXIT.
           EXIT.
      * THE INDEXED MASTER FILE, KEYED ON THE LABEL, SO DOWNSTREAM
      * JOBS CAN ANSWER "WHERE IS LABEL X" WITH A KEYED READ INSTEAD
      * OF RE-RUNNING THE WHOLE INITIALIZATION SEQUENCE.  EACH
      * SEQUENCE REPLACES THE RUN'S OWN LIBRARY: ITS LENSES ARE
      * DELETED AND THE NEW ARRANGEMENT WRITTEN, WHILE EVERY OTHER
      * LIBRARY'S LENSES STAND UNTOUCHED.  AT END OF RUN THE LIBRARY
      * HOLDS ITS MOST RECENTLY COMPLETED ARRANGEMENT.  NO MASTER ON
      * FILE YET (STATUS 35) MEANS THE FIRST EVER RUN CREATES IT.
      ******************************************************************
       5400-WRITE-LENS-MASTER.
           PERFORM 5430-SNAPSHOT-MASTER THRU 5430-EXIT
           OPEN I-O LENSMST-FILE
           IF D15-LENSMST-STATUS = '35'
              OPEN OUTPUT LENSMST-FILE
              IF D15-LENSMST-STATUS NOT = '00'
                 PERFORM 9930-ABEND-LENSMST THRU 9930-EXIT
              END-IF
           ELSE
              IF D15-LENSMST-STATUS NOT = '00'
                 PERFORM 9930-ABEND-LENSMST THRU 9930-EXIT
              END-IF
              PERFORM 5405-DROP-ONE-LENS THRU 5405-EXIT
                  UNTIL D15-LENSMST-STATUS NOT = '00'
           END-IF
           PERFORM 5410-MASTER-ONE-BOX THRU 5410-EXIT
               VARYING D15-I FROM 1 BY 1 UNTIL D15-I > 256
           CLOSE LENSMST-FILE.
       5400-EXIT.
           EXIT.
      *
       5405-DROP-ONE-LENS.
           READ LENSMST-FILE NEXT
               AT END GO TO 5405-EXIT
           END-READ
           IF D15-LENSMST-STATUS NOT = '00'
              GO TO 5405-EXIT
           END-IF
           IF LENSMST-LIB = D15-LIBRARY
              DELETE LENSMST-FILE RECORD
              IF D15-LENSMST-STATUS NOT = '00'
                 PERFORM 9930-ABEND-LENSMST THRU 9930-EXIT
              END-IF
           END-IF.
       5405-EXIT.
           EXIT.
      *
       5410-MASTER-ONE-BOX.
           PERFORM 5420-MASTER-ONE-SLOT THRU 5420-EXIT
      *
       5420-MASTER-ONE-SLOT.
           MOVE D15-ENTRY-KEY(D15-I, D15-J) TO LENSMST-LABEL
           MOVE D15-LIBRARY TO LENSMST-LIB
           COMPUTE LENSMST-BOX = D15-I - 1
           MOVE D15-J TO LENSMST-SLOT
           MOVE D15-ENTRY-VAL(D15-I, D15-J) TO LENSMST-FOCAL
      * KEEP-GENERATIONS.  ONLY THE FIRST REWRITE SNAPSHOTS - LATER
      * SEQUENCES IN THE SAME RUN REPLACE AN ARRANGEMENT THIS SAME RUN
      * WROTE, AND THE GENERATION WORTH KEEPING IS THE ONE THAT STOOD
      * BEFORE THE RUN STARTED.  THE SNAPSHOT IS OF THE WHOLE MASTER,
      * EVERY LIBRARY, EACH DETAIL CARRYING ITS LIBRARY CODE, SO
      * DAY15RS CAN PUT BACK ONE LIBRARY OR ALL OF THEM.  NO MASTER
      * ON FILE MEANS NOTHING TO SNAPSHOT AND THE BACKUP IS LEFT
      * UNTOUCHED.  THIS IS THE ONLY RECOVERY PATH WHEN A BAD
      * SEQUENCE GETS PAST SIMULATION REVIEW; DAY15RS RESTORES FROM IT.
      ******************************************************************
       5430-SNAPSHOT-MASTER.
           IF D15-BKP-DONE = 1
           MOVE SPACES TO D15-BKP-WORK
           MOVE 'D' TO D15-BKD-TYPE
           MOVE LENSMST-LABEL TO D15-BKD-LABEL
           MOVE LENSMST-LIB TO D15-BKD-LIB
           MOVE LENSMST-BOX TO D15-BKD-BOX
           MOVE LENSMST-SLOT TO D15-BKD-SLOT
           MOVE LENSMST-FOCAL TO D15-BKD-FOCAL
      * 5460-REWRITE-BACKUP - WRITE THE BACKUP FILE BACK OUT: THE
      * NEWEST KEEP-GENERATIONS - 1 OLD GENERATIONS, THEN THE NEW
      * GENERATION'S DATED HEADER AND THE MASTER RECORDS JUST READ.
      * THE HEADER NAMES THIS RUN'S LIBRARY: THE SNAPSHOT HOLDS EVERY
      * LIBRARY, BUT ONLY THIS ONE'S LENSES ARE ABOUT TO BE REWRITTEN.
      ******************************************************************
       5460-REWRITE-BACKUP.
           IF D15-BKP-GENS >= D15-KEEP-GENS
           MOVE D15-RUN-DATE TO D15-BKH-DATE
           MOVE D15-RUN-TIME(1:6) TO D15-BKH-TIME
           MOVE D15-BKP-MST-COUNT TO D15-BKH-COUNT
           MOVE D15-LIBRARY TO D15-BKH-LIB
           MOVE D15-BKP-WORK TO LENSBKP-REC
           WRITE LENSBKP-REC
           COMPUTE D15-BKP-START-IDX = D15-BKP-COUNT + 1
      * EITHER WAY, EVERY ENTRY STILL PENDING AND DUE ON OR BEFORE
      * THE RUN DATE GOES ON BOXRPT AND RAISES AN OTHERWISE-CLEAN RUN
      * TO RC=4 - A SEQUENCE THE PLANNING GROUP RELEASED AND NOBODY
      * RAN IS EXACTLY THE INCIDENT THE QUEUE EXISTS TO PREVENT.  ONLY
      * THE RUN'S OWN LIBRARY'S ENTRIES COUNT; ANOTHER LIBRARY'S DUE
      * WORK BELONGS TO THAT LIBRARY'S RUN.  A
      * SIMULATED RUN NEITHER REWRITES NOR WARNS; ITS PROJECTION RAN
      * NOTHING.
      ******************************************************************
           MOVE D15-QUE-RUN-T(D15-QUE-Q) TO QUE-RUN-DATE
           MOVE D15-QUE-NAME-T(D15-QUE-Q) TO QUE-SEQNAME
           MOVE D15-QUE-TEXT-T(D15-QUE-Q) TO QUE-TEXT
           MOVE D15-QUE-LIB-T(D15-QUE-Q) TO QUE-LIB
           MOVE D15-QUE-USER-T(D15-QUE-Q) TO QUE-USER
           WRITE SEQQUE-REC.
       6515-EXIT.
           EXIT.
      *
       6520-CHECK-ONE-DUE.
           IF D15-QUE-STATUS-T(D15-QUE-Q) = 'P' AND
              D15-QUE-LIB-T(D15-QUE-Q) = D15-LIBRARY AND
              D15-QUE-EFF-T(D15-QUE-Q) NOT > D15-RUN-DATE
              ADD 1 TO D15-QUE-OVERDUE
              MOVE SPACES TO BOXRPT-REC
           MOVE D15-STEPS-DONE TO CHKPT-H-STEPS
           MOVE D15-RESULT1 TO CHKPT-H-RESULT1
           MOVE D15-SEQ-CHECK TO CHKPT-H-SEQCHECK
           MOVE D15-LIBRARY TO CHKPT-H-LIB
           WRITE CHKPT-REC
           PERFORM 7010-CKPT-SAVE-ONE-BOX THRU 7010-EXIT
               VARYING D15-CK-BOX FROM 1 BY 1 UNTIL D15-CK-BOX > 256
                 MOVE CHKPT-H-STEPS TO D15-SKIP-COUNT
                 MOVE CHKPT-H-RESULT1 TO D15-RESULT1
                 MOVE CHKPT-H-SEQCHECK TO D15-CKPT-SEQCHECK
                 MOVE CHKPT-H-LIB TO D15-CKPT-LIB
              WHEN 'E'
                 MOVE CHKPT-E-SLOT TO D15-BUCKET-SIZE(CHKPT-E-BOX)
                 MOVE CHKPT-E-KEY
      * NOT BELONG TO THE FIRST SEQUENCE IN THIS RUN'S INITSEQ (ITS
      * SEQCHECK WAS TAKEN AGAINST DIFFERENT TEXT - EITHER INITSEQ
      * CHANGED, OR THE CHECKPOINT WAS SAVED WHILE A LATER SEQUENCE WAS
      * IN FLIGHT - OR IT WAS TAKEN BY ANOTHER LIBRARY'S RUN).
      * TRUSTING ITS STEPS-DONE/RESULT1/MAP STATE WOULD
      * CORRUPT SEQUENCE 1'S RESULTS, SO DISCARD IT AND START SEQUENCE 1
      * FROM SCRATCH INSTEAD OF WEDGING THE JOB - A STALE CHECKPOINT
      * SHOULD DEGRADE TO A FRESH RUN, NOT A PERMANENT ABEND THAT TAKES
           EXIT.
      *
      ******************************************************************
      * 9800-SECURITY-VIOLATION - THE SUBMITTING USER MAY NOT DO WHAT
      * THIS RUN ASKS.  ONLY THE INPUT AND THE TWO REPORTS ARE OPEN
      * AND NOTHING HAS BEEN CHANGED; SAY SO ON BOXRPT AND THE CONSOLE
      * AND END RC=8.
      ******************************************************************
       9800-SECURITY-VIOLATION.
           IF D15-USER-ID = SPACES
              MOVE '(NONE)' TO D15-USER-ID
           END-IF
           MOVE SPACES TO BOXRPT-REC
           STRING '**** SECURITY VIOLATION - USER ' DELIMITED BY SIZE
                  D15-USER-ID                       DELIMITED BY SPACE
                  ' NOT AUTHORIZED TO '             DELIMITED BY SIZE
                  D15-SEC-ACTION                    DELIMITED BY '  '
                  ' ****'                           DELIMITED BY SIZE
                  INTO BOXRPT-REC
           WRITE BOXRPT-REC
           DISPLAY 'DAY15 ' FUNCTION TRIM(BOXRPT-REC TRAILING)
           IF NOT D15-OPT-QUEUE
              CLOSE INITSEQ-FILE
           END-IF
           CLOSE BOXRPT-FILE
           CLOSE XCPRPT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       9800-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9980-ABEND-INITSEQ-OPEN - INITSEQ COULD NOT BE OPENED (MISSING
      * DD, BAD PERMISSIONS, ETC).  WITH FILE STATUS NOW DECLARED FOR
      * THIS FILE, GNUCOBOL NO LONGER HALTS ON ITS OWN FOR THIS
       9907-ABEND-LOCK-HELD.
           DISPLAY 'DAY15 ABEND - RUN LOCK HELD BY ANOTHER RUN'
           DISPLAY 'HELD BY : ' D15-LOCK-HOLDER(15:8)
           DISPLAY 'USER    : ' D15-LOCK-HOLDER(23:8)
           DISPLAY 'SINCE   : ' D15-LOCK-HOLDER(1:8) ' '
                   D15-LOCK-HOLDER(9:6)
           DISPLAY 'ACTION  : WAIT FOR IT, OR RERUN WITH '
