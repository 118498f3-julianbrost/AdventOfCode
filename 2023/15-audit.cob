      ******************************************************************
      * IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY15AU.
       AUTHOR. J BROST.
       INSTALLATION. AOC-BATCH.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  JB   INITIAL VERSION - INTEGRITY AUDIT OF THE
      *                     LENS MASTER.  NOW THAT DAY15MT AND DAY15RS
      *                     WRITE LENSMST DIRECTLY, NOTHING ELSE PROVES
      *                     THE FILE STILL OBEYS THE RULES DAY15 BUILT
      *                     IT BY.  EVERY RECORD IS CHECKED: THE BOX
      *                     MUST BE THE HASH OF THE LABEL, THE SLOTS
      *                     OF EACH BOX MUST RUN 1..N WITH NO GAP AND
      *                     NO DUPLICATE, THE FOCAL LENGTH MUST BE
      *                     NUMERIC AND NON-ZERO, AND - WHEN A LENSCAT
      *                     CATALOG IS PRESENT - THE LABEL MUST BE ON
      *                     IT WITH THE FOCAL LENGTH INSIDE ITS RANGE.
      *                     EVERY VIOLATION IS LISTED ON AURPT GROUPED
      *                     BY BOX, FOLLOWED BY TOTALS PER VIOLATION
      *                     TYPE.  ENDS RC=8 WHEN THE MASTER BREAKS A
      *                     STRUCTURAL RULE (BOX, SLOT OR FOCAL) SO
      *                     THE SCHEDULER CAN HOLD THE NEXT DAY15 RUN,
      *                     RC=4 WHEN ONLY CATALOG RULES ARE BROKEN
      *                     (THE SAME FINDINGS DAY15 ITSELF TREATS AS
      *                     WARNINGS), RC=0 WHEN CLEAN.
      *   2026-10-15  JB   EACH LIBRARY ON LENSMST HAS ITS OWN BOX
      *                     ARRANGEMENT, SO THE AUDIT NOW CHECKS ONE
      *                     LIBRARY AT A TIME.  THE OPTIONAL AUCTL
      *                     CARD LIBRARY=code (OR LIBRARY=DEFAULT)
      *                     NAMES IT; NO CARD AUDITS THE DEFAULT
      *                     LIBRARY.  A NON-DEFAULT LIBRARY IS SHOWN
      *                     UNDER THE REPORT TITLE.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUCTL-FILE ASSIGN TO "AUCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15V-AUCTL-STATUS.
           SELECT LENSMST-FILE ASSIGN TO "LENSMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LENSMST-KEY
               FILE STATUS IS D15V-LENSMST-STATUS.
           SELECT OPTIONAL LENSCAT-FILE ASSIGN TO "LENSCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15V-LENSCAT-STATUS.
           SELECT AURPT-FILE ASSIGN TO "AURPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUCTL-FILE.
       01  AUCTL-REC                PIC X(80).
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
       FD  LENSCAT-FILE.
       01  LENSCAT-REC              PIC X(80).
       01  LENSCAT-LAYOUT REDEFINES LENSCAT-REC.
           05  LENSCAT-LABEL        PIC X(64).
           05  LENSCAT-MIN          PIC 9(8).
           05  LENSCAT-MAX          PIC 9(8).
      *
       FD  AURPT-FILE
           RECORDING MODE IS F.
       01  AURPT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
      *
      * ---------------------------------------------------------------
      * FILE STATUS AND END-OF-FILE SWITCHES
      * ---------------------------------------------------------------
       01 D15V-LENSMST-STATUS  PIC X(2).
          88 D15V-LENSMST-OK   VALUE '00'.
       01 D15V-LENSCAT-STATUS  PIC X(2).
          88 D15V-LENSCAT-FOUND VALUE '00'.
       77 D15V-LENSCAT-EOF     PIC 9(1)       VALUE 0.
       01 D15V-AUCTL-STATUS    PIC X(2).
          88 D15V-AUCTL-FOUND  VALUE '00'.
       77 D15V-AUCTL-EOF       PIC 9(1)       VALUE 0.
      *
      * ---------------------------------------------------------------
      * CONTROL-CARD WORK AREA - THE LIBRARY BEING AUDITED, SPACES
      * FOR THE DEFAULT LIBRARY.
      * ---------------------------------------------------------------
       01 D15V-CTL-CARD        PIC X(80).
       77 D15V-CTL-LEN         PIC 9(3)  COMP VALUE 0.
       01 D15V-LIBRARY         PIC X(4)       VALUE SPACES.
      *
      * ---------------------------------------------------------------
      * STANDALONE COUNTERS AND SWITCHES
      * ---------------------------------------------------------------
       77 D15V-LENS-COUNT      PIC 9(8)  COMP VALUE 0.
       77 D15V-BOX-COUNT       PIC 9(8)  COMP VALUE 0.
       77 D15V-STRUCT-COUNT    PIC 9(8)  COMP VALUE 0.
       77 D15V-CATLG-COUNT     PIC 9(8)  COMP VALUE 0.
       77 D15V-I               PIC 9(8)  COMP VALUE 0.
       77 D15V-J               PIC 9(8)  COMP VALUE 0.
       77 D15V-T               PIC 9(8)  COMP VALUE 0.
       77 D15V-BOX-IDX         PIC 9(8)  COMP VALUE 0.
       77 D15V-SLOT-IDX        PIC 9(8)  COMP VALUE 0.
       77 D15V-CNT-OUT         PIC Z(7)9.
       77 D15V-BOX-OUT         PIC ZZ9.
       77 D15V-SLOT-OUT        PIC ZZ9.
       77 D15V-HASH-OUT        PIC ZZ9.
       77 D15V-FOCAL-OUT       PIC Z(7)9.
       77 D15V-MIN-OUT         PIC Z(7)9.
       77 D15V-MAX-OUT         PIC Z(7)9.
      *
      * ---------------------------------------------------------------
      * HASH WORK AREA - THE SAME ALGORITHM AS DAY15'S 8000-COMPUTE-
      * HASH, SO "THE BOX THE LABEL BELONGS IN" MEANS EXACTLY WHAT IT
      * MEANS TO THE PROGRAM THAT BUILDS THE MASTER.
      * ---------------------------------------------------------------
       01 D15V-HASH-TEXT       PIC X(80).
       01 D15V-HASH-TEXT-LEN   PIC 9(3)  COMP VALUE 0.
       01 D15V-HASH-WORK       PIC 9(8)  COMP VALUE 0.
       01 D15V-HASH-RESULT     PIC 9(3)  COMP VALUE 0.
       01 D15V-HASH-IDX        PIC 9(3)  COMP VALUE 0.
      *
      * ---------------------------------------------------------------
      * SLOT OCCUPANCY - HOW MANY MASTER RECORDS CLAIM EACH BOX AND
      * EACH BOX/SLOT PAIR.  A BOX OF N LENSES MUST HOLD EXACTLY ONE
      * RECORD IN EACH OF SLOTS 1..N; A ZERO BELOW N IS A GAP AND
      * ANYTHING OVER ONE IS A DUPLICATE.
      * ---------------------------------------------------------------
       01 D15V-BOX-TABLE.
          03 D15V-BOX-ENTRY OCCURS 256 TIMES.
             05 D15V-BOX-LENSES   PIC 9(8)  COMP.
             05 D15V-BOX-VIOLS    PIC 9(8)  COMP.
             05 D15V-SLOT-USED OCCURS 256 TIMES PIC 9(4) COMP.
       77 D15V-BADBOX-VIOLS    PIC 9(8)  COMP VALUE 0.
      *
      * ---------------------------------------------------------------
      * VIOLATION TOTALS BY TYPE.  TYPES 1-5 ARE STRUCTURAL DAMAGE
      * (RC=8); TYPES 6-7 ARE CATALOG FINDINGS (RC=4).
      *   1 BOX IS NOT THE HASH OF THE LABEL
      *   2 BOX OR SLOT NUMBER OUT OF RANGE
      *   3 TWO OR MORE LENSES IN ONE SLOT
      *   4 GAP IN A BOX'S SLOT RUN
      *   5 FOCAL LENGTH ZERO OR NOT NUMERIC
      *   6 LABEL NOT IN LENS CATALOG
      *   7 FOCAL LENGTH OUTSIDE CATALOG RANGE
      * ---------------------------------------------------------------
       01 D15V-TYPE-TOTALS.
          03 D15V-TYPE-COUNT OCCURS 7 TIMES PIC 9(8) COMP.
       01 D15V-TYPE-NAMES.
          03 FILLER PIC X(20) VALUE 'BOX NOT LABEL HASH  '.
          03 FILLER PIC X(20) VALUE 'BOX/SLOT OUT RANGE  '.
          03 FILLER PIC X(20) VALUE 'DUPLICATE SLOT      '.
          03 FILLER PIC X(20) VALUE 'GAP IN SLOT RUN     '.
          03 FILLER PIC X(20) VALUE 'FOCAL ZERO/INVALID  '.
          03 FILLER PIC X(20) VALUE 'NOT IN CATALOG      '.
          03 FILLER PIC X(20) VALUE 'OUTSIDE CATLG RANGE '.
       01 D15V-TYPE-NAME-TABLE REDEFINES D15V-TYPE-NAMES.
          03 D15V-TYPE-NAME OCCURS 7 TIMES PIC X(20).
      *
      * ---------------------------------------------------------------
      * VIOLATION LIST - EVERY FINDING IS HELD HERE AS IT IS MADE AND
      * PRINTED AT END OF RUN BOX BY BOX, SINCE THE MASTER DELIVERS
      * ITS RECORDS IN LABEL ORDER, NOT BOX ORDER.  BOX 999 COLLECTS
      * RECORDS WHOSE BOX NUMBER IS ITSELF UNUSABLE.  PAST 20000
      * FINDINGS THE LIST STOPS GROWING BUT THE TOTALS KEEP COUNTING.
      * ---------------------------------------------------------------
       77 D15V-VIOL-COUNT      PIC 9(8)  COMP VALUE 0.
       77 D15V-VIOL-LOST       PIC 9(8)  COMP VALUE 0.
       01 D15V-NEW-BOX         PIC 9(3).
       01 D15V-NEW-TYPE        PIC 9(1).
       01 D15V-NEW-SLOT        PIC 9(3).
       01 D15V-NEW-VALUE       PIC 9(8).
       01 D15V-NEW-LABEL       PIC X(64).
       01 D15V-VIOL-TABLE.
          03 D15V-VIOL-ENTRY OCCURS 20000 TIMES.
             05 D15V-VIOL-BOX     PIC 9(3).
             05 D15V-VIOL-TYPE    PIC 9(1).
             05 D15V-VIOL-SLOT    PIC 9(3).
             05 D15V-VIOL-VALUE   PIC 9(8).
             05 D15V-VIOL-LABEL   PIC X(64).
      *
      * ---------------------------------------------------------------
      * LENS CATALOG WORK AREA - LOADED AND VALIDATED EXACTLY AS
      * DAY15'S 1300-LOAD-CATALOG DOES, INTO ASCENDING LABEL ORDER FOR
      * A BINARY SEARCH.  NO LENSCAT FILE MEANS NO CATALOG RULES.
      * ---------------------------------------------------------------
       77 D15V-CAT-ACTIVE      PIC 9(1)       VALUE 0.
       77 D15V-CAT-COUNT       PIC 9(8)  COMP VALUE 0.
       77 D15V-CAT-FOUND       PIC 9(1)       VALUE 0.
       77 D15V-CAT-IDX         PIC 9(8)  COMP VALUE 0.
       77 D15V-CAT-LO          PIC 9(8)  COMP VALUE 0.
       77 D15V-CAT-HI          PIC 9(8)  COMP VALUE 0.
       77 D15V-CAT-MID         PIC 9(8)  COMP VALUE 0.
       01 D15V-CAT-KEY         PIC X(64).
       01 D15V-CAT-TABLE.
          03 D15V-CAT-ENTRY OCCURS 20000 TIMES.
             05 D15V-CAT-LABEL    PIC X(64).
             05 D15V-CAT-MIN      PIC 9(8).
             05 D15V-CAT-MAX      PIC 9(8).

       PROCEDURE DIVISION.
      *
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CHECK-ONE-LENS THRU 2000-EXIT
               UNTIL D15V-LENSMST-STATUS NOT = '00'.
           PERFORM 3000-CHECK-SLOT-RUNS THRU 3000-EXIT.
           PERFORM 4000-WRITE-VIOLATIONS THRU 4000-EXIT.
           PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
           PERFORM 8900-TERMINATE THRU 8900-EXIT.
           EVALUATE TRUE
              WHEN D15V-STRUCT-COUNT > 0
                 MOVE 8 TO RETURN-CODE
              WHEN D15V-CATLG-COUNT > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.
      *
      ******************************************************************
      * 1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           INITIALIZE D15V-BOX-TABLE
           INITIALIZE D15V-TYPE-TOTALS
           OPEN INPUT AUCTL-FILE
           IF D15V-AUCTL-FOUND
              PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
                  UNTIL D15V-AUCTL-EOF = 1
              CLOSE AUCTL-FILE
           END-IF
           PERFORM 1300-LOAD-CATALOG THRU 1300-EXIT
           OPEN INPUT LENSMST-FILE
           IF NOT D15V-LENSMST-OK
              PERFORM 9970-ABEND-LENSMST-OPEN THRU 9970-EXIT
           END-IF
           OPEN OUTPUT AURPT-FILE
           MOVE 'LENS MASTER INTEGRITY AUDIT REPORT' TO AURPT-REC
           WRITE AURPT-REC
           MOVE '----------------------------------' TO AURPT-REC
           WRITE AURPT-REC
           IF D15V-LIBRARY NOT = SPACES
              MOVE SPACES TO AURPT-REC
              STRING 'LIBRARY: '          DELIMITED BY SIZE
                     D15V-LIBRARY         DELIMITED BY SIZE
                     INTO AURPT-REC
              WRITE AURPT-REC
           END-IF
           IF D15V-CAT-ACTIVE = 0
              MOVE 'NO LENS CATALOG ON FILE - CATALOG RULES NOT CHECKED'
                                                      TO AURPT-REC
              WRITE AURPT-REC
           END-IF.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1100-READ-ONE-CARD - THE ONLY AUCTL CARD IS LIBRARY=code OR
      * LIBRARY=DEFAULT.  ALL IS REFUSED: SLOT RUNS ARE ONLY
      * MEANINGFUL WITHIN ONE LIBRARY'S ARRANGEMENT.
      ******************************************************************
       1100-READ-ONE-CARD.
           READ AUCTL-FILE
               AT END
                  MOVE 1 TO D15V-AUCTL-EOF
                  GO TO 1100-EXIT
           END-READ
           MOVE FUNCTION TRIM(AUCTL-REC) TO D15V-CTL-CARD
           MOVE FUNCTION LENGTH(FUNCTION TRIM(D15V-CTL-CARD))
                                                 TO D15V-CTL-LEN
           EVALUATE TRUE
              WHEN D15V-CTL-CARD = SPACES
                 CONTINUE
              WHEN D15V-CTL-CARD(1:1) = '*'
                 CONTINUE
              WHEN D15V-CTL-CARD(1:8) = 'LIBRARY='
                 PERFORM 1200-LIBRARY-VALUE THRU 1200-EXIT
              WHEN OTHER
                 PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-EVALUATE.
       1100-EXIT.
           EXIT.
      *
       1200-LIBRARY-VALUE.
           MOVE SPACES TO D15V-LIBRARY
           IF D15V-CTL-LEN = 15 AND D15V-CTL-CARD(9:7) = 'DEFAULT'
              GO TO 1200-EXIT
           END-IF
           IF D15V-CTL-LEN < 9 OR D15V-CTL-LEN > 12
              PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-IF
           IF D15V-CTL-LEN = 11 AND D15V-CTL-CARD(9:3) = 'ALL'
              PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-IF
           PERFORM 1210-CHECK-LIB-CHAR THRU 1210-EXIT
               VARYING D15V-I FROM 9 BY 1 UNTIL D15V-I > D15V-CTL-LEN
           MOVE D15V-CTL-CARD(9:D15V-CTL-LEN - 8) TO D15V-LIBRARY.
       1200-EXIT.
           EXIT.
      *
       1210-CHECK-LIB-CHAR.
           IF D15V-CTL-CARD(D15V-I:1) = SPACE
              PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-IF.
       1210-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1300-LOAD-CATALOG - LOAD THE OPTIONAL LENS CATALOG INTO THE
      * SORTED TABLE.  A DAMAGED RECORD, A DUPLICATE LABEL OR AN
      * OVERFLOWING CATALOG ABENDS, AS IN DAY15 - AUDITING AGAINST
      * HALF A CATALOG WOULD FLAG THE WRONG LENSES.
      ******************************************************************
       1300-LOAD-CATALOG.
           OPEN INPUT LENSCAT-FILE
           IF NOT D15V-LENSCAT-FOUND
              GO TO 1300-EXIT
           END-IF
           PERFORM 1310-LOAD-ONE-LENS THRU 1310-EXIT
               UNTIL D15V-LENSCAT-EOF = 1
           CLOSE LENSCAT-FILE
           IF D15V-CAT-COUNT > 0
              MOVE 1 TO D15V-CAT-ACTIVE
           END-IF.
       1300-EXIT.
           EXIT.
      *
       1310-LOAD-ONE-LENS.
           READ LENSCAT-FILE
               AT END
                  MOVE 1 TO D15V-LENSCAT-EOF
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
           MOVE LENSCAT-LABEL TO D15V-CAT-KEY
           PERFORM 1320-CAT-SEARCH THRU 1320-EXIT
           IF D15V-CAT-FOUND = 1
              PERFORM 9905-ABEND-LENSCAT THRU 9905-EXIT
           END-IF
           IF D15V-CAT-COUNT >= 20000
              PERFORM 9905-ABEND-LENSCAT THRU 9905-EXIT
           END-IF
           PERFORM 1330-CAT-INS-SHIFT THRU 1330-EXIT
               VARYING D15V-CAT-IDX FROM D15V-CAT-COUNT BY -1
               UNTIL D15V-CAT-IDX < D15V-CAT-LO
           MOVE LENSCAT-LABEL TO D15V-CAT-LABEL(D15V-CAT-LO)
           MOVE LENSCAT-MIN TO D15V-CAT-MIN(D15V-CAT-LO)
           MOVE LENSCAT-MAX TO D15V-CAT-MAX(D15V-CAT-LO)
           ADD 1 TO D15V-CAT-COUNT.
       1310-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1320-CAT-SEARCH - BINARY SEARCH OF THE CATALOG FOR
      * D15V-CAT-KEY.  ON A HIT D15V-CAT-MID IS THE ENTRY; ON A MISS
      * D15V-CAT-LO IS WHERE THE KEY WOULD BE INSERTED.
      ******************************************************************
       1320-CAT-SEARCH.
           MOVE 0 TO D15V-CAT-FOUND
           MOVE 1 TO D15V-CAT-LO
           MOVE D15V-CAT-COUNT TO D15V-CAT-HI
           PERFORM 1325-CAT-PROBE THRU 1325-EXIT
               UNTIL D15V-CAT-FOUND = 1 OR D15V-CAT-LO > D15V-CAT-HI.
       1320-EXIT.
           EXIT.
      *
       1325-CAT-PROBE.
           COMPUTE D15V-CAT-MID = (D15V-CAT-LO + D15V-CAT-HI) / 2
           EVALUATE TRUE
              WHEN D15V-CAT-LABEL(D15V-CAT-MID) = D15V-CAT-KEY
                 MOVE 1 TO D15V-CAT-FOUND
              WHEN D15V-CAT-LABEL(D15V-CAT-MID) < D15V-CAT-KEY
                 COMPUTE D15V-CAT-LO = D15V-CAT-MID + 1
              WHEN OTHER
                 COMPUTE D15V-CAT-HI = D15V-CAT-MID - 1
           END-EVALUATE.
       1325-EXIT.
           EXIT.
      *
       1330-CAT-INS-SHIFT.
           MOVE D15V-CAT-ENTRY(D15V-CAT-IDX)
                TO D15V-CAT-ENTRY(D15V-CAT-IDX + 1).
       1330-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2000-CHECK-ONE-LENS - ONE MASTER RECORD AGAINST THE PER-RECORD
      * RULES: A USABLE BOX AND SLOT NUMBER, THE BOX EQUAL TO THE
      * LABEL'S HASH, A NUMERIC NON-ZERO FOCAL LENGTH, AND THE CATALOG
      * RULES.  THE RECORD'S SLOT IS ALSO TALLIED FOR THE SLOT-RUN
      * CHECK THAT FOLLOWS THE PASS.  OTHER LIBRARIES' LENSES ARE
      * PASSED OVER.
      ******************************************************************
       2000-CHECK-ONE-LENS.
           READ LENSMST-FILE NEXT
               AT END GO TO 2000-EXIT
           END-READ
           IF D15V-LENSMST-STATUS NOT = '00'
              GO TO 2000-EXIT
           END-IF
           IF LENSMST-LIB NOT = D15V-LIBRARY
              GO TO 2000-EXIT
           END-IF
           ADD 1 TO D15V-LENS-COUNT
           MOVE LENSMST-LABEL TO D15V-NEW-LABEL
           MOVE 0 TO D15V-NEW-SLOT
           MOVE 0 TO D15V-NEW-VALUE
           IF LENSMST-SLOT NUMERIC
              MOVE LENSMST-SLOT TO D15V-NEW-SLOT
           END-IF
      *    A BOX NUMBER THAT CANNOT INDEX THE 256 BOXES LEAVES NOTHING
      *    ELSE ABOUT THE RECORD WORTH CHECKING
           IF LENSMST-BOX NOT NUMERIC OR LENSMST-BOX > 255
              MOVE 999 TO D15V-NEW-BOX
              MOVE 2 TO D15V-NEW-TYPE
              PERFORM 2900-ADD-VIOLATION THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF
           MOVE LENSMST-BOX TO D15V-NEW-BOX
           COMPUTE D15V-BOX-IDX = LENSMST-BOX + 1
           ADD 1 TO D15V-BOX-LENSES(D15V-BOX-IDX)
           PERFORM 2100-CHECK-HASH THRU 2100-EXIT
           IF LENSMST-SLOT NOT NUMERIC OR LENSMST-SLOT = 0 OR
              LENSMST-SLOT > 256
              MOVE 2 TO D15V-NEW-TYPE
              PERFORM 2900-ADD-VIOLATION THRU 2900-EXIT
           ELSE
              ADD 1 TO D15V-SLOT-USED(D15V-BOX-IDX, LENSMST-SLOT)
           END-IF
           IF LENSMST-FOCAL NOT NUMERIC OR LENSMST-FOCAL = 0
              MOVE 5 TO D15V-NEW-TYPE
              PERFORM 2900-ADD-VIOLATION THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF
           IF D15V-CAT-ACTIVE = 1
              PERFORM 2200-CHECK-CATALOG THRU 2200-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2100-CHECK-HASH - RE-HASH THE LABEL AND COMPARE WITH THE BOX
      * THE MASTER FILED IT UNDER.
      ******************************************************************
       2100-CHECK-HASH.
           MOVE SPACES TO D15V-HASH-TEXT
           MOVE LENSMST-LABEL TO D15V-HASH-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LENSMST-LABEL))
                                                 TO D15V-HASH-TEXT-LEN
           PERFORM 8000-COMPUTE-HASH THRU 8000-EXIT
           IF D15V-HASH-RESULT NOT = LENSMST-BOX
              MOVE 1 TO D15V-NEW-TYPE
              MOVE D15V-HASH-RESULT TO D15V-NEW-VALUE
              PERFORM 2900-ADD-VIOLATION THRU 2900-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2200-CHECK-CATALOG - THE LABEL MUST BE ON THE CATALOG AND THE
      * FOCAL LENGTH INSIDE ITS PERMITTED RANGE - THE SAME RULE
      * DAY15'S 3300-CHECK-CATALOG APPLIES TO EACH '=' STEP.
      ******************************************************************
       2200-CHECK-CATALOG.
           MOVE LENSMST-LABEL TO D15V-CAT-KEY
           PERFORM 1320-CAT-SEARCH THRU 1320-EXIT
           IF D15V-CAT-FOUND = 0
              MOVE 6 TO D15V-NEW-TYPE
              PERFORM 2900-ADD-VIOLATION THRU 2900-EXIT
              GO TO 2200-EXIT
           END-IF
           IF LENSMST-FOCAL < D15V-CAT-MIN(D15V-CAT-MID) OR
              LENSMST-FOCAL > D15V-CAT-MAX(D15V-CAT-MID)
              MOVE 7 TO D15V-NEW-TYPE
              MOVE D15V-CAT-MID TO D15V-NEW-VALUE
              PERFORM 2900-ADD-VIOLATION THRU 2900-EXIT
           END-IF.
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2900-ADD-VIOLATION - COUNT ONE FINDING (D15V-NEW-BOX/TYPE/
      * SLOT/VALUE/LABEL) AGAINST ITS TYPE AND ITS BOX, AND HOLD IT
      * FOR THE BOX-BY-BOX LISTING.  D15V-NEW-VALUE CARRIES THE HASH
      * FOR A WRONG-BOX FINDING, THE LENS COUNT FOR A DUPLICATE SLOT
      * AND THE CATALOG ENTRY FOR AN OUT-OF-RANGE FOCAL.
      ******************************************************************
       2900-ADD-VIOLATION.
           ADD 1 TO D15V-TYPE-COUNT(D15V-NEW-TYPE)
           IF D15V-NEW-TYPE > 5
              ADD 1 TO D15V-CATLG-COUNT
           ELSE
              ADD 1 TO D15V-STRUCT-COUNT
           END-IF
           IF D15V-NEW-BOX = 999
              ADD 1 TO D15V-BADBOX-VIOLS
           ELSE
              ADD 1 TO D15V-BOX-VIOLS(D15V-NEW-BOX + 1)
           END-IF
           IF D15V-VIOL-COUNT >= 20000
              ADD 1 TO D15V-VIOL-LOST
              GO TO 2900-EXIT
           END-IF
           ADD 1 TO D15V-VIOL-COUNT
           MOVE D15V-NEW-BOX TO D15V-VIOL-BOX(D15V-VIOL-COUNT)
           MOVE D15V-NEW-TYPE TO D15V-VIOL-TYPE(D15V-VIOL-COUNT)
           MOVE D15V-NEW-SLOT TO D15V-VIOL-SLOT(D15V-VIOL-COUNT)
           MOVE D15V-NEW-VALUE TO D15V-VIOL-VALUE(D15V-VIOL-COUNT)
           MOVE D15V-NEW-LABEL TO D15V-VIOL-LABEL(D15V-VIOL-COUNT).
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3000-CHECK-SLOT-RUNS - WITH EVERY RECORD TALLIED, WALK EACH
      * OCCUPIED BOX'S SLOTS.  A SLOT AT OR BELOW THE BOX'S LENS COUNT
      * THAT NOBODY HOLDS IS A GAP.  A SLOT HELD BY MORE THAN ONE
      * RECORD IS A DUPLICATE; A SECOND PASS OVER THE MASTER THEN
      * NAMES EVERY LENS CAUGHT IN ONE, SO THE FIX CAN BE KEYED.
      ******************************************************************
       3000-CHECK-SLOT-RUNS.
           MOVE 0 TO D15V-T
           PERFORM 3100-CHECK-ONE-BOX THRU 3100-EXIT
               VARYING D15V-I FROM 1 BY 1 UNTIL D15V-I > 256
           IF D15V-T = 0
              GO TO 3000-EXIT
           END-IF
           CLOSE LENSMST-FILE
           OPEN INPUT LENSMST-FILE
           IF NOT D15V-LENSMST-OK
              PERFORM 9970-ABEND-LENSMST-OPEN THRU 9970-EXIT
           END-IF
           PERFORM 3300-NAME-ONE-DUPLICATE THRU 3300-EXIT
               UNTIL D15V-LENSMST-STATUS NOT = '00'.
       3000-EXIT.
           EXIT.
      *
       3100-CHECK-ONE-BOX.
           IF D15V-BOX-LENSES(D15V-I) = 0
              GO TO 3100-EXIT
           END-IF
           ADD 1 TO D15V-BOX-COUNT
           PERFORM 3200-CHECK-ONE-SLOT THRU 3200-EXIT
               VARYING D15V-J FROM 1 BY 1 UNTIL D15V-J > 256.
       3100-EXIT.
           EXIT.
      *
       3200-CHECK-ONE-SLOT.
           EVALUATE TRUE
              WHEN D15V-SLOT-USED(D15V-I, D15V-J) > 1
      *          FLAG ONLY; 3300 LISTS THE LENSES THEMSELVES
                 MOVE 1 TO D15V-T
              WHEN D15V-SLOT-USED(D15V-I, D15V-J) = 0 AND
                   D15V-J NOT > D15V-BOX-LENSES(D15V-I)
                 COMPUTE D15V-NEW-BOX = D15V-I - 1
                 MOVE 4 TO D15V-NEW-TYPE
                 MOVE D15V-J TO D15V-NEW-SLOT
                 MOVE 0 TO D15V-NEW-VALUE
                 MOVE SPACES TO D15V-NEW-LABEL
                 PERFORM 2900-ADD-VIOLATION THRU 2900-EXIT
           END-EVALUATE.
       3200-EXIT.
           EXIT.
      *
       3300-NAME-ONE-DUPLICATE.
           READ LENSMST-FILE NEXT
               AT END GO TO 3300-EXIT
           END-READ
           IF D15V-LENSMST-STATUS NOT = '00'
              GO TO 3300-EXIT
           END-IF
           IF LENSMST-LIB NOT = D15V-LIBRARY
              GO TO 3300-EXIT
           END-IF
           IF LENSMST-BOX NOT NUMERIC OR LENSMST-BOX > 255 OR
              LENSMST-SLOT NOT NUMERIC OR LENSMST-SLOT = 0 OR
              LENSMST-SLOT > 256
              GO TO 3300-EXIT
           END-IF
           COMPUTE D15V-BOX-IDX = LENSMST-BOX + 1
           IF D15V-SLOT-USED(D15V-BOX-IDX, LENSMST-SLOT) > 1
              MOVE LENSMST-BOX TO D15V-NEW-BOX
              MOVE 3 TO D15V-NEW-TYPE
              MOVE LENSMST-SLOT TO D15V-NEW-SLOT
              MOVE D15V-SLOT-USED(D15V-BOX-IDX, LENSMST-SLOT)
                                                 TO D15V-NEW-VALUE
              MOVE LENSMST-LABEL TO D15V-NEW-LABEL
              PERFORM 2900-ADD-VIOLATION THRU 2900-EXIT
           END-IF.
       3300-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4000-WRITE-VIOLATIONS - THE FINDINGS, GROUPED UNDER A HEADING
      * PER BOX IN BOX ORDER, THEN THE RECORDS WHOSE BOX NUMBER WAS
      * UNUSABLE.
      ******************************************************************
       4000-WRITE-VIOLATIONS.
           MOVE SPACES TO AURPT-REC
           WRITE AURPT-REC
           IF D15V-STRUCT-COUNT = 0 AND D15V-CATLG-COUNT = 0
              MOVE 'NO VIOLATIONS FOUND' TO AURPT-REC
              WRITE AURPT-REC
              GO TO 4000-EXIT
           END-IF
           MOVE 'VIOLATIONS BY BOX' TO AURPT-REC
           WRITE AURPT-REC
           MOVE '-----------------' TO AURPT-REC
           WRITE AURPT-REC
           PERFORM 4100-WRITE-ONE-BOX THRU 4100-EXIT
               VARYING D15V-I FROM 1 BY 1 UNTIL D15V-I > 256
           IF D15V-BADBOX-VIOLS > 0
              MOVE 'BOX NUMBER UNUSABLE:' TO AURPT-REC
              WRITE AURPT-REC
              MOVE 999 TO D15V-NEW-BOX
              PERFORM 4200-WRITE-ONE-VIOLATION THRU 4200-EXIT
                  VARYING D15V-T FROM 1 BY 1
                  UNTIL D15V-T > D15V-VIOL-COUNT
           END-IF
           IF D15V-VIOL-LOST > 0
              MOVE D15V-VIOL-LOST TO D15V-CNT-OUT
              MOVE SPACES TO AURPT-REC
              STRING '** '                 DELIMITED BY SIZE
                     D15V-CNT-OUT          DELIMITED BY SIZE
                     ' FURTHER VIOLATIONS COUNTED BUT NOT LISTED'
                                           DELIMITED BY SIZE
                     INTO AURPT-REC
              WRITE AURPT-REC
           END-IF.
       4000-EXIT.
           EXIT.
      *
       4100-WRITE-ONE-BOX.
           IF D15V-BOX-VIOLS(D15V-I) = 0
              GO TO 4100-EXIT
           END-IF
           COMPUTE D15V-NEW-BOX = D15V-I - 1
           MOVE D15V-NEW-BOX TO D15V-BOX-OUT
           MOVE D15V-BOX-LENSES(D15V-I) TO D15V-CNT-OUT
           MOVE SPACES TO AURPT-REC
           STRING 'BOX '           DELIMITED BY SIZE
                  D15V-BOX-OUT     DELIMITED BY SIZE
                  ':  LENSES '     DELIMITED BY SIZE
                  D15V-CNT-OUT     DELIMITED BY SIZE
                  INTO AURPT-REC
           WRITE AURPT-REC
           PERFORM 4200-WRITE-ONE-VIOLATION THRU 4200-EXIT
               VARYING D15V-T FROM 1 BY 1
               UNTIL D15V-T > D15V-VIOL-COUNT.
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4200-WRITE-ONE-VIOLATION - PRINT HELD FINDING D15V-T IF IT
      * BELONGS TO THE BOX BEING LISTED (D15V-NEW-BOX).
      ******************************************************************
       4200-WRITE-ONE-VIOLATION.
           IF D15V-VIOL-BOX(D15V-T) NOT = D15V-NEW-BOX
              GO TO 4200-EXIT
           END-IF
           MOVE D15V-VIOL-SLOT(D15V-T) TO D15V-SLOT-OUT
           MOVE SPACES TO AURPT-REC
           EVALUATE D15V-VIOL-TYPE(D15V-T)
              WHEN 1
                 MOVE D15V-VIOL-VALUE(D15V-T) TO D15V-HASH-OUT
                 STRING '  WRONG BOX      LABEL '   DELIMITED BY SIZE
                        D15V-VIOL-LABEL(D15V-T)     DELIMITED BY SPACE
                        '  HASHES TO BOX '          DELIMITED BY SIZE
                        D15V-HASH-OUT               DELIMITED BY SIZE
                        INTO AURPT-REC
              WHEN 2
                 STRING '  OUT OF RANGE   LABEL '   DELIMITED BY SIZE
                        D15V-VIOL-LABEL(D15V-T)     DELIMITED BY SPACE
                        '  BOX OR SLOT NUMBER NOT 0-255 / 1-256'
                                                    DELIMITED BY SIZE
                        INTO AURPT-REC
              WHEN 3
                 MOVE D15V-VIOL-VALUE(D15V-T) TO D15V-CNT-OUT
                 STRING '  DUPLICATE SLOT LABEL '   DELIMITED BY SIZE
                        D15V-VIOL-LABEL(D15V-T)     DELIMITED BY SPACE
                        '  SLOT '                   DELIMITED BY SIZE
                        D15V-SLOT-OUT               DELIMITED BY SIZE
                        ' HELD BY '                 DELIMITED BY SIZE
                        D15V-CNT-OUT                DELIMITED BY SIZE
                        ' LENSES'                   DELIMITED BY SIZE
                        INTO AURPT-REC
              WHEN 4
                 STRING '  SLOT GAP       SLOT '    DELIMITED BY SIZE
                        D15V-SLOT-OUT               DELIMITED BY SIZE
                        ' IS EMPTY INSIDE THE BOX''S SLOT RUN'
                                                    DELIMITED BY SIZE
                        INTO AURPT-REC
              WHEN 5
                 STRING '  BAD FOCAL      LABEL '   DELIMITED BY SIZE
                        D15V-VIOL-LABEL(D15V-T)     DELIMITED BY SPACE
                        '  FOCAL LENGTH ZERO OR NOT NUMERIC'
                                                    DELIMITED BY SIZE
                        INTO AURPT-REC
              WHEN 6
                 STRING '  NOT CATALOGED  LABEL '   DELIMITED BY SIZE
                        D15V-VIOL-LABEL(D15V-T)     DELIMITED BY SPACE
                        '  NOT IN LENS CATALOG'     DELIMITED BY SIZE
                        INTO AURPT-REC
              WHEN 7
                 MOVE D15V-VIOL-VALUE(D15V-T) TO D15V-CAT-IDX
                 MOVE D15V-CAT-MIN(D15V-CAT-IDX) TO D15V-MIN-OUT
                 MOVE D15V-CAT-MAX(D15V-CAT-IDX) TO D15V-MAX-OUT
                 STRING '  FOCAL RANGE    LABEL '   DELIMITED BY SIZE
                        D15V-VIOL-LABEL(D15V-T)     DELIMITED BY SPACE
                        '  FOCAL OUTSIDE CATALOG RANGE '
                                                    DELIMITED BY SIZE
                        D15V-MIN-OUT                DELIMITED BY SIZE
                        ' -'                        DELIMITED BY SIZE
                        D15V-MAX-OUT                DELIMITED BY SIZE
                        INTO AURPT-REC
           END-EVALUATE
           WRITE AURPT-REC.
       4200-EXIT.
           EXIT.
      *
      ******************************************************************
      * 5000-WRITE-SUMMARY - RECORD AND BOX COUNTS, THE TOTAL PER
      * VIOLATION TYPE, AND THE VERDICT THE CONDITION CODE CARRIES.
      ******************************************************************
       5000-WRITE-SUMMARY.
           MOVE SPACES TO AURPT-REC
           WRITE AURPT-REC
           MOVE D15V-LENS-COUNT TO D15V-CNT-OUT
           MOVE SPACES TO AURPT-REC
           STRING 'LENSES AUDITED    : ' DELIMITED BY SIZE
                  D15V-CNT-OUT           DELIMITED BY SIZE
                  INTO AURPT-REC
           WRITE AURPT-REC
           MOVE D15V-BOX-COUNT TO D15V-CNT-OUT
           MOVE SPACES TO AURPT-REC
           STRING 'BOXES OCCUPIED    : ' DELIMITED BY SIZE
                  D15V-CNT-OUT           DELIMITED BY SIZE
                  INTO AURPT-REC
           WRITE AURPT-REC
           MOVE SPACES TO AURPT-REC
           WRITE AURPT-REC
           MOVE 'VIOLATIONS BY TYPE' TO AURPT-REC
           WRITE AURPT-REC
           MOVE '------------------' TO AURPT-REC
           WRITE AURPT-REC
           PERFORM 5100-WRITE-ONE-TYPE THRU 5100-EXIT
               VARYING D15V-T FROM 1 BY 1 UNTIL D15V-T > 7
           MOVE D15V-STRUCT-COUNT TO D15V-CNT-OUT
           MOVE SPACES TO AURPT-REC
           STRING 'STRUCTURAL TOTAL    : ' DELIMITED BY SIZE
                  D15V-CNT-OUT             DELIMITED BY SIZE
                  INTO AURPT-REC
           WRITE AURPT-REC
           MOVE D15V-CATLG-COUNT TO D15V-CNT-OUT
           MOVE SPACES TO AURPT-REC
           STRING 'CATALOG TOTAL       : ' DELIMITED BY SIZE
                  D15V-CNT-OUT             DELIMITED BY SIZE
                  INTO AURPT-REC
           WRITE AURPT-REC
           MOVE SPACES TO AURPT-REC
           WRITE AURPT-REC
           EVALUATE TRUE
              WHEN D15V-STRUCT-COUNT > 0
                 MOVE '**** LENS MASTER FAILED AUDIT - HOLD DAY15 ****'
                                                      TO AURPT-REC
              WHEN D15V-CATLG-COUNT > 0
                 MOVE 'LENS MASTER SOUND - CATALOG EXCEPTIONS ONLY'
                                                      TO AURPT-REC
              WHEN OTHER
                 MOVE 'LENS MASTER PASSED AUDIT' TO AURPT-REC
           END-EVALUATE
           WRITE AURPT-REC.
       5000-EXIT.
           EXIT.
      *
       5100-WRITE-ONE-TYPE.
           MOVE D15V-TYPE-COUNT(D15V-T) TO D15V-CNT-OUT
           MOVE SPACES TO AURPT-REC
           STRING D15V-TYPE-NAME(D15V-T)   DELIMITED BY SIZE
                  ': '                     DELIMITED BY SIZE
                  D15V-CNT-OUT             DELIMITED BY SIZE
                  INTO AURPT-REC
           WRITE AURPT-REC.
       5100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 8000-COMPUTE-HASH - THE AOC "HASH" ALGORITHM, AS IN DAY15.
      *   INPUT  : D15V-HASH-TEXT / D15V-HASH-TEXT-LEN
      *   OUTPUT : D15V-HASH-RESULT
      ******************************************************************
       8000-COMPUTE-HASH.
           MOVE 0 TO D15V-HASH-WORK
           PERFORM 8010-HASH-ONE-CHAR THRU 8010-EXIT
               VARYING D15V-HASH-IDX FROM 1 BY 1
               UNTIL D15V-HASH-IDX > D15V-HASH-TEXT-LEN
           MOVE D15V-HASH-WORK TO D15V-HASH-RESULT.
       8000-EXIT.
           EXIT.
      *
       8010-HASH-ONE-CHAR.
           ADD FUNCTION ORD(D15V-HASH-TEXT(D15V-HASH-IDX:1))
                                                   TO D15V-HASH-WORK
           SUBTRACT 1 FROM D15V-HASH-WORK
           MULTIPLY 17 BY D15V-HASH-WORK
           MOVE FUNCTION MOD(D15V-HASH-WORK, 256) TO D15V-HASH-WORK.
       8010-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9970-ABEND-LENSMST-OPEN - THE LENS MASTER COULD NOT BE OPENED;
      * EITHER DAY15 HAS NOT RUN YET OR THE DD POINTS AT THE WRONG
      * PLACE.  THERE IS NOTHING TO AUDIT.
      ******************************************************************
       9970-ABEND-LENSMST-OPEN.
           DISPLAY 'DAY15AU ABEND - LENSMST COULD NOT BE OPENED'
           DISPLAY 'FILE STATUS : ' D15V-LENSMST-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9970-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9905-ABEND-LENSCAT - A LENS CATALOG RECORD WITH AN EMPTY
      * LABEL, A NON-NUMERIC OR INVERTED RANGE, A DUPLICATE LABEL, OR
      * MORE RECORDS THAN THE TABLE HOLDS.
      ******************************************************************
       9905-ABEND-LENSCAT.
           DISPLAY 'DAY15AU ABEND - LENSCAT RECORD INVALID OR TABLE '
                   'FULL'
           DISPLAY 'RECORD  : ' LENSCAT-REC
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9905-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9950-ABEND-BAD-CARD - AN UNRECOGNIZED OR MALFORMED AUCTL CARD.
      * AUDITING A GUESSED LIBRARY WOULD PASS OR FAIL THE WRONG ONE.
      ******************************************************************
       9950-ABEND-BAD-CARD.
           DISPLAY 'DAY15AU ABEND - UNRECOGNIZED OR BAD AUCTL CARD'
           DISPLAY 'CARD    : ' D15V-CTL-CARD
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9950-EXIT.
           EXIT.
      *
      ******************************************************************
      * 8900-TERMINATE - CLOSE ALL OPEN FILES BEFORE ENDING THE RUN.
      ******************************************************************
       8900-TERMINATE.
           CLOSE LENSMST-FILE
           CLOSE AURPT-FILE.
       8900-EXIT.
           EXIT.
