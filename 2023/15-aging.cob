      ******************************************************************
      * IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY15AG.
       AUTHOR. J BROST.
       INSTALLATION. AOC-BATCH.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  JB   INITIAL VERSION - LENS AGING AND DORMANCY
      *                     REPORT.  THE REVERSE OF DAY15PF'S ACTIVITY
      *                     PROFILE: FOR EVERY LENS NOW ON LENSMST IT
      *                     FINDS, ON THE DATE-STAMPED TXNHIST ARCHIVE,
      *                     THE LAST DATE THE LABEL WAS ADDED OR HAD
      *                     ITS FOCAL LENGTH UPDATED, AND BANDS THE
      *                     LENS BY DAYS SINCE: 0-30, 31-90, 91-180,
      *                     OVER 180, OR OLDER THAN THE ARCHIVE (NO
      *                     ACTIVITY ON TXNHIST AT ALL).  AGRPT SHOWS
      *                     THE BANDS BOX BY BOX AND LISTS THE OLDEST
      *                     LENSES.  EVERY LENS OVER THE REMOVAL AGE,
      *                     OR OLDER THAN AN ARCHIVE THAT ITSELF GOES
      *                     BACK FURTHER THAN THE REMOVAL AGE, IS
      *                     WRITTEN TO RMVCAND AS A DAY15MT DELETE
      *                     TRANSACTION, SO THE LENS ROOM CAN REVIEW
      *                     THE FILE AND FEED IT TO DAY15MT AS MNTTXN.
      *                     AGCTL CARDS:
      *                       LIBRARY=CODE OR LIBRARY=DEFAULT.
      *                       RUN-DATE=YYYYMMDD - AGE AS OF THAT DATE
      *                         (DEFAULT TODAY).
      *                       TOP-LENSES=N - SIZE OF THE OLDEST-LENS
      *                         LIST (DEFAULT 20).
      *                       REMOVE-DAYS=N - REMOVAL AGE IN DAYS
      *                         (DEFAULT 180).
      *                     A LIBRARY WITH NO LENSES ENDS RC=4.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AGCTL-FILE ASSIGN TO "AGCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15E-AGCTL-STATUS.
           SELECT LENSMST-FILE ASSIGN TO "LENSMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LENSMST-KEY
               FILE STATUS IS D15E-LENSMST-STATUS.
           SELECT TXNHIST-FILE ASSIGN TO "TXNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15E-TXNHIST-STATUS.
           SELECT RMVCAND-FILE ASSIGN TO "RMVCAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15E-RMVCAND-STATUS.
           SELECT AGRPT-FILE ASSIGN TO "AGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AGCTL-FILE.
       01  AGCTL-REC               PIC X(80).
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
       FD  TXNHIST-FILE.
       01  TXNHIST-REC             PIC X(140).
       01  TXNHIST-LAYOUT REDEFINES TXNHIST-REC.
           05  TXNH-DATE           PIC X(8).
           05  TXNH-LINE           PIC X(132).
      *
      *    DAY15MT'S MNTTXN LAYOUT.  A DELETE ONLY NEEDS THE LABEL AND
      *    LIBRARY; BOX, SLOT AND FOCAL ARE FILLED FROM THE MASTER SO
      *    THE REVIEWER CAN SEE WHAT IS COMING OUT.
       FD  RMVCAND-FILE.
       01  RMVCAND-REC             PIC X(100).
       01  RMVCAND-LAYOUT REDEFINES RMVCAND-REC.
           05  RMVCAND-OP           PIC X(6).
           05  FILLER               PIC X(1).
           05  RMVCAND-LABEL        PIC X(60).
           05  RMVCAND-LIB          PIC X(4).
           05  RMVCAND-BOX          PIC 9(3).
           05  RMVCAND-SLOT         PIC 9(3).
           05  RMVCAND-FOCAL        PIC 9(8).
           05  FILLER               PIC X(15).
      *
       FD  AGRPT-FILE
           RECORDING MODE IS F.
       01  AGRPT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
      *
      * ---------------------------------------------------------------
      * FILE STATUS AND END-OF-FILE SWITCHES
      * ---------------------------------------------------------------
       01 D15E-AGCTL-STATUS    PIC X(2).
          88 D15E-AGCTL-FOUND  VALUE '00'.
       01 D15E-LENSMST-STATUS  PIC X(2).
          88 D15E-LENSMST-OK   VALUE '00'.
       01 D15E-TXNHIST-STATUS  PIC X(2).
          88 D15E-TXNHIST-OK   VALUE '00'.
       01 D15E-RMVCAND-STATUS  PIC X(2).
          88 D15E-RMVCAND-OK   VALUE '00'.
       77 D15E-AGCTL-EOF       PIC 9(1)       VALUE 0.
       77 D15E-TXNHIST-EOF     PIC 9(1)       VALUE 0.
      *
      * ---------------------------------------------------------------
      * CONTROL-CARD WORK AREA
      * ---------------------------------------------------------------
       01 D15E-CTL-CARD        PIC X(80).
       77 D15E-CTL-LEN         PIC 9(3)  COMP VALUE 0.
       01 D15E-LIBRARY         PIC X(4)       VALUE SPACES.
       01 D15E-RUN-DATE        PIC X(8).
       77 D15E-TOP-LENSES      PIC 9(8)  COMP VALUE 20.
       77 D15E-REMOVE-DAYS     PIC 9(8)  COMP VALUE 180.
      *
      * ---------------------------------------------------------------
      * CURRENT TRANSACTION WORK AREA - PARSED OFF THE HISTORY LINE
      * THE SAME WAY DAY15PF DOES IT.  THE LIBRARY A TRANSACTION
      * BELONGS TO IS THE ONE ON THE SEQUENCE MARKER BEFORE IT.
      * ---------------------------------------------------------------
       01 D15E-TXN-OP          PIC X(6).
       01 D15E-TXN-KEY         PIC X(64).
       01 D15E-TXN-KEY-LEN     PIC 9(3)  COMP VALUE 0.
       77 D15E-OLD-POS         PIC 9(3)  COMP VALUE 0.
       01 D15E-TXN-LIB         PIC X(4)       VALUE SPACES.
       01 D15E-CUR-DATE        PIC X(8)       VALUE SPACES.
       01 D15E-LOG-LINE        PIC X(132).
       01 D15E-ARC-FIRST       PIC X(8)       VALUE SPACES.
       01 D15E-ARC-LAST        PIC X(8)       VALUE SPACES.
      *
      * ---------------------------------------------------------------
      * STANDALONE COUNTERS AND SWITCHES
      * ---------------------------------------------------------------
       77 D15E-HIST-COUNT      PIC 9(8)  COMP VALUE 0.
       77 D15E-HIT-COUNT       PIC 9(8)  COMP VALUE 0.
       77 D15E-CAND-COUNT      PIC 9(8)  COMP VALUE 0.
       77 D15E-I               PIC 9(8)  COMP VALUE 0.
       77 D15E-J               PIC 9(8)  COMP VALUE 0.
       77 D15E-N               PIC 9(8)  COMP VALUE 0.
       77 D15E-B               PIC 9(8)  COMP VALUE 0.
       77 D15E-MIN-IDX         PIC 9(8)  COMP VALUE 0.
       01 D15E-MIN-DATE        PIC X(8).
       77 D15E-RUN-INT         PIC 9(8)  COMP VALUE 0.
       77 D15E-AGE             PIC S9(8) COMP VALUE 0.
       77 D15E-ARC-DAYS        PIC S9(8) COMP VALUE 0.
       77 D15E-ARC-COVERS      PIC 9(1)       VALUE 0.
       77 D15E-BOX-OUT         PIC ZZ9.
       77 D15E-SLOT-OUT        PIC ZZ9.
       77 D15E-AGE-OUT         PIC Z(6)9.
       77 D15E-CNT-OUT         PIC Z(7)9.
       77 D15E-CNT-OUT1        PIC Z(6)9.
       77 D15E-CNT-OUT2        PIC Z(6)9.
       77 D15E-CNT-OUT3        PIC Z(6)9.
       77 D15E-CNT-OUT4        PIC Z(6)9.
       77 D15E-CNT-OUT5        PIC Z(6)9.
       77 D15E-CNT-OUT6        PIC Z(6)9.
      *
      * ---------------------------------------------------------------
      * THE LIBRARY'S LENSES, LOADED IN MASTER KEY ORDER - FOR ONE
      * LIBRARY THAT IS ASCENDING LABEL ORDER, SO EACH HISTORY LINE IS
      * PROBED WITH A BINARY SEARCH, THE SAME DISCIPLINE AS DAY15PF'S
      * LABEL TABLE.  A LAST-ACTIVITY DATE OF SPACES MEANS NONE ON THE
      * ARCHIVE.  THE BAND IS 1-4 FOR THE FOUR AGE BANDS AND 5 FOR
      * OLDER THAN THE ARCHIVE.
      * ---------------------------------------------------------------
       77 D15E-LNS-COUNT       PIC 9(8)  COMP VALUE 0.
       77 D15E-LNS-FOUND       PIC 9(1)       VALUE 0.
       77 D15E-LNS-LO          PIC 9(8)  COMP VALUE 0.
       77 D15E-LNS-HI          PIC 9(8)  COMP VALUE 0.
       77 D15E-LNS-MID         PIC 9(8)  COMP VALUE 0.
       01 D15E-LNS-TABLE.
          03 D15E-LNS-ENTRY OCCURS 20000 TIMES.
             05 D15E-LNS-LABEL    PIC X(60).
             05 D15E-LNS-BOX      PIC 9(3).
             05 D15E-LNS-SLOT     PIC 9(3).
             05 D15E-LNS-FOCAL    PIC 9(8).
             05 D15E-LNS-LAST     PIC X(8).
             05 D15E-LNS-AGE      PIC 9(8) COMP.
             05 D15E-LNS-BAND     PIC 9(1).
             05 D15E-LNS-PICKED   PIC 9(1).
      *
      * ---------------------------------------------------------------
      * PER-BOX LENS COUNTS BY BAND, AND THE LIBRARY TOTALS
      * ---------------------------------------------------------------
       01 D15E-BOX-TABLE.
          03 D15E-BOX-ENTRY OCCURS 256 TIMES.
             05 D15E-BOX-LENSES   PIC 9(8) COMP.
             05 D15E-BOX-BAND     PIC 9(8) COMP OCCURS 5 TIMES.
       01 D15E-TOT-TABLE.
          03 D15E-TOT-LENSES      PIC 9(8) COMP.
          03 D15E-TOT-BAND        PIC 9(8) COMP OCCURS 5 TIMES.

       PROCEDURE DIVISION.
      *
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-MASTER THRU 2000-EXIT.
           PERFORM 3000-READ-HISTORY THRU 3000-EXIT
               UNTIL D15E-TXNHIST-EOF = 1.
           PERFORM 3900-ARCHIVE-SPAN THRU 3900-EXIT.
           PERFORM 4000-AGE-ONE-LENS THRU 4000-EXIT
               VARYING D15E-I FROM 1 BY 1
               UNTIL D15E-I > D15E-LNS-COUNT.
           PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
           PERFORM 8900-TERMINATE THRU 8900-EXIT.
           IF D15E-LNS-COUNT = 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
      *
      ******************************************************************
      * 1000-INITIALIZE - PICK UP THE OPTIONAL CONTROL CARDS AND OPEN
      * THE MASTER, THE ARCHIVE, THE CANDIDATE FILE AND THE REPORT.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT D15E-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT AGCTL-FILE
           IF D15E-AGCTL-FOUND
              PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
                  UNTIL D15E-AGCTL-EOF = 1
              CLOSE AGCTL-FILE
           END-IF
           COMPUTE D15E-RUN-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(D15E-RUN-DATE))
           OPEN INPUT LENSMST-FILE
           IF NOT D15E-LENSMST-OK
              PERFORM 9970-ABEND-LENSMST-OPEN THRU 9970-EXIT
           END-IF
           OPEN INPUT TXNHIST-FILE
           IF NOT D15E-TXNHIST-OK
              PERFORM 9975-ABEND-TXNHIST-OPEN THRU 9975-EXIT
           END-IF
           OPEN OUTPUT RMVCAND-FILE
           IF NOT D15E-RMVCAND-OK
              PERFORM 9960-ABEND-RMVCAND-OPEN THRU 9960-EXIT
           END-IF
           INITIALIZE D15E-BOX-TABLE
           INITIALIZE D15E-TOT-TABLE
           OPEN OUTPUT AGRPT-FILE
           MOVE 'LENS AGING AND DORMANCY REPORT' TO AGRPT-REC
           WRITE AGRPT-REC
           MOVE '------------------------------' TO AGRPT-REC
           WRITE AGRPT-REC
           IF D15E-LIBRARY NOT = SPACES
              MOVE SPACES TO AGRPT-REC
              STRING 'LIBRARY: '          DELIMITED BY SIZE
                     D15E-LIBRARY         DELIMITED BY SIZE
                     INTO AGRPT-REC
              WRITE AGRPT-REC
           END-IF
           MOVE SPACES TO AGRPT-REC
           STRING 'AGED AS OF ' DELIMITED BY SIZE
                  D15E-RUN-DATE DELIMITED BY SIZE
                  INTO AGRPT-REC
           WRITE AGRPT-REC.
       1000-EXIT.
           EXIT.
      *
       1100-READ-ONE-CARD.
           READ AGCTL-FILE
               AT END
                  MOVE 1 TO D15E-AGCTL-EOF
                  GO TO 1100-EXIT
           END-READ
           MOVE FUNCTION TRIM(AGCTL-REC) TO D15E-CTL-CARD
           MOVE FUNCTION LENGTH(FUNCTION TRIM(D15E-CTL-CARD))
                                                 TO D15E-CTL-LEN
           EVALUATE TRUE
              WHEN D15E-CTL-CARD = SPACES
                 CONTINUE
              WHEN D15E-CTL-CARD(1:1) = '*'
                 CONTINUE
              WHEN D15E-CTL-CARD(1:9) = 'RUN-DATE='
                 IF D15E-CTL-LEN NOT = 17 OR
                    D15E-CTL-CARD(10:8) NOT NUMERIC
                    PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
                 END-IF
                 IF FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL(D15E-CTL-CARD(10:8))) NOT = 0
                    PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
                 END-IF
                 MOVE D15E-CTL-CARD(10:8) TO D15E-RUN-DATE
              WHEN D15E-CTL-CARD(1:11) = 'TOP-LENSES='
                 IF D15E-CTL-LEN < 12 OR D15E-CTL-LEN > 19 OR
                    D15E-CTL-CARD(12:D15E-CTL-LEN - 11) NOT NUMERIC
                    PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
                 END-IF
                 MOVE FUNCTION NUMVAL(
                      D15E-CTL-CARD(12:D15E-CTL-LEN - 11))
                                                 TO D15E-TOP-LENSES
                 IF D15E-TOP-LENSES = 0 OR D15E-TOP-LENSES > 1000
                    PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
                 END-IF
              WHEN D15E-CTL-CARD(1:12) = 'REMOVE-DAYS='
                 IF D15E-CTL-LEN < 13 OR D15E-CTL-LEN > 20 OR
                    D15E-CTL-CARD(13:D15E-CTL-LEN - 12) NOT NUMERIC
                    PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
                 END-IF
                 MOVE FUNCTION NUMVAL(
                      D15E-CTL-CARD(13:D15E-CTL-LEN - 12))
                                                 TO D15E-REMOVE-DAYS
                 IF D15E-REMOVE-DAYS = 0
                    PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
                 END-IF
              WHEN D15E-CTL-CARD(1:8) = 'LIBRARY='
                 PERFORM 1200-LIBRARY-VALUE THRU 1200-EXIT
              WHEN OTHER
                 PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-EVALUATE.
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1200-LIBRARY-VALUE - LIBRARY=code (1 TO 4 CHARACTERS, NO
      * EMBEDDED BLANKS) OR LIBRARY=DEFAULT.  ALL IS REFUSED: THE
      * CANDIDATE FILE FEEDS ONE MAINTENANCE RUN FOR ONE LENS ROOM.
      ******************************************************************
       1200-LIBRARY-VALUE.
           MOVE SPACES TO D15E-LIBRARY
           IF D15E-CTL-LEN = 15 AND D15E-CTL-CARD(9:7) = 'DEFAULT'
              GO TO 1200-EXIT
           END-IF
           IF D15E-CTL-LEN < 9 OR D15E-CTL-LEN > 12
              PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-IF
           IF D15E-CTL-LEN = 11 AND D15E-CTL-CARD(9:3) = 'ALL'
              PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-IF
           PERFORM 1210-CHECK-LIB-CHAR THRU 1210-EXIT
               VARYING D15E-I FROM 9 BY 1 UNTIL D15E-I > D15E-CTL-LEN
           MOVE D15E-CTL-CARD(9:D15E-CTL-LEN - 8) TO D15E-LIBRARY.
       1200-EXIT.
           EXIT.
      *
       1210-CHECK-LIB-CHAR.
           IF D15E-CTL-CARD(D15E-I:1) = SPACE
              PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-IF.
       1210-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2000-LOAD-MASTER - ONE SEQUENTIAL PASS OVER THE MASTER, TAKING
      * THE REQUESTED LIBRARY'S LENSES INTO THE LENS TABLE.  OTHER
      * LIBRARIES' LENSES ARE PASSED OVER.
      ******************************************************************
       2000-LOAD-MASTER.
           MOVE LOW-VALUES TO LENSMST-KEY
           START LENSMST-FILE KEY NOT < LENSMST-KEY
           PERFORM 2100-LOAD-ONE-LENS THRU 2100-EXIT
               UNTIL D15E-LENSMST-STATUS NOT = '00'.
       2000-EXIT.
           EXIT.
      *
       2100-LOAD-ONE-LENS.
           READ LENSMST-FILE NEXT
               AT END GO TO 2100-EXIT
           END-READ
           IF D15E-LENSMST-STATUS NOT = '00'
              PERFORM 9965-ABEND-LENSMST-READ THRU 9965-EXIT
           END-IF
           IF LENSMST-LIB NOT = D15E-LIBRARY
              GO TO 2100-EXIT
           END-IF
           IF LENSMST-BOX NOT NUMERIC OR LENSMST-BOX > 255
              PERFORM 9990-ABEND-BAD-MASTER THRU 9990-EXIT
           END-IF
           IF D15E-LNS-COUNT >= 20000
              PERFORM 9940-ABEND-LNS-OVERFLOW THRU 9940-EXIT
           END-IF
           ADD 1 TO D15E-LNS-COUNT
           MOVE LENSMST-LABEL TO D15E-LNS-LABEL(D15E-LNS-COUNT)
           MOVE LENSMST-BOX TO D15E-LNS-BOX(D15E-LNS-COUNT)
           MOVE LENSMST-SLOT TO D15E-LNS-SLOT(D15E-LNS-COUNT)
           MOVE LENSMST-FOCAL TO D15E-LNS-FOCAL(D15E-LNS-COUNT)
           MOVE SPACES TO D15E-LNS-LAST(D15E-LNS-COUNT)
           MOVE 0 TO D15E-LNS-AGE(D15E-LNS-COUNT)
           MOVE 0 TO D15E-LNS-BAND(D15E-LNS-COUNT)
           MOVE 0 TO D15E-LNS-PICKED(D15E-LNS-COUNT).
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3000-READ-HISTORY - ONE TXNHIST LINE.  A SEQUENCE MARKER SETS
      * THE LIBRARY THE TRANSACTIONS AFTER IT BELONG TO (" LIB=code"
      * AT COLUMN 38, ABSENT FOR THE DEFAULT LIBRARY); A CHANGE OF
      * RUN-DATE STAMP FALLS BACK TO THE DEFAULT UNTIL THE DAY'S FIRST
      * MARKER.  AN ADD OR AN UPDATE (A NEW FOCAL LENGTH) FOR ONE OF
      * THE LIBRARY'S LENSES MOVES THAT LENS'S LAST-ACTIVITY DATE UP.
      * A REMOVE IS NOT ACTIVITY ON A LENS STILL ON THE MASTER - IF IT
      * IS ON THE MASTER, A LATER ADD PUT IT BACK.
      ******************************************************************
       3000-READ-HISTORY.
           READ TXNHIST-FILE
               AT END
                  MOVE 1 TO D15E-TXNHIST-EOF
                  GO TO 3000-EXIT
           END-READ
           ADD 1 TO D15E-HIST-COUNT
           IF TXNH-DATE NOT = D15E-CUR-DATE
              MOVE TXNH-DATE TO D15E-CUR-DATE
              MOVE SPACES TO D15E-TXN-LIB
           END-IF
           IF D15E-ARC-FIRST = SPACES OR TXNH-DATE < D15E-ARC-FIRST
              MOVE TXNH-DATE TO D15E-ARC-FIRST
           END-IF
           IF D15E-ARC-LAST = SPACES OR TXNH-DATE > D15E-ARC-LAST
              MOVE TXNH-DATE TO D15E-ARC-LAST
           END-IF
           MOVE TXNH-LINE TO D15E-LOG-LINE
           EVALUATE TRUE
              WHEN D15E-LOG-LINE(1:7) = 'SEQNBR='
                 IF D15E-LOG-LINE(38:5) = ' LIB='
                    MOVE D15E-LOG-LINE(43:4) TO D15E-TXN-LIB
                 ELSE
                    MOVE SPACES TO D15E-TXN-LIB
                 END-IF
              WHEN D15E-LOG-LINE(1:6) = 'ADD   ' OR
                   D15E-LOG-LINE(1:6) = 'UPDATE'
                 IF D15E-TXN-LIB = D15E-LIBRARY
                    PERFORM 3100-PARSE-TXN THRU 3100-EXIT
                    PERFORM 3200-NOTE-ACTIVITY THRU 3200-EXIT
                 END-IF
           END-EVALUATE.
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3100-PARSE-TXN - CARVE THE LABEL OUT OF A TXNLOG LINE.  THE
      * LINE IS POSITIONAL UP TO THE LABEL, WHICH IS VARIABLE LENGTH
      * AND ENDS AT THE " OLD=" THAT FOLLOWS IT.
      ******************************************************************
       3100-PARSE-TXN.
           MOVE D15E-LOG-LINE(1:6) TO D15E-TXN-OP
           MOVE 0 TO D15E-OLD-POS
           PERFORM 3110-FIND-OLD-TAG THRU 3110-EXIT
               VARYING D15E-J FROM 22 BY 1
               UNTIL D15E-J > 127 OR D15E-OLD-POS > 0
           IF D15E-OLD-POS = 0
              PERFORM 9985-ABEND-TXNHIST-FORMAT THRU 9985-EXIT
           END-IF
           COMPUTE D15E-TXN-KEY-LEN = D15E-OLD-POS - 22
           MOVE SPACES TO D15E-TXN-KEY
           IF D15E-TXN-KEY-LEN > 0
              MOVE D15E-LOG-LINE(22:D15E-TXN-KEY-LEN) TO D15E-TXN-KEY
           END-IF.
       3100-EXIT.
           EXIT.
      *
       3110-FIND-OLD-TAG.
           IF D15E-LOG-LINE(D15E-J:5) = ' OLD='
              MOVE D15E-J TO D15E-OLD-POS
           END-IF.
       3110-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3200-NOTE-ACTIVITY - FIND THE LABEL AMONG THE LIBRARY'S LENSES
      * AND, IF IT IS THERE, KEEP THE LATER OF ITS DATE SO FAR AND THIS
      * LINE'S.  A LABEL NO LONGER ON THE MASTER IS OF NO INTEREST.
      ******************************************************************
       3200-NOTE-ACTIVITY.
           MOVE 0 TO D15E-LNS-FOUND
           MOVE 1 TO D15E-LNS-LO
           MOVE D15E-LNS-COUNT TO D15E-LNS-HI
           PERFORM 3210-LNS-SEARCH THRU 3210-EXIT
               UNTIL D15E-LNS-FOUND = 1 OR D15E-LNS-LO > D15E-LNS-HI
           IF D15E-LNS-FOUND = 0
              GO TO 3200-EXIT
           END-IF
           ADD 1 TO D15E-HIT-COUNT
           IF D15E-LNS-LAST(D15E-LNS-MID) = SPACES OR
              TXNH-DATE > D15E-LNS-LAST(D15E-LNS-MID)
              MOVE TXNH-DATE TO D15E-LNS-LAST(D15E-LNS-MID)
           END-IF.
       3200-EXIT.
           EXIT.
      *
       3210-LNS-SEARCH.
           COMPUTE D15E-LNS-MID = (D15E-LNS-LO + D15E-LNS-HI) / 2
           EVALUATE TRUE
              WHEN D15E-LNS-LABEL(D15E-LNS-MID) = D15E-TXN-KEY
                 MOVE 1 TO D15E-LNS-FOUND
              WHEN D15E-LNS-LABEL(D15E-LNS-MID) < D15E-TXN-KEY
                 COMPUTE D15E-LNS-LO = D15E-LNS-MID + 1
              WHEN OTHER
                 COMPUTE D15E-LNS-HI = D15E-LNS-MID - 1
           END-EVALUATE.
       3210-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3900-ARCHIVE-SPAN - HOW FAR BACK THE ARCHIVE REACHES.  A LENS
      * WITH NO ACTIVITY ON IT IS ONLY KNOWN TO BE OVER THE REMOVAL
      * AGE IF THE ARCHIVE GOES BACK FURTHER THAN THAT; AN EMPTY OR
      * RECENTLY TRIMMED ARCHIVE SAYS NOTHING ABOUT IT EITHER WAY.
      ******************************************************************
       3900-ARCHIVE-SPAN.
           MOVE 0 TO D15E-ARC-COVERS
           IF D15E-ARC-FIRST = SPACES
              GO TO 3900-EXIT
           END-IF
           COMPUTE D15E-ARC-DAYS = D15E-RUN-INT -
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(D15E-ARC-FIRST))
           IF D15E-ARC-DAYS > D15E-REMOVE-DAYS
              MOVE 1 TO D15E-ARC-COVERS
           END-IF.
       3900-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4000-AGE-ONE-LENS - DAYS FROM THE LAST ACTIVITY TO THE RUN
      * DATE, THE BAND THAT PUTS THE LENS IN, THE BOX AND LIBRARY
      * TOTALS, AND A REMOVAL CANDIDATE CARD IF IT IS OVER THE REMOVAL
      * AGE, OR OLDER THAN AN ARCHIVE THAT REACHES BACK PAST THE
      * REMOVAL AGE.  ACTIVITY STAMPED AFTER THE RUN
      * DATE (AN AGING RUN AS OF AN EARLIER DATE) COUNTS AS AGE 0.
      ******************************************************************
       4000-AGE-ONE-LENS.
           IF D15E-LNS-LAST(D15E-I) = SPACES
              MOVE 5 TO D15E-LNS-BAND(D15E-I)
           ELSE
              COMPUTE D15E-AGE = D15E-RUN-INT -
                  FUNCTION INTEGER-OF-DATE(
                      FUNCTION NUMVAL(D15E-LNS-LAST(D15E-I)))
              IF D15E-AGE < 0
                 MOVE 0 TO D15E-AGE
              END-IF
              MOVE D15E-AGE TO D15E-LNS-AGE(D15E-I)
              EVALUATE TRUE
                 WHEN D15E-AGE NOT > 30
                    MOVE 1 TO D15E-LNS-BAND(D15E-I)
                 WHEN D15E-AGE NOT > 90
                    MOVE 2 TO D15E-LNS-BAND(D15E-I)
                 WHEN D15E-AGE NOT > 180
                    MOVE 3 TO D15E-LNS-BAND(D15E-I)
                 WHEN OTHER
                    MOVE 4 TO D15E-LNS-BAND(D15E-I)
              END-EVALUATE
           END-IF
           COMPUTE D15E-B = D15E-LNS-BOX(D15E-I) + 1
           MOVE D15E-LNS-BAND(D15E-I) TO D15E-N
           ADD 1 TO D15E-BOX-LENSES(D15E-B)
           ADD 1 TO D15E-BOX-BAND(D15E-B, D15E-N)
           ADD 1 TO D15E-TOT-LENSES
           ADD 1 TO D15E-TOT-BAND(D15E-N)
           IF D15E-LNS-BAND(D15E-I) = 5
              IF D15E-ARC-COVERS = 1
                 PERFORM 4100-WRITE-CANDIDATE THRU 4100-EXIT
              END-IF
           ELSE
              IF D15E-LNS-AGE(D15E-I) > D15E-REMOVE-DAYS
                 PERFORM 4100-WRITE-CANDIDATE THRU 4100-EXIT
              END-IF
           END-IF.
       4000-EXIT.
           EXIT.
      *
       4100-WRITE-CANDIDATE.
           MOVE SPACES TO RMVCAND-REC
           MOVE 'DELETE' TO RMVCAND-OP
           MOVE D15E-LNS-LABEL(D15E-I) TO RMVCAND-LABEL
           MOVE D15E-LIBRARY TO RMVCAND-LIB
           MOVE D15E-LNS-BOX(D15E-I) TO RMVCAND-BOX
           MOVE D15E-LNS-SLOT(D15E-I) TO RMVCAND-SLOT
           MOVE D15E-LNS-FOCAL(D15E-I) TO RMVCAND-FOCAL
           WRITE RMVCAND-REC
           ADD 1 TO D15E-CAND-COUNT.
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 5000-WRITE-REPORT - THE ARCHIVE SPAN, THE BANDS BOX BY BOX, THE
      * OLDEST LENSES, AND THE TOTALS WITH THE CANDIDATE COUNT.
      ******************************************************************
       5000-WRITE-REPORT.
           MOVE SPACES TO AGRPT-REC
           IF D15E-ARC-FIRST = SPACES
              MOVE 'ARCHIVE: EMPTY - NO LENS CAN BE AGED AGAINST IT'
                                                   TO AGRPT-REC
           ELSE
              STRING 'ARCHIVE: '         DELIMITED BY SIZE
                     D15E-ARC-FIRST      DELIMITED BY SIZE
                     ' THRU '            DELIMITED BY SIZE
                     D15E-ARC-LAST       DELIMITED BY SIZE
                     INTO AGRPT-REC
           END-IF
           WRITE AGRPT-REC
           IF D15E-ARC-COVERS = 0
              MOVE SPACES TO AGRPT-REC
              STRING 'ARCHIVE DOES NOT REACH BACK PAST THE REMOVAL AGE'
                                           DELIMITED BY SIZE
                     ' - NO PRE-ARCHIVE LENS IS A CANDIDATE'
                                           DELIMITED BY SIZE
                     INTO AGRPT-REC
              WRITE AGRPT-REC
           END-IF
           IF D15E-LNS-COUNT = 0
              MOVE 'NO LENSES ON THE MASTER FOR THE LIBRARY'
                                                   TO AGRPT-REC
              WRITE AGRPT-REC
              GO TO 5000-EXIT
           END-IF
           PERFORM 5100-WRITE-BOX-BANDS THRU 5100-EXIT
           PERFORM 5300-WRITE-OLDEST THRU 5300-EXIT
           PERFORM 5700-WRITE-TOTALS THRU 5700-EXIT.
       5000-EXIT.
           EXIT.
      *
       5100-WRITE-BOX-BANDS.
           MOVE SPACES TO AGRPT-REC
           WRITE AGRPT-REC
           MOVE SPACES TO AGRPT-REC
           STRING 'AGING BANDS BY BOX '          DELIMITED BY SIZE
                  '(DAYS SINCE LAST ADD OR UPDATE):'
                                                 DELIMITED BY SIZE
                  INTO AGRPT-REC
           WRITE AGRPT-REC
           MOVE SPACES TO AGRPT-REC
           STRING '  BOX   LENSES     0-30    31-90'
                                                 DELIMITED BY SIZE
                  '   91-180     >180  PRE-ARC'  DELIMITED BY SIZE
                  INTO AGRPT-REC
           WRITE AGRPT-REC
           PERFORM 5110-PRINT-ONE-BOX THRU 5110-EXIT
               VARYING D15E-B FROM 1 BY 1 UNTIL D15E-B > 256
           MOVE D15E-TOT-LENSES TO D15E-CNT-OUT1
           MOVE D15E-TOT-BAND(1) TO D15E-CNT-OUT2
           MOVE D15E-TOT-BAND(2) TO D15E-CNT-OUT3
           MOVE D15E-TOT-BAND(3) TO D15E-CNT-OUT4
           MOVE D15E-TOT-BAND(4) TO D15E-CNT-OUT5
           MOVE D15E-TOT-BAND(5) TO D15E-CNT-OUT6
           MOVE SPACES TO AGRPT-REC
           STRING '  ALL '            DELIMITED BY SIZE
                  D15E-CNT-OUT1       DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  D15E-CNT-OUT2       DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  D15E-CNT-OUT3       DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  D15E-CNT-OUT4       DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  D15E-CNT-OUT5       DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  D15E-CNT-OUT6       DELIMITED BY SIZE
                  INTO AGRPT-REC
           WRITE AGRPT-REC.
       5100-EXIT.
           EXIT.
      *
       5110-PRINT-ONE-BOX.
           IF D15E-BOX-LENSES(D15E-B) = 0
              GO TO 5110-EXIT
           END-IF
           COMPUTE D15E-BOX-OUT = D15E-B - 1
           MOVE D15E-BOX-LENSES(D15E-B) TO D15E-CNT-OUT1
           MOVE D15E-BOX-BAND(D15E-B, 1) TO D15E-CNT-OUT2
           MOVE D15E-BOX-BAND(D15E-B, 2) TO D15E-CNT-OUT3
           MOVE D15E-BOX-BAND(D15E-B, 3) TO D15E-CNT-OUT4
           MOVE D15E-BOX-BAND(D15E-B, 4) TO D15E-CNT-OUT5
           MOVE D15E-BOX-BAND(D15E-B, 5) TO D15E-CNT-OUT6
           MOVE SPACES TO AGRPT-REC
           STRING '  '                DELIMITED BY SIZE
                  D15E-BOX-OUT        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  D15E-CNT-OUT1       DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  D15E-CNT-OUT2       DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  D15E-CNT-OUT3       DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  D15E-CNT-OUT4       DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  D15E-CNT-OUT5       DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  D15E-CNT-OUT6       DELIMITED BY SIZE
                  INTO AGRPT-REC
           WRITE AGRPT-REC.
       5110-EXIT.
           EXIT.
      *
       5300-WRITE-OLDEST.
           MOVE SPACES TO AGRPT-REC
           WRITE AGRPT-REC
           MOVE D15E-TOP-LENSES TO D15E-CNT-OUT
           MOVE SPACES TO AGRPT-REC
           STRING 'OLDEST LENSES (TOP ' DELIMITED BY SIZE
                  FUNCTION TRIM(D15E-CNT-OUT) DELIMITED BY SIZE
                  '):'                  DELIMITED BY SIZE
                  INTO AGRPT-REC
           WRITE AGRPT-REC
           PERFORM 5320-PRINT-ONE-OLDEST THRU 5320-EXIT
               VARYING D15E-N FROM 1 BY 1
               UNTIL D15E-N > D15E-TOP-LENSES
                  OR D15E-N > D15E-LNS-COUNT.
       5300-EXIT.
           EXIT.
      *
      ******************************************************************
      * 5320-PRINT-ONE-OLDEST - PULL THE UNPICKED LENS WITH THE OLDEST
      * LAST ACTIVITY AND PRINT IT.  A LENS WITH NONE ON THE ARCHIVE
      * SORTS AHEAD OF ANY DATE (SPACES IS TAKEN AS THE LOWEST DATE);
      * TIES GO TO THE EARLIER LABEL.
      ******************************************************************
       5320-PRINT-ONE-OLDEST.
           MOVE 0 TO D15E-MIN-IDX
           MOVE HIGH-VALUES TO D15E-MIN-DATE
           PERFORM 5330-SCAN-ONE-LENS THRU 5330-EXIT
               VARYING D15E-J FROM 1 BY 1
               UNTIL D15E-J > D15E-LNS-COUNT
           IF D15E-MIN-IDX = 0
              GO TO 5320-EXIT
           END-IF
           MOVE 1 TO D15E-LNS-PICKED(D15E-MIN-IDX)
           MOVE D15E-LNS-BOX(D15E-MIN-IDX) TO D15E-BOX-OUT
           MOVE D15E-LNS-SLOT(D15E-MIN-IDX) TO D15E-SLOT-OUT
           MOVE SPACES TO AGRPT-REC
           IF D15E-LNS-BAND(D15E-MIN-IDX) = 5
              STRING '  BOX '            DELIMITED BY SIZE
                     D15E-BOX-OUT        DELIMITED BY SIZE
                     '  SLOT '           DELIMITED BY SIZE
                     D15E-SLOT-OUT       DELIMITED BY SIZE
                     '  OLDER THAN THE ARCHIVE  '
                                         DELIMITED BY SIZE
                     '  LABEL '          DELIMITED BY SIZE
                     D15E-LNS-LABEL(D15E-MIN-IDX) DELIMITED BY SPACE
                     INTO AGRPT-REC
           ELSE
              MOVE D15E-LNS-AGE(D15E-MIN-IDX) TO D15E-AGE-OUT
              STRING '  BOX '            DELIMITED BY SIZE
                     D15E-BOX-OUT        DELIMITED BY SIZE
                     '  SLOT '           DELIMITED BY SIZE
                     D15E-SLOT-OUT       DELIMITED BY SIZE
                     '  LAST '           DELIMITED BY SIZE
                     D15E-LNS-LAST(D15E-MIN-IDX) DELIMITED BY SIZE
                     '  DAYS '           DELIMITED BY SIZE
                     D15E-AGE-OUT        DELIMITED BY SIZE
                     '  LABEL '          DELIMITED BY SIZE
                     D15E-LNS-LABEL(D15E-MIN-IDX) DELIMITED BY SPACE
                     INTO AGRPT-REC
           END-IF
           WRITE AGRPT-REC.
       5320-EXIT.
           EXIT.
      *
       5330-SCAN-ONE-LENS.
           IF D15E-LNS-PICKED(D15E-J) = 0 AND
              D15E-LNS-LAST(D15E-J) < D15E-MIN-DATE
              MOVE D15E-LNS-LAST(D15E-J) TO D15E-MIN-DATE
              MOVE D15E-J TO D15E-MIN-IDX
           END-IF.
       5330-EXIT.
           EXIT.
      *
       5700-WRITE-TOTALS.
           MOVE SPACES TO AGRPT-REC
           WRITE AGRPT-REC
           MOVE D15E-LNS-COUNT TO D15E-CNT-OUT
           MOVE SPACES TO AGRPT-REC
           STRING 'LENSES ON MASTER     : ' DELIMITED BY SIZE
                  D15E-CNT-OUT              DELIMITED BY SIZE
                  INTO AGRPT-REC
           WRITE AGRPT-REC
           MOVE D15E-HIST-COUNT TO D15E-CNT-OUT
           MOVE SPACES TO AGRPT-REC
           STRING 'ARCHIVE LINES READ   : ' DELIMITED BY SIZE
                  D15E-CNT-OUT              DELIMITED BY SIZE
                  INTO AGRPT-REC
           WRITE AGRPT-REC
           MOVE D15E-HIT-COUNT TO D15E-CNT-OUT
           MOVE SPACES TO AGRPT-REC
           STRING 'ACTIVITY ON MASTER   : ' DELIMITED BY SIZE
                  D15E-CNT-OUT              DELIMITED BY SIZE
                  INTO AGRPT-REC
           WRITE AGRPT-REC
           MOVE D15E-REMOVE-DAYS TO D15E-CNT-OUT
           MOVE SPACES TO AGRPT-REC
           STRING 'REMOVAL AGE (DAYS)   : ' DELIMITED BY SIZE
                  D15E-CNT-OUT              DELIMITED BY SIZE
                  INTO AGRPT-REC
           WRITE AGRPT-REC
           MOVE D15E-CAND-COUNT TO D15E-CNT-OUT
           MOVE SPACES TO AGRPT-REC
           STRING 'REMOVAL CANDIDATES   : ' DELIMITED BY SIZE
                  D15E-CNT-OUT              DELIMITED BY SIZE
                  INTO AGRPT-REC
           WRITE AGRPT-REC.
       5700-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9975-ABEND-TXNHIST-OPEN - THE ARCHIVE COULD NOT BE OPENED;
      * EITHER DAY15AR HAS NEVER RUN OR THE DD POINTS AT THE WRONG
      * PLACE.  AGING EVERY LENS AS OLDER THAN A MISSING ARCHIVE WOULD
      * MAKE THE WHOLE ROOM A REMOVAL CANDIDATE.
      ******************************************************************
       9975-ABEND-TXNHIST-OPEN.
           DISPLAY 'DAY15AG ABEND - TXNHIST COULD NOT BE OPENED'
           DISPLAY 'FILE STATUS : ' D15E-TXNHIST-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9975-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9970-ABEND-LENSMST-OPEN - THE LENS MASTER COULD NOT BE OPENED;
      * EITHER DAY15 HAS NOT RUN YET OR THE DD POINTS AT THE WRONG
      * PLACE.
      ******************************************************************
       9970-ABEND-LENSMST-OPEN.
           DISPLAY 'DAY15AG ABEND - LENSMST COULD NOT BE OPENED'
           DISPLAY 'FILE STATUS : ' D15E-LENSMST-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9970-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9965-ABEND-LENSMST-READ - A MASTER READ FAILED PART WAY
      * THROUGH THE LOAD.  AGING THE LENSES READ SO FAR WOULD REPORT
      * A TRUNCATED ROOM AS IF IT WERE THE WHOLE LIBRARY.
      ******************************************************************
       9965-ABEND-LENSMST-READ.
           DISPLAY 'DAY15AG ABEND - LENSMST READ FAILED'
           DISPLAY 'FILE STATUS : ' D15E-LENSMST-STATUS
           DISPLAY 'LABEL       : ' LENSMST-LABEL
           DISPLAY 'LIBRARY     : ' LENSMST-LIB
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9965-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9960-ABEND-RMVCAND-OPEN - THE CANDIDATE FILE COULD NOT BE
      * OPENED (MISSING DD, BAD PERMISSIONS, ETC).
      ******************************************************************
       9960-ABEND-RMVCAND-OPEN.
           DISPLAY 'DAY15AG ABEND - RMVCAND COULD NOT BE OPENED'
           DISPLAY 'FILE STATUS : ' D15E-RMVCAND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9960-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9950-ABEND-BAD-CARD - AN UNRECOGNIZED OR MALFORMED AGCTL CARD.
      * A CANDIDATE FILE BUILT ON A GUESSED REMOVAL AGE, RUN DATE OR
      * LIBRARY COULD EMPTY THE WRONG BOXES.  A RUN-DATE THAT IS NOT
      * A REAL CALENDAR DATE IS BAD, NOT MERELY NUMERIC.
      ******************************************************************
       9950-ABEND-BAD-CARD.
           DISPLAY 'DAY15AG ABEND - UNRECOGNIZED OR BAD AGCTL CARD'
           DISPLAY 'CARD    : ' D15E-CTL-CARD
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9950-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9940-ABEND-LNS-OVERFLOW - MORE LENSES IN THE LIBRARY THAN THE
      * LENS TABLE HOLDS.  STOP CLEANLY RATHER THAN AGE A SILENTLY
      * TRUNCATED ROOM.
      ******************************************************************
       9940-ABEND-LNS-OVERFLOW.
           DISPLAY 'DAY15AG ABEND - MORE THAN 20000 LENSES IN LIBRARY'
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9940-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9990-ABEND-BAD-MASTER - A MASTER RECORD WITH A BOX NUMBER PAST
      * 255 IS NOT AN ARRANGEMENT DAY15 EVER WROTE; THE FILE IS
      * DAMAGED.
      ******************************************************************
       9990-ABEND-BAD-MASTER.
           DISPLAY 'DAY15AG ABEND - LENSMST RECORD NOT PLAUSIBLE'
           DISPLAY 'LABEL   : ' LENSMST-LABEL
           DISPLAY 'LIBRARY : ' LENSMST-LIB
           DISPLAY 'BOX     : ' LENSMST-BOX
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9990-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9985-ABEND-TXNHIST-FORMAT - AN ARCHIVE LINE THAT STARTS LIKE A
      * TRANSACTION HAS NO " OLD=" TAG; THE ARCHIVE IS DAMAGED AND
      * AGES BUILT FROM IT WOULD MISLEAD.
      ******************************************************************
       9985-ABEND-TXNHIST-FORMAT.
           DISPLAY 'DAY15AG ABEND - ARCHIVE LINE NOT PARSEABLE'
           DISPLAY 'LINE    : ' D15E-LOG-LINE(1:80)
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9985-EXIT.
           EXIT.
      *
      ******************************************************************
      * 8900-TERMINATE - CLOSE ALL OPEN FILES BEFORE ENDING THE RUN.
      ******************************************************************
       8900-TERMINATE.
           CLOSE LENSMST-FILE
           CLOSE TXNHIST-FILE
           CLOSE RMVCAND-FILE
           CLOSE AGRPT-FILE.
       8900-EXIT.
           EXIT.
