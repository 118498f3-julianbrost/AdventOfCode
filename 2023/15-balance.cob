      ******************************************************************
      * IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY15BL.
       AUTHOR. J BROST.
       INSTALLATION. AOC-BATCH.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  JB   INITIAL VERSION - NIGHTLY CROSS-FILE
      *                     BALANCING.  EACH OUTPUT OF THE NIGHT HAS
      *                     ONLY EVER BEEN CHECKED AGAINST ITSELF
      *                     (DAY15RP TIES TXNLOG TO BOXRPT AND NOTHING
      *                     ELSE).  THIS STEP RUNS AFTER THE WHOLE
      *                     STREAM - DAY15, DAY15AL, DAY15AR - AND TIES
      *                     THEIR CONTROL TOTALS TOGETHER ON ONE PAGE
      *                     (BALRPT):
      *                       - PER SEQUENCE, THE EXTRACT TYPE-3
      *                         STATISTICS AND TYPE-4 RESULTS AGAINST
      *                         THE RUNHIST RECORD OF THE RUN DATE;
      *                       - PER SEQUENCE, THE TXNLOG ADD+UPDATE
      *                         LINES AGAINST EXTR-S-SETS, THE REMOVE
      *                         LINES AGAINST EXTR-S-DELS, AND ADDS
      *                         LESS REMOVES AGAINST THE TYPE-2 DETAIL
      *                         COUNT;
      *                       - THE LENSMST RECORD COUNT AND THE
      *                         ARRHIST ROWS LOADED FOR THE RUN DATE
      *                         AGAINST THE LAST SEQUENCE'S TYPE-2
      *                         DETAIL COUNT;
      *                       - THE TXNHIST LINES STAMPED WITH THE RUN
      *                         DATE AGAINST THE TXNLOG LINE COUNT.
      *                     ONE IN-BALANCE / OUT-OF-BALANCE LINE PER
      *                     CHECK, WITH BOTH FIGURES AND THE
      *                     DIFFERENCE.  ANY BREAK ENDS RC=8.  THE
      *                     OPTIONAL BALCTL CARD RUN-DATE=YYYYMMDD
      *                     BALANCES A STREAM THAT RAN BEFORE MIDNIGHT
      *                     FROM A STEP THAT RUNS AFTER IT.
      *   2026-10-15  JB   THE NIGHT'S RUN BELONGS TO ONE LIBRARY,
      *                     TAKEN FROM THE EXTRACT HEADER.  THE LENSMST
      *                     COUNT, THE ARRHIST ROWS, THE RUNHIST
      *                     RECORDS AND THE TXNHIST LINES (BY THEIR
      *                     SEQUENCE MARKER) ARE NOW COUNTED FOR THAT
      *                     LIBRARY ONLY, SO OTHER LIBRARIES SHARING
      *                     THE FILES DO NOT BREAK THE BALANCE.  A
      *                     NON-DEFAULT LIBRARY IS SHOWN ON BALRPT.
      *   2026-10-15  JB   EXTRACT DETAIL, SIZE AND RESULT LAYOUTS NAME
      *                     THE LIBRARY IN COLUMNS 97-100 AS DAY15
      *                     WRITES THEM (EXTR-D-LIB, EXTR-S-LIB,
      *                     EXTR-R-LIB).
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BALCTL-FILE ASSIGN TO "BALCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15N-BALCTL-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "EXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15N-EXTRACT-STATUS.
           SELECT OPTIONAL RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15N-RUNHIST-STATUS.
           SELECT TXNLOG-FILE ASSIGN TO "TXNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15N-TXNLOG-STATUS.
           SELECT OPTIONAL TXNHIST-FILE ASSIGN TO "TXNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15N-TXNHIST-STATUS.
           SELECT LENSMST-FILE ASSIGN TO "LENSMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LENSMST-KEY
               FILE STATUS IS D15N-LENSMST-STATUS.
           SELECT OPTIONAL ARRHIST-FILE ASSIGN TO "ARRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS D15N-ARRHIST-STATUS.
           SELECT BALRPT-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BALCTL-FILE.
       01  BALCTL-REC               PIC X(80).
      *
       FD  EXTRACT-FILE.
       01  EXTRACT-REC              PIC X(100).
       01  EXTR-HDR-LAYOUT REDEFINES EXTRACT-REC.
           05  EXTR-H-TYPE          PIC X(1).
           05  EXTR-H-SEQ           PIC 9(4).
           05  EXTR-H-NAME          PIC X(20).
           05  FILLER               PIC X(71).
           05  EXTR-H-LIB           PIC X(4).
       01  EXTR-DTL-LAYOUT REDEFINES EXTRACT-REC.
           05  EXTR-D-TYPE          PIC X(1).
           05  EXTR-D-SEQ           PIC 9(4).
           05  EXTR-D-BOX           PIC 9(3).
           05  EXTR-D-SLOT          PIC 9(3).
           05  EXTR-D-LABEL         PIC X(64).
           05  EXTR-D-FOCAL         PIC 9(8).
           05  FILLER               PIC X(13).
           05  EXTR-D-LIB           PIC X(4).
       01  EXTR-STA-LAYOUT REDEFINES EXTRACT-REC.
           05  EXTR-S-TYPE          PIC X(1).
           05  EXTR-S-SEQ           PIC 9(4).
           05  EXTR-S-STEPS         PIC 9(8).
           05  EXTR-S-SETS          PIC 9(8).
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
       FD  RUNHIST-FILE
           RECORDING MODE IS F.
       01  RUNHIST-REC              PIC X(100).
       01  RUNHIST-LAYOUT REDEFINES RUNHIST-REC.
           05  RUNH-DATE            PIC X(8).
           05  RUNH-SEQ             PIC 9(4).
           05  RUNH-STEPS           PIC 9(8).
           05  RUNH-SETS            PIC 9(8).
           05  RUNH-DELS            PIC 9(8).
           05  RUNH-LABELS          PIC 9(8).
           05  RUNH-REJECTS         PIC 9(8).
           05  RUNH-RESULT1         PIC 9(8).
           05  RUNH-RESULT2         PIC 9(8).
           05  RUNH-SEQNAME         PIC X(20).
           05  RUNH-LIB             PIC X(4).
           05  FILLER               PIC X(8).
      *
       FD  TXNLOG-FILE.
       01  TXNLOG-REC               PIC X(132).
      *
       FD  TXNHIST-FILE
           RECORDING MODE IS F.
       01  TXNHIST-REC              PIC X(140).
       01  TXNHIST-LAYOUT REDEFINES TXNHIST-REC.
           05  TXNH-DATE            PIC X(8).
           05  TXNH-LINE            PIC X(132).
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
       FD  BALRPT-FILE
           RECORDING MODE IS F.
       01  BALRPT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
      *
      * ---------------------------------------------------------------
      * FILE STATUS AND END-OF-FILE SWITCHES
      * ---------------------------------------------------------------
       01 D15N-BALCTL-STATUS   PIC X(2).
          88 D15N-BALCTL-FOUND VALUE '00'.
       01 D15N-EXTRACT-STATUS  PIC X(2).
          88 D15N-EXTRACT-OK   VALUE '00'.
       01 D15N-RUNHIST-STATUS  PIC X(2).
          88 D15N-RUNHIST-OK   VALUE '00'.
       01 D15N-TXNLOG-STATUS   PIC X(2).
          88 D15N-TXNLOG-OK    VALUE '00'.
       01 D15N-TXNHIST-STATUS  PIC X(2).
          88 D15N-TXNHIST-OK   VALUE '00'.
       01 D15N-LENSMST-STATUS  PIC X(2).
          88 D15N-LENSMST-OK   VALUE '00'.
       01 D15N-ARRHIST-STATUS  PIC X(2).
          88 D15N-ARRHIST-OK   VALUE '00'.
       77 D15N-BALCTL-EOF      PIC 9(1)       VALUE 0.
       77 D15N-INPUT-EOF       PIC 9(1)       VALUE 0.
      *
      * ---------------------------------------------------------------
      * CONTROL-CARD WORK AREA
      * ---------------------------------------------------------------
       01 D15N-CTL-CARD        PIC X(80).
       77 D15N-CTL-LEN         PIC 9(3)  COMP VALUE 0.
       01 D15N-RUN-DATE        PIC X(8).
      *
      * ---------------------------------------------------------------
      * LIBRARY OF THE RUN BEING BALANCED, FROM THE EXTRACT HEADER
      * (SPACES FOR THE DEFAULT LIBRARY), AND THE LIBRARY OF THE
      * TXNHIST SEQUENCE CURRENTLY BEING READ.
      * ---------------------------------------------------------------
       01 D15N-LIBRARY         PIC X(4)       VALUE SPACES.
       01 D15N-HIST-LIB        PIC X(4)       VALUE SPACES.
      *
      * ---------------------------------------------------------------
      * STANDALONE COUNTERS AND SWITCHES
      * ---------------------------------------------------------------
       77 D15N-SEQ             PIC 9(8)  COMP VALUE 0.
       77 D15N-SEQ-HIGH        PIC 9(8)  COMP VALUE 0.
       77 D15N-SEQ-LAST        PIC 9(8)  COMP VALUE 0.
       77 D15N-SEQ-COUNT       PIC 9(8)  COMP VALUE 0.
       77 D15N-TXN-SEQ         PIC 9(8)  COMP VALUE 0.
       77 D15N-TXNLOG-LINES    PIC 9(8)  COMP VALUE 0.
       77 D15N-TXNHIST-LINES   PIC 9(8)  COMP VALUE 0.
       77 D15N-LENSMST-COUNT   PIC 9(8)  COMP VALUE 0.
       77 D15N-ARRHIST-COUNT   PIC 9(8)  COMP VALUE 0.
       77 D15N-LAST-DETAILS    PIC 9(8)  COMP VALUE 0.
       77 D15N-CHECK-COUNT     PIC 9(8)  COMP VALUE 0.
       77 D15N-BREAK-COUNT     PIC 9(8)  COMP VALUE 0.
       77 D15N-CNT-OUT         PIC Z(7)9.
       77 D15N-SEQ-OUT         PIC Z(3)9.
      *
      * ---------------------------------------------------------------
      * ONE BALANCING CHECK - 6000-WRITE-CHECK COMPARES FIGURE A WITH
      * FIGURE B AND PRINTS THE LINE.  MODE 'E' REQUIRES THE TWO TO BE
      * EQUAL; MODE 'L' ONLY REQUIRES A NOT TO EXCEED B (A REMOVE STEP
      * FOR A LABEL NOT IN ITS BOX IS COUNTED IN EXTR-S-DELS BUT
      * WRITES NO TXNLOG LINE, SO REMOVES MAY FALL SHORT OF DELS).
      * ---------------------------------------------------------------
       01 D15N-CHK-DESC        PIC X(44).
       01 D15N-CHK-ITEM        PIC X(35).
       01 D15N-CHK-MODE        PIC X(1).
          88 D15N-CHK-EQUAL    VALUE 'E'.
          88 D15N-CHK-NOT-OVER VALUE 'L'.
       77 D15N-FIG-A           PIC 9(8)  COMP VALUE 0.
       77 D15N-FIG-B           PIC 9(8)  COMP VALUE 0.
       77 D15N-DIFF            PIC S9(9) COMP VALUE 0.
       77 D15N-FIG-A-OUT       PIC Z(7)9.
       77 D15N-FIG-B-OUT       PIC Z(7)9.
       77 D15N-DIFF-OUT        PIC -(8)9.
      *
      * ---------------------------------------------------------------
      * PER-SEQUENCE CONTROL FIGURES, INDEXED BY SEQUENCE NUMBER, AS
      * GATHERED FROM EACH FILE.  THE -ON-xxx SWITCHES RECORD WHICH
      * FILES MENTIONED THE SEQUENCE AT ALL.
      * ---------------------------------------------------------------
       01 D15N-SEQ-TABLE.
          03 D15N-SEQ-ENTRY OCCURS 9999 TIMES.
             05 D15N-ON-EXTRACT   PIC 9(1).
             05 D15N-ON-RUNHIST   PIC 9(1).
             05 D15N-ON-TXNLOG    PIC 9(1).
             05 D15N-EX-TOTALS    PIC 9(8)  COMP.
             05 D15N-EX-DETAILS   PIC 9(8)  COMP.
             05 D15N-EX-STEPS     PIC 9(8)  COMP.
             05 D15N-EX-SETS      PIC 9(8)  COMP.
             05 D15N-EX-DELS      PIC 9(8)  COMP.
             05 D15N-EX-LABELS    PIC 9(8)  COMP.
             05 D15N-EX-RESULT1   PIC 9(8)  COMP.
             05 D15N-EX-RESULT2   PIC 9(8)  COMP.
             05 D15N-RH-STEPS     PIC 9(8)  COMP.
             05 D15N-RH-SETS      PIC 9(8)  COMP.
             05 D15N-RH-DELS      PIC 9(8)  COMP.
             05 D15N-RH-LABELS    PIC 9(8)  COMP.
             05 D15N-RH-RESULT1   PIC 9(8)  COMP.
             05 D15N-RH-RESULT2   PIC 9(8)  COMP.
             05 D15N-TX-ADDS      PIC 9(8)  COMP.
             05 D15N-TX-UPDS      PIC 9(8)  COMP.
             05 D15N-TX-REMS      PIC 9(8)  COMP.

       PROCEDURE DIVISION.
      *
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-GATHER-EXTRACT THRU 2000-EXIT.
           PERFORM 2200-GATHER-RUNHIST THRU 2200-EXIT.
           PERFORM 2400-GATHER-TXNLOG THRU 2400-EXIT.
           PERFORM 2600-GATHER-TXNHIST THRU 2600-EXIT.
           PERFORM 2700-GATHER-LENSMST THRU 2700-EXIT.
           PERFORM 2800-GATHER-ARRHIST THRU 2800-EXIT.
           PERFORM 3000-CHECK-SEQUENCES THRU 3000-EXIT.
           PERFORM 4000-CHECK-RUN THRU 4000-EXIT.
           PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
           PERFORM 8900-TERMINATE THRU 8900-EXIT.
           IF D15N-BREAK-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.
      *
      ******************************************************************
      * 1000-INITIALIZE - PICK UP THE OPTIONAL RUN-DATE OVERRIDE AND
      * START THE REPORT.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT D15N-RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE D15N-SEQ-TABLE
           OPEN INPUT BALCTL-FILE
           IF D15N-BALCTL-FOUND
              PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
                  UNTIL D15N-BALCTL-EOF = 1
              CLOSE BALCTL-FILE
           END-IF
           OPEN OUTPUT BALRPT-FILE
           MOVE 'NIGHTLY CROSS-FILE BALANCING REPORT' TO BALRPT-REC
           WRITE BALRPT-REC
           MOVE '-----------------------------------' TO BALRPT-REC
           WRITE BALRPT-REC
           MOVE SPACES TO BALRPT-REC
           STRING 'RUN DATE ' DELIMITED BY SIZE
                  D15N-RUN-DATE DELIMITED BY SIZE
                  INTO BALRPT-REC
           WRITE BALRPT-REC.
       1000-EXIT.
           EXIT.
      *
       1100-READ-ONE-CARD.
           READ BALCTL-FILE
               AT END
                  MOVE 1 TO D15N-BALCTL-EOF
                  GO TO 1100-EXIT
           END-READ
           MOVE FUNCTION TRIM(BALCTL-REC) TO D15N-CTL-CARD
           MOVE FUNCTION LENGTH(FUNCTION TRIM(D15N-CTL-CARD))
                                                 TO D15N-CTL-LEN
           EVALUATE TRUE
              WHEN D15N-CTL-CARD = SPACES
                 CONTINUE
              WHEN D15N-CTL-CARD(1:1) = '*'
                 CONTINUE
              WHEN D15N-CTL-CARD(1:9) = 'RUN-DATE='
                 IF D15N-CTL-LEN NOT = 17 OR
                    D15N-CTL-CARD(10:8) NOT NUMERIC
                    PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
                 END-IF
                 MOVE D15N-CTL-CARD(10:8) TO D15N-RUN-DATE
              WHEN OTHER
                 PERFORM 9950-ABEND-BAD-CARD THRU 9950-EXIT
           END-EVALUATE.
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2000-GATHER-EXTRACT - THE RUN'S OWN FIGURES: THE TYPE-2 DETAIL
      * COUNT AND THE TYPE-3/TYPE-4 TOTALS OF EACH SEQUENCE, AND WHICH
      * SEQUENCE CAME LAST (ITS ARRANGEMENT IS THE ONE LEFT ON
      * LENSMST).
      ******************************************************************
       2000-GATHER-EXTRACT.
           OPEN INPUT EXTRACT-FILE
           IF NOT D15N-EXTRACT-OK
              PERFORM 9980-ABEND-EXTRACT-OPEN THRU 9980-EXIT
           END-IF
           MOVE 0 TO D15N-INPUT-EOF
           PERFORM 2100-GATHER-ONE-EXTRACT THRU 2100-EXIT
               UNTIL D15N-INPUT-EOF = 1
           CLOSE EXTRACT-FILE.
       2000-EXIT.
           EXIT.
      *
       2100-GATHER-ONE-EXTRACT.
           READ EXTRACT-FILE
               AT END
                  MOVE 1 TO D15N-INPUT-EOF
                  GO TO 2100-EXIT
           END-READ
           IF EXTR-H-SEQ NOT NUMERIC OR EXTR-H-SEQ = 0
              PERFORM 9990-ABEND-EXTRACT-FORMAT THRU 9990-EXIT
           END-IF
           MOVE EXTR-H-SEQ TO D15N-SEQ
           EVALUATE EXTR-H-TYPE
              WHEN '1'
                 MOVE EXTR-H-LIB TO D15N-LIBRARY
                 IF D15N-ON-EXTRACT(D15N-SEQ) = 0
                    ADD 1 TO D15N-SEQ-COUNT
                 END-IF
                 MOVE 1 TO D15N-ON-EXTRACT(D15N-SEQ)
                 MOVE D15N-SEQ TO D15N-SEQ-LAST
                 IF D15N-SEQ > D15N-SEQ-HIGH
                    MOVE D15N-SEQ TO D15N-SEQ-HIGH
                 END-IF
              WHEN '2'
                 ADD 1 TO D15N-EX-DETAILS(D15N-SEQ)
              WHEN '3'
                 IF EXTR-S-STEPS NOT NUMERIC OR
                    EXTR-S-SETS NOT NUMERIC OR
                    EXTR-S-DELS NOT NUMERIC OR
                    EXTR-S-LABELS NOT NUMERIC
                    PERFORM 9990-ABEND-EXTRACT-FORMAT THRU 9990-EXIT
                 END-IF
                 ADD 1 TO D15N-EX-TOTALS(D15N-SEQ)
                 MOVE EXTR-S-STEPS TO D15N-EX-STEPS(D15N-SEQ)
                 MOVE EXTR-S-SETS TO D15N-EX-SETS(D15N-SEQ)
                 MOVE EXTR-S-DELS TO D15N-EX-DELS(D15N-SEQ)
                 MOVE EXTR-S-LABELS TO D15N-EX-LABELS(D15N-SEQ)
              WHEN '4'
                 IF EXTR-R-RESULT1 NOT NUMERIC OR
                    EXTR-R-RESULT2 NOT NUMERIC
                    PERFORM 9990-ABEND-EXTRACT-FORMAT THRU 9990-EXIT
                 END-IF
                 ADD 1 TO D15N-EX-TOTALS(D15N-SEQ)
                 MOVE EXTR-R-RESULT1 TO D15N-EX-RESULT1(D15N-SEQ)
                 MOVE EXTR-R-RESULT2 TO D15N-EX-RESULT2(D15N-SEQ)
              WHEN OTHER
                 PERFORM 9990-ABEND-EXTRACT-FORMAT THRU 9990-EXIT
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2200-GATHER-RUNHIST - THE RUNHIST RECORDS STAMPED WITH THE RUN
      * DATE.  A SAME-DAY RERUN APPENDS A SECOND RECORD FOR EACH
      * SEQUENCE; THE LATER ONE IS THE RUN WHOSE EXTRACT IS ON FILE,
      * SO IT OVERLAYS THE EARLIER.  OTHER LIBRARIES' RUNS OF THE SAME
      * DATE ARE PASSED OVER.
      ******************************************************************
       2200-GATHER-RUNHIST.
           OPEN INPUT RUNHIST-FILE
           IF NOT D15N-RUNHIST-OK
      *       NO HISTORY AT ALL - EVERY SEQUENCE WILL SHOW UNMATCHED
              GO TO 2200-EXIT
           END-IF
           MOVE 0 TO D15N-INPUT-EOF
           PERFORM 2300-GATHER-ONE-RUNHIST THRU 2300-EXIT
               UNTIL D15N-INPUT-EOF = 1
           CLOSE RUNHIST-FILE.
       2200-EXIT.
           EXIT.
      *
       2300-GATHER-ONE-RUNHIST.
           READ RUNHIST-FILE
               AT END
                  MOVE 1 TO D15N-INPUT-EOF
                  GO TO 2300-EXIT
           END-READ
           IF RUNH-DATE NOT = D15N-RUN-DATE OR
              RUNH-LIB NOT = D15N-LIBRARY
              GO TO 2300-EXIT
           END-IF
           IF RUNH-SEQ NOT NUMERIC OR RUNH-SEQ = 0
              GO TO 2300-EXIT
           END-IF
           MOVE RUNH-SEQ TO D15N-SEQ
           MOVE 1 TO D15N-ON-RUNHIST(D15N-SEQ)
           IF D15N-SEQ > D15N-SEQ-HIGH
              MOVE D15N-SEQ TO D15N-SEQ-HIGH
           END-IF
           MOVE RUNH-STEPS TO D15N-RH-STEPS(D15N-SEQ)
           MOVE RUNH-SETS TO D15N-RH-SETS(D15N-SEQ)
           MOVE RUNH-DELS TO D15N-RH-DELS(D15N-SEQ)
           MOVE RUNH-LABELS TO D15N-RH-LABELS(D15N-SEQ)
           MOVE RUNH-RESULT1 TO D15N-RH-RESULT1(D15N-SEQ)
           MOVE RUNH-RESULT2 TO D15N-RH-RESULT2(D15N-SEQ).
       2300-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2400-GATHER-TXNLOG - COUNT EVERY TXNLOG LINE, AND THE ADD,
      * UPDATE AND REMOVE LINES OF EACH SEQUENCE.  A "SEQNBR=" MARKER
      * SWITCHES SEQUENCE; LINES AHEAD OF ANY MARKER BELONG TO
      * SEQUENCE 1, AS DAY15RP TREATS THEM.
      ******************************************************************
       2400-GATHER-TXNLOG.
           OPEN INPUT TXNLOG-FILE
           IF NOT D15N-TXNLOG-OK
              PERFORM 9970-ABEND-TXNLOG-OPEN THRU 9970-EXIT
           END-IF
           MOVE 1 TO D15N-TXN-SEQ
           MOVE 0 TO D15N-INPUT-EOF
           PERFORM 2500-GATHER-ONE-TXN THRU 2500-EXIT
               UNTIL D15N-INPUT-EOF = 1
           CLOSE TXNLOG-FILE.
       2400-EXIT.
           EXIT.
      *
       2500-GATHER-ONE-TXN.
           READ TXNLOG-FILE
               AT END
                  MOVE 1 TO D15N-INPUT-EOF
                  GO TO 2500-EXIT
           END-READ
           ADD 1 TO D15N-TXNLOG-LINES
           EVALUATE TRUE
              WHEN TXNLOG-REC(1:7) = 'SEQNBR='
                 IF TXNLOG-REC(8:4) NUMERIC AND
                    TXNLOG-REC(8:4) NOT = '0000'
                    MOVE FUNCTION NUMVAL(TXNLOG-REC(8:4))
                                                 TO D15N-TXN-SEQ
                 END-IF
              WHEN TXNLOG-REC(1:6) = 'ADD   '
                 ADD 1 TO D15N-TX-ADDS(D15N-TXN-SEQ)
                 PERFORM 2510-NOTE-TXN-SEQ THRU 2510-EXIT
              WHEN TXNLOG-REC(1:6) = 'UPDATE'
                 ADD 1 TO D15N-TX-UPDS(D15N-TXN-SEQ)
                 PERFORM 2510-NOTE-TXN-SEQ THRU 2510-EXIT
              WHEN TXNLOG-REC(1:6) = 'REMOVE'
                 ADD 1 TO D15N-TX-REMS(D15N-TXN-SEQ)
                 PERFORM 2510-NOTE-TXN-SEQ THRU 2510-EXIT
           END-EVALUATE.
       2500-EXIT.
           EXIT.
      *
       2510-NOTE-TXN-SEQ.
           MOVE 1 TO D15N-ON-TXNLOG(D15N-TXN-SEQ)
           IF D15N-TXN-SEQ > D15N-SEQ-HIGH
              MOVE D15N-TXN-SEQ TO D15N-SEQ-HIGH
           END-IF.
       2510-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2600-GATHER-TXNHIST - COUNT THE ARCHIVE LINES DAY15AR STAMPED
      * WITH THE RUN DATE THAT BELONG TO THE RUN'S LIBRARY.  EACH
      * SEQUENCE MARKER SETS THE LIBRARY OF THE LINES THAT FOLLOW IT
      * (" LIB=code" AT COLUMN 38, NONE FOR THE DEFAULT LIBRARY).
      ******************************************************************
       2600-GATHER-TXNHIST.
           OPEN INPUT TXNHIST-FILE
           IF NOT D15N-TXNHIST-OK
              GO TO 2600-EXIT
           END-IF
           MOVE 0 TO D15N-INPUT-EOF
           PERFORM 2610-GATHER-ONE-TXNHIST THRU 2610-EXIT
               UNTIL D15N-INPUT-EOF = 1
           CLOSE TXNHIST-FILE.
       2600-EXIT.
           EXIT.
      *
       2610-GATHER-ONE-TXNHIST.
           READ TXNHIST-FILE
               AT END
                  MOVE 1 TO D15N-INPUT-EOF
                  GO TO 2610-EXIT
           END-READ
           IF TXNH-LINE(1:7) = 'SEQNBR='
              MOVE SPACES TO D15N-HIST-LIB
              IF TXNH-LINE(38:5) = ' LIB='
                 MOVE TXNH-LINE(43:4) TO D15N-HIST-LIB
              END-IF
           END-IF
           IF TXNH-DATE = D15N-RUN-DATE AND
              D15N-HIST-LIB = D15N-LIBRARY
              ADD 1 TO D15N-TXNHIST-LINES
           END-IF.
       2610-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2700-GATHER-LENSMST - COUNT THE LENS MASTER RECORDS OF THE
      * RUN'S LIBRARY.
      ******************************************************************
       2700-GATHER-LENSMST.
           OPEN INPUT LENSMST-FILE
           IF NOT D15N-LENSMST-OK
              PERFORM 9960-ABEND-LENSMST-OPEN THRU 9960-EXIT
           END-IF
           PERFORM 2710-COUNT-ONE-LENS THRU 2710-EXIT
               UNTIL D15N-LENSMST-STATUS NOT = '00'
           CLOSE LENSMST-FILE.
       2700-EXIT.
           EXIT.
      *
       2710-COUNT-ONE-LENS.
           READ LENSMST-FILE NEXT
               AT END GO TO 2710-EXIT
           END-READ
           IF D15N-LENSMST-STATUS NOT = '00'
              GO TO 2710-EXIT
           END-IF
           IF LENSMST-LIB = D15N-LIBRARY
              ADD 1 TO D15N-LENSMST-COUNT
           END-IF.
       2710-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2800-GATHER-ARRHIST - COUNT THE ARRANGEMENT-HISTORY ROWS
      * DAY15AL LOADED FOR THE RUN DATE, THE LAST SEQUENCE AND THE
      * RUN'S LIBRARY.  A MISSING OR EMPTY HISTORY SIMPLY COUNTS ZERO
      * AND BREAKS BELOW.
      ******************************************************************
       2800-GATHER-ARRHIST.
           IF D15N-SEQ-LAST = 0
              GO TO 2800-EXIT
           END-IF
           OPEN INPUT ARRHIST-FILE
           IF NOT D15N-ARRHIST-OK
              GO TO 2800-EXIT
           END-IF
           MOVE D15N-RUN-DATE TO AH-DATE
           MOVE D15N-SEQ-LAST TO AH-SEQ
           MOVE LOW-VALUES TO AH-LABEL
           MOVE LOW-VALUES TO AH-LIB
           START ARRHIST-FILE KEY NOT < AH-KEY
           IF D15N-ARRHIST-OK
              MOVE 0 TO D15N-INPUT-EOF
              PERFORM 2810-COUNT-ONE-ROW THRU 2810-EXIT
                  UNTIL D15N-INPUT-EOF = 1
           END-IF
           CLOSE ARRHIST-FILE.
       2800-EXIT.
           EXIT.
      *
       2810-COUNT-ONE-ROW.
           READ ARRHIST-FILE NEXT
               AT END
                  MOVE 1 TO D15N-INPUT-EOF
                  GO TO 2810-EXIT
           END-READ
           IF NOT D15N-ARRHIST-OK OR
              AH-DATE NOT = D15N-RUN-DATE OR
              AH-SEQ NOT = D15N-SEQ-LAST
              MOVE 1 TO D15N-INPUT-EOF
              GO TO 2810-EXIT
           END-IF
           IF AH-LIB = D15N-LIBRARY
              ADD 1 TO D15N-ARRHIST-COUNT
           END-IF.
       2810-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3000-CHECK-SEQUENCES - THE PER-SEQUENCE CHECKS, IN SEQUENCE
      * NUMBER ORDER, FOR EVERY SEQUENCE ANY OF THE FILES MENTIONED.
      ******************************************************************
       3000-CHECK-SEQUENCES.
           IF D15N-LIBRARY NOT = SPACES
              MOVE SPACES TO BALRPT-REC
              STRING 'LIBRARY: '          DELIMITED BY SIZE
                     D15N-LIBRARY         DELIMITED BY SIZE
                     INTO BALRPT-REC
              WRITE BALRPT-REC
           END-IF
           MOVE SPACES TO BALRPT-REC
           WRITE BALRPT-REC
           PERFORM 6100-WRITE-HEADINGS THRU 6100-EXIT
           PERFORM 3100-CHECK-ONE-SEQUENCE THRU 3100-EXIT
               VARYING D15N-SEQ FROM 1 BY 1
               UNTIL D15N-SEQ > D15N-SEQ-HIGH.
       3000-EXIT.
           EXIT.
      *
       3100-CHECK-ONE-SEQUENCE.
           IF D15N-ON-EXTRACT(D15N-SEQ) = 0 AND
              D15N-ON-RUNHIST(D15N-SEQ) = 0 AND
              D15N-ON-TXNLOG(D15N-SEQ) = 0
              GO TO 3100-EXIT
           END-IF
           MOVE D15N-SEQ TO D15N-SEQ-OUT
      *    A SEQUENCE RUNHIST OR TXNLOG KNOWS AND THE EXTRACT DOES NOT
      *    HAS NOTHING TO BALANCE AGAINST; THAT ALONE IS THE BREAK
           IF D15N-ON-EXTRACT(D15N-SEQ) = 0
              MOVE 'ON EXTRACT / ON RUNHIST+TXNLOG' TO
                                                        D15N-CHK-ITEM
              MOVE 0 TO D15N-FIG-A
              COMPUTE D15N-FIG-B = D15N-ON-RUNHIST(D15N-SEQ)
                                 + D15N-ON-TXNLOG(D15N-SEQ)
              MOVE 'E' TO D15N-CHK-MODE
              PERFORM 3900-WRITE-SEQ-CHECK THRU 3900-EXIT
              GO TO 3100-EXIT
           END-IF
           MOVE 'STATS+RESULTS RECORDS / EXPECTED' TO D15N-CHK-ITEM
           MOVE D15N-EX-TOTALS(D15N-SEQ) TO D15N-FIG-A
           MOVE 2 TO D15N-FIG-B
           MOVE 'E' TO D15N-CHK-MODE
           PERFORM 3900-WRITE-SEQ-CHECK THRU 3900-EXIT
           PERFORM 3200-CHECK-RUNHIST THRU 3200-EXIT
           PERFORM 3300-CHECK-TXNLOG THRU 3300-EXIT.
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3200-CHECK-RUNHIST - EXTRACT TYPE-3 AND TYPE-4 FIGURES AGAINST
      * THE RUNHIST RECORD.  BOTH ARE WRITTEN FROM THE SAME COUNTERS
      * AT THE SAME POINT IN DAY15, SO ANY DIFFERENCE MEANS ONE FILE
      * IS FROM ANOTHER RUN OR WAS NOT WRITTEN AT ALL.
      ******************************************************************
       3200-CHECK-RUNHIST.
           MOVE 'E' TO D15N-CHK-MODE
           IF D15N-ON-RUNHIST(D15N-SEQ) = 0
              MOVE 'RUNHIST RECORD (EXTRACT / RUNHIST)'
                                                   TO D15N-CHK-ITEM
              MOVE 1 TO D15N-FIG-A
              MOVE 0 TO D15N-FIG-B
              PERFORM 3900-WRITE-SEQ-CHECK THRU 3900-EXIT
              GO TO 3200-EXIT
           END-IF
           MOVE 'STEPS   (EXTRACT / RUNHIST)' TO D15N-CHK-ITEM
           MOVE D15N-EX-STEPS(D15N-SEQ) TO D15N-FIG-A
           MOVE D15N-RH-STEPS(D15N-SEQ) TO D15N-FIG-B
           PERFORM 3900-WRITE-SEQ-CHECK THRU 3900-EXIT
           MOVE 'SETS    (EXTRACT / RUNHIST)' TO D15N-CHK-ITEM
           MOVE D15N-EX-SETS(D15N-SEQ) TO D15N-FIG-A
           MOVE D15N-RH-SETS(D15N-SEQ) TO D15N-FIG-B
           PERFORM 3900-WRITE-SEQ-CHECK THRU 3900-EXIT
           MOVE 'REMOVES (EXTRACT / RUNHIST)' TO D15N-CHK-ITEM
           MOVE D15N-EX-DELS(D15N-SEQ) TO D15N-FIG-A
           MOVE D15N-RH-DELS(D15N-SEQ) TO D15N-FIG-B
           PERFORM 3900-WRITE-SEQ-CHECK THRU 3900-EXIT
           MOVE 'LABELS  (EXTRACT / RUNHIST)' TO D15N-CHK-ITEM
           MOVE D15N-EX-LABELS(D15N-SEQ) TO D15N-FIG-A
           MOVE D15N-RH-LABELS(D15N-SEQ) TO D15N-FIG-B
           PERFORM 3900-WRITE-SEQ-CHECK THRU 3900-EXIT
           MOVE 'PART 1  (EXTRACT / RUNHIST)' TO D15N-CHK-ITEM
           MOVE D15N-EX-RESULT1(D15N-SEQ) TO D15N-FIG-A
           MOVE D15N-RH-RESULT1(D15N-SEQ) TO D15N-FIG-B
           PERFORM 3900-WRITE-SEQ-CHECK THRU 3900-EXIT
           MOVE 'PART 2  (EXTRACT / RUNHIST)' TO D15N-CHK-ITEM
           MOVE D15N-EX-RESULT2(D15N-SEQ) TO D15N-FIG-A
           MOVE D15N-RH-RESULT2(D15N-SEQ) TO D15N-FIG-B
           PERFORM 3900-WRITE-SEQ-CHECK THRU 3900-EXIT.
       3200-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3300-CHECK-TXNLOG - THE TXNLOG LINES AGAINST THE EXTRACT.
      * EVERY '=' STEP LOGS EXACTLY ONE ADD OR UPDATE, SO THOSE MUST
      * EQUAL EXTR-S-SETS.  A '-' STEP LOGS A REMOVE ONLY WHEN THE
      * LABEL WAS IN ITS BOX, SO REMOVES MAY NOT EXCEED EXTR-S-DELS;
      * THE EXACT TIE FOR REMOVES IS THAT ADDS LESS REMOVES LEAVE
      * PRECISELY THE LENSES THE TYPE-2 DETAILS LIST.
      ******************************************************************
       3300-CHECK-TXNLOG.
           MOVE 'ADD+UPDATE (TXNLOG / EXTR SETS)' TO D15N-CHK-ITEM
           COMPUTE D15N-FIG-A = D15N-TX-ADDS(D15N-SEQ)
                              + D15N-TX-UPDS(D15N-SEQ)
           MOVE D15N-EX-SETS(D15N-SEQ) TO D15N-FIG-B
           MOVE 'E' TO D15N-CHK-MODE
           PERFORM 3900-WRITE-SEQ-CHECK THRU 3900-EXIT
           MOVE 'REMOVE (TXNLOG / DELS) NOT OVER' TO D15N-CHK-ITEM
           MOVE D15N-TX-REMS(D15N-SEQ) TO D15N-FIG-A
           MOVE D15N-EX-DELS(D15N-SEQ) TO D15N-FIG-B
           MOVE 'L' TO D15N-CHK-MODE
           PERFORM 3900-WRITE-SEQ-CHECK THRU 3900-EXIT
           MOVE 'ADD-REMOVE (TXNLOG / EXTR DETAILS)' TO D15N-CHK-ITEM
           MOVE 'E' TO D15N-CHK-MODE
           MOVE D15N-EX-DETAILS(D15N-SEQ) TO D15N-FIG-B
           IF D15N-TX-REMS(D15N-SEQ) > D15N-TX-ADDS(D15N-SEQ)
      *       MORE REMOVES THAN ADDS CANNOT NET TO A LENS COUNT; SHOW
      *       ZERO AND LET THE DIFFERENCE CARRY THE BREAK
              MOVE 0 TO D15N-FIG-A
           ELSE
              COMPUTE D15N-FIG-A = D15N-TX-ADDS(D15N-SEQ)
                                 - D15N-TX-REMS(D15N-SEQ)
           END-IF
           PERFORM 3900-WRITE-SEQ-CHECK THRU 3900-EXIT.
       3300-EXIT.
           EXIT.
      *
       3900-WRITE-SEQ-CHECK.
           MOVE SPACES TO D15N-CHK-DESC
           STRING 'SEQ '          DELIMITED BY SIZE
                  D15N-SEQ-OUT    DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  D15N-CHK-ITEM   DELIMITED BY SIZE
                  INTO D15N-CHK-DESC
           PERFORM 6000-WRITE-CHECK THRU 6000-EXIT.
       3900-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4000-CHECK-RUN - THE WHOLE-RUN CHECKS.  LENSMST AND THE ARRHIST
      * ROWS FOR THE RUN MUST BOTH HOLD EXACTLY THE LAST SEQUENCE'S
      * ARRANGEMENT; TXNHIST MUST HOLD TODAY'S TXNLOG ONCE.
      ******************************************************************
       4000-CHECK-RUN.
           MOVE SPACES TO BALRPT-REC
           WRITE BALRPT-REC
           MOVE 'E' TO D15N-CHK-MODE
           IF D15N-SEQ-LAST = 0
              MOVE 'SEQUENCES ON EXTRACT / EXPECTED' TO D15N-CHK-DESC
              MOVE 0 TO D15N-FIG-A
              MOVE 1 TO D15N-FIG-B
              MOVE 'L' TO D15N-CHK-MODE
              PERFORM 6000-WRITE-CHECK THRU 6000-EXIT
              MOVE 'E' TO D15N-CHK-MODE
           ELSE
              MOVE D15N-EX-DETAILS(D15N-SEQ-LAST) TO D15N-LAST-DETAILS
           END-IF
           MOVE 'LENSMST RECORDS / LAST SEQ DETAILS' TO D15N-CHK-DESC
           MOVE D15N-LENSMST-COUNT TO D15N-FIG-A
           MOVE D15N-LAST-DETAILS TO D15N-FIG-B
           PERFORM 6000-WRITE-CHECK THRU 6000-EXIT
           MOVE 'ARRHIST ROWS / LAST SEQ DETAILS' TO D15N-CHK-DESC
           MOVE D15N-ARRHIST-COUNT TO D15N-FIG-A
           MOVE D15N-LAST-DETAILS TO D15N-FIG-B
           PERFORM 6000-WRITE-CHECK THRU 6000-EXIT
           MOVE 'TXNHIST LINES DATED TODAY / TXNLOG' TO D15N-CHK-DESC
           MOVE D15N-TXNHIST-LINES TO D15N-FIG-A
           MOVE D15N-TXNLOG-LINES TO D15N-FIG-B
           PERFORM 6000-WRITE-CHECK THRU 6000-EXIT.
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      * 5000-WRITE-SUMMARY
      ******************************************************************
       5000-WRITE-SUMMARY.
           MOVE SPACES TO BALRPT-REC
           WRITE BALRPT-REC
           MOVE D15N-SEQ-COUNT TO D15N-CNT-OUT
           MOVE SPACES TO BALRPT-REC
           STRING 'SEQUENCES BALANCED : ' DELIMITED BY SIZE
                  D15N-CNT-OUT            DELIMITED BY SIZE
                  INTO BALRPT-REC
           WRITE BALRPT-REC
           MOVE D15N-CHECK-COUNT TO D15N-CNT-OUT
           MOVE SPACES TO BALRPT-REC
           STRING 'CHECKS MADE        : ' DELIMITED BY SIZE
                  D15N-CNT-OUT            DELIMITED BY SIZE
                  INTO BALRPT-REC
           WRITE BALRPT-REC
           MOVE D15N-BREAK-COUNT TO D15N-CNT-OUT
           MOVE SPACES TO BALRPT-REC
           STRING 'CHECKS OUT OF BAL  : ' DELIMITED BY SIZE
                  D15N-CNT-OUT            DELIMITED BY SIZE
                  INTO BALRPT-REC
           WRITE BALRPT-REC
           MOVE SPACES TO BALRPT-REC
           WRITE BALRPT-REC
           IF D15N-BREAK-COUNT > 0
              MOVE '**** NIGHT STREAM OUT OF BALANCE ****' TO BALRPT-REC
           ELSE
              MOVE 'ALL FILES IN BALANCE' TO BALRPT-REC
           END-IF
           WRITE BALRPT-REC.
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      * 6000-WRITE-CHECK - COMPARE D15N-FIG-A WITH D15N-FIG-B UNDER
      * D15N-CHK-MODE AND PRINT ONE LINE UNDER D15N-CHK-DESC.  THE
      * DIFFERENCE IS ALWAYS A LESS B.
      ******************************************************************
       6000-WRITE-CHECK.
           ADD 1 TO D15N-CHECK-COUNT
           COMPUTE D15N-DIFF = D15N-FIG-A - D15N-FIG-B
           MOVE D15N-FIG-A TO D15N-FIG-A-OUT
           MOVE D15N-FIG-B TO D15N-FIG-B-OUT
           MOVE D15N-DIFF TO D15N-DIFF-OUT
           MOVE SPACES TO BALRPT-REC
           IF (D15N-CHK-EQUAL AND D15N-DIFF = 0) OR
              (D15N-CHK-NOT-OVER AND D15N-DIFF NOT > 0)
              STRING D15N-CHK-DESC   DELIMITED BY SIZE
                     D15N-FIG-A-OUT  DELIMITED BY SIZE
                     '  '            DELIMITED BY SIZE
                     D15N-FIG-B-OUT  DELIMITED BY SIZE
                     '   '           DELIMITED BY SIZE
                     D15N-DIFF-OUT   DELIMITED BY SIZE
                     '  IN BALANCE'  DELIMITED BY SIZE
                     INTO BALRPT-REC
           ELSE
              ADD 1 TO D15N-BREAK-COUNT
              STRING D15N-CHK-DESC   DELIMITED BY SIZE
                     D15N-FIG-A-OUT  DELIMITED BY SIZE
                     '  '            DELIMITED BY SIZE
                     D15N-FIG-B-OUT  DELIMITED BY SIZE
                     '   '           DELIMITED BY SIZE
                     D15N-DIFF-OUT   DELIMITED BY SIZE
                     '  ** OUT OF BALANCE **'
                                     DELIMITED BY SIZE
                     INTO BALRPT-REC
           END-IF
           WRITE BALRPT-REC.
       6000-EXIT.
           EXIT.
      *
       6100-WRITE-HEADINGS.
           MOVE SPACES TO BALRPT-REC
           STRING 'CHECK                                       '
                                     DELIMITED BY SIZE
                  'FIGURE A  FIGURE B  DIFFERENCE  STATUS'
                                     DELIMITED BY SIZE
                  INTO BALRPT-REC
           WRITE BALRPT-REC
           MOVE SPACES TO BALRPT-REC
           STRING '-----                                       '
                                     DELIMITED BY SIZE
                  '--------  --------  ----------  ------'
                                     DELIMITED BY SIZE
                  INTO BALRPT-REC
           WRITE BALRPT-REC.
       6100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9980-ABEND-EXTRACT-OPEN - EXTRACT COULD NOT BE OPENED; EITHER
      * DAY15 HAS NOT RUN YET OR THE DD POINTS AT THE WRONG PLACE.
      ******************************************************************
       9980-ABEND-EXTRACT-OPEN.
           DISPLAY 'DAY15BL ABEND - EXTRACT COULD NOT BE OPENED'
           DISPLAY 'FILE STATUS : ' D15N-EXTRACT-STATUS
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9980-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9970-ABEND-TXNLOG-OPEN - TXNLOG COULD NOT BE OPENED (MISSING
      * DD, BAD PERMISSIONS, ETC).
      ******************************************************************
       9970-ABEND-TXNLOG-OPEN.
           DISPLAY 'DAY15BL ABEND - TXNLOG COULD NOT BE OPENED'
           DISPLAY 'FILE STATUS : ' D15N-TXNLOG-STATUS
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9970-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9960-ABEND-LENSMST-OPEN - THE LENS MASTER COULD NOT BE OPENED.
      ******************************************************************
       9960-ABEND-LENSMST-OPEN.
           DISPLAY 'DAY15BL ABEND - LENSMST COULD NOT BE OPENED'
           DISPLAY 'FILE STATUS : ' D15N-LENSMST-STATUS
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9960-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9950-ABEND-BAD-CARD - AN UNRECOGNIZED OR MALFORMED BALCTL
      * CARD.  BALANCING THE WRONG DAY WOULD SIGN OFF A STREAM NOBODY
      * CHECKED, SO STOP.
      ******************************************************************
       9950-ABEND-BAD-CARD.
           DISPLAY 'DAY15BL ABEND - UNRECOGNIZED OR BAD BALCTL CARD'
           DISPLAY 'CARD    : ' D15N-CTL-CARD
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9950-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9990-ABEND-EXTRACT-FORMAT - AN EXTRACT RECORD WITH AN UNKNOWN
      * TYPE, A ZERO OR NON-NUMERIC SEQUENCE, OR NON-NUMERIC TOTALS IS
      * NOT ONE 5500-WRITE-EXTRACT EVER WROTE.
      ******************************************************************
       9990-ABEND-EXTRACT-FORMAT.
           DISPLAY 'DAY15BL ABEND - EXTRACT RECORD NOT PARSEABLE'
           DISPLAY 'RECORD  : ' EXTRACT-REC(1:80)
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9990-EXIT.
           EXIT.
      *
      ******************************************************************
      * 8900-TERMINATE - CLOSE ALL OPEN FILES BEFORE ENDING THE RUN.
      * THE INPUT FILES ARE EACH CLOSED AS SOON AS THEY ARE GATHERED.
      ******************************************************************
       8900-TERMINATE.
           CLOSE BALRPT-FILE.
       8900-EXIT.
           EXIT.
