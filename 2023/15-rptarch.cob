      ******************************************************************
      * IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY15RA.
       AUTHOR. J BROST.
       INSTALLATION. AOC-BATCH.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  JB   INITIAL VERSION - REPORT ARCHIVE.  DAY15
      *                     REWRITES BOXRPT AND XCPRPT ON EVERY RUN,
      *                     SO A LEDGER OR EXCEPTION LIST FROM LAST
      *                     WEEK SURVIVES ONLY IF SOMEONE KEPT THE
      *                     PRINT.  THIS STEP RUNS AFTER DAY15 AND
      *                     FILES BOTH REPORTS, LINE FOR LINE, INTO
      *                     THE CUMULATIVE INDEXED REPORT ARCHIVE
      *                     RPTARC, KEYED BY RUN DATE, RUN OF THE DAY,
      *                     SEQUENCE NUMBER, SEQUENCE NAME AND REPORT
      *                     SECTION (LEDGER, STATISTICS, RESULTS,
      *                     CAPACITY, SIMULATION DIFFERENCES, RUN-LEVEL
      *                     LINES AND EXCEPTIONS).  DAY15RR REPRINTS
      *                     FROM IT IN THE ORIGINAL LAYOUT.  RACTL
      *                     CARDS PICK THE MODE:
      *                       MODE=ARCHIVE (DEFAULT) - FILE TODAY'S
      *                         BOXRPT AND XCPRPT AS THE DATE'S NEXT
      *                         RUN.  RUN-DATE=YYYYMMDD OVERRIDES THE
      *                         DATE FOR A STEP THAT RUNS AFTER
      *                         MIDNIGHT.
      *                       MODE=PURGE - DROP EVERY ARCHIVED RUN
      *                         DATED MORE THAN RETAIN-DAYS=N DAYS
      *                         BEFORE THE RUN DATE.
      *                     AN EMPTY BOXRPT ENDS RC=4.
      *   2026-10-15  JB   XCPRPT LOOKUP REJECTS BELONG TO NO SEQUENCE
      *                     AND ARE NOW FILED AS RUN-LEVEL EXCEPTIONS
      *                     (SECTION 7) INSTEAD OF UNDER THE EXCEPTIONS
      *                     OF THE SEQUENCE PRINTED BEFORE THEM.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RACTL-FILE ASSIGN TO "RACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15X-RACTL-STATUS.
           SELECT BOXRPT-FILE ASSIGN TO "BOXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15X-BOXRPT-STATUS.
           SELECT XCPRPT-FILE ASSIGN TO "XCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS D15X-XCPRPT-STATUS.
           SELECT OPTIONAL RPTARC-FILE ASSIGN TO "RPTARC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPTARC-KEY
               FILE STATUS IS D15X-RPTARC-STATUS.
           SELECT RARPT-FILE ASSIGN TO "RARPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RACTL-FILE.
       01  RACTL-REC                PIC X(80).
      *
       FD  BOXRPT-FILE
           RECORDING MODE IS F.
       01  BOXRPT-REC               PIC X(132).
      *
       FD  XCPRPT-FILE
           RECORDING MODE IS F.
       01  XCPRPT-REC               PIC X(160).
      *
      *    ONE ARCHIVED REPORT LINE.  WITHIN A RUN THE KEY ORDER
      *    (SEQUENCE, NAME, SECTION, LINE) IS THE ORDER DAY15 PRINTED
      *    THE LINES IN, SO A WHOLE-RUN REPRINT IS A STRAIGHT READ.
      *    THE SECTION CODES FOLLOW DAY15'S PRINT ORDER; BOXRPT AND
      *    XCPRPT LINES ARE NUMBERED SEPARATELY, XCPRPT'S ALL UNDER
      *    SECTION 9.
       FD  RPTARC-FILE.
       01  RPTARC-REC.
           05  RPTARC-KEY.
               10  RA-DATE          PIC X(8).
               10  RA-RUN           PIC 9(2).
               10  RA-SEQ           PIC 9(4).
               10  RA-NAME          PIC X(20).
               10  RA-SECT          PIC X(1).
                   88  RA-SECT-LEDGER    VALUE '1'.
                   88  RA-SECT-STATS     VALUE '2'.
                   88  RA-SECT-RESULTS   VALUE '3'.
                   88  RA-SECT-CAPACITY  VALUE '4'.
                   88  RA-SECT-DIFF      VALUE '5'.
                   88  RA-SECT-RUN-XCP   VALUE '7'.
                   88  RA-SECT-RUN       VALUE '8'.
                   88  RA-SECT-XCP       VALUE '9'.
               10  RA-LINE          PIC 9(6).
           05  RA-LIB               PIC X(4).
           05  FILLER               PIC X(3).
           05  RA-TEXT              PIC X(160).
      *
       FD  RARPT-FILE
           RECORDING MODE IS F.
       01  RARPT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
      *
      * ---------------------------------------------------------------
      * FILE STATUS AND END-OF-FILE SWITCHES
      * ---------------------------------------------------------------
       01 D15X-RACTL-STATUS    PIC X(2).
          88 D15X-RACTL-FOUND  VALUE '00'.
       01 D15X-BOXRPT-STATUS   PIC X(2).
          88 D15X-BOXRPT-OK    VALUE '00'.
       01 D15X-XCPRPT-STATUS   PIC X(2).
          88 D15X-XCPRPT-OK    VALUE '00'.
       01 D15X-RPTARC-STATUS   PIC X(2).
          88 D15X-RPTARC-OK    VALUE '00'.
          88 D15X-RPTARC-NEW   VALUE '05'.
       77 D15X-RACTL-EOF       PIC 9(1)       VALUE 0.
       77 D15X-INPUT-EOF       PIC 9(1)       VALUE 0.
       77 D15X-SCAN-EOF        PIC 9(1)       VALUE 0.
      *
      * ---------------------------------------------------------------
      * CONTROL-CARD WORK AREA - SAME CARD DISCIPLINE AS DAY15AR'S
      * ARCCTL: AN UNRECOGNIZED OR MALFORMED CARD ABENDS RATHER THAN
      * STEERING THE ARCHIVE BY A GUESS.
      * ---------------------------------------------------------------
       01 D15X-CTL-CARD        PIC X(80).
       77 D15X-CTL-LEN         PIC 9(3)  COMP VALUE 0.
       01 D15X-MODE-SW         PIC X(1)       VALUE 'A'.
          88 D15X-MODE-ARCHIVE VALUE 'A'.
          88 D15X-MODE-PURGE   VALUE 'P'.
       77 D15X-RETAIN-DAYS     PIC 9(8)  COMP VALUE 0.
       01 D15X-RUN-DATE        PIC X(8).
      *
      * ---------------------------------------------------------------
      * FILING STATE - WHERE THE LINE BEING FILED BELONGS.  A BLANK
      * LINE IS HELD BACK AND FILED WITH THE NEXT PRINTED LINE, SINCE
      * DAY15 PUTS THE BLANK AHEAD OF A SECTION HEADING AND IT MUST
      * TRAVEL WITH THAT SECTION.
      * ---------------------------------------------------------------
       01 D15X-LIBRARY         PIC X(4)       VALUE SPACES.
       77 D15X-RUN-NUM         PIC 9(2)       VALUE 0.
       77 D15X-CUR-SEQ         PIC 9(4)       VALUE 0.
       01 D15X-CUR-NAME        PIC X(20)      VALUE SPACES.
       01 D15X-CUR-SECT        PIC X(1)       VALUE '8'.
       77 D15X-LINE-NUM        PIC 9(8)  COMP VALUE 0.
       77 D15X-PEND-BLANKS     PIC 9(8)  COMP VALUE 0.
       01 D15X-LINE            PIC X(160).
       01 D15X-FILE-TEXT       PIC X(160).
      *
      * ---------------------------------------------------------------
      * SECTION-HEADING BREAKDOWN.  EVERY DAY15 SECTION HEADING READS
      * "SEQUENCE NNNN TITLE" OR "SEQUENCE NNNN TITLE - NAME", THE
      * SEQUENCE NUMBER RIGHT-JUSTIFIED IN COLUMNS 10-13.
      * ---------------------------------------------------------------
       77 D15X-HDR-SEQ         PIC 9(4)       VALUE 0.
       01 D15X-HDR-TITLE       PIC X(60).
       01 D15X-HDR-NAME        PIC X(20).
       01 D15X-HDR-SECT        PIC X(1).
      *
      * ---------------------------------------------------------------
      * STANDALONE COUNTERS AND SWITCHES
      * ---------------------------------------------------------------
       77 D15X-BOX-COUNT       PIC 9(8)  COMP VALUE 0.
       77 D15X-XCP-COUNT       PIC 9(8)  COMP VALUE 0.
       77 D15X-IN-COUNT        PIC 9(8)  COMP VALUE 0.
       77 D15X-DROP-COUNT      PIC 9(8)  COMP VALUE 0.
       77 D15X-DROP-RUNS       PIC 9(8)  COMP VALUE 0.
       77 D15X-CNT-OUT         PIC Z(7)9.
       77 D15X-RUN-OUT         PIC Z9.
       77 D15X-CUTOFF-INT      PIC 9(8)  COMP VALUE 0.
       01 D15X-CUTOFF-DATE     PIC X(8).
       01 D15X-LAST-DROP       PIC X(10)      VALUE SPACES.

       PROCEDURE DIVISION.
      *
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           EVALUATE TRUE
              WHEN D15X-MODE-ARCHIVE
                 PERFORM 2000-ARCHIVE THRU 2000-EXIT
              WHEN D15X-MODE-PURGE
                 PERFORM 3000-PURGE THRU 3000-EXIT
           END-EVALUATE.
           PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
           PERFORM 8900-TERMINATE THRU 8900-EXIT.
           IF D15X-MODE-ARCHIVE AND D15X-BOX-COUNT = 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
      *
      ******************************************************************
      * 1000-INITIALIZE - PICK UP THE CONTROL CARDS, DEFAULT THE RUN
      * DATE, OPEN THE REPORT AND THE ARCHIVE.  A MISSING RACTL SIMPLY
      * MEANS AN ARCHIVE OF TODAY'S REPORTS.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT D15X-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT RACTL-FILE
           IF D15X-RACTL-FOUND
              PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
                  UNTIL D15X-RACTL-EOF = 1
              CLOSE RACTL-FILE
           END-IF
           IF D15X-MODE-PURGE AND D15X-RETAIN-DAYS = 0
              PERFORM 9910-ABEND-RACTL-CARD THRU 9910-EXIT
           END-IF
           OPEN OUTPUT RARPT-FILE
           MOVE 'REPORT ARCHIVE' TO RARPT-REC
           WRITE RARPT-REC
           MOVE '--------------' TO RARPT-REC
           WRITE RARPT-REC
           MOVE SPACES TO RARPT-REC
           EVALUATE TRUE
              WHEN D15X-MODE-ARCHIVE
                 STRING 'MODE: ARCHIVE  RUN DATE ' DELIMITED BY SIZE
                        D15X-RUN-DATE              DELIMITED BY SIZE
                        INTO RARPT-REC
              WHEN D15X-MODE-PURGE
                 STRING 'MODE: PURGE    RUN DATE ' DELIMITED BY SIZE
                        D15X-RUN-DATE              DELIMITED BY SIZE
                        INTO RARPT-REC
           END-EVALUATE
           WRITE RARPT-REC
      *    STATUS 05 IS THE OPTIONAL FILE BEING CREATED ON FIRST USE
           OPEN I-O RPTARC-FILE
           IF NOT D15X-RPTARC-OK AND NOT D15X-RPTARC-NEW
              PERFORM 9970-ABEND-RPTARC-OPEN THRU 9970-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *
       1100-READ-ONE-CARD.
           READ RACTL-FILE
               AT END
                  MOVE 1 TO D15X-RACTL-EOF
                  GO TO 1100-EXIT
           END-READ
           MOVE FUNCTION TRIM(RACTL-REC) TO D15X-CTL-CARD
           MOVE FUNCTION LENGTH(FUNCTION TRIM(D15X-CTL-CARD))
                                                 TO D15X-CTL-LEN
           EVALUATE TRUE
              WHEN D15X-CTL-CARD = SPACES
                 CONTINUE
              WHEN D15X-CTL-CARD(1:1) = '*'
                 CONTINUE
              WHEN D15X-CTL-CARD(1:5) = 'MODE='
                 EVALUATE TRUE
                    WHEN D15X-CTL-LEN = 12 AND
                         D15X-CTL-CARD(6:7) = 'ARCHIVE'
                       MOVE 'A' TO D15X-MODE-SW
                    WHEN D15X-CTL-LEN = 10 AND
                         D15X-CTL-CARD(6:5) = 'PURGE'
                       MOVE 'P' TO D15X-MODE-SW
                    WHEN OTHER
                       PERFORM 9910-ABEND-RACTL-CARD THRU 9910-EXIT
                 END-EVALUATE
              WHEN D15X-CTL-CARD(1:12) = 'RETAIN-DAYS='
                 IF D15X-CTL-LEN < 13 OR D15X-CTL-LEN > 20 OR
                    D15X-CTL-CARD(13:D15X-CTL-LEN - 12) NOT NUMERIC
                    PERFORM 9910-ABEND-RACTL-CARD THRU 9910-EXIT
                 END-IF
                 MOVE FUNCTION NUMVAL(
                      D15X-CTL-CARD(13:D15X-CTL-LEN - 12))
                                                 TO D15X-RETAIN-DAYS
              WHEN D15X-CTL-CARD(1:9) = 'RUN-DATE='
                 IF D15X-CTL-LEN NOT = 17 OR
                    D15X-CTL-CARD(10:8) NOT NUMERIC
                    PERFORM 9910-ABEND-RACTL-CARD THRU 9910-EXIT
                 END-IF
                 MOVE D15X-CTL-CARD(10:8) TO D15X-RUN-DATE
              WHEN OTHER
                 PERFORM 9910-ABEND-RACTL-CARD THRU 9910-EXIT
           END-EVALUATE.
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2000-ARCHIVE - FILE THE RUN'S BOXRPT, THEN ITS XCPRPT, UNDER
      * THE DATE'S NEXT RUN NUMBER.  THE LINES ARE FILED VERBATIM SO
      * A REPRINT IS BYTE-FOR-BYTE WHAT DAY15 PRINTED.
      ******************************************************************
       2000-ARCHIVE.
           PERFORM 2050-NEXT-RUN-NUMBER THRU 2050-EXIT
           OPEN INPUT BOXRPT-FILE
           IF NOT D15X-BOXRPT-OK
              PERFORM 9980-ABEND-BOXRPT-OPEN THRU 9980-EXIT
           END-IF
           PERFORM 2100-ARCHIVE-BOX-LINE THRU 2100-EXIT
               UNTIL D15X-INPUT-EOF = 1
      *    BLANKS AT THE FOOT OF THE REPORT GO WITH THE LAST SECTION
           PERFORM 2410-FILE-ONE-BLANK THRU 2410-EXIT
               UNTIL D15X-PEND-BLANKS = 0
           CLOSE BOXRPT-FILE
           OPEN INPUT XCPRPT-FILE
           IF NOT D15X-XCPRPT-OK
              PERFORM 9975-ABEND-XCPRPT-OPEN THRU 9975-EXIT
           END-IF
           MOVE 0 TO D15X-INPUT-EOF
           MOVE 0 TO D15X-CUR-SEQ
           MOVE SPACES TO D15X-CUR-NAME
           MOVE '9' TO D15X-CUR-SECT
           MOVE 0 TO D15X-LINE-NUM
           PERFORM 2200-ARCHIVE-XCP-LINE THRU 2200-EXIT
               UNTIL D15X-INPUT-EOF = 1
           PERFORM 2410-FILE-ONE-BLANK THRU 2410-EXIT
               UNTIL D15X-PEND-BLANKS = 0
           CLOSE XCPRPT-FILE.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2050-NEXT-RUN-NUMBER - DAY15 MAY RUN MORE THAN ONCE A DAY, SO
      * EACH ARCHIVED RUN TAKES THE NEXT RUN NUMBER FOR ITS DATE.  THE
      * KEY DELIVERS A DATE'S RUNS IN ASCENDING ORDER, SO THE LAST ONE
      * READ BEFORE THE DATE CHANGES IS THE HIGHEST.
      ******************************************************************
       2050-NEXT-RUN-NUMBER.
           MOVE 0 TO D15X-RUN-NUM
           MOVE LOW-VALUES TO RPTARC-KEY
           MOVE D15X-RUN-DATE TO RA-DATE
           START RPTARC-FILE KEY NOT < RPTARC-KEY
           IF D15X-RPTARC-OK
              MOVE 0 TO D15X-SCAN-EOF
              PERFORM 2060-SCAN-ONE-RUN THRU 2060-EXIT
                  UNTIL D15X-SCAN-EOF = 1
           END-IF
           IF D15X-RUN-NUM = 99
              PERFORM 9950-ABEND-RUN-LIMIT THRU 9950-EXIT
           END-IF
           ADD 1 TO D15X-RUN-NUM.
       2050-EXIT.
           EXIT.
      *
       2060-SCAN-ONE-RUN.
           READ RPTARC-FILE NEXT
               AT END
                  MOVE 1 TO D15X-SCAN-EOF
                  GO TO 2060-EXIT
           END-READ
           IF NOT D15X-RPTARC-OK OR RA-DATE NOT = D15X-RUN-DATE
              MOVE 1 TO D15X-SCAN-EOF
              GO TO 2060-EXIT
           END-IF
           MOVE RA-RUN TO D15X-RUN-NUM.
       2060-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2100-ARCHIVE-BOX-LINE - CLASSIFY ONE BOXRPT LINE AND FILE IT.
      * A SECTION HEADING SETS THE SEQUENCE, NAME AND SECTION FOR THE
      * LINES UNDER IT; THE RUN-LEVEL LINES DAY15 WRITES OUTSIDE ANY
      * SECTION (LIBRARY, SIMULATION AND LOCK NOTICES, LABEL LOOKUPS,
      * QUEUE WARNINGS) ARE FILED AS SECTION 8 UNDER THE SEQUENCE THEY
      * FOLLOW, WHICH KEEPS THEM IN PRINT ORDER.
      ******************************************************************
       2100-ARCHIVE-BOX-LINE.
           READ BOXRPT-FILE
               AT END
                  MOVE 1 TO D15X-INPUT-EOF
                  GO TO 2100-EXIT
           END-READ
           ADD 1 TO D15X-IN-COUNT
           ADD 1 TO D15X-BOX-COUNT
           IF BOXRPT-REC = SPACES
              ADD 1 TO D15X-PEND-BLANKS
              GO TO 2100-EXIT
           END-IF
           MOVE BOXRPT-REC TO D15X-LINE
           EVALUATE TRUE
              WHEN D15X-LINE(1:9) = 'LIBRARY: '
                 MOVE D15X-LINE(10:4) TO D15X-LIBRARY
                 MOVE '8' TO D15X-CUR-SECT
              WHEN D15X-LINE(1:7) = 'LOOKUP '
                 MOVE '8' TO D15X-CUR-SECT
              WHEN D15X-LINE(1:5) = '**** '
                 MOVE '8' TO D15X-CUR-SECT
              WHEN D15X-LINE(1:18) = '** QUEUED SEQUENCE'
                 MOVE '8' TO D15X-CUR-SECT
              WHEN OTHER
                 PERFORM 2300-CHECK-HEADING THRU 2300-EXIT
                 IF D15X-HDR-SECT NOT = SPACE
                    PERFORM 2350-TAKE-HEADING THRU 2350-EXIT
                 END-IF
           END-EVALUATE
           PERFORM 2400-FILE-LINE THRU 2400-EXIT.
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2200-ARCHIVE-XCP-LINE - AN XCPRPT LINE IS FILED AS SECTION 9
      * UNDER THE SEQUENCE WHOSE "EXCEPTIONS" HEADING IT FOLLOWS, BAR
      * A LOOKUP REJECT, WHICH BELONGS TO NO SEQUENCE (SEE 2250).
      ******************************************************************
       2200-ARCHIVE-XCP-LINE.
           READ XCPRPT-FILE
               AT END
                  MOVE 1 TO D15X-INPUT-EOF
                  GO TO 2200-EXIT
           END-READ
           ADD 1 TO D15X-IN-COUNT
           ADD 1 TO D15X-XCP-COUNT
           IF XCPRPT-REC = SPACES
              ADD 1 TO D15X-PEND-BLANKS
              GO TO 2200-EXIT
           END-IF
           MOVE XCPRPT-REC TO D15X-LINE
           IF D15X-LINE(1:17) = 'REJECTED LOOKUP: '
              PERFORM 2250-TAKE-LOOKUP-REJECT THRU 2250-EXIT
              PERFORM 2400-FILE-LINE THRU 2400-EXIT
              GO TO 2200-EXIT
           END-IF
           PERFORM 2300-CHECK-HEADING THRU 2300-EXIT
           IF D15X-HDR-SECT = '9'
              PERFORM 2350-TAKE-HEADING THRU 2350-EXIT
           END-IF
           PERFORM 2400-FILE-LINE THRU 2400-EXIT.
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2250-TAKE-LOOKUP-REJECT - A LOOKUP CARD SITS BETWEEN SEQUENCES
      * ON INITSEQ, SO ITS REJECT IS A RUN-LEVEL EXCEPTION (SECTION 7)
      * AND IS LEFT OUT OF A ONE-SEQUENCE REPRINT.  IT IS FILED ONE
      * SEQUENCE NUMBER ON WITH NO NAME, WHICH KEEPS IT IN PRINT ORDER:
      * AFTER THE EXCEPTIONS OF THE SEQUENCES BEFORE IT AND AHEAD OF
      * THE NEXT "EXCEPTIONS" HEADING, WHICH ALWAYS FOLLOWS (DAY15
      * HEADS EACH SEQUENCE'S FIRST EXCEPTION).
      ******************************************************************
       2250-TAKE-LOOKUP-REJECT.
           IF D15X-CUR-SECT NOT = '7' AND D15X-CUR-SEQ < 9999
              ADD 1 TO D15X-CUR-SEQ
           END-IF
           MOVE SPACES TO D15X-CUR-NAME
           MOVE '7' TO D15X-CUR-SECT.
       2250-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2300-CHECK-HEADING - IS D15X-LINE A DAY15 SECTION HEADING?  IF
      * SO, BREAK OUT ITS SEQUENCE NUMBER, TITLE AND NAME AND SET
      * D15X-HDR-SECT TO THE SECTION CODE; OTHERWISE LEAVE IT BLANK.
      ******************************************************************
       2300-CHECK-HEADING.
           MOVE SPACE TO D15X-HDR-SECT
           IF D15X-LINE(1:9) NOT = 'SEQUENCE ' OR
              D15X-LINE(13:1) NOT NUMERIC OR
              D15X-LINE(14:1) NOT = SPACE
              GO TO 2300-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(D15X-LINE(10:4)) TO D15X-HDR-SEQ
           MOVE SPACES TO D15X-HDR-TITLE
           MOVE SPACES TO D15X-HDR-NAME
           UNSTRING D15X-LINE(15:146) DELIMITED BY ' - '
               INTO D15X-HDR-TITLE D15X-HDR-NAME
           END-UNSTRING
           EVALUATE TRUE
              WHEN D15X-HDR-TITLE(1:19) = 'BOX-CONTENTS LEDGER'
                 MOVE '1' TO D15X-HDR-SECT
              WHEN D15X-HDR-TITLE(1:29) =
                                     'PROJECTED BOX-CONTENTS LEDGER'
                 MOVE '1' TO D15X-HDR-SECT
              WHEN D15X-HDR-TITLE(1:22) = 'JOB STATISTICS SUMMARY'
                 MOVE '2' TO D15X-HDR-SECT
              WHEN D15X-HDR-TITLE(1:5) = 'PART '
                 MOVE '3' TO D15X-HDR-SECT
              WHEN D15X-HDR-TITLE(1:29) =
                                     'BOX CAPACITY AND DISTRIBUTION'
                 MOVE '4' TO D15X-HDR-SECT
              WHEN D15X-HDR-TITLE(1:22) = 'SIMULATION DIFFERENCES'
                 MOVE '5' TO D15X-HDR-SECT
              WHEN D15X-HDR-TITLE = 'EXCEPTIONS'
                 MOVE '9' TO D15X-HDR-SECT
           END-EVALUATE.
       2300-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2350-TAKE-HEADING - MAKE THE HEADING'S SEQUENCE, NAME AND
      * SECTION CURRENT.  THE RESULTS LINES AND THE SIMULATION'S
      * PROJECTED LEDGER PRINT NO NAME; WITHIN THE SAME SEQUENCE THE
      * NAME ALREADY IN HAND CARRIES ON, SO THE SEQUENCE'S LINES FILE
      * TOGETHER.
      ******************************************************************
       2350-TAKE-HEADING.
           IF D15X-HDR-NAME = SPACES AND D15X-HDR-SEQ = D15X-CUR-SEQ
              MOVE D15X-CUR-NAME TO D15X-HDR-NAME
           END-IF
           MOVE D15X-HDR-SEQ TO D15X-CUR-SEQ
           MOVE D15X-HDR-NAME TO D15X-CUR-NAME
           MOVE D15X-HDR-SECT TO D15X-CUR-SECT.
       2350-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2400-FILE-LINE - FILE ANY BLANK LINES HELD BACK, THEN THE LINE
      * IN D15X-LINE, UNDER THE CURRENT SEQUENCE AND SECTION.
      ******************************************************************
       2400-FILE-LINE.
           PERFORM 2410-FILE-ONE-BLANK THRU 2410-EXIT
               UNTIL D15X-PEND-BLANKS = 0
           MOVE D15X-LINE TO D15X-FILE-TEXT
           PERFORM 2420-WRITE-ARCHIVE THRU 2420-EXIT.
       2400-EXIT.
           EXIT.
      *
       2410-FILE-ONE-BLANK.
           MOVE SPACES TO D15X-FILE-TEXT
           PERFORM 2420-WRITE-ARCHIVE THRU 2420-EXIT
           SUBTRACT 1 FROM D15X-PEND-BLANKS.
       2410-EXIT.
           EXIT.
      *
       2420-WRITE-ARCHIVE.
           ADD 1 TO D15X-LINE-NUM
           MOVE SPACES TO RPTARC-REC
           MOVE D15X-RUN-DATE TO RA-DATE
           MOVE D15X-RUN-NUM TO RA-RUN
           MOVE D15X-CUR-SEQ TO RA-SEQ
           MOVE D15X-CUR-NAME TO RA-NAME
           MOVE D15X-CUR-SECT TO RA-SECT
           MOVE D15X-LINE-NUM TO RA-LINE
           MOVE D15X-LIBRARY TO RA-LIB
           MOVE D15X-FILE-TEXT TO RA-TEXT
           WRITE RPTARC-REC
           IF NOT D15X-RPTARC-OK
      *       THE RUN NUMBER IS NEW, SO EVEN A DUPLICATE KEY MEANS
      *       THE ARCHIVE IS NOT WHAT THIS STEP THINKS IT IS
              PERFORM 9960-ABEND-RPTARC-IO THRU 9960-EXIT
           END-IF.
       2420-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3000-PURGE - DROP EVERY ARCHIVED LINE DATED EARLIER THAN RUN
      * DATE MINUS RETAIN-DAYS.  THE DATE LEADS THE KEY, SO THE PURGE
      * READS FROM THE FRONT AND STOPS AT THE FIRST LINE IT KEEPS.
      ******************************************************************
       3000-PURGE.
           COMPUTE D15X-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(D15X-RUN-DATE))
               - D15X-RETAIN-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(D15X-CUTOFF-INT)
                                                 TO D15X-CUTOFF-DATE
           MOVE SPACES TO RARPT-REC
           STRING 'DROPPING RUNS DATED BEFORE '    DELIMITED BY SIZE
                  D15X-CUTOFF-DATE                 DELIMITED BY SIZE
                  INTO RARPT-REC
           WRITE RARPT-REC
           MOVE LOW-VALUES TO RPTARC-KEY
           START RPTARC-FILE KEY NOT < RPTARC-KEY
           IF NOT D15X-RPTARC-OK
      *       AN EMPTY ARCHIVE HAS NOTHING TO PURGE
              GO TO 3000-EXIT
           END-IF
           MOVE 0 TO D15X-SCAN-EOF
           PERFORM 3100-PURGE-ONE-LINE THRU 3100-EXIT
               UNTIL D15X-SCAN-EOF = 1.
       3000-EXIT.
           EXIT.
      *
       3100-PURGE-ONE-LINE.
           READ RPTARC-FILE NEXT
               AT END
                  MOVE 1 TO D15X-SCAN-EOF
                  GO TO 3100-EXIT
           END-READ
           IF NOT D15X-RPTARC-OK
              PERFORM 9960-ABEND-RPTARC-IO THRU 9960-EXIT
           END-IF
           ADD 1 TO D15X-IN-COUNT
           IF RA-DATE NOT < D15X-CUTOFF-DATE
              MOVE 1 TO D15X-SCAN-EOF
              GO TO 3100-EXIT
           END-IF
           IF RPTARC-KEY(1:10) NOT = D15X-LAST-DROP
              MOVE RPTARC-KEY(1:10) TO D15X-LAST-DROP
              ADD 1 TO D15X-DROP-RUNS
           END-IF
           DELETE RPTARC-FILE RECORD
           IF NOT D15X-RPTARC-OK
              PERFORM 9960-ABEND-RPTARC-IO THRU 9960-EXIT
           END-IF
           ADD 1 TO D15X-DROP-COUNT.
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      * 5000-WRITE-SUMMARY
      ******************************************************************
       5000-WRITE-SUMMARY.
           MOVE SPACES TO RARPT-REC
           WRITE RARPT-REC
           IF D15X-MODE-ARCHIVE
              PERFORM 5100-ARCHIVE-SUMMARY THRU 5100-EXIT
           ELSE
              PERFORM 5200-PURGE-SUMMARY THRU 5200-EXIT
           END-IF.
       5000-EXIT.
           EXIT.
      *
       5100-ARCHIVE-SUMMARY.
           IF D15X-LIBRARY NOT = SPACES
              MOVE SPACES TO RARPT-REC
              STRING 'LIBRARY           : ' DELIMITED BY SIZE
                     D15X-LIBRARY           DELIMITED BY SIZE
                     INTO RARPT-REC
              WRITE RARPT-REC
           END-IF
           MOVE D15X-RUN-NUM TO D15X-RUN-OUT
           MOVE SPACES TO RARPT-REC
           STRING 'FILED AS RUN      : ' DELIMITED BY SIZE
                  D15X-RUN-OUT           DELIMITED BY SIZE
                  INTO RARPT-REC
           WRITE RARPT-REC
           MOVE D15X-BOX-COUNT TO D15X-CNT-OUT
           MOVE SPACES TO RARPT-REC
           STRING 'BOXRPT LINES      : ' DELIMITED BY SIZE
                  D15X-CNT-OUT           DELIMITED BY SIZE
                  INTO RARPT-REC
           WRITE RARPT-REC
           MOVE D15X-XCP-COUNT TO D15X-CNT-OUT
           MOVE SPACES TO RARPT-REC
           STRING 'XCPRPT LINES      : ' DELIMITED BY SIZE
                  D15X-CNT-OUT           DELIMITED BY SIZE
                  INTO RARPT-REC
           WRITE RARPT-REC
           MOVE D15X-IN-COUNT TO D15X-CNT-OUT
           MOVE SPACES TO RARPT-REC
           STRING 'LINES ARCHIVED    : ' DELIMITED BY SIZE
                  D15X-CNT-OUT           DELIMITED BY SIZE
                  INTO RARPT-REC
           WRITE RARPT-REC
           IF D15X-BOX-COUNT = 0
              MOVE 'BOXRPT WAS EMPTY - NOTHING PRINTED BY THE RUN'
                                                   TO RARPT-REC
              WRITE RARPT-REC
           END-IF.
       5100-EXIT.
           EXIT.
      *
       5200-PURGE-SUMMARY.
           MOVE D15X-DROP-RUNS TO D15X-CNT-OUT
           MOVE SPACES TO RARPT-REC
           STRING 'RUNS DROPPED      : ' DELIMITED BY SIZE
                  D15X-CNT-OUT           DELIMITED BY SIZE
                  INTO RARPT-REC
           WRITE RARPT-REC
           MOVE D15X-DROP-COUNT TO D15X-CNT-OUT
           MOVE SPACES TO RARPT-REC
           STRING 'LINES DROPPED     : ' DELIMITED BY SIZE
                  D15X-CNT-OUT           DELIMITED BY SIZE
                  INTO RARPT-REC
           WRITE RARPT-REC.
       5200-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9980-ABEND-BOXRPT-OPEN - BOXRPT COULD NOT BE OPENED (MISSING
      * DD, BAD PERMISSIONS, ETC).  AN ARCHIVE STEP WITH NOTHING TO
      * ARCHIVE MUST NOT END CLEAN, OR THE DAY'S PRINT IS SILENTLY
      * LOST WHEN TOMORROW'S DAY15 REWRITES IT.
      ******************************************************************
       9980-ABEND-BOXRPT-OPEN.
           DISPLAY 'DAY15RA ABEND - BOXRPT COULD NOT BE OPENED'
           DISPLAY 'FILE STATUS : ' D15X-BOXRPT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9980-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9975-ABEND-XCPRPT-OPEN - XCPRPT COULD NOT BE OPENED.  DAY15
      * ALWAYS WRITES ONE, EVEN EMPTY, SO A MISSING ONE IS A JCL
      * FAULT, NOT A CLEAN RUN.
      ******************************************************************
       9975-ABEND-XCPRPT-OPEN.
           DISPLAY 'DAY15RA ABEND - XCPRPT COULD NOT BE OPENED'
           DISPLAY 'FILE STATUS : ' D15X-XCPRPT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9975-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9970-ABEND-RPTARC-OPEN - THE REPORT ARCHIVE COULD NOT BE
      * OPENED.  A PRINT SILENTLY NOT FILED IS A PRINT LOST FOR GOOD.
      ******************************************************************
       9970-ABEND-RPTARC-OPEN.
           DISPLAY 'DAY15RA ABEND - RPTARC COULD NOT BE OPENED'
           DISPLAY 'FILE STATUS : ' D15X-RPTARC-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9970-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9960-ABEND-RPTARC-IO - A WRITE, READ OR DELETE AGAINST THE
      * ARCHIVE FAILED.  THE RUN BEING FILED IS LEFT PART-WRITTEN AND
      * MUST BE PURGED OR REFILED BY HAND.
      ******************************************************************
       9960-ABEND-RPTARC-IO.
           DISPLAY 'DAY15RA ABEND - RPTARC I/O FAILED'
           DISPLAY 'FILE STATUS : ' D15X-RPTARC-STATUS
           DISPLAY 'KEY         : ' RPTARC-KEY
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9960-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9950-ABEND-RUN-LIMIT - THE RUN DATE ALREADY HAS 99 RUNS FILED.
      * MORE THAN THAT IN ONE DAY IS A LOOPING SCHEDULE, NOT WORK.
      ******************************************************************
       9950-ABEND-RUN-LIMIT.
           DISPLAY 'DAY15RA ABEND - 99 RUNS ALREADY FILED FOR DATE '
                   D15X-RUN-DATE
           PERFORM 8900-TERMINATE THRU 8900-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9950-EXIT.
           EXIT.
      *
      ******************************************************************
      * 9910-ABEND-RACTL-CARD - AN UNRECOGNIZED OR MALFORMED CONTROL
      * CARD, OR A PURGE WITHOUT A RETENTION.  A PURGE STEERED BY A
      * GUESSED KNOB COULD THROW AWAY THE ONLY COPY OF A PRINT.
      ******************************************************************
       9910-ABEND-RACTL-CARD.
           DISPLAY 'DAY15RA ABEND - UNRECOGNIZED OR BAD RACTL CARD'
           DISPLAY 'CARD    : ' D15X-CTL-CARD
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9910-EXIT.
           EXIT.
      *
      ******************************************************************
      * 8900-TERMINATE - CLOSE ALL OPEN FILES BEFORE ENDING THE RUN.
      ******************************************************************
       8900-TERMINATE.
           CLOSE RPTARC-FILE
           CLOSE RARPT-FILE.
       8900-EXIT.
           EXIT.
