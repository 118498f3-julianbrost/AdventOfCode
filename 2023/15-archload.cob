      *                     AFTER MIDNIGHT.  A KEY ALREADY ON FILE
      *                     (USUALLY A RERUN OF THE LOAD) IS COUNTED
      *                     AND SKIPPED, AND THE STEP ENDS RC=4.
      *   2026-10-15  JB   MULTI-SITE.  THE HISTORY KEY'S LABEL IS NOW
      *                     60 CHARACTERS FOLLOWED BY THE 4-CHARACTER
      *                     LIBRARY CODE (AH-LIB), TAKEN FROM THE
      *                     EXTRACT HEADER, SO TWO SITES' RUNS ON THE
      *                     SAME DAY DO NOT COLLIDE.  RECORDS LOADED
      *                     BEFORE THIS READ AS THE DEFAULT LIBRARY
      *                     (SPACES).  A NON-DEFAULT LIBRARY IS SHOWN
      *                     ON THE SUMMARY.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
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
       77 D15L-SEQ-COUNT       PIC 9(8)  COMP VALUE 0.
       77 D15L-CNT-OUT         PIC Z(7)9.
       01 D15L-CUR-NAME        PIC X(20)      VALUE SPACES.
       01 D15L-CUR-LIB         PIC X(4)       VALUE SPACES.

       PROCEDURE DIVISION.
      *
      *
      ******************************************************************
      * 2000-LOAD-ONE-RECORD - A '1' HEADER REMEMBERS THE SEQUENCE
      * NAME AND LIBRARY FOR THE DETAILS THAT FOLLOW; A '2' DETAIL
      * BECOMES ONE HISTORY RECORD.  THE '3' AND '4' RECORDS CARRY RUN
      * TOTALS, WHICH RUNHIST ALREADY KEEPS, SO THEY ARE PASSED OVER.
      ******************************************************************
       2000-LOAD-ONE-RECORD.
           READ EXTRACT-FILE
              WHEN '1'
                 ADD 1 TO D15L-SEQ-COUNT
                 MOVE EXTR-H-NAME TO D15L-CUR-NAME
                 MOVE EXTR-H-LIB TO D15L-CUR-LIB
              WHEN '2'
                 PERFORM 2100-LOAD-ONE-DETAIL THRU 2100-EXIT
              WHEN '3'
           ADD 1 TO D15L-DTL-COUNT
           MOVE D15L-RUN-DATE TO AH-DATE
           MOVE EXTR-D-SEQ TO AH-SEQ
           MOVE EXTR-D-LABEL(1:60) TO AH-LABEL
           MOVE D15L-CUR-LIB TO AH-LIB
           MOVE EXTR-D-BOX TO AH-BOX
           MOVE EXTR-D-SLOT TO AH-SLOT
           MOVE EXTR-D-FOCAL TO AH-FOCAL
       5000-WRITE-SUMMARY.
           MOVE SPACES TO ALRPT-REC
           WRITE ALRPT-REC
           IF D15L-CUR-LIB NOT = SPACES
              MOVE SPACES TO ALRPT-REC
              STRING 'LIBRARY              : ' DELIMITED BY SIZE
                     D15L-CUR-LIB              DELIMITED BY SIZE
                     INTO ALRPT-REC
              WRITE ALRPT-REC
           END-IF
           MOVE D15L-SEQ-COUNT TO D15L-CNT-OUT
           MOVE SPACES TO ALRPT-REC
           STRING 'SEQUENCES ON EXTRACT : ' DELIMITED BY SIZE
