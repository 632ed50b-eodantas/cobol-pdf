       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDFSTATS.
       AUTHOR.        EDGAR OLAVO.
       DATE-WRITTEN.  2026-10-15.
       SECURITY.      ********************
                      *  TEST COBOL-PDF  *
                      ********************
      *----------------------------------------------------*
      *  PDFSTATS - monthly operations statistics.  Reads     *
      *  the run history PDFBATCH appends to on every run     *
      *  (PDFBATCH-HISTORY.LOG), pairs each run's start and   *
      *  end records on the start date and time, and writes   *
      *  PDFSTATS.RPT for the month:                          *
      *                                                       *
      *  1. by day and by mode (full, burst, reprint), and    *
      *     for the month: runs, reruns, failures, pages and  *
      *     the average run time of the runs that finished;   *
      *  2. every failed run, for follow-up.                  *
      *                                                       *
      *  A rerun is a run restarted from a checkpoint, or one *
      *  repeating an earlier run of the same day in the same *
      *  mode to the same output.  A failure is a run that    *
      *  ended failed, or a run with no end record at all -   *
      *  one the engine stopped short.                        *
      *                                                       *
      *  The month is the YYYYMM given on the command line,   *
      *  or the current month.                                *
      *----------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PDF-HST ASSIGN TO DYNAMIC STA-HST-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STA-HST-STATUS.
           SELECT STA-RPT ASSIGN TO DYNAMIC STA-RPT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "LIB/PDFHST.FD".
           FD  STA-RPT.
           01  STA-RPT-REC         PIC X(132).
       WORKING-STORAGE SECTION.
           01 STA-HST-FILE        PIC X(100)
                                   VALUE "PDFBATCH-HISTORY.LOG".
           01 STA-HST-STATUS      PIC X(02).
           01 STA-RPT-FILE        PIC X(100) VALUE "PDFSTATS.RPT".
           01 STA-EOF-SW          PIC X(01)  VALUE "N".
              88 STA-AT-EOF              VALUE "Y".
           01 STA-PARM            PIC X(100) VALUE SPACES.
           01 STA-TODAY           PIC 9(08).
           01 STA-MONTH           PIC 9(06).
           01 STA-MONTH-R REDEFINES STA-MONTH.
              05 STA-MONTH-YYYY   PIC 9(04).
              05 STA-MONTH-MM     PIC 9(02).
      *    One entry per run of the month, in history file order.
      *    STA-RUN-ENDED stays N until the run's end record turns
      *    up.
           01 STA-RUN-MAX         PIC 9(05)  COMP VALUE 5000.
           01 STA-RUN-COUNT       PIC 9(05)  COMP VALUE 0.
           01 STA-RUN-LOST        PIC 9(05)  COMP VALUE 0.
           01 STA-RUN-TABLE.
              05 STA-RUN          OCCURS 5000 TIMES.
                 10 STA-RUN-DATE     PIC 9(08).
                 10 STA-RUN-TIME     PIC 9(08).
                 10 STA-RUN-MODE     PIC X(01).
                 10 STA-RUN-RESTART  PIC X(01).
                 10 STA-RUN-ENDED    PIC X(01).
                 10 STA-RUN-RESULT   PIC X(01).
                 10 STA-RUN-ELAPSED  PIC 9(08)  COMP.
                 10 STA-RUN-PAGES    PIC 9(07)  COMP.
                 10 STA-RUN-OUTPUT   PIC X(60).
           01 STA-IDX             PIC 9(05)  COMP.
           01 STA-IDX2            PIC 9(05)  COMP.
           01 STA-FOUND-SW        PIC X(01).
              88 STA-FOUND               VALUE "Y".
           01 STA-RERUN-SW        PIC X(01).
              88 STA-IS-RERUN            VALUE "Y".
           01 STA-FAILED-SW       PIC X(01).
              88 STA-IS-FAILED           VALUE "Y".
      *    Accumulators: 1-31 the days of the month, 32-34 the
      *    full, burst and reprint modes, 35 the month.
           01 STA-ACC-TABLE.
              05 STA-ACC          OCCURS 35 TIMES.
                 10 STA-ACC-RUNS     PIC 9(07)  COMP.
                 10 STA-ACC-RERUNS   PIC 9(07)  COMP.
                 10 STA-ACC-FAILED   PIC 9(07)  COMP.
                 10 STA-ACC-PAGES    PIC 9(09)  COMP.
                 10 STA-ACC-ENDED    PIC 9(07)  COMP.
                 10 STA-ACC-ELAPSED  PIC 9(11)  COMP.
           01 STA-ACC-IDX         PIC 9(02)  COMP.
           01 STA-DAY             PIC 9(02).
           01 STA-AVG             PIC 9(09)V99.
      *    Report lines.
           01 STA-HDR-LINE.
              05 FILLER           PIC X(12)  VALUE "DAY/MODE".
              05 FILLER           PIC X(07)  VALUE "   RUNS".
              05 FILLER           PIC X(08)  VALUE "  RERUNS".
              05 FILLER           PIC X(08)  VALUE "  FAILED".
              05 FILLER           PIC X(10)  VALUE "     PAGES".
              05 FILLER           PIC X(12)  VALUE "    AVG SECS".
           01 STA-DTL-LINE.
              05 STA-DTL-LABEL    PIC X(12).
              05 STA-DTL-RUNS     PIC Z(06)9.
              05 STA-DTL-RERUNS   PIC Z(07)9.
              05 STA-DTL-FAILED   PIC Z(07)9.
              05 STA-DTL-PAGES    PIC Z(09)9.
              05 STA-DTL-AVG      PIC Z(08)9.99.
           01 STA-FAIL-HDR-LINE.
              05 FILLER           PIC X(09)  VALUE "DATE".
              05 FILLER           PIC X(09)  VALUE "TIME".
              05 FILLER           PIC X(09)  VALUE "MODE".
              05 FILLER           PIC X(16)  VALUE "OUTCOME".
              05 FILLER           PIC X(06)  VALUE "OUTPUT".
           01 STA-FAIL-LINE.
              05 STA-FAIL-DATE    PIC 9(08).
              05 FILLER           PIC X(01)  VALUE SPACE.
              05 STA-FAIL-TIME    PIC 9(08).
              05 FILLER           PIC X(01)  VALUE SPACE.
              05 STA-FAIL-MODE    PIC X(08).
              05 FILLER           PIC X(01)  VALUE SPACE.
              05 STA-FAIL-OUTCOME PIC X(15).
              05 FILLER           PIC X(01)  VALUE SPACE.
              05 STA-FAIL-OUTPUT  PIC X(60).
           01 STA-COUNT-ED        PIC Z(06)9.
       LINKAGE SECTION.
       SCREEN SECTION.
       PROCEDURE DIVISION.
       STA-MAIN.
           ACCEPT STA-TODAY FROM DATE YYYYMMDD
           ACCEPT STA-PARM FROM COMMAND-LINE
           IF STA-PARM (1:6) IS NUMERIC AND STA-PARM (7:) = SPACES
              MOVE STA-PARM (1:6) TO STA-MONTH
           ELSE
              MOVE STA-TODAY (1:6) TO STA-MONTH
           END-IF
           IF STA-MONTH-MM < 1 OR STA-MONTH-MM > 12
              MOVE STA-TODAY (1:6) TO STA-MONTH
           END-IF
           OPEN INPUT PDF-HST
           IF STA-HST-STATUS NOT = "00"
              DISPLAY "PDFSTATS: CANNOT OPEN RUN HISTORY "
                 STA-HST-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM STA-LOAD-RUNS
           CLOSE PDF-HST
           PERFORM STA-ACCUMULATE
           OPEN OUTPUT STA-RPT
           PERFORM STA-WRITE-SUMMARY
           PERFORM STA-WRITE-FAILURES
           CLOSE STA-RPT
           MOVE STA-ACC-RUNS (35) TO STA-COUNT-ED
           DISPLAY "PDFSTATS: " STA-MONTH " RUNS " STA-COUNT-ED
              " - SEE " STA-RPT-FILE
           IF STA-RUN-LOST > 0
              MOVE STA-RUN-LOST TO STA-COUNT-ED
              DISPLAY "PDFSTATS: RUN TABLE FULL - " STA-COUNT-ED
                 " RUNS LEFT OUT"
              MOVE 4 TO RETURN-CODE
           END-IF
           GO STA-FIM.
      *    Every start record of the month opens a run; its end
      *    record, found by the start date and time, completes
      *    it.  An end record whose start is missing still counts
      *    as a run of its own.
       STA-LOAD-RUNS.
           PERFORM STA-READ-HST
           PERFORM UNTIL STA-AT-EOF
              IF PDF-HST-DATE (1:6) = STA-MONTH
                 IF PDF-HST-IS-END
                    PERFORM STA-FIND-RUN
                 ELSE
                    MOVE "N" TO STA-FOUND-SW
                 END-IF
                 IF NOT STA-FOUND
                    PERFORM STA-ADD-RUN
                 END-IF
                 IF STA-FOUND AND PDF-HST-IS-END
                    MOVE "Y" TO STA-RUN-ENDED (STA-IDX)
                    MOVE PDF-HST-RESTART TO STA-RUN-RESTART (STA-IDX)
                    MOVE PDF-HST-RESULT TO STA-RUN-RESULT (STA-IDX)
                    MOVE PDF-HST-ELAPSED TO STA-RUN-ELAPSED (STA-IDX)
                    MOVE PDF-HST-PAGES TO STA-RUN-PAGES (STA-IDX)
                 END-IF
              END-IF
              PERFORM STA-READ-HST
           END-PERFORM.
       STA-LOAD-RUNS-EXIT.
           EXIT.
       STA-READ-HST.
           READ PDF-HST
              AT END MOVE "Y" TO STA-EOF-SW
           END-READ.
       STA-READ-HST-EXIT.
           EXIT.
      *    Newest first - the start record is nearly always only a
      *    few runs back.
       STA-FIND-RUN.
           MOVE "N" TO STA-FOUND-SW
           MOVE STA-RUN-COUNT TO STA-IDX
           PERFORM UNTIL STA-IDX = 0 OR STA-FOUND
              IF STA-RUN-DATE (STA-IDX) = PDF-HST-DATE
                    AND STA-RUN-TIME (STA-IDX) = PDF-HST-TIME
                    AND STA-RUN-MODE (STA-IDX) = PDF-HST-MODE
                    AND STA-RUN-ENDED (STA-IDX) = "N"
                 MOVE "Y" TO STA-FOUND-SW
              ELSE
                 SUBTRACT 1 FROM STA-IDX
              END-IF
           END-PERFORM.
       STA-FIND-RUN-EXIT.
           EXIT.
       STA-ADD-RUN.
           IF STA-RUN-COUNT < STA-RUN-MAX
              ADD 1 TO STA-RUN-COUNT
              MOVE STA-RUN-COUNT TO STA-IDX
              MOVE PDF-HST-DATE TO STA-RUN-DATE (STA-IDX)
              MOVE PDF-HST-TIME TO STA-RUN-TIME (STA-IDX)
              MOVE PDF-HST-MODE TO STA-RUN-MODE (STA-IDX)
              MOVE PDF-HST-RESTART TO STA-RUN-RESTART (STA-IDX)
              MOVE "N" TO STA-RUN-ENDED (STA-IDX)
              MOVE SPACE TO STA-RUN-RESULT (STA-IDX)
              MOVE ZERO TO STA-RUN-ELAPSED (STA-IDX)
              MOVE ZERO TO STA-RUN-PAGES (STA-IDX)
              MOVE PDF-HST-OUTPUT TO STA-RUN-OUTPUT (STA-IDX)
              MOVE "Y" TO STA-FOUND-SW
           ELSE
              IF PDF-HST-IS-START
                 ADD 1 TO STA-RUN-LOST
              END-IF
           END-IF.
       STA-ADD-RUN-EXIT.
           EXIT.
      *    Each run counts once on its day, once on its mode and
      *    once on the month.
       STA-ACCUMULATE.
           MOVE 1 TO STA-ACC-IDX
           PERFORM UNTIL STA-ACC-IDX > 35
              MOVE ZERO TO STA-ACC-RUNS (STA-ACC-IDX)
                 STA-ACC-RERUNS (STA-ACC-IDX)
                 STA-ACC-FAILED (STA-ACC-IDX)
                 STA-ACC-PAGES (STA-ACC-IDX)
                 STA-ACC-ENDED (STA-ACC-IDX)
                 STA-ACC-ELAPSED (STA-ACC-IDX)
              ADD 1 TO STA-ACC-IDX
           END-PERFORM
           MOVE 1 TO STA-IDX
           PERFORM UNTIL STA-IDX > STA-RUN-COUNT
              PERFORM STA-CLASSIFY-RUN
              MOVE STA-RUN-DATE (STA-IDX) (7:2) TO STA-DAY
              IF STA-DAY < 1 OR STA-DAY > 31
                 MOVE 1 TO STA-DAY
              END-IF
              MOVE STA-DAY TO STA-ACC-IDX
              PERFORM STA-ADD-TO-ACC
              EVALUATE STA-RUN-MODE (STA-IDX)
                 WHEN "B"
                    MOVE 33 TO STA-ACC-IDX
                 WHEN "R"
                    MOVE 34 TO STA-ACC-IDX
                 WHEN OTHER
                    MOVE 32 TO STA-ACC-IDX
              END-EVALUATE
              PERFORM STA-ADD-TO-ACC
              MOVE 35 TO STA-ACC-IDX
              PERFORM STA-ADD-TO-ACC
              ADD 1 TO STA-IDX
           END-PERFORM.
       STA-ACCUMULATE-EXIT.
           EXIT.
       STA-CLASSIFY-RUN.
           IF STA-RUN-ENDED (STA-IDX) = "N"
                 OR STA-RUN-RESULT (STA-IDX) = "F"
              MOVE "Y" TO STA-FAILED-SW
           ELSE
              MOVE "N" TO STA-FAILED-SW
           END-IF
           MOVE "N" TO STA-RERUN-SW
           IF STA-RUN-RESTART (STA-IDX) = "Y"
              MOVE "Y" TO STA-RERUN-SW
           END-IF
           MOVE STA-IDX TO STA-IDX2
           PERFORM UNTIL STA-IDX2 < 2 OR STA-IS-RERUN
              SUBTRACT 1 FROM STA-IDX2
              IF STA-RUN-DATE (STA-IDX2) NOT = STA-RUN-DATE (STA-IDX)
                 MOVE 1 TO STA-IDX2
              ELSE
                 IF STA-RUN-MODE (STA-IDX2) = STA-RUN-MODE (STA-IDX)
                       AND STA-RUN-OUTPUT (STA-IDX2)
                          = STA-RUN-OUTPUT (STA-IDX)
                    MOVE "Y" TO STA-RERUN-SW
                 END-IF
              END-IF
           END-PERFORM.
       STA-CLASSIFY-RUN-EXIT.
           EXIT.
       STA-ADD-TO-ACC.
           ADD 1 TO STA-ACC-RUNS (STA-ACC-IDX)
           IF STA-IS-RERUN
              ADD 1 TO STA-ACC-RERUNS (STA-ACC-IDX)
           END-IF
           IF STA-IS-FAILED
              ADD 1 TO STA-ACC-FAILED (STA-ACC-IDX)
           END-IF
           ADD STA-RUN-PAGES (STA-IDX) TO STA-ACC-PAGES (STA-ACC-IDX)
           IF STA-RUN-ENDED (STA-IDX) = "Y"
              ADD 1 TO STA-ACC-ENDED (STA-ACC-IDX)
              ADD STA-RUN-ELAPSED (STA-IDX)
                 TO STA-ACC-ELAPSED (STA-ACC-IDX)
           END-IF.
       STA-ADD-TO-ACC-EXIT.
           EXIT.
      *    Section 1 - the days with runs, then the three modes,
      *    then the month.
       STA-WRITE-SUMMARY.
           MOVE SPACES TO STA-RPT-REC
           STRING "PDFBATCH OPERATIONS STATISTICS FOR " DELIMITED SIZE
              STA-MONTH DELIMITED SIZE
              INTO STA-RPT-REC
           WRITE STA-RPT-REC
           MOVE SPACES TO STA-RPT-REC
           WRITE STA-RPT-REC
           MOVE STA-HDR-LINE TO STA-RPT-REC
           WRITE STA-RPT-REC
           MOVE 1 TO STA-ACC-IDX
           PERFORM UNTIL STA-ACC-IDX > 31
              IF STA-ACC-RUNS (STA-ACC-IDX) > 0
                 MOVE SPACES TO STA-DTL-LABEL
                 MOVE STA-ACC-IDX TO STA-DAY
                 STRING STA-MONTH DELIMITED SIZE
                    STA-DAY DELIMITED SIZE
                    INTO STA-DTL-LABEL
                 PERFORM STA-WRITE-ACC-LINE
              END-IF
              ADD 1 TO STA-ACC-IDX
           END-PERFORM
           MOVE SPACES TO STA-RPT-REC
           WRITE STA-RPT-REC
           MOVE 32 TO STA-ACC-IDX
           MOVE "FULL" TO STA-DTL-LABEL
           PERFORM STA-WRITE-ACC-LINE
           MOVE 33 TO STA-ACC-IDX
           MOVE "BURST" TO STA-DTL-LABEL
           PERFORM STA-WRITE-ACC-LINE
           MOVE 34 TO STA-ACC-IDX
           MOVE "REPRINT" TO STA-DTL-LABEL
           PERFORM STA-WRITE-ACC-LINE
           MOVE SPACES TO STA-RPT-REC
           WRITE STA-RPT-REC
           MOVE 35 TO STA-ACC-IDX
           MOVE "MONTH" TO STA-DTL-LABEL
           PERFORM STA-WRITE-ACC-LINE.
       STA-WRITE-SUMMARY-EXIT.
           EXIT.
      *    The average is over the runs that finished - a run with
      *    no end record has no run time to give.
       STA-WRITE-ACC-LINE.
           MOVE STA-ACC-RUNS (STA-ACC-IDX) TO STA-DTL-RUNS
           MOVE STA-ACC-RERUNS (STA-ACC-IDX) TO STA-DTL-RERUNS
           MOVE STA-ACC-FAILED (STA-ACC-IDX) TO STA-DTL-FAILED
           MOVE STA-ACC-PAGES (STA-ACC-IDX) TO STA-DTL-PAGES
           IF STA-ACC-ENDED (STA-ACC-IDX) > 0
              COMPUTE STA-AVG ROUNDED = STA-ACC-ELAPSED (STA-ACC-IDX)
                 / STA-ACC-ENDED (STA-ACC-IDX) / 100
           ELSE
              MOVE ZERO TO STA-AVG
           END-IF
           MOVE STA-AVG TO STA-DTL-AVG
           MOVE STA-DTL-LINE TO STA-RPT-REC
           WRITE STA-RPT-REC.
       STA-WRITE-ACC-LINE-EXIT.
           EXIT.
      *    Section 2 - the failed runs.
       STA-WRITE-FAILURES.
           MOVE SPACES TO STA-RPT-REC
           WRITE STA-RPT-REC
           MOVE "FAILED RUNS" TO STA-RPT-REC
           WRITE STA-RPT-REC
           MOVE SPACES TO STA-RPT-REC
           WRITE STA-RPT-REC
           MOVE STA-FAIL-HDR-LINE TO STA-RPT-REC
           WRITE STA-RPT-REC
           MOVE 1 TO STA-IDX
           PERFORM UNTIL STA-IDX > STA-RUN-COUNT
              IF STA-RUN-ENDED (STA-IDX) = "N"
                    OR STA-RUN-RESULT (STA-IDX) = "F"
                 MOVE STA-RUN-DATE (STA-IDX) TO STA-FAIL-DATE
                 MOVE STA-RUN-TIME (STA-IDX) TO STA-FAIL-TIME
                 EVALUATE STA-RUN-MODE (STA-IDX)
                    WHEN "B"
                       MOVE "BURST" TO STA-FAIL-MODE
                    WHEN "R"
                       MOVE "REPRINT" TO STA-FAIL-MODE
                    WHEN OTHER
                       MOVE "FULL" TO STA-FAIL-MODE
                 END-EVALUATE
                 IF STA-RUN-ENDED (STA-IDX) = "N"
                    MOVE "NO END RECORD" TO STA-FAIL-OUTCOME
                 ELSE
                    MOVE "ENDED FAILED" TO STA-FAIL-OUTCOME
                 END-IF
                 MOVE STA-RUN-OUTPUT (STA-IDX) TO STA-FAIL-OUTPUT
                 MOVE STA-FAIL-LINE TO STA-RPT-REC
                 WRITE STA-RPT-REC
              END-IF
              ADD 1 TO STA-IDX
           END-PERFORM
           MOVE SPACES TO STA-RPT-REC
           WRITE STA-RPT-REC
           MOVE STA-ACC-FAILED (35) TO STA-COUNT-ED
           STRING "TOTAL -" DELIMITED SIZE
              STA-COUNT-ED DELIMITED SIZE
              " FAILED" DELIMITED SIZE
              INTO STA-RPT-REC
           WRITE STA-RPT-REC.
       STA-WRITE-FAILURES-EXIT.
           EXIT.
       STA-FIM.
           EXIT.
