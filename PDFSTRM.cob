       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDFSTRM.
       AUTHOR.        EDGAR OLAVO.
       DATE-WRITTEN.  2026-10-15.
       SECURITY.      ********************
                      *  TEST COBOL-PDF  *
                      ********************
      *----------------------------------------------------*
      *  PDFSTRM - job stream for the night's reports.  Runs  *
      *  a list of reports from the catalog PDFBATCH-         *
      *  CATALOG.DAT one after another, each as its own       *
      *  PDFBATCH run: the report is named to PDFBATCH        *
      *  through PDFBATCH-REPORT.CTL, the catalog's run mode  *
      *  decides PDFBATCH-BURST.CTL, and any reprint request  *
      *  left lying about is cleared first so it cannot fire  *
      *  on every step.                                       *
      *                                                       *
      *  The stream file (PDFSTRM.CTL unless the command line *
      *  names another; * in column 1 is a comment) holds one *
      *  line per step, in running order:                     *
      *    STEP=<report> [ONFAIL=STOP|CONTINUE]               *
      *  A step fails when PDFBATCH hands back RETURN-CODE 8  *
      *  or more; ONFAIL=STOP, the default, ends the stream   *
      *  there and the steps after it are logged NOT RUN,     *
      *  while ONFAIL=CONTINUE goes on to the next step.      *
      *  Every step named must be in the catalog before any   *
      *  step is run.                                         *
      *                                                       *
      *  Each step is appended to the step log PDFSTRM.LOG    *
      *  with its return code, the reconciliation counts and  *
      *  pages from the step's run history end record, and    *
      *  its output file.  The log also carries the stream's  *
      *  business date - today, or a YYYYMMDD after the       *
      *  stream file name on the command line - and a rerun   *
      *  for the same stream and date skips every step the    *
      *  log shows finished, so after a failure the stream is *
      *  simply run again.  A step that abends takes the      *
      *  stream down with it and leaves no log line, so the   *
      *  rerun starts again at that step, where PDFBATCH's    *
      *  own checkpoint picks the report up.                  *
      *                                                       *
      *  RETURN-CODE is the highest step return code, 12 when *
      *  the stream file or the catalog will not do.          *
      *----------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STM-CTL ASSIGN TO DYNAMIC STM-CTL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STM-CTL-STATUS.
           SELECT PDF-CAT ASSIGN TO DYNAMIC STM-CAT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STM-CAT-STATUS.
           SELECT PDF-HST ASSIGN TO DYNAMIC STM-HST-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STM-HST-STATUS.
           SELECT STM-LOG ASSIGN TO DYNAMIC STM-LOG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STM-LOG-STATUS.
           SELECT STM-RPC ASSIGN TO DYNAMIC STM-RPC-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STM-RPR ASSIGN TO DYNAMIC STM-RPR-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STM-BCT ASSIGN TO DYNAMIC STM-BCT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  STM-CTL.
           01  STM-CTL-REC         PIC X(80).
           COPY "LIB/PDFCAT.FD".
           COPY "LIB/PDFHST.FD".
      *    One line per step per stream run - run, skipped as
      *    already finished, or not run after an earlier failure.
           FD  STM-LOG.
           01  STM-LOG-REC.
               05 STM-LOG-RUN-DATE    PIC 9(08).
               05 FILLER              PIC X(01).
               05 STM-LOG-STREAM      PIC X(100).
               05 FILLER              PIC X(01).
               05 STM-LOG-STEP        PIC 9(03).
               05 FILLER              PIC X(01).
               05 STM-LOG-REPORT      PIC X(12).
               05 FILLER              PIC X(01).
      *       DONE, FAILED, SKIPPED or NOT RUN.
               05 STM-LOG-RESULT      PIC X(07).
                  88 STM-LOG-FINISHED        VALUE "DONE" "SKIPPED".
               05 FILLER              PIC X(01).
               05 STM-LOG-RC          PIC 9(02).
               05 FILLER              PIC X(01).
               05 STM-LOG-DATE        PIC 9(08).
               05 FILLER              PIC X(01).
               05 STM-LOG-TIME        PIC 9(08).
               05 FILLER              PIC X(01).
               05 STM-LOG-MODE        PIC X(01).
               05 FILLER              PIC X(01).
               05 STM-LOG-READ        PIC 9(09).
               05 FILLER              PIC X(01).
               05 STM-LOG-DRAWN       PIC 9(09).
               05 FILLER              PIC X(01).
               05 STM-LOG-PAGES       PIC 9(07).
               05 FILLER              PIC X(01).
               05 STM-LOG-OUTPUT      PIC X(60).
           FD  STM-RPC.
           01  STM-RPC-REC         PIC X(80).
           FD  STM-RPR.
           01  STM-RPR-REC         PIC X(80).
           FD  STM-BCT.
           01  STM-BCT-REC         PIC X(80).
       WORKING-STORAGE SECTION.
           01 STM-CTL-FILE        PIC X(100) VALUE "PDFSTRM.CTL".
           01 STM-CTL-STATUS      PIC X(02).
           01 STM-CAT-FILE        PIC X(100)
                                   VALUE "PDFBATCH-CATALOG.DAT".
           01 STM-CAT-STATUS      PIC X(02).
           01 STM-HST-FILE        PIC X(100)
                                   VALUE "PDFBATCH-HISTORY.LOG".
           01 STM-HST-STATUS      PIC X(02).
           01 STM-LOG-FILE        PIC X(100) VALUE "PDFSTRM.LOG".
           01 STM-LOG-STATUS      PIC X(02).
           01 STM-RPC-FILE        PIC X(100)
                                   VALUE "PDFBATCH-REPORT.CTL".
           01 STM-RPR-FILE        PIC X(100)
                                   VALUE "PDFBATCH-REPRINT.CTL".
           01 STM-BCT-FILE        PIC X(100)
                                   VALUE "PDFBATCH-BURST.CTL".
           01 STM-EOF-SW          PIC X(01).
              88 STM-AT-EOF              VALUE "Y".
           01 STM-PARM            PIC X(100) VALUE SPACES.
           01 STM-PARM-1          PIC X(100) VALUE SPACES.
           01 STM-PARM-2          PIC X(100) VALUE SPACES.
           01 STM-RUN-DATE        PIC 9(08).
           01 STM-NOW-DATE        PIC 9(08).
           01 STM-NOW-TIME        PIC 9(08).
      *    The catalog's report names and run modes.
           01 STM-CAT-COUNT       PIC 9(03)  COMP VALUE 0.
           01 STM-CAT-TABLE.
              05 STM-CAT-ENTRY OCCURS 100 TIMES.
                 10 STM-CAT-NAME      PIC X(12).
                 10 STM-CAT-MODE      PIC X(01).
           01 STM-CAT-IDX         PIC 9(03)  COMP.
      *    The stream's steps, in running order.
           01 STM-STEP-COUNT      PIC 9(03)  COMP VALUE 0.
           01 STM-STEP-TABLE.
              05 STM-STEP OCCURS 50 TIMES.
                 10 STM-STEP-REPORT   PIC X(12).
                 10 STM-STEP-MODE     PIC X(01).
                 10 STM-STEP-ONFAIL   PIC X(01).
                    88 STM-STEP-STOPS        VALUE "S".
                 10 STM-STEP-DONE-SW  PIC X(01).
                    88 STM-STEP-FINISHED     VALUE "Y".
           01 STM-STEP-IDX        PIC 9(03)  COMP.
           01 STM-STEP-NO         PIC 9(03).
           01 STM-TOKEN-1         PIC X(40).
           01 STM-TOKEN-2         PIC X(40).
           01 STM-TOKEN-3         PIC X(40).
           01 STM-FOUND-SW        PIC X(01).
              88 STM-FOUND               VALUE "Y".
           01 STM-STOPPED-SW      PIC X(01)  VALUE "N".
              88 STM-STOPPED             VALUE "Y".
      *    The step in hand - its start, return code and the run
      *    history end record PDFBATCH wrote for it.
           01 STM-STEP-DATE       PIC 9(08).
           01 STM-STEP-TIME       PIC 9(08).
           01 STM-STEP-RC         PIC 9(02).
           01 STM-STEP-RESULT     PIC X(07).
           01 STM-HST-FOUND-SW    PIC X(01).
              88 STM-HST-FOUND           VALUE "Y".
           01 STM-STEP-READ       PIC 9(09).
           01 STM-STEP-DRAWN      PIC 9(09).
           01 STM-STEP-PAGES      PIC 9(07).
           01 STM-STEP-OUTPUT     PIC X(60).
      *    Tallies for the closing console line and the exit code.
           01 STM-HIGH-RC         PIC 9(02)  VALUE 0.
           01 STM-RUN-COUNT       PIC 9(03)  COMP VALUE 0.
           01 STM-SKIP-COUNT      PIC 9(03)  COMP VALUE 0.
           01 STM-FAIL-COUNT      PIC 9(03)  COMP VALUE 0.
           01 STM-NOTRUN-COUNT    PIC 9(03)  COMP VALUE 0.
           01 STM-COUNT-ED        PIC ZZ9.
           01 STM-RC-ED           PIC Z9.
       LINKAGE SECTION.
       SCREEN SECTION.
       PROCEDURE DIVISION.
       STM-MAIN.
           ACCEPT STM-NOW-DATE FROM DATE YYYYMMDD
           PERFORM STM-READ-PARM
           PERFORM STM-LOAD-CATALOG
           PERFORM STM-LOAD-STREAM
           PERFORM STM-FIND-FINISHED
           PERFORM STM-CLEAR-CONTROLS
           DISPLAY "PDFSTRM: STREAM " STM-CTL-FILE (1:40)
              " FOR " STM-RUN-DATE
           MOVE 1 TO STM-STEP-IDX
           PERFORM UNTIL STM-STEP-IDX > STM-STEP-COUNT
              PERFORM STM-RUN-ONE-STEP
              ADD 1 TO STM-STEP-IDX
           END-PERFORM
           PERFORM STM-CLEAR-CONTROLS
           MOVE STM-RUN-COUNT TO STM-COUNT-ED
           DISPLAY "PDFSTRM: STEPS RUN " STM-COUNT-ED
              WITH NO ADVANCING
           MOVE STM-SKIP-COUNT TO STM-COUNT-ED
           DISPLAY "  SKIPPED " STM-COUNT-ED WITH NO ADVANCING
           MOVE STM-FAIL-COUNT TO STM-COUNT-ED
           DISPLAY "  FAILED " STM-COUNT-ED WITH NO ADVANCING
           MOVE STM-NOTRUN-COUNT TO STM-COUNT-ED
           DISPLAY "  NOT RUN " STM-COUNT-ED
           MOVE STM-HIGH-RC TO RETURN-CODE
           GO STM-FIM.
      *    PDFSTRM [stream file] [YYYYMMDD] - either may be left
      *    off; a lone eight-digit argument is the date.
       STM-READ-PARM.
           MOVE STM-NOW-DATE TO STM-RUN-DATE
           ACCEPT STM-PARM FROM COMMAND-LINE
           UNSTRING STM-PARM DELIMITED BY ALL SPACE
              INTO STM-PARM-1 STM-PARM-2
           END-UNSTRING
           IF STM-PARM-1 (1:8) IS NUMERIC AND STM-PARM-1 (9:) = SPACES
              MOVE STM-PARM-1 (1:8) TO STM-RUN-DATE
           ELSE
              IF STM-PARM-1 NOT = SPACES
                 MOVE STM-PARM-1 TO STM-CTL-FILE
              END-IF
              IF STM-PARM-2 (1:8) IS NUMERIC
                    AND STM-PARM-2 (9:) = SPACES
                 MOVE STM-PARM-2 (1:8) TO STM-RUN-DATE
              END-IF
           END-IF.
       STM-READ-PARM-EXIT.
           EXIT.
       STM-LOAD-CATALOG.
           OPEN INPUT PDF-CAT
           IF STM-CAT-STATUS NOT = "00"
              DISPLAY "PDFSTRM: CANNOT OPEN REPORT CATALOG "
                 STM-CAT-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "N" TO STM-EOF-SW
           PERFORM UNTIL STM-AT-EOF
              READ PDF-CAT
                 AT END
                    MOVE "Y" TO STM-EOF-SW
                 NOT AT END
                    IF PDF-CAT-REC (1:1) NOT = "*"
                          AND PDF-CAT-NAME NOT = SPACES
                       IF STM-CAT-COUNT NOT < 100
                          DISPLAY "PDFSTRM: MORE THAN 100 REPORTS IN "
                             "THE CATALOG"
                          MOVE 12 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO STM-CAT-COUNT
                       MOVE PDF-CAT-NAME TO STM-CAT-NAME (STM-CAT-COUNT)
                       MOVE PDF-CAT-MODE TO STM-CAT-MODE (STM-CAT-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PDF-CAT.
       STM-LOAD-CATALOG-EXIT.
           EXIT.
      *    Every line is checked before anything runs - a stream
      *    that would stop halfway on a typing mistake is worse
      *    than one that does not start.
       STM-LOAD-STREAM.
           OPEN INPUT STM-CTL
           IF STM-CTL-STATUS NOT = "00"
              DISPLAY "PDFSTRM: CANNOT OPEN STREAM FILE " STM-CTL-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "N" TO STM-EOF-SW
           PERFORM UNTIL STM-AT-EOF
              READ STM-CTL
                 AT END
                    MOVE "Y" TO STM-EOF-SW
                 NOT AT END
                    IF STM-CTL-REC (1:1) NOT = "*"
                          AND STM-CTL-REC NOT = SPACES
                       PERFORM STM-ADD-STEP
                    END-IF
              END-READ
           END-PERFORM
           CLOSE STM-CTL
           IF STM-STEP-COUNT = 0
              DISPLAY "PDFSTRM: NO STEPS IN STREAM FILE " STM-CTL-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       STM-LOAD-STREAM-EXIT.
           EXIT.
       STM-ADD-STEP.
           IF STM-CTL-REC (1:5) NOT = "STEP="
              DISPLAY "PDFSTRM: UNRECOGNIZED STREAM LINE: "
                 STM-CTL-REC (1:40)
              PERFORM STM-STREAM-ERROR
           END-IF
           IF STM-STEP-COUNT NOT < 50
              DISPLAY "PDFSTRM: MORE THAN 50 STEPS IN THE STREAM"
              PERFORM STM-STREAM-ERROR
           END-IF
           MOVE SPACES TO STM-TOKEN-1 STM-TOKEN-2 STM-TOKEN-3
           UNSTRING STM-CTL-REC (6:75) DELIMITED BY ALL SPACE
              INTO STM-TOKEN-1 STM-TOKEN-2 STM-TOKEN-3
           END-UNSTRING
           ADD 1 TO STM-STEP-COUNT
           MOVE STM-TOKEN-1 TO STM-STEP-REPORT (STM-STEP-COUNT)
           MOVE "N" TO STM-STEP-DONE-SW (STM-STEP-COUNT)
           EVALUATE STM-TOKEN-2
              WHEN SPACES
              WHEN "ONFAIL=STOP"
                 MOVE "S" TO STM-STEP-ONFAIL (STM-STEP-COUNT)
              WHEN "ONFAIL=CONTINUE"
                 MOVE "C" TO STM-STEP-ONFAIL (STM-STEP-COUNT)
              WHEN OTHER
                 DISPLAY "PDFSTRM: ONFAIL MUST BE STOP OR CONTINUE: "
                    STM-CTL-REC (1:40)
                 PERFORM STM-STREAM-ERROR
           END-EVALUATE
           IF STM-TOKEN-1 = SPACES OR STM-TOKEN-1 (13:) NOT = SPACES
                 OR STM-TOKEN-3 NOT = SPACES
              DISPLAY "PDFSTRM: STEP LINE NOT UNDERSTOOD: "
                 STM-CTL-REC (1:40)
              PERFORM STM-STREAM-ERROR
           END-IF
           MOVE "N" TO STM-FOUND-SW
           MOVE 1 TO STM-CAT-IDX
           PERFORM UNTIL STM-CAT-IDX > STM-CAT-COUNT OR STM-FOUND
              IF STM-CAT-NAME (STM-CAT-IDX) = STM-TOKEN-1
                 MOVE "Y" TO STM-FOUND-SW
                 MOVE STM-CAT-MODE (STM-CAT-IDX)
                    TO STM-STEP-MODE (STM-STEP-COUNT)
              END-IF
              ADD 1 TO STM-CAT-IDX
           END-PERFORM
           IF NOT STM-FOUND
              DISPLAY "PDFSTRM: REPORT " STM-TOKEN-1 (1:12)
                 " IS NOT IN THE CATALOG " STM-CAT-FILE
              PERFORM STM-STREAM-ERROR
           END-IF.
       STM-ADD-STEP-EXIT.
           EXIT.
       STM-STREAM-ERROR.
           CLOSE STM-CTL
           MOVE 12 TO RETURN-CODE
           STOP RUN.
       STM-STREAM-ERROR-EXIT.
           EXIT.
      *    A step is finished for this stream and business date
      *    when the log already shows it done (or skipped as done
      *    on an earlier rerun) under the same step number and
      *    report - a stream file edited since then reruns the
      *    steps that moved.
       STM-FIND-FINISHED.
           OPEN INPUT STM-LOG
           IF STM-LOG-STATUS = "00"
              MOVE "N" TO STM-EOF-SW
              PERFORM UNTIL STM-AT-EOF
                 READ STM-LOG
                    AT END
                       MOVE "Y" TO STM-EOF-SW
                    NOT AT END
                       IF STM-LOG-RUN-DATE = STM-RUN-DATE
                             AND STM-LOG-STREAM = STM-CTL-FILE
                             AND STM-LOG-FINISHED
                             AND STM-LOG-STEP NOT > STM-STEP-COUNT
                             AND STM-LOG-STEP > 0
                          IF STM-STEP-REPORT (STM-LOG-STEP)
                                = STM-LOG-REPORT
                             MOVE "Y"
                                TO STM-STEP-DONE-SW (STM-LOG-STEP)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STM-LOG
           END-IF.
       STM-FIND-FINISHED-EXIT.
           EXIT.
       STM-RUN-ONE-STEP.
           MOVE STM-STEP-IDX TO STM-STEP-NO
           MOVE ZERO TO STM-STEP-RC STM-STEP-READ STM-STEP-DRAWN
              STM-STEP-PAGES
           MOVE SPACES TO STM-STEP-OUTPUT
           EVALUATE TRUE
              WHEN STM-STEP-FINISHED (STM-STEP-IDX)
                 MOVE "SKIPPED" TO STM-STEP-RESULT
                 ADD 1 TO STM-SKIP-COUNT
              WHEN STM-STOPPED
                 MOVE "NOT RUN" TO STM-STEP-RESULT
                 ADD 1 TO STM-NOTRUN-COUNT
              WHEN OTHER
                 PERFORM STM-CALL-BATCH
           END-EVALUATE
           DISPLAY "PDFSTRM: STEP " STM-STEP-NO " "
              STM-STEP-REPORT (STM-STEP-IDX) " " STM-STEP-RESULT
              WITH NO ADVANCING
           IF STM-STEP-RESULT = "DONE" OR STM-STEP-RESULT = "FAILED"
              MOVE STM-STEP-RC TO STM-RC-ED
              DISPLAY " RC " STM-RC-ED WITH NO ADVANCING
           END-IF
           DISPLAY " "
           PERFORM STM-WRITE-LOG.
       STM-RUN-ONE-STEP-EXIT.
           EXIT.
      *    PDFBATCH is CANCELled after every step, as PDFOPER
      *    does, so each report starts from a clean slate.
       STM-CALL-BATCH.
           PERFORM STM-WRITE-CONTROLS
           ACCEPT STM-STEP-DATE FROM DATE YYYYMMDD
           ACCEPT STM-STEP-TIME FROM TIME
           MOVE ZERO TO RETURN-CODE
           CALL "PDFBATCH"
              ON EXCEPTION
                 DISPLAY "PDFSTRM: PDFBATCH COULD NOT BE CALLED"
                 MOVE 12 TO STM-STEP-RC
              NOT ON EXCEPTION
                 IF RETURN-CODE > 99
                    MOVE 99 TO STM-STEP-RC
                 ELSE
                    MOVE RETURN-CODE TO STM-STEP-RC
                 END-IF
           END-CALL
           CANCEL "PDFBATCH"
           MOVE ZERO TO RETURN-CODE
           PERFORM STM-READ-STEP-HISTORY
           ADD 1 TO STM-RUN-COUNT
           IF STM-STEP-RC NOT < 8
              MOVE "FAILED" TO STM-STEP-RESULT
              ADD 1 TO STM-FAIL-COUNT
              IF STM-STEP-STOPS (STM-STEP-IDX)
                 MOVE "Y" TO STM-STOPPED-SW
              END-IF
           ELSE
              MOVE "DONE" TO STM-STEP-RESULT
           END-IF
           IF STM-STEP-RC > STM-HIGH-RC
              MOVE STM-STEP-RC TO STM-HIGH-RC
           END-IF.
       STM-CALL-BATCH-EXIT.
           EXIT.
      *    The report for PDFBATCH to run, its catalog run mode,
      *    and no reprint request.
       STM-WRITE-CONTROLS.
           OPEN OUTPUT STM-RPC
           MOVE SPACES TO STM-RPC-REC
           STRING "REPORT=" DELIMITED SIZE
              STM-STEP-REPORT (STM-STEP-IDX) DELIMITED SIZE
              INTO STM-RPC-REC
           WRITE STM-RPC-REC
           CLOSE STM-RPC
           OPEN OUTPUT STM-RPR
           CLOSE STM-RPR
           OPEN OUTPUT STM-BCT
           IF STM-STEP-MODE (STM-STEP-IDX) = "B"
              MOVE "BURST=Y" TO STM-BCT-REC
              WRITE STM-BCT-REC
           END-IF
           CLOSE STM-BCT.
       STM-WRITE-CONTROLS-EXIT.
           EXIT.
      *    Leaves the control files empty once the stream is over,
      *    so a PDFBATCH run started by hand afterwards is the
      *    plain run it always was.  Also done before the first
      *    step, in case a stream stopped part way left its last
      *    step's report and mode behind.
       STM-CLEAR-CONTROLS.
           OPEN OUTPUT STM-RPC
           CLOSE STM-RPC
           OPEN OUTPUT STM-BCT
           CLOSE STM-BCT.
       STM-CLEAR-CONTROLS-EXIT.
           EXIT.
      *    The last end record on the run history that started no
      *    earlier than the step did is the step's own.  No such
      *    record - a report PDFBATCH refused before it began -
      *    leaves the counts at zero.
       STM-READ-STEP-HISTORY.
           MOVE "N" TO STM-HST-FOUND-SW
           OPEN INPUT PDF-HST
           IF STM-HST-STATUS = "00"
              MOVE "N" TO STM-EOF-SW
              PERFORM UNTIL STM-AT-EOF
                 READ PDF-HST
                    AT END
                       MOVE "Y" TO STM-EOF-SW
                    NOT AT END
                       IF PDF-HST-IS-END
                             AND (PDF-HST-DATE > STM-STEP-DATE
                             OR (PDF-HST-DATE = STM-STEP-DATE
                             AND PDF-HST-TIME NOT < STM-STEP-TIME))
                          MOVE "Y" TO STM-HST-FOUND-SW
                          MOVE PDF-HST-READ TO STM-STEP-READ
                          MOVE PDF-HST-DRAWN TO STM-STEP-DRAWN
                          MOVE PDF-HST-PAGES TO STM-STEP-PAGES
                          MOVE PDF-HST-OUTPUT TO STM-STEP-OUTPUT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PDF-HST
           END-IF.
       STM-READ-STEP-HISTORY-EXIT.
           EXIT.
      *    Opened and closed around every line, so the lines of
      *    the steps already run survive a later step's abend.
       STM-WRITE-LOG.
           ACCEPT STM-NOW-TIME FROM TIME
           MOVE SPACES TO STM-LOG-REC
           MOVE STM-RUN-DATE TO STM-LOG-RUN-DATE
           MOVE STM-CTL-FILE TO STM-LOG-STREAM
           MOVE STM-STEP-NO TO STM-LOG-STEP
           MOVE STM-STEP-REPORT (STM-STEP-IDX) TO STM-LOG-REPORT
           MOVE STM-STEP-RESULT TO STM-LOG-RESULT
           MOVE STM-STEP-RC TO STM-LOG-RC
           ACCEPT STM-LOG-DATE FROM DATE YYYYMMDD
           MOVE STM-NOW-TIME TO STM-LOG-TIME
           IF STM-STEP-MODE (STM-STEP-IDX) = "B"
              MOVE "B" TO STM-LOG-MODE
           ELSE
              MOVE "F" TO STM-LOG-MODE
           END-IF
           MOVE STM-STEP-READ TO STM-LOG-READ
           MOVE STM-STEP-DRAWN TO STM-LOG-DRAWN
           MOVE STM-STEP-PAGES TO STM-LOG-PAGES
           MOVE STM-STEP-OUTPUT TO STM-LOG-OUTPUT
           OPEN EXTEND STM-LOG
           IF STM-LOG-STATUS NOT = "00"
              OPEN OUTPUT STM-LOG
           END-IF
           IF STM-LOG-STATUS = "00"
              WRITE STM-LOG-REC
              CLOSE STM-LOG
           ELSE
              DISPLAY "PDFSTRM: STEP LOG NOT WRITTEN ("
                 STM-LOG-STATUS ")"
           END-IF.
       STM-WRITE-LOG-EXIT.
           EXIT.
       STM-FIM.
           EXIT.
