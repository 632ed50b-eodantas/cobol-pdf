       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDFPURGE.
       AUTHOR.        EDGAR OLAVO.
       DATE-WRITTEN.  2026-10-15.
       SECURITY.      ********************
                      *  TEST COBOL-PDF  *
                      ********************
      *----------------------------------------------------*
      *  PDFPURGE - archive retention.  Reads the audit log   *
      *  the batch writes, works out for each archived PDF    *
      *  (last audit line per file wins, as in PDFVERIF)      *
      *  whether it has outlived the retention period for     *
      *  its kind of output, and deletes it or moves it to    *
      *  an offline folder.  Each removal is appended to the  *
      *  permanent purge register PDFPURGE-REGISTER.LOG, and  *
      *  the audit log is rewritten without the removed       *
      *  files (the previous log is kept as <name>.BAK) so    *
      *  PDFVERIF goes on checking only what is still kept.   *
      *  Every decision is written to PDFPURGE.RPT.           *
      *                                                       *
      *  The as-of date may be given on the command line as   *
      *  YYYYMMDD; otherwise today is used.  The control file *
      *  PDFPURGE.CTL holds KEY=VALUE lines (* in column 1    *
      *  is a comment):                                       *
      *    RETAIN=<type> <n><Y|M|D>  one per kind of output,  *
      *          matched to the TYPE= tag on the audit line - *
      *          STATEMENT, BURST, PRINT, REPRINT - or        *
      *          DEFAULT for lines with no tag or no rule of  *
      *          their own.  A file with no rule is kept.     *
      *    ACTION=DELETE, MOVE or LIST (report only, the      *
      *          default - nothing is touched).               *
      *    OFFLINE=<folder>  where MOVE puts the files.       *
      *    AUDIT=<name>      default PDFBATCH-AUDIT.LOG.      *
      *    HOLD=<name>       default PDFPURGE-HOLD.LST.       *
      *                                                       *
      *  The legal-hold list carries CODE=<customer code> and *
      *  FILE=<file name> lines.  A held file, or any file    *
      *  holding a held customer - by its CODE= tag, or for a *
      *  file with several customers by the outline titles    *
      *  read while its checksum is recomputed - is never     *
      *  purged.  A file whose titles are enciphered cannot   *
      *  be read that way, so while any code is on hold such  *
      *  a file is held as well.                              *
      *                                                       *
      *  Just before removal the checksum is recomputed the   *
      *  PDFVERIF way; a file that no longer matches its      *
      *  audit line is left where it is and reported, and a   *
      *  moved file is only deleted once its offline copy     *
      *  has verified.  A file already gone from disk has its *
      *  audit lines retired and is registered as such.       *
      *----------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRG-CTL ASSIGN TO DYNAMIC PRG-CTL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRG-CTL-STATUS.
           SELECT PRG-HLD ASSIGN TO DYNAMIC PRG-HLD-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRG-HLD-STATUS.
           SELECT PRG-AUD ASSIGN TO DYNAMIC PRG-AUD-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRG-AUD-STATUS.
           SELECT PRG-BAK ASSIGN TO DYNAMIC PRG-BAK-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRG-BAK-STATUS.
           SELECT PRG-PDF ASSIGN TO DYNAMIC PRG-PDF-FILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRG-PDF-STATUS.
           SELECT PRG-OFF ASSIGN TO DYNAMIC PRG-OFF-FILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRG-OFF-STATUS.
           SELECT PDF-REG ASSIGN TO DYNAMIC PRG-REG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRG-REG-STATUS.
           SELECT PRG-RPT ASSIGN TO DYNAMIC PRG-RPT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  PRG-CTL.
           01  PRG-CTL-REC         PIC X(200).
           FD  PRG-HLD.
           01  PRG-HLD-REC         PIC X(200).
           FD  PRG-AUD.
           01  PRG-AUD-REC         PIC X(200).
           FD  PRG-BAK.
           01  PRG-BAK-REC         PIC X(200).
           FD  PRG-PDF.
           01  PRG-PDF-REC         PIC X(01).
           FD  PRG-OFF.
           01  PRG-OFF-REC         PIC X(01).
           COPY "LIB/PDFREG.FD".
           FD  PRG-RPT.
           01  PRG-RPT-REC         PIC X(160).
       WORKING-STORAGE SECTION.
           01 PRG-CTL-FILE        PIC X(100) VALUE "PDFPURGE.CTL".
           01 PRG-CTL-STATUS      PIC X(02).
           01 PRG-HLD-FILE        PIC X(100)
                                   VALUE "PDFPURGE-HOLD.LST".
           01 PRG-HLD-STATUS      PIC X(02).
           01 PRG-HLD-NAMED-SW    PIC X(01)  VALUE "N".
              88 PRG-HLD-WAS-NAMED       VALUE "Y".
           01 PRG-AUD-FILE        PIC X(100)
                                   VALUE "PDFBATCH-AUDIT.LOG".
           01 PRG-AUD-STATUS      PIC X(02).
           01 PRG-BAK-FILE        PIC X(100).
           01 PRG-BAK-STATUS      PIC X(02).
           01 PRG-PDF-FILE        PIC X(100).
           01 PRG-PDF-STATUS      PIC X(02).
           01 PRG-OFF-FILE        PIC X(100).
           01 PRG-OFF-STATUS      PIC X(02).
           01 PRG-REG-FILE        PIC X(100)
                                   VALUE "PDFPURGE-REGISTER.LOG".
           01 PRG-REG-STATUS      PIC X(02).
           01 PRG-RPT-FILE        PIC X(100) VALUE "PDFPURGE.RPT".
           01 PRG-EOF-SW          PIC X(01).
              88 PRG-AT-EOF              VALUE "Y".
           01 PRG-PDF-EOF-SW      PIC X(01).
              88 PRG-PDF-AT-EOF          VALUE "Y".
           01 PRG-PARM            PIC X(100) VALUE SPACES.
           01 PRG-RUN-DATE        PIC 9(08).
           01 PRG-RUN-TIME        PIC 9(08).
      *    What to do with an expired file.
           01 PRG-ACTION          PIC X(06)  VALUE "LIST".
              88 PRG-ACTION-DELETE       VALUE "DELETE".
              88 PRG-ACTION-MOVE         VALUE "MOVE".
              88 PRG-ACTION-LIST         VALUE "LIST".
           01 PRG-OFFLINE-DIR     PIC X(80)  VALUE SPACES.
      *    The as-of date and its day number.
           01 PRG-ASOF            PIC 9(08).
           01 PRG-ASOF-DAYS       PIC 9(07)  COMP.
      *    Day-number scratch: PRG-DATE-TO-DAYS turns PRG-DT into
      *    PRG-DAYS.
           01 PRG-DT              PIC 9(08).
           01 PRG-DT-R REDEFINES PRG-DT.
              05 PRG-DT-YYYY      PIC 9(04).
              05 PRG-DT-MM        PIC 9(02).
              05 PRG-DT-DD        PIC 9(02).
           01 PRG-DAYS            PIC 9(07)  COMP.
           01 PRG-Y               PIC 9(05)  COMP.
           01 PRG-M               PIC 9(05)  COMP.
           01 PRG-Q               PIC 9(07)  COMP.
      *    Retention rules, one per kind of output.  A Y or M rule
      *    is held as the cutoff date itself, a D rule as the
      *    cutoff day number; a file audited before the cutoff
      *    has expired.
           01 PRG-RET-COUNT       PIC 9(02)  COMP VALUE 0.
           01 PRG-RET-TABLE.
              05 PRG-RET OCCURS 20 TIMES.
                 10 PRG-RET-TYPE      PIC X(10).
                 10 PRG-RET-N         PIC 9(04)  COMP.
                 10 PRG-RET-UNIT      PIC X(01).
                    88 PRG-RET-IN-DAYS       VALUE "D".
                 10 PRG-RET-CUTOFF    PIC 9(08).
                 10 PRG-RET-CUT-DAYS  PIC 9(07)  COMP.
           01 PRG-RET-IDX         PIC 9(02)  COMP.
           01 PRG-RET-FOUND       PIC 9(02)  COMP.
           01 PRG-RET-LINE-TYPE   PIC X(10).
      *    Legal holds: C = customer code, F = file name.
           01 PRG-HOLD-COUNT      PIC 9(03)  COMP VALUE 0.
           01 PRG-CODE-HOLD-COUNT PIC 9(03)  COMP VALUE 0.
           01 PRG-HOLD-TABLE.
              05 PRG-HOLD OCCURS 500 TIMES.
                 10 PRG-HOLD-KIND     PIC X(01).
                    88 PRG-HOLD-BY-CODE      VALUE "C".
                    88 PRG-HOLD-BY-FILE      VALUE "F".
                 10 PRG-HOLD-VALUE    PIC X(100).
           01 PRG-HOLD-IDX        PIC 9(03)  COMP.
      *    Last-entry-wins fold of the audit lines, one slot per
      *    distinct archived file, with what became of it.
           01 PRG-ENTRY-COUNT     PIC 9(04)  COMP VALUE 0.
           01 PRG-ENTRY-TABLE.
              05 PRG-ENTRY OCCURS 5000 TIMES.
                 10 PRG-ENT-FILE      PIC X(100).
                 10 PRG-ENT-DATE      PIC X(08).
                 10 PRG-ENT-CHECKSUM  PIC 9(09)  COMP.
                 10 PRG-ENT-TYPE      PIC X(10).
                 10 PRG-ENT-CODE      PIC X(20).
                 10 PRG-ENT-FATE      PIC X(01).
                    88 PRG-ENT-REMOVED       VALUE "R".
           01 PRG-ENT-IDX         PIC 9(04)  COMP.
           01 PRG-FOUND-SW        PIC X(01).
              88 PRG-ENTRY-FOUND         VALUE "Y".
      *    Audit-line parse scratch.
           01 PRG-LINE-FILE       PIC X(100).
           01 PRG-LINE-DATE       PIC X(08).
           01 PRG-LINE-CHECKSUM   PIC 9(09)  COMP.
           01 PRG-LINE-TYPE       PIC X(10).
           01 PRG-LINE-CODE       PIC X(20).
           01 PRG-SCAN-IDX        PIC 9(03)  COMP.
           01 PRG-SCAN-END        PIC 9(03)  COMP.
           01 PRG-OUT-IDX         PIC 9(03)  COMP.
           01 PRG-DIGIT-X         PIC X(01).
           01 PRG-DIGIT-9 REDEFINES PRG-DIGIT-X
                                  PIC 9(01).
           01 PRG-BASE-NAME       PIC X(100).
           01 PRG-BASE-START      PIC 9(03)  COMP.
      *    The file being decided on.
           01 PRG-EXPIRED-SW      PIC X(01).
              88 PRG-IS-EXPIRED          VALUE "Y".
           01 PRG-HELD-SW         PIC X(01).
              88 PRG-IS-HELD             VALUE "Y".
           01 PRG-HELD-WHY        PIC X(60).
           01 PRG-VERDICT         PIC X(08).
           01 PRG-REG-WHAT        PIC X(08).
           01 PRG-DETAIL          PIC X(80).
           01 PRG-DELETE-OK-SW    PIC X(01).
              88 PRG-DELETE-OK           VALUE "Y".
           01 PRG-COPY-OK-SW      PIC X(01).
              88 PRG-COPY-OK             VALUE "Y".
      *    A read that failed part way through an archived file,
      *    and the status it failed with.
           01 PRG-READ-FAIL-SW    PIC X(01).
              88 PRG-READ-FAILED         VALUE "Y".
           01 PRG-READ-STATUS     PIC X(02).
           01 PRG-TRIM-FAIL-SW    PIC X(01)  VALUE "N".
              88 PRG-TRIM-FAILED         VALUE "Y".
      *    Checksum recomputation - the PDFVERIF fold, with the
      *    value as of each line start kept so the %CHECKSUM line
      *    and the %%EOF after it are left out.
           01 PRG-CKSUM           PIC 9(09)  COMP.
           01 PRG-CKSUM-ACC       PIC 9(09)  COMP.
           01 PRG-CKSUM-Q         PIC 9(09)  COMP.
           01 PRG-CKSUM-AT-LINE   PIC 9(09)  COMP.
           01 PRG-STAMP-COVER     PIC 9(09)  COMP.
           01 PRG-STAMP-SEEN-SW   PIC X(01).
              88 PRG-STAMP-SEEN          VALUE "Y".
           01 PRG-LINE-POS        PIC 9(05)  COMP.
           01 PRG-TRAIL-LEN       PIC 9(05)  COMP.
           01 PRG-TRAIL-BUF       PIC X(06).
           01 PRG-TRAIL-OK-SW     PIC X(01).
              88 PRG-TRAIL-OK            VALUE "Y".
           01 PRG-BYTE            PIC X(01).
           01 PRG-BYTE-R REDEFINES PRG-BYTE
                                  PIC 9(03) COMP-X.
      *    Outline titles seen while the checksum is folded - the
      *    start of each line is kept so an outline item's title
      *    can be compared with the codes on hold.
           01 PRG-TITLE-SCAN-SW   PIC X(01).
              88 PRG-TITLE-SCAN-WANTED   VALUE "Y".
           01 PRG-TITLE-HIDDEN-SW PIC X(01).
              88 PRG-TITLES-HIDDEN       VALUE "Y".
           01 PRG-LINE-BUF        PIC X(80).
           01 PRG-TITLE           PIC X(20).
      *    Tallies for the summary line and the exit code.
           01 PRG-KEPT-COUNT      PIC 9(05)  COMP VALUE 0.
           01 PRG-PURGED-COUNT    PIC 9(05)  COMP VALUE 0.
           01 PRG-EXPIRED-COUNT   PIC 9(05)  COMP VALUE 0.
           01 PRG-HELD-COUNT      PIC 9(05)  COMP VALUE 0.
           01 PRG-MISMATCH-COUNT  PIC 9(05)  COMP VALUE 0.
           01 PRG-MISSING-COUNT   PIC 9(05)  COMP VALUE 0.
           01 PRG-FAILED-COUNT    PIC 9(05)  COMP VALUE 0.
           01 PRG-REMOVED-COUNT   PIC 9(05)  COMP VALUE 0.
           01 PRG-COUNT-ED        PIC Z(04)9.
           01 PRG-CKSUM-ED        PIC Z(08)9.
           01 PRG-CKSUM-ED2       PIC Z(08)9.
       LINKAGE SECTION.
       SCREEN SECTION.
       PROCEDURE DIVISION.
       PRG-MAIN.
           ACCEPT PRG-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT PRG-RUN-TIME FROM TIME
           PERFORM PRG-SET-ASOF
           PERFORM PRG-LOAD-CONTROL
           PERFORM PRG-LOAD-HOLDS
           PERFORM PRG-LOAD-AUDIT
           OPEN OUTPUT PRG-RPT
           MOVE SPACES TO PRG-RPT-REC
           STRING "ARCHIVE RETENTION AS OF " DELIMITED SIZE
              PRG-ASOF DELIMITED SIZE
              " ACTION=" DELIMITED SIZE
              PRG-ACTION DELIMITED SPACE
              " AGAINST " DELIMITED SIZE
              PRG-AUD-FILE DELIMITED SPACE
              INTO PRG-RPT-REC
           WRITE PRG-RPT-REC
           IF NOT PRG-ACTION-LIST
              PERFORM PRG-OPEN-REGISTER
           END-IF
           MOVE 1 TO PRG-ENT-IDX
           PERFORM UNTIL PRG-ENT-IDX > PRG-ENTRY-COUNT
              PERFORM PRG-CONSIDER-ONE
              ADD 1 TO PRG-ENT-IDX
           END-PERFORM
           IF NOT PRG-ACTION-LIST
              CLOSE PDF-REG
              IF PRG-REMOVED-COUNT > 0
                 PERFORM PRG-TRIM-AUDIT
              END-IF
           END-IF
           PERFORM PRG-WRITE-SUMMARY
           CLOSE PRG-RPT
           EVALUATE TRUE
              WHEN PRG-TRIM-FAILED
                 MOVE 12 TO RETURN-CODE
              WHEN PRG-MISMATCH-COUNT > 0 OR PRG-FAILED-COUNT > 0
                 MOVE 8 TO RETURN-CODE
              WHEN PRG-MISSING-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GO PRG-FIM.
      *    The as-of date may arrive on the command line; anything
      *    that is not a plausible YYYYMMDD falls back to today.
       PRG-SET-ASOF.
           ACCEPT PRG-PARM FROM COMMAND-LINE
           IF PRG-PARM (1:8) IS NUMERIC AND PRG-PARM (9:) = SPACES
              MOVE PRG-PARM (1:8) TO PRG-ASOF
           ELSE
              MOVE PRG-RUN-DATE TO PRG-ASOF
           END-IF
           MOVE PRG-ASOF TO PRG-DT
           IF PRG-DT-MM < 1 OR PRG-DT-MM > 12
              MOVE PRG-RUN-DATE TO PRG-ASOF
              MOVE PRG-ASOF TO PRG-DT
           END-IF
           PERFORM PRG-DATE-TO-DAYS
           MOVE PRG-DAYS TO PRG-ASOF-DAYS.
       PRG-SET-ASOF-EXIT.
           EXIT.
      *    No control file, or a retention line that cannot be
      *    read, stops the job before anything is looked at - a
      *    purge must never run on a guessed rule.
       PRG-LOAD-CONTROL.
           OPEN INPUT PRG-CTL
           IF PRG-CTL-STATUS NOT = "00"
              DISPLAY "PDFPURGE: CANNOT OPEN CONTROL FILE "
                 PRG-CTL-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "N" TO PRG-EOF-SW
           PERFORM PRG-READ-CTL
           PERFORM UNTIL PRG-AT-EOF
              PERFORM PRG-CTL-APPLY-LINE
              PERFORM PRG-READ-CTL
           END-PERFORM
           CLOSE PRG-CTL
           IF PRG-ACTION-MOVE AND PRG-OFFLINE-DIR = SPACES
              DISPLAY "PDFPURGE: ACTION=MOVE NEEDS AN OFFLINE= "
                 "FOLDER"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF NOT PRG-ACTION-DELETE AND NOT PRG-ACTION-MOVE
              MOVE "LIST" TO PRG-ACTION
           END-IF.
       PRG-LOAD-CONTROL-EXIT.
           EXIT.
       PRG-READ-CTL.
           READ PRG-CTL
              AT END MOVE "Y" TO PRG-EOF-SW
           END-READ.
       PRG-READ-CTL-EXIT.
           EXIT.
       PRG-CTL-APPLY-LINE.
           EVALUATE TRUE
              WHEN PRG-CTL-REC (1:1) = "*"
                 CONTINUE
              WHEN PRG-CTL-REC (1:7) = "RETAIN="
                 PERFORM PRG-ADD-RETENTION
              WHEN PRG-CTL-REC (1:7) = "ACTION="
                 MOVE PRG-CTL-REC (8:6) TO PRG-ACTION
              WHEN PRG-CTL-REC (1:8) = "OFFLINE="
                 MOVE PRG-CTL-REC (9:80) TO PRG-OFFLINE-DIR
              WHEN PRG-CTL-REC (1:6) = "AUDIT="
                 MOVE PRG-CTL-REC (7:100) TO PRG-AUD-FILE
              WHEN PRG-CTL-REC (1:5) = "HOLD="
                 MOVE PRG-CTL-REC (6:100) TO PRG-HLD-FILE
                 MOVE "Y" TO PRG-HLD-NAMED-SW
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       PRG-CTL-APPLY-LINE-EXIT.
           EXIT.
      *    RETAIN=<type> <n><unit> - the type runs to the first
      *    space, then the count, then Y (years, the default), M
      *    (months) or D (days).  The cutoff is settled here once.
       PRG-ADD-RETENTION.
           IF PRG-RET-COUNT NOT < 20
              DISPLAY "PDFPURGE: MORE THAN 20 RETENTION RULES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO PRG-RET-COUNT
           MOVE SPACES TO PRG-RET-TYPE (PRG-RET-COUNT)
           MOVE ZERO TO PRG-RET-N (PRG-RET-COUNT)
           MOVE 8 TO PRG-SCAN-IDX
           MOVE 1 TO PRG-OUT-IDX
           PERFORM UNTIL PRG-SCAN-IDX > 200
                 OR PRG-CTL-REC (PRG-SCAN-IDX:1) = SPACE
              IF PRG-OUT-IDX <= 10
                 MOVE PRG-CTL-REC (PRG-SCAN-IDX:1)
                    TO PRG-RET-TYPE (PRG-RET-COUNT) (PRG-OUT-IDX:1)
              END-IF
              ADD 1 TO PRG-SCAN-IDX
              ADD 1 TO PRG-OUT-IDX
           END-PERFORM
           PERFORM UNTIL PRG-SCAN-IDX > 199
                 OR PRG-CTL-REC (PRG-SCAN-IDX:1) NOT = SPACE
              ADD 1 TO PRG-SCAN-IDX
           END-PERFORM
           PERFORM UNTIL PRG-SCAN-IDX > 200
                 OR PRG-CTL-REC (PRG-SCAN-IDX:1) < "0"
                 OR PRG-CTL-REC (PRG-SCAN-IDX:1) > "9"
              MOVE PRG-CTL-REC (PRG-SCAN-IDX:1) TO PRG-DIGIT-X
              COMPUTE PRG-RET-N (PRG-RET-COUNT) =
                 PRG-RET-N (PRG-RET-COUNT) * 10 + PRG-DIGIT-9
              ADD 1 TO PRG-SCAN-IDX
           END-PERFORM
           IF PRG-SCAN-IDX > 200
              MOVE "Y" TO PRG-RET-UNIT (PRG-RET-COUNT)
           ELSE
              MOVE PRG-CTL-REC (PRG-SCAN-IDX:1)
                 TO PRG-RET-UNIT (PRG-RET-COUNT)
              IF PRG-RET-UNIT (PRG-RET-COUNT) = SPACE
                 MOVE "Y" TO PRG-RET-UNIT (PRG-RET-COUNT)
              END-IF
           END-IF
           IF PRG-RET-TYPE (PRG-RET-COUNT) = SPACES
                 OR PRG-RET-N (PRG-RET-COUNT) = ZERO
                 OR (PRG-RET-UNIT (PRG-RET-COUNT) NOT = "Y"
                 AND PRG-RET-UNIT (PRG-RET-COUNT) NOT = "M"
                 AND PRG-RET-UNIT (PRG-RET-COUNT) NOT = "D")
              DISPLAY "PDFPURGE: BAD RETENTION LINE "
                 PRG-CTL-REC (1:60)
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE PRG-ASOF TO PRG-DT
           EVALUATE PRG-RET-UNIT (PRG-RET-COUNT)
              WHEN "Y"
                 SUBTRACT PRG-RET-N (PRG-RET-COUNT) FROM PRG-DT-YYYY
                 MOVE PRG-DT TO PRG-RET-CUTOFF (PRG-RET-COUNT)
              WHEN "M"
                 COMPUTE PRG-M = PRG-DT-YYYY * 12 + PRG-DT-MM - 1
                    - PRG-RET-N (PRG-RET-COUNT)
                 DIVIDE PRG-M BY 12 GIVING PRG-DT-YYYY
                    REMAINDER PRG-Y
                 COMPUTE PRG-DT-MM = PRG-Y + 1
                 MOVE PRG-DT TO PRG-RET-CUTOFF (PRG-RET-COUNT)
              WHEN OTHER
                 COMPUTE PRG-RET-CUT-DAYS (PRG-RET-COUNT) =
                    PRG-ASOF-DAYS - PRG-RET-N (PRG-RET-COUNT)
           END-EVALUATE.
       PRG-ADD-RETENTION-EXIT.
           EXIT.
      *    The hold list is optional - without one nothing is held
      *    - but one named by HOLD= must be there, or the job stops.
      *    A line that is neither CODE= nor FILE= is passed over.
       PRG-LOAD-HOLDS.
           OPEN INPUT PRG-HLD
           IF PRG-HLD-STATUS NOT = "00" AND PRG-HLD-WAS-NAMED
              DISPLAY "PDFPURGE: CANNOT OPEN HOLD LIST "
                 PRG-HLD-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF PRG-HLD-STATUS = "00"
              MOVE "N" TO PRG-EOF-SW
              PERFORM PRG-READ-HLD
              PERFORM UNTIL PRG-AT-EOF
                 PERFORM PRG-HOLD-APPLY-LINE
                 PERFORM PRG-READ-HLD
              END-PERFORM
              CLOSE PRG-HLD
           END-IF.
       PRG-LOAD-HOLDS-EXIT.
           EXIT.
       PRG-READ-HLD.
           READ PRG-HLD
              AT END MOVE "Y" TO PRG-EOF-SW
           END-READ.
       PRG-READ-HLD-EXIT.
           EXIT.
       PRG-HOLD-APPLY-LINE.
           IF (PRG-HLD-REC (1:5) = "CODE=" OR "FILE=")
                 AND PRG-HLD-REC (6:) NOT = SPACES
              IF PRG-HOLD-COUNT < 500
                 ADD 1 TO PRG-HOLD-COUNT
                 MOVE PRG-HLD-REC (6:100)
                    TO PRG-HOLD-VALUE (PRG-HOLD-COUNT)
                 IF PRG-HLD-REC (1:5) = "CODE="
                    MOVE "C" TO PRG-HOLD-KIND (PRG-HOLD-COUNT)
                    ADD 1 TO PRG-CODE-HOLD-COUNT
                 ELSE
                    MOVE "F" TO PRG-HOLD-KIND (PRG-HOLD-COUNT)
                 END-IF
              ELSE
                 DISPLAY "PDFPURGE: MORE THAN 500 HOLDS - "
                    "NOTHING WILL BE PURGED"
                 MOVE "LIST" TO PRG-ACTION
              END-IF
           END-IF.
       PRG-HOLD-APPLY-LINE-EXIT.
           EXIT.
       PRG-LOAD-AUDIT.
           OPEN INPUT PRG-AUD
           IF PRG-AUD-STATUS NOT = "00"
              DISPLAY "PDFPURGE: CANNOT OPEN AUDIT LOG "
                 PRG-AUD-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "N" TO PRG-EOF-SW
           PERFORM PRG-READ-AUDIT
           PERFORM UNTIL PRG-AT-EOF
              PERFORM PRG-PARSE-AUDIT-LINE
              IF PRG-LINE-FILE NOT = SPACES
                 PERFORM PRG-STORE-ENTRY
              END-IF
              PERFORM PRG-READ-AUDIT
           END-PERFORM
           CLOSE PRG-AUD.
       PRG-LOAD-AUDIT-EXIT.
           EXIT.
       PRG-READ-AUDIT.
           READ PRG-AUD
              AT END MOVE "Y" TO PRG-EOF-SW
           END-READ.
       PRG-READ-AUDIT-EXIT.
           EXIT.
      *    One audit line: the file name runs to the first space,
      *    the run date follows it, the checksum follows the
      *    CHECKSUM= tag, and the optional TYPE= and CODE= tags
      *    come after that.  A line without the checksum tag is
      *    not one of ours and leaves PRG-LINE-FILE blank.
       PRG-PARSE-AUDIT-LINE.
           MOVE SPACES TO PRG-LINE-FILE
           MOVE SPACES TO PRG-LINE-DATE
           MOVE SPACES TO PRG-LINE-TYPE
           MOVE SPACES TO PRG-LINE-CODE
           MOVE ZERO TO PRG-LINE-CHECKSUM
           IF PRG-AUD-REC NOT = SPACES
              MOVE 1 TO PRG-SCAN-IDX
              PERFORM UNTIL PRG-SCAN-IDX > 100
                    OR PRG-AUD-REC (PRG-SCAN-IDX:1) = SPACE
                 MOVE PRG-AUD-REC (PRG-SCAN-IDX:1)
                    TO PRG-LINE-FILE (PRG-SCAN-IDX:1)
                 ADD 1 TO PRG-SCAN-IDX
              END-PERFORM
              IF PRG-SCAN-IDX < 192
                 MOVE PRG-AUD-REC (PRG-SCAN-IDX + 1:8)
                    TO PRG-LINE-DATE
              END-IF
              PERFORM UNTIL PRG-SCAN-IDX > 190
                    OR PRG-AUD-REC (PRG-SCAN-IDX:9) = "CHECKSUM="
                 ADD 1 TO PRG-SCAN-IDX
              END-PERFORM
              IF PRG-SCAN-IDX > 190
                 MOVE SPACES TO PRG-LINE-FILE
              ELSE
                 ADD 9 TO PRG-SCAN-IDX
                 PERFORM PRG-PARSE-CHECKSUM
                 PERFORM PRG-PARSE-TAGS
              END-IF
           END-IF.
       PRG-PARSE-AUDIT-LINE-EXIT.
           EXIT.
       PRG-PARSE-CHECKSUM.
           PERFORM UNTIL PRG-SCAN-IDX > 199
                 OR PRG-AUD-REC (PRG-SCAN-IDX:1) NOT = SPACE
              ADD 1 TO PRG-SCAN-IDX
           END-PERFORM
           PERFORM UNTIL PRG-SCAN-IDX > 200
                 OR PRG-AUD-REC (PRG-SCAN-IDX:1) < "0"
                 OR PRG-AUD-REC (PRG-SCAN-IDX:1) > "9"
              MOVE PRG-AUD-REC (PRG-SCAN-IDX:1) TO PRG-DIGIT-X
              COMPUTE PRG-LINE-CHECKSUM =
                 PRG-LINE-CHECKSUM * 10 + PRG-DIGIT-9
              ADD 1 TO PRG-SCAN-IDX
           END-PERFORM.
       PRG-PARSE-CHECKSUM-EXIT.
           EXIT.
      *    The tags, when present, each run to the next space.
       PRG-PARSE-TAGS.
           PERFORM UNTIL PRG-SCAN-IDX > 195
              IF PRG-AUD-REC (PRG-SCAN-IDX:6) = " TYPE="
                 ADD 6 TO PRG-SCAN-IDX
                 MOVE 1 TO PRG-OUT-IDX
                 PERFORM UNTIL PRG-SCAN-IDX > 200
                       OR PRG-AUD-REC (PRG-SCAN-IDX:1) = SPACE
                    IF PRG-OUT-IDX <= 10
                       MOVE PRG-AUD-REC (PRG-SCAN-IDX:1)
                          TO PRG-LINE-TYPE (PRG-OUT-IDX:1)
                    END-IF
                    ADD 1 TO PRG-SCAN-IDX
                    ADD 1 TO PRG-OUT-IDX
                 END-PERFORM
              ELSE
                 IF PRG-AUD-REC (PRG-SCAN-IDX:6) = " CODE="
                    ADD 6 TO PRG-SCAN-IDX
                    MOVE 1 TO PRG-OUT-IDX
                    PERFORM UNTIL PRG-SCAN-IDX > 200
                          OR PRG-AUD-REC (PRG-SCAN-IDX:1) = SPACE
                       IF PRG-OUT-IDX <= 20
                          MOVE PRG-AUD-REC (PRG-SCAN-IDX:1)
                             TO PRG-LINE-CODE (PRG-OUT-IDX:1)
                       END-IF
                       ADD 1 TO PRG-SCAN-IDX
                       ADD 1 TO PRG-OUT-IDX
                    END-PERFORM
                 ELSE
                    ADD 1 TO PRG-SCAN-IDX
                 END-IF
              END-IF
           END-PERFORM.
       PRG-PARSE-TAGS-EXIT.
           EXIT.
      *    Last entry wins: a rerun's newer line for the same file
      *    replaces the older one in place.
       PRG-STORE-ENTRY.
           PERFORM PRG-FIND-ENTRY
           IF NOT PRG-ENTRY-FOUND
              IF PRG-ENTRY-COUNT < 5000
                 ADD 1 TO PRG-ENTRY-COUNT
                 MOVE PRG-ENTRY-COUNT TO PRG-ENT-IDX
                 MOVE "Y" TO PRG-FOUND-SW
              ELSE
                 DISPLAY "PDFPURGE: MORE THAN 5000 DISTINCT FILES "
                    "IN THE AUDIT LOG - EXCESS KEPT"
              END-IF
           END-IF
           IF PRG-ENTRY-FOUND
              MOVE PRG-LINE-FILE TO PRG-ENT-FILE (PRG-ENT-IDX)
              MOVE PRG-LINE-DATE TO PRG-ENT-DATE (PRG-ENT-IDX)
              MOVE PRG-LINE-CHECKSUM
                 TO PRG-ENT-CHECKSUM (PRG-ENT-IDX)
              MOVE PRG-LINE-TYPE TO PRG-ENT-TYPE (PRG-ENT-IDX)
              MOVE PRG-LINE-CODE TO PRG-ENT-CODE (PRG-ENT-IDX)
              MOVE "K" TO PRG-ENT-FATE (PRG-ENT-IDX)
           END-IF.
       PRG-STORE-ENTRY-EXIT.
           EXIT.
       PRG-FIND-ENTRY.
           MOVE "N" TO PRG-FOUND-SW
           MOVE 1 TO PRG-ENT-IDX
           PERFORM UNTIL PRG-ENT-IDX > PRG-ENTRY-COUNT
                 OR PRG-ENTRY-FOUND
              IF PRG-ENT-FILE (PRG-ENT-IDX) = PRG-LINE-FILE
                 MOVE "Y" TO PRG-FOUND-SW
              ELSE
                 ADD 1 TO PRG-ENT-IDX
              END-IF
           END-PERFORM.
       PRG-FIND-ENTRY-EXIT.
           EXIT.
       PRG-OPEN-REGISTER.
           OPEN EXTEND PDF-REG
           IF PRG-REG-STATUS NOT = "00"
              OPEN OUTPUT PDF-REG
           END-IF
           IF PRG-REG-STATUS NOT = "00"
              DISPLAY "PDFPURGE: CANNOT OPEN PURGE REGISTER "
                 PRG-REG-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       PRG-OPEN-REGISTER-EXIT.
           EXIT.
      *    One archived file: find its rule, and if it has
      *    expired see whether it may go.
       PRG-CONSIDER-ONE.
           MOVE PRG-ENT-TYPE (PRG-ENT-IDX) TO PRG-RET-LINE-TYPE
           IF PRG-RET-LINE-TYPE = SPACES
              MOVE "DEFAULT" TO PRG-RET-LINE-TYPE
           END-IF
           PERFORM PRG-FIND-RETENTION
           IF PRG-RET-FOUND = 0
              MOVE "DEFAULT" TO PRG-RET-LINE-TYPE
              PERFORM PRG-FIND-RETENTION
           END-IF
           MOVE "N" TO PRG-EXPIRED-SW
           IF PRG-RET-FOUND > 0
                 AND PRG-ENT-DATE (PRG-ENT-IDX) IS NUMERIC
              IF PRG-RET-IN-DAYS (PRG-RET-FOUND)
                 MOVE PRG-ENT-DATE (PRG-ENT-IDX) TO PRG-DT
                 PERFORM PRG-DATE-TO-DAYS
                 IF PRG-DAYS < PRG-RET-CUT-DAYS (PRG-RET-FOUND)
                    MOVE "Y" TO PRG-EXPIRED-SW
                 END-IF
              ELSE
                 IF PRG-ENT-DATE (PRG-ENT-IDX)
                       < PRG-RET-CUTOFF (PRG-RET-FOUND)
                    MOVE "Y" TO PRG-EXPIRED-SW
                 END-IF
              END-IF
           END-IF
           IF PRG-IS-EXPIRED
              PERFORM PRG-PURGE-ONE
           ELSE
              ADD 1 TO PRG-KEPT-COUNT
           END-IF.
       PRG-CONSIDER-ONE-EXIT.
           EXIT.
       PRG-FIND-RETENTION.
           MOVE 0 TO PRG-RET-FOUND
           MOVE 1 TO PRG-RET-IDX
           PERFORM UNTIL PRG-RET-IDX > PRG-RET-COUNT
                 OR PRG-RET-FOUND > 0
              IF PRG-RET-TYPE (PRG-RET-IDX) = PRG-RET-LINE-TYPE
                 MOVE PRG-RET-IDX TO PRG-RET-FOUND
              END-IF
              ADD 1 TO PRG-RET-IDX
           END-PERFORM.
       PRG-FIND-RETENTION-EXIT.
           EXIT.
      *    An expired file: holds first, then the file itself -
      *    missing, altered, or good to go.  Only a file that is
      *    not there at all (status 35) is taken as missing; one
      *    that is there but cannot be read is left, audit lines
      *    and all, and reported as a failure.
       PRG-PURGE-ONE.
           MOVE SPACES TO PRG-DETAIL
           MOVE PRG-ENT-FILE (PRG-ENT-IDX) TO PRG-PDF-FILE
           PERFORM PRG-CHECK-HOLDS
           IF PRG-IS-HELD
              ADD 1 TO PRG-HELD-COUNT
              MOVE "HELD" TO PRG-VERDICT
              MOVE PRG-HELD-WHY TO PRG-DETAIL
              PERFORM PRG-WRITE-VERDICT
           ELSE
              OPEN INPUT PRG-PDF
              EVALUATE TRUE
                 WHEN PRG-PDF-STATUS = "35"
                    PERFORM PRG-RETIRE-MISSING
                 WHEN PRG-PDF-STATUS NOT = "00"
                    ADD 1 TO PRG-FAILED-COUNT
                    MOVE "FAILED" TO PRG-VERDICT
                    STRING "CANNOT BE READ (STATUS " DELIMITED SIZE
                       PRG-PDF-STATUS DELIMITED SIZE
                       ") - NOT PURGED" DELIMITED SIZE
                       INTO PRG-DETAIL
                    PERFORM PRG-WRITE-VERDICT
                 WHEN OTHER
                    MOVE "N" TO PRG-TITLE-SCAN-SW
                    IF PRG-CODE-HOLD-COUNT > 0
                          AND PRG-ENT-CODE (PRG-ENT-IDX) = SPACES
                       MOVE "Y" TO PRG-TITLE-SCAN-SW
                    END-IF
                    PERFORM PRG-RECOMPUTE-CHECKSUM
                    CLOSE PRG-PDF
                    IF PRG-READ-FAILED
                       ADD 1 TO PRG-FAILED-COUNT
                       MOVE "FAILED" TO PRG-VERDICT
                       STRING "CANNOT BE READ (STATUS " DELIMITED SIZE
                          PRG-READ-STATUS DELIMITED SIZE
                          ") - NOT PURGED" DELIMITED SIZE
                          INTO PRG-DETAIL
                       PERFORM PRG-WRITE-VERDICT
                    ELSE
                       PERFORM PRG-PURGE-VERIFIED
                    END-IF
              END-EVALUATE
           END-IF.
       PRG-PURGE-ONE-EXIT.
           EXIT.
      *    A file-name hold matches the name as logged or just its
      *    last path component; a code hold matches the CODE= tag.
       PRG-CHECK-HOLDS.
           MOVE "N" TO PRG-HELD-SW
           MOVE SPACES TO PRG-HELD-WHY
           PERFORM PRG-SET-BASE-NAME
           MOVE 1 TO PRG-HOLD-IDX
           PERFORM UNTIL PRG-HOLD-IDX > PRG-HOLD-COUNT OR PRG-IS-HELD
              IF PRG-HOLD-BY-FILE (PRG-HOLD-IDX)
                 IF PRG-HOLD-VALUE (PRG-HOLD-IDX) = PRG-PDF-FILE
                       OR PRG-HOLD-VALUE (PRG-HOLD-IDX) = PRG-BASE-NAME
                    MOVE "Y" TO PRG-HELD-SW
                    MOVE "LEGAL HOLD ON FILE" TO PRG-HELD-WHY
                 END-IF
              ELSE
                 IF PRG-ENT-CODE (PRG-ENT-IDX) NOT = SPACES
                       AND PRG-HOLD-VALUE (PRG-HOLD-IDX)
                          = PRG-ENT-CODE (PRG-ENT-IDX)
                    MOVE "Y" TO PRG-HELD-SW
                    STRING "LEGAL HOLD ON CUSTOMER " DELIMITED SIZE
                       PRG-ENT-CODE (PRG-ENT-IDX) DELIMITED SPACE
                       INTO PRG-HELD-WHY
                 END-IF
              END-IF
              ADD 1 TO PRG-HOLD-IDX
           END-PERFORM.
       PRG-CHECK-HOLDS-EXIT.
           EXIT.
       PRG-SET-BASE-NAME.
           MOVE 1 TO PRG-BASE-START
           MOVE 1 TO PRG-SCAN-IDX
           PERFORM UNTIL PRG-SCAN-IDX > 100
              IF PRG-PDF-FILE (PRG-SCAN-IDX:1) = "/"
                 COMPUTE PRG-BASE-START = PRG-SCAN-IDX + 1
              END-IF
              ADD 1 TO PRG-SCAN-IDX
           END-PERFORM
           MOVE SPACES TO PRG-BASE-NAME
           IF PRG-BASE-START <= 100
              MOVE PRG-PDF-FILE (PRG-BASE-START:) TO PRG-BASE-NAME
           END-IF.
       PRG-SET-BASE-NAME-EXIT.
           EXIT.
      *    The file is gone already: there is nothing to verify or
      *    remove, but its audit lines describe nothing any more,
      *    so they are retired and the register says so.
       PRG-RETIRE-MISSING.
           ADD 1 TO PRG-MISSING-COUNT
           MOVE "MISSING" TO PRG-VERDICT
           IF PRG-ACTION-LIST
              MOVE "NOT ON DISK" TO PRG-DETAIL
           ELSE
              MOVE "NOT ON DISK - AUDIT LINES RETIRED" TO PRG-DETAIL
              MOVE "R" TO PRG-ENT-FATE (PRG-ENT-IDX)
              ADD 1 TO PRG-REMOVED-COUNT
              MOVE "RETIRED" TO PRG-REG-WHAT
              MOVE ZERO TO PRG-CKSUM
              MOVE SPACES TO PRG-OFF-FILE
              PERFORM PRG-WRITE-REGISTER
           END-IF
           PERFORM PRG-WRITE-VERDICT.
       PRG-RETIRE-MISSING-EXIT.
           EXIT.
      *    The checksum has just been recomputed: a held customer
      *    found among the titles, enciphered titles while codes
      *    are on hold, or a checksum that no longer matches all
      *    keep the file; otherwise it goes.
       PRG-PURGE-VERIFIED.
           EVALUATE TRUE
              WHEN PRG-IS-HELD
                 ADD 1 TO PRG-HELD-COUNT
                 MOVE "HELD" TO PRG-VERDICT
                 MOVE PRG-HELD-WHY TO PRG-DETAIL
              WHEN PRG-TITLE-SCAN-WANTED AND PRG-TITLES-HIDDEN
                 ADD 1 TO PRG-HELD-COUNT
                 MOVE "HELD" TO PRG-VERDICT
                 MOVE "TITLES ENCIPHERED - CODE HOLDS NOT CHECKABLE"
                    TO PRG-DETAIL
              WHEN NOT PRG-TRAIL-OK
                 ADD 1 TO PRG-MISMATCH-COUNT
                 MOVE "MISMATCH" TO PRG-VERDICT
                 MOVE "DATA APPENDED AFTER EOF - NOT PURGED"
                    TO PRG-DETAIL
              WHEN PRG-CKSUM NOT = PRG-ENT-CHECKSUM (PRG-ENT-IDX)
                 ADD 1 TO PRG-MISMATCH-COUNT
                 MOVE "MISMATCH" TO PRG-VERDICT
                 MOVE PRG-ENT-CHECKSUM (PRG-ENT-IDX) TO PRG-CKSUM-ED
                 MOVE PRG-CKSUM TO PRG-CKSUM-ED2
                 STRING "EXPECTED " DELIMITED SIZE
                    PRG-CKSUM-ED DELIMITED SIZE
                    " FOUND " DELIMITED SIZE
                    PRG-CKSUM-ED2 DELIMITED SIZE
                    " - NOT PURGED" DELIMITED SIZE
                    INTO PRG-DETAIL
              WHEN PRG-ACTION-LIST
                 ADD 1 TO PRG-EXPIRED-COUNT
                 MOVE "EXPIRED" TO PRG-VERDICT
                 MOVE "CHECKSUM VERIFIED" TO PRG-DETAIL
              WHEN PRG-ACTION-MOVE
                 PERFORM PRG-MOVE-OFFLINE
              WHEN OTHER
                 PERFORM PRG-DELETE-FILE
                 IF PRG-DELETE-OK
                    MOVE "DELETED" TO PRG-VERDICT
                    MOVE "DELETED" TO PRG-REG-WHAT
                    MOVE SPACES TO PRG-OFF-FILE
                    PERFORM PRG-NOTE-REMOVED
                 END-IF
           END-EVALUATE
           PERFORM PRG-WRITE-VERDICT.
       PRG-PURGE-VERIFIED-EXIT.
           EXIT.
      *    MOVE: copy byte for byte to the offline folder, verify
      *    the copy against the same audit checksum, and only then
      *    delete the original.
       PRG-MOVE-OFFLINE.
           MOVE SPACES TO PRG-OFF-FILE
           STRING PRG-OFFLINE-DIR DELIMITED SPACE
              "/" DELIMITED SIZE
              PRG-BASE-NAME DELIMITED SPACE
              INTO PRG-OFF-FILE
           PERFORM PRG-COPY-OFFLINE
           IF NOT PRG-COPY-OK
              ADD 1 TO PRG-FAILED-COUNT
              MOVE "FAILED" TO PRG-VERDICT
              STRING "COPY TO " DELIMITED SIZE
                 PRG-OFF-FILE DELIMITED SPACE
                 " FAILED - NOT PURGED" DELIMITED SIZE
                 INTO PRG-DETAIL
           ELSE
              MOVE PRG-OFF-FILE TO PRG-PDF-FILE
              OPEN INPUT PRG-PDF
              IF PRG-PDF-STATUS = "00"
                 MOVE "N" TO PRG-TITLE-SCAN-SW
                 PERFORM PRG-RECOMPUTE-CHECKSUM
                 CLOSE PRG-PDF
              ELSE
                 MOVE "N" TO PRG-TRAIL-OK-SW
              END-IF
              MOVE PRG-ENT-FILE (PRG-ENT-IDX) TO PRG-PDF-FILE
              IF NOT PRG-TRAIL-OK
                    OR PRG-CKSUM NOT = PRG-ENT-CHECKSUM (PRG-ENT-IDX)
                 ADD 1 TO PRG-FAILED-COUNT
                 MOVE "FAILED" TO PRG-VERDICT
                 STRING "COPY " DELIMITED SIZE
                    PRG-OFF-FILE DELIMITED SPACE
                    " DID NOT VERIFY - NOT PURGED" DELIMITED SIZE
                    INTO PRG-DETAIL
              ELSE
                 PERFORM PRG-DELETE-FILE
                 IF PRG-DELETE-OK
                    MOVE "MOVED" TO PRG-VERDICT
                    STRING "TO " DELIMITED SIZE
                       PRG-OFF-FILE DELIMITED SPACE
                       INTO PRG-DETAIL
                    MOVE "MOVED" TO PRG-REG-WHAT
                    PERFORM PRG-NOTE-REMOVED
                 ELSE
                    PERFORM PRG-REMOVE-OFFLINE-COPY
                 END-IF
              END-IF
           END-IF.
       PRG-MOVE-OFFLINE-EXIT.
           EXIT.
      *    The original stayed where it was, so the copy just
      *    made of it is taken back out of the offline folder -
      *    the file is still in the archive, and no register line
      *    says it was ever moved.
       PRG-REMOVE-OFFLINE-COPY.
           CALL "CBL_DELETE_FILE" USING PRG-OFF-FILE
           MOVE SPACES TO PRG-DETAIL
           IF RETURN-CODE = 0
              STRING "COULD NOT BE DELETED - AUDIT LINES KEPT"
                 DELIMITED SIZE
                 " - OFFLINE COPY REMOVED" DELIMITED SIZE
                 INTO PRG-DETAIL
           ELSE
              STRING "COULD NOT BE DELETED - AUDIT LINES KEPT"
                 DELIMITED SIZE
                 " - OFFLINE COPY LEFT" DELIMITED SIZE
                 INTO PRG-DETAIL
           END-IF
           MOVE 0 TO RETURN-CODE.
       PRG-REMOVE-OFFLINE-COPY-EXIT.
           EXIT.
       PRG-COPY-OFFLINE.
           MOVE "N" TO PRG-COPY-OK-SW
           OPEN INPUT PRG-PDF
           IF PRG-PDF-STATUS = "00"
              OPEN OUTPUT PRG-OFF
              IF PRG-OFF-STATUS = "00"
                 MOVE "Y" TO PRG-COPY-OK-SW
                 MOVE "N" TO PRG-PDF-EOF-SW
                 PERFORM UNTIL PRG-PDF-AT-EOF OR NOT PRG-COPY-OK
                    READ PRG-PDF
                       AT END
                          MOVE "Y" TO PRG-PDF-EOF-SW
                       NOT AT END
                          WRITE PRG-OFF-REC FROM PRG-PDF-REC
                          IF PRG-OFF-STATUS NOT = "00"
                             MOVE "N" TO PRG-COPY-OK-SW
                          END-IF
                    END-READ
                    IF PRG-PDF-STATUS (1:1) NOT = "0"
                          AND PRG-PDF-STATUS NOT = "10"
                       MOVE "N" TO PRG-COPY-OK-SW
                    END-IF
                 END-PERFORM
                 CLOSE PRG-OFF
              END-IF
              CLOSE PRG-PDF
           END-IF.
       PRG-COPY-OFFLINE-EXIT.
           EXIT.
      *    PRG-PDF-FILE names the original at this point.
       PRG-DELETE-FILE.
           MOVE "N" TO PRG-DELETE-OK-SW
           CALL "CBL_DELETE_FILE" USING PRG-PDF-FILE
           IF RETURN-CODE = 0
              MOVE "Y" TO PRG-DELETE-OK-SW
           ELSE
              ADD 1 TO PRG-FAILED-COUNT
              MOVE "FAILED" TO PRG-VERDICT
              MOVE "COULD NOT BE DELETED - AUDIT LINES KEPT"
                 TO PRG-DETAIL
           END-IF
           MOVE 0 TO RETURN-CODE.
       PRG-DELETE-FILE-EXIT.
           EXIT.
       PRG-NOTE-REMOVED.
           ADD 1 TO PRG-PURGED-COUNT
           ADD 1 TO PRG-REMOVED-COUNT
           MOVE "R" TO PRG-ENT-FATE (PRG-ENT-IDX)
           PERFORM PRG-WRITE-REGISTER.
       PRG-NOTE-REMOVED-EXIT.
           EXIT.
      *    PRG-REG-WHAT, PRG-CKSUM and PRG-OFF-FILE are set by
      *    the caller.
       PRG-WRITE-REGISTER.
           MOVE SPACES TO PDF-REG-REC
           MOVE PRG-REG-WHAT TO PDF-REG-ACTION
           MOVE PRG-RUN-DATE TO PDF-REG-DATE
           MOVE PRG-RUN-TIME TO PDF-REG-TIME
           MOVE PRG-ENT-TYPE (PRG-ENT-IDX) TO PDF-REG-TYPE
           IF PRG-ENT-DATE (PRG-ENT-IDX) IS NUMERIC
              MOVE PRG-ENT-DATE (PRG-ENT-IDX) TO PDF-REG-AUDITED
           ELSE
              MOVE ZERO TO PDF-REG-AUDITED
           END-IF
           MOVE PRG-CKSUM TO PDF-REG-CHECKSUM
           MOVE PRG-ENT-CODE (PRG-ENT-IDX) TO PDF-REG-CODE
           MOVE PRG-ENT-FILE (PRG-ENT-IDX) TO PDF-REG-PDF
           MOVE PRG-OFF-FILE TO PDF-REG-MOVED-TO
           WRITE PDF-REG-REC.
       PRG-WRITE-REGISTER-EXIT.
           EXIT.
       PRG-WRITE-VERDICT.
           MOVE SPACES TO PRG-RPT-REC
           STRING PRG-VERDICT DELIMITED SIZE
              " " DELIMITED SIZE
              PRG-ENT-FILE (PRG-ENT-IDX) DELIMITED SPACE
              " RULE=" DELIMITED SIZE
              PRG-RET-LINE-TYPE DELIMITED SPACE
              " AUDITED=" DELIMITED SIZE
              PRG-ENT-DATE (PRG-ENT-IDX) DELIMITED SIZE
              " " DELIMITED SIZE
              PRG-DETAIL DELIMITED SIZE
              INTO PRG-RPT-REC
           WRITE PRG-RPT-REC.
       PRG-WRITE-VERDICT-EXIT.
           EXIT.
      *    The fold PDF-COMPUTE-CHECKSUM applies, as PDFVERIF does
      *    it.  While a title scan is wanted, each line's start is
      *    also kept and outline items are checked against the
      *    codes on hold.
       PRG-RECOMPUTE-CHECKSUM.
           MOVE ZERO TO PRG-CKSUM
           MOVE ZERO TO PRG-CKSUM-ACC
           MOVE ZERO TO PRG-CKSUM-AT-LINE
           MOVE ZERO TO PRG-STAMP-COVER
           MOVE "N" TO PRG-STAMP-SEEN-SW
           MOVE ZERO TO PRG-TRAIL-LEN
           MOVE SPACES TO PRG-TRAIL-BUF
           MOVE "Y" TO PRG-TRAIL-OK-SW
           MOVE ZERO TO PRG-LINE-POS
           MOVE SPACES TO PRG-LINE-BUF
           MOVE "N" TO PRG-TITLE-HIDDEN-SW
           MOVE "N" TO PRG-PDF-EOF-SW
           MOVE "N" TO PRG-READ-FAIL-SW
           PERFORM UNTIL PRG-PDF-AT-EOF OR PRG-READ-FAILED
              READ PRG-PDF
                 AT END
                    MOVE "Y" TO PRG-PDF-EOF-SW
                 NOT AT END
                    MOVE PRG-PDF-REC TO PRG-BYTE
                    PERFORM PRG-FOLD-BYTE
              END-READ
              IF PRG-PDF-STATUS (1:1) NOT = "0"
                    AND PRG-PDF-STATUS NOT = "10"
                 MOVE "Y" TO PRG-READ-FAIL-SW
                 MOVE PRG-PDF-STATUS TO PRG-READ-STATUS
                 MOVE "N" TO PRG-TRAIL-OK-SW
              END-IF
           END-PERFORM
           IF PRG-STAMP-SEEN
              MOVE PRG-STAMP-COVER TO PRG-CKSUM
              IF PRG-TRAIL-LEN NOT = 6
                    OR PRG-TRAIL-BUF (1:5) NOT = "%%EOF"
                 MOVE "N" TO PRG-TRAIL-OK-SW
              END-IF
           END-IF.
       PRG-RECOMPUTE-CHECKSUM-EXIT.
           EXIT.
       PRG-FOLD-BYTE.
           IF PRG-LINE-POS = ZERO
              MOVE PRG-CKSUM TO PRG-CKSUM-AT-LINE
           END-IF
           IF PRG-STAMP-SEEN
              ADD 1 TO PRG-TRAIL-LEN
              IF PRG-TRAIL-LEN <= 6
                 MOVE PRG-BYTE
                    TO PRG-TRAIL-BUF (PRG-TRAIL-LEN:1)
              END-IF
           END-IF
           IF PRG-BYTE = X"0A"
              IF PRG-LINE-BUF (1:10) = "%CHECKSUM "
                 MOVE "Y" TO PRG-STAMP-SEEN-SW
                 MOVE PRG-CKSUM-AT-LINE TO PRG-STAMP-COVER
                 MOVE ZERO TO PRG-TRAIL-LEN
              END-IF
              IF PRG-TITLE-SCAN-WANTED
                 PERFORM PRG-EXAMINE-LINE
              END-IF
              MOVE ZERO TO PRG-LINE-POS
              MOVE SPACES TO PRG-LINE-BUF
           ELSE
              ADD 1 TO PRG-LINE-POS
              IF PRG-LINE-POS <= 80
                 MOVE PRG-BYTE
                    TO PRG-LINE-BUF (PRG-LINE-POS:1)
              END-IF
           END-IF
           ADD PRG-BYTE-R TO PRG-CKSUM-ACC
           DIVIDE PRG-CKSUM-ACC BY 999999937
              GIVING PRG-CKSUM-Q
              REMAINDER PRG-CKSUM
           MOVE PRG-CKSUM TO PRG-CKSUM-ACC.
       PRG-FOLD-BYTE-EXIT.
           EXIT.
      *    An outline item opens "<< /Title (" with the escaped
      *    title, or "<< /Title <" with it enciphered in hex.
       PRG-EXAMINE-LINE.
           IF PRG-LINE-BUF (1:11) = "<< /Title <"
              MOVE "Y" TO PRG-TITLE-HIDDEN-SW
           END-IF
           IF PRG-LINE-BUF (1:11) = "<< /Title ("
              MOVE SPACES TO PRG-TITLE
              MOVE 12 TO PRG-SCAN-IDX
              MOVE 1 TO PRG-OUT-IDX
              PERFORM UNTIL PRG-SCAN-IDX > 80
                    OR PRG-LINE-BUF (PRG-SCAN-IDX:1) = ")"
                 IF PRG-LINE-BUF (PRG-SCAN-IDX:1) = "\"
                    ADD 1 TO PRG-SCAN-IDX
                 END-IF
                 IF PRG-SCAN-IDX <= 80 AND PRG-OUT-IDX <= 20
                    MOVE PRG-LINE-BUF (PRG-SCAN-IDX:1)
                       TO PRG-TITLE (PRG-OUT-IDX:1)
                 END-IF
                 ADD 1 TO PRG-SCAN-IDX
                 ADD 1 TO PRG-OUT-IDX
              END-PERFORM
              MOVE 1 TO PRG-HOLD-IDX
              PERFORM UNTIL PRG-HOLD-IDX > PRG-HOLD-COUNT
                    OR PRG-IS-HELD
                 IF PRG-HOLD-BY-CODE (PRG-HOLD-IDX)
                       AND PRG-HOLD-VALUE (PRG-HOLD-IDX) = PRG-TITLE
                    MOVE "Y" TO PRG-HELD-SW
                    STRING "LEGAL HOLD ON CUSTOMER " DELIMITED SIZE
                       PRG-TITLE DELIMITED SPACE
                       INTO PRG-HELD-WHY
                 END-IF
                 ADD 1 TO PRG-HOLD-IDX
              END-PERFORM
           END-IF.
       PRG-EXAMINE-LINE-EXIT.
           EXIT.
      *    The log as it stood goes to <name>.BAK; the log is then
      *    rewritten from it without the lines of removed files.
      *    Lines that are not ours are carried over untouched.  If
      *    the backup cannot be made in full, or the log cannot be
      *    reopened over it, the log is left exactly as it was -
      *    the removed files' lines stay in it - and the run ends
      *    with RETURN-CODE 12.
       PRG-TRIM-AUDIT.
           MOVE SPACES TO PRG-BAK-FILE
           STRING PRG-AUD-FILE DELIMITED SPACE
              ".BAK" DELIMITED SIZE
              INTO PRG-BAK-FILE
           MOVE "N" TO PRG-TRIM-FAIL-SW
           MOVE SPACES TO PRG-BAK-STATUS
           OPEN INPUT PRG-AUD
           IF PRG-AUD-STATUS = "00"
              OPEN OUTPUT PRG-BAK
              IF PRG-BAK-STATUS NOT = "00"
                 CLOSE PRG-AUD
              END-IF
           END-IF
           IF PRG-AUD-STATUS NOT = "00" OR PRG-BAK-STATUS NOT = "00"
              DISPLAY "PDFPURGE: CANNOT BACK UP AUDIT LOG TO "
                 PRG-BAK-FILE
              DISPLAY "PDFPURGE: STATUS " PRG-AUD-STATUS "/"
                 PRG-BAK-STATUS " - AUDIT LOG LEFT AS IT WAS"
              MOVE "Y" TO PRG-TRIM-FAIL-SW
           ELSE
              MOVE "N" TO PRG-EOF-SW
              PERFORM PRG-READ-AUDIT
              PERFORM UNTIL PRG-AT-EOF OR PRG-TRIM-FAILED
                 WRITE PRG-BAK-REC FROM PRG-AUD-REC
                 IF PRG-BAK-STATUS NOT = "00"
                    DISPLAY "PDFPURGE: WRITE TO " PRG-BAK-FILE
                       " FAILED (" PRG-BAK-STATUS
                       ") - AUDIT LOG LEFT AS IT WAS"
                    MOVE "Y" TO PRG-TRIM-FAIL-SW
                 ELSE
                    PERFORM PRG-READ-AUDIT
                 END-IF
              END-PERFORM
              CLOSE PRG-AUD
              CLOSE PRG-BAK
           END-IF
           IF NOT PRG-TRIM-FAILED
              OPEN INPUT PRG-BAK
              IF PRG-BAK-STATUS = "00"
                 OPEN OUTPUT PRG-AUD
                 IF PRG-AUD-STATUS NOT = "00"
                    CLOSE PRG-BAK
                 END-IF
              END-IF
              IF PRG-BAK-STATUS NOT = "00"
                    OR PRG-AUD-STATUS NOT = "00"
                 DISPLAY "PDFPURGE: CANNOT REWRITE AUDIT LOG FROM "
                    PRG-BAK-FILE
                 DISPLAY "PDFPURGE: STATUS " PRG-BAK-STATUS "/"
                    PRG-AUD-STATUS " - AUDIT LOG LEFT AS IT WAS"
                 MOVE "Y" TO PRG-TRIM-FAIL-SW
              END-IF
           END-IF
           IF NOT PRG-TRIM-FAILED
              MOVE "N" TO PRG-EOF-SW
              PERFORM PRG-READ-BAK
              PERFORM UNTIL PRG-AT-EOF
                 MOVE PRG-BAK-REC TO PRG-AUD-REC
                 PERFORM PRG-PARSE-AUDIT-LINE
                 MOVE "N" TO PRG-FOUND-SW
                 IF PRG-LINE-FILE NOT = SPACES
                    PERFORM PRG-FIND-ENTRY
                 END-IF
                 IF PRG-ENTRY-FOUND
                    IF NOT PRG-ENT-REMOVED (PRG-ENT-IDX)
                       WRITE PRG-AUD-REC
                    END-IF
                 ELSE
                    WRITE PRG-AUD-REC
                 END-IF
                 PERFORM PRG-READ-BAK
              END-PERFORM
              CLOSE PRG-BAK
              CLOSE PRG-AUD
              DISPLAY "PDFPURGE: AUDIT LOG TRIMMED, PREVIOUS KEPT AS "
                 PRG-BAK-FILE
           END-IF.
       PRG-TRIM-AUDIT-EXIT.
           EXIT.
       PRG-READ-BAK.
           READ PRG-BAK
              AT END MOVE "Y" TO PRG-EOF-SW
           END-READ.
       PRG-READ-BAK-EXIT.
           EXIT.
       PRG-WRITE-SUMMARY.
           MOVE SPACES TO PRG-RPT-REC
           MOVE PRG-ENTRY-COUNT TO PRG-COUNT-ED
           STRING "FILES " DELIMITED SIZE
              PRG-COUNT-ED DELIMITED SIZE
              INTO PRG-RPT-REC
           MOVE PRG-KEPT-COUNT TO PRG-COUNT-ED
           STRING " KEPT " DELIMITED SIZE
              PRG-COUNT-ED DELIMITED SIZE
              INTO PRG-RPT-REC (12:)
           IF PRG-ACTION-LIST
              MOVE PRG-EXPIRED-COUNT TO PRG-COUNT-ED
              STRING " EXPIRED " DELIMITED SIZE
                 PRG-COUNT-ED DELIMITED SIZE
                 INTO PRG-RPT-REC (23:)
           ELSE
              MOVE PRG-PURGED-COUNT TO PRG-COUNT-ED
              STRING " PURGED " DELIMITED SIZE
                 PRG-COUNT-ED DELIMITED SIZE
                 INTO PRG-RPT-REC (23:)
           END-IF
           MOVE PRG-HELD-COUNT TO PRG-COUNT-ED
           STRING " HELD " DELIMITED SIZE
              PRG-COUNT-ED DELIMITED SIZE
              INTO PRG-RPT-REC (37:)
           MOVE PRG-MISMATCH-COUNT TO PRG-COUNT-ED
           STRING " MISMATCH " DELIMITED SIZE
              PRG-COUNT-ED DELIMITED SIZE
              INTO PRG-RPT-REC (48:)
           MOVE PRG-MISSING-COUNT TO PRG-COUNT-ED
           STRING " MISSING " DELIMITED SIZE
              PRG-COUNT-ED DELIMITED SIZE
              INTO PRG-RPT-REC (63:)
           MOVE PRG-FAILED-COUNT TO PRG-COUNT-ED
           STRING " FAILED " DELIMITED SIZE
              PRG-COUNT-ED DELIMITED SIZE
              INTO PRG-RPT-REC (77:)
           WRITE PRG-RPT-REC
           DISPLAY "PDFPURGE: " PRG-RPT-REC (1:90).
       PRG-WRITE-SUMMARY-EXIT.
           EXIT.
      *    Day number of PRG-DT, leap years included, as in
      *    PDFACKAG; a date with an impossible month counts as the
      *    as-of day itself and so is never expired by it.
       PRG-DATE-TO-DAYS.
           IF PRG-DT-MM < 1 OR PRG-DT-MM > 12
              MOVE PRG-ASOF-DAYS TO PRG-DAYS
           ELSE
              MOVE PRG-DT-YYYY TO PRG-Y
              MOVE PRG-DT-MM TO PRG-M
              IF PRG-M < 3
                 SUBTRACT 1 FROM PRG-Y
                 ADD 12 TO PRG-M
              END-IF
              COMPUTE PRG-DAYS = PRG-Y * 365 + PRG-DT-DD
              DIVIDE PRG-Y BY 4 GIVING PRG-Q
              ADD PRG-Q TO PRG-DAYS
              DIVIDE PRG-Y BY 100 GIVING PRG-Q
              SUBTRACT PRG-Q FROM PRG-DAYS
              DIVIDE PRG-Y BY 400 GIVING PRG-Q
              ADD PRG-Q TO PRG-DAYS
              COMPUTE PRG-Q = 153 * (PRG-M - 3) + 2
              DIVIDE PRG-Q BY 5 GIVING PRG-Q
              ADD PRG-Q TO PRG-DAYS
           END-IF.
       PRG-DATE-TO-DAYS-EXIT.
           EXIT.
       PRG-FIM.
           EXIT.
