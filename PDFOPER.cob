      *  Presents every option a run needs as a fill-in       *
      *  form (extract and output files, page size and        *
      *  orientation, watermark, encryption, compression,     *
      *  full/burst mode, single-section reprint, postal       *
      *  presort and customer selection), validates the        *
      *  answers - the extract file must exist, the page       *
      *  size must be A4/LTR/LGL, a reprint request must be    *
      *  well-formed, a selection list must exist - then       *
      *  writes the same control files PDFBATCH reads          *
      *  (PDFBATCH-OPTIONS.CTL, PDFBATCH-REPRINT.CTL,          *
      *  PDFBATCH-BURST.CTL, PDFBATCH-REPORT.CTL) and CALLs    *
      *  the batch, so a night operator runs and reruns        *
      *  reports without hand-editing files in production.     *
      *  A report from the catalog PDFBATCH-CATALOG.DAT is     *
      *  picked by name instead: L loads its options file,     *
      *  extract and output into the form, and a run writes    *
      *  the form back to that report's own options file and   *
      *  names the report to PDFBATCH.  The                    *
      *  previous run's audit line and reconciliation          *
      *  counts show at the top of the form, and refresh       *
      *  after every launch.  PDFBATCH is CANCELled after      *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDF-OPR-CHK-STATUS.
           SELECT OPR-OPT ASSIGN TO DYNAMIC PDF-OPR-OPT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDF-OPR-OPT-STATUS.
           SELECT OPR-RPR ASSIGN TO DYNAMIC PDF-OPR-RPR-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPR-BCT ASSIGN TO DYNAMIC PDF-OPR-BCT-FILE
           SELECT OPR-RCN ASSIGN TO DYNAMIC PDF-OPR-RCN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDF-OPR-RCN-STATUS.
           SELECT PDF-CAT ASSIGN TO DYNAMIC PDF-OPR-CAT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDF-OPR-CAT-STATUS.
           SELECT OPR-RPC ASSIGN TO DYNAMIC PDF-OPR-RPC-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  OPR-CHK.
           01  OPR-AUD-REC         PIC X(200).
           FD  OPR-RCN.
           01  OPR-RCN-REC         PIC X(100).
           COPY "LIB/PDFCAT.FD".
           FD  OPR-RPC.
           01  OPR-RPC-REC         PIC X(80).
       WORKING-STORAGE SECTION.
           01 PDF-OPR-CHK-FILE    PIC X(100).
           01 PDF-OPR-CHK-STATUS  PIC X(02).
           01 PDF-OPR-OPT-FILE    PIC X(100)
                                   VALUE "PDFBATCH-OPTIONS.CTL".
           01 PDF-OPR-OPT-STATUS  PIC X(02).
      *    Option lines this screen does not ask about (the
      *    variance thresholds, say) are read back before the
      *    options file is rewritten and put back after the
      *    form's own lines, so a launch never loses them.
           01 PDF-OPR-KEEP-COUNT  PIC 9(02)  COMP VALUE 0.
           01 PDF-OPR-KEEP-IDX    PIC 9(02)  COMP.
           01 PDF-OPR-KEEP-TABLE.
              05 PDF-OPR-KEEP-LINE OCCURS 30 TIMES PIC X(160).
           01 PDF-OPR-RPR-FILE    PIC X(100)
                                   VALUE "PDFBATCH-REPRINT.CTL".
           01 PDF-OPR-BCT-FILE    PIC X(100)
           01 PDF-OPR-RCN-FILE    PIC X(100)
                                   VALUE "PDFBATCH-RECON.LOG".
           01 PDF-OPR-RCN-STATUS  PIC X(02).
           01 PDF-OPR-CAT-FILE    PIC X(100)
                                   VALUE "PDFBATCH-CATALOG.DAT".
           01 PDF-OPR-CAT-STATUS  PIC X(02).
           01 PDF-OPR-RPC-FILE    PIC X(100)
                                   VALUE "PDFBATCH-REPORT.CTL".
           01 PDF-OPR-EOF-SW      PIC X(01).
              88 PDF-OPR-AT-EOF          VALUE "Y".
      *    The catalog report on the form - blank runs PDFBATCH
      *    on its own default files, as before the catalog.
           01 PDF-OPR-REPORT      PIC X(12)  VALUE SPACES.
           01 PDF-OPR-REPORT-DESC PIC X(30)  VALUE SPACES.
           01 PDF-OPR-REPORT-SW   PIC X(01).
              88 PDF-OPR-REPORT-FOUND    VALUE "Y".
           01 PDF-OPR-CAT-MODE    PIC X(01).
           01 PDF-OPR-CAT-EXTRACT PIC X(40).
           01 PDF-OPR-CAT-OUTPUT  PIC X(40).
      *    The form's answers - primed with the same defaults
      *    PDFBATCH itself falls back to without control files.
           01 PDF-OPR-EXTRACT     PIC X(40)  VALUE "PDFBATCH.DAT".
      *    Space = no reprint, T = by TITLE, R = by RECORD number.
           01 PDF-OPR-RPR-TYPE    PIC X(01)  VALUE SPACE.
           01 PDF-OPR-RPR-VALUE   PIC X(20)  VALUE SPACES.
      *    Space = extract order, C = by city, P = by postal code.
           01 PDF-OPR-SORT        PIC X(01)  VALUE SPACE.
      *    Customer codes to keep - an inclusive range (either end
      *    may be blank) and/or a list file, one code per line.
           01 PDF-OPR-SELFROM     PIC X(20)  VALUE SPACES.
           01 PDF-OPR-SELTO       PIC X(20)  VALUE SPACES.
           01 PDF-OPR-SELFILE     PIC X(40)  VALUE SPACES.
      *    R = run the batch, L = load the catalog report's
      *    settings into the form, X = leave the screen.
           01 PDF-OPR-ACTION      PIC X(01)  VALUE "R".
           01 PDF-OPR-MSG         PIC X(75)  VALUE SPACES.
           01 PDF-OPR-LAST-AUDIT  PIC X(75)
           05 LINE 2  COL 2  VALUE "LAST RUN:".
           05 LINE 2  COL 12 PIC X(75) FROM PDF-OPR-LAST-AUDIT.
           05 LINE 3  COL 12 PIC X(75) FROM PDF-OPR-LAST-RECON.
           05 LINE 4  COL 2  VALUE "CATALOG REPORT .:".
           05 LINE 4  COL 20 PIC X(12) USING PDF-OPR-REPORT.
           05 LINE 4  COL 34 PIC X(30) FROM PDF-OPR-REPORT-DESC.
           05 LINE 5  COL 2  VALUE "EXTRACT FILE ...:".
           05 LINE 5  COL 20 PIC X(40) USING PDF-OPR-EXTRACT.
           05 LINE 6  COL 2  VALUE "OUTPUT FILE ....:".
           05 LINE 13 COL 20 PIC X(01) USING PDF-OPR-RPR-TYPE.
           05 LINE 13 COL 23 VALUE "(T/R/BLANK) VALUE:".
           05 LINE 13 COL 42 PIC X(20) USING PDF-OPR-RPR-VALUE.
           05 LINE 14 COL 2  VALUE "PRESORT BY .....:".
           05 LINE 14 COL 20 PIC X(01) USING PDF-OPR-SORT.
           05 LINE 14 COL 23 VALUE "(C=CITY P=POSTAL CODE BLANK=NONE)".
           05 LINE 15 COL 2  VALUE "SELECT CODES ...:".
           05 LINE 15 COL 20 PIC X(20) USING PDF-OPR-SELFROM.
           05 LINE 15 COL 41 VALUE "TO".
           05 LINE 15 COL 44 PIC X(20) USING PDF-OPR-SELTO.
           05 LINE 16 COL 2  VALUE "SELECTION FILE .:".
           05 LINE 16 COL 20 PIC X(40) USING PDF-OPR-SELFILE.
           05 LINE 18 COL 2  VALUE "ACTION .........:".
           05 LINE 18 COL 20 PIC X(01) USING PDF-OPR-ACTION.
           05 LINE 18 COL 23 VALUE "(R=RUN L=LOAD REPORT X=EXIT)".
           05 LINE 20 COL 2  PIC X(75) FROM PDF-OPR-MSG.
       PROCEDURE DIVISION.
       OPR-MAIN.
           PERFORM OPR-SHOW-LAST-RUN
           PERFORM UNTIL PDF-OPR-ACTION = "X"
              DISPLAY PDF-OPR-SCR
              ACCEPT PDF-OPR-SCR
              EVALUATE PDF-OPR-ACTION
              WHEN "X"
                 CONTINUE
              WHEN "L"
                 PERFORM OPR-LOAD-REPORT
              WHEN OTHER
                 PERFORM OPR-VALIDATE
                 IF PDF-OPR-IS-VALID
                    PERFORM OPR-WRITE-CONTROLS
                    MOVE "BATCH RUN COMPLETE - SEE LAST RUN LINE"
                       TO PDF-OPR-MSG
                 END-IF
              END-EVALUATE
           END-PERFORM
           GO OPR-FIM.
      *----------------------------------------------------*
      *  OPR-VALIDATE - every rule a hand-typed control      *
      *  file used to break silently: a catalog report must  *
      *  be on the catalog, the extract must open, the page  *
      *  size and switches must be legal, a reprint request  *
      *  must carry a usable value, and a selection must be  *
      *  one the batch can act on.                           *
      *----------------------------------------------------*
       OPR-VALIDATE.
           MOVE "Y" TO PDF-OPR-VALID-SW
           MOVE SPACES TO PDF-OPR-MSG
           PERFORM OPR-VALIDATE-REPORT
           IF PDF-OPR-IS-VALID
              MOVE PDF-OPR-EXTRACT TO PDF-OPR-CHK-FILE
              OPEN INPUT OPR-CHK
              IF PDF-OPR-CHK-STATUS = "00"
                 CLOSE OPR-CHK
              ELSE
                 MOVE "N" TO PDF-OPR-VALID-SW
                 MOVE "EXTRACT FILE DOES NOT EXIST OR CANNOT BE READ"
                    TO PDF-OPR-MSG
              END-IF
           END-IF
           IF PDF-OPR-IS-VALID
              IF PDF-OPR-PAGESIZE NOT = "A4 "
           END-IF
           IF PDF-OPR-IS-VALID
              PERFORM OPR-VALIDATE-REPRINT
           END-IF
           IF PDF-OPR-IS-VALID
              PERFORM OPR-VALIDATE-PRESORT
           END-IF.
       OPR-VALIDATE-EXIT.
           EXIT.
      *    The catalog's extract and output win over the form, as
      *    they do over the options file in PDFBATCH itself, so
      *    the form is made to show what will really be used.
       OPR-VALIDATE-REPORT.
           IF PDF-OPR-REPORT = SPACES
              MOVE SPACES TO PDF-OPR-REPORT-DESC
              PERFORM OPR-TAKE-DEFAULT-NAMES
           ELSE
              PERFORM OPR-FIND-REPORT
              IF PDF-OPR-REPORT-FOUND
                 IF PDF-OPR-CAT-EXTRACT NOT = SPACES
                    MOVE PDF-OPR-CAT-EXTRACT TO PDF-OPR-EXTRACT
                 END-IF
                 IF PDF-OPR-CAT-OUTPUT NOT = SPACES
                    MOVE PDF-OPR-CAT-OUTPUT TO PDF-OPR-OUTPUT
                 END-IF
              ELSE
                 MOVE "N" TO PDF-OPR-VALID-SW
                 MOVE "REPORT NOT IN CATALOG" TO PDF-OPR-MSG
              END-IF
           END-IF.
       OPR-VALIDATE-REPORT-EXIT.
           EXIT.
       OPR-VALIDATE-REPRINT.
           EVALUATE PDF-OPR-RPR-TYPE
              WHEN SPACE
           END-EVALUATE.
       OPR-VALIDATE-REPRINT-EXIT.
           EXIT.
       OPR-VALIDATE-PRESORT.
           IF PDF-OPR-SORT NOT = SPACE AND PDF-OPR-SORT NOT = "C"
                 AND PDF-OPR-SORT NOT = "P"
              MOVE "N" TO PDF-OPR-VALID-SW
              MOVE "PRESORT BY MUST BE C, P OR BLANK" TO PDF-OPR-MSG
           END-IF
           IF PDF-OPR-IS-VALID
              IF PDF-OPR-SELFROM NOT = SPACES
                    AND PDF-OPR-SELTO NOT = SPACES
                    AND PDF-OPR-SELFROM > PDF-OPR-SELTO
                 MOVE "N" TO PDF-OPR-VALID-SW
                 MOVE "SELECT CODES - FROM CODE IS AFTER THE TO CODE"
                    TO PDF-OPR-MSG
              END-IF
           END-IF
           IF PDF-OPR-IS-VALID AND PDF-OPR-SELFILE NOT = SPACES
              MOVE PDF-OPR-SELFILE TO PDF-OPR-CHK-FILE
              OPEN INPUT OPR-CHK
              IF PDF-OPR-CHK-STATUS = "00"
                 CLOSE OPR-CHK
              ELSE
                 MOVE "N" TO PDF-OPR-VALID-SW
                 MOVE "SELECTION FILE DOES NOT EXIST OR CANNOT BE READ"
                    TO PDF-OPR-MSG
              END-IF
           END-IF.
       OPR-VALIDATE-PRESORT-EXIT.
           EXIT.
      *    At least one digit, and nothing but digits ahead of the
      *    trailing spaces.
       OPR-CHECK-DIGITS.
      *  before can never fire by accident.                    *
      *----------------------------------------------------*
       OPR-WRITE-CONTROLS.
           OPEN OUTPUT OPR-RPC
           IF PDF-OPR-REPORT NOT = SPACES
              MOVE SPACES TO OPR-RPC-REC
              STRING "REPORT=" DELIMITED SIZE
                 PDF-OPR-REPORT DELIMITED SIZE INTO OPR-RPC-REC
              WRITE OPR-RPC-REC
           END-IF
           CLOSE OPR-RPC
           PERFORM OPR-KEEP-OTHER-OPTIONS
           OPEN OUTPUT OPR-OPT
           MOVE SPACES TO OPR-OPT-REC
           STRING "EXTRACT=" DELIMITED SIZE
           STRING "COMPRESS=" DELIMITED SIZE
              PDF-OPR-COMPRESS DELIMITED SIZE INTO OPR-OPT-REC
           WRITE OPR-OPT-REC
           IF PDF-OPR-SORT = "C"
              MOVE "SORT=CITY" TO OPR-OPT-REC
              WRITE OPR-OPT-REC
           END-IF
           IF PDF-OPR-SORT = "P"
              MOVE "SORT=POSTAL" TO OPR-OPT-REC
              WRITE OPR-OPT-REC
           END-IF
           IF PDF-OPR-SELFROM NOT = SPACES
              MOVE SPACES TO OPR-OPT-REC
              STRING "SELFROM=" DELIMITED SIZE
                 PDF-OPR-SELFROM DELIMITED SIZE INTO OPR-OPT-REC
              WRITE OPR-OPT-REC
           END-IF
           IF PDF-OPR-SELTO NOT = SPACES
              MOVE SPACES TO OPR-OPT-REC
              STRING "SELTO=" DELIMITED SIZE
                 PDF-OPR-SELTO DELIMITED SIZE INTO OPR-OPT-REC
              WRITE OPR-OPT-REC
           END-IF
           IF PDF-OPR-SELFILE NOT = SPACES
              MOVE SPACES TO OPR-OPT-REC
              STRING "SELFILE=" DELIMITED SIZE
                 PDF-OPR-SELFILE DELIMITED SIZE INTO OPR-OPT-REC
              WRITE OPR-OPT-REC
           END-IF
           PERFORM VARYING PDF-OPR-KEEP-IDX FROM 1 BY 1
              UNTIL PDF-OPR-KEEP-IDX > PDF-OPR-KEEP-COUNT
              MOVE PDF-OPR-KEEP-LINE (PDF-OPR-KEEP-IDX) TO OPR-OPT-REC
              WRITE OPR-OPT-REC
           END-PERFORM
           CLOSE OPR-OPT
           OPEN OUTPUT OPR-RPR
           IF PDF-OPR-RPR-TYPE = "T"
           CLOSE OPR-BCT.
       OPR-WRITE-CONTROLS-EXIT.
           EXIT.
      *    The lines of the current options file whose keys the
      *    form does not write - the form's own keys are always
      *    written fresh, or left out when blank on the form.
       OPR-KEEP-OTHER-OPTIONS.
           MOVE ZERO TO PDF-OPR-KEEP-COUNT
           OPEN INPUT OPR-OPT
           IF PDF-OPR-OPT-STATUS = "00"
              MOVE "N" TO PDF-OPR-EOF-SW
              PERFORM UNTIL PDF-OPR-AT-EOF
                 READ OPR-OPT
                    AT END MOVE "Y" TO PDF-OPR-EOF-SW
                    NOT AT END
                       IF OPR-OPT-REC NOT = SPACES
                             AND OPR-OPT-REC (1:8) NOT = "EXTRACT="
                             AND OPR-OPT-REC (1:7) NOT = "OUTPUT="
                             AND OPR-OPT-REC (1:9) NOT = "PAGESIZE="
                             AND OPR-OPT-REC (1:7) NOT = "ORIENT="
                             AND OPR-OPT-REC (1:10) NOT = "WATERMARK="
                             AND OPR-OPT-REC (1:8) NOT = "ENCRYPT="
                             AND OPR-OPT-REC (1:8) NOT = "OWNERPW="
                             AND OPR-OPT-REC (1:9) NOT = "COMPRESS="
                             AND OPR-OPT-REC (1:5) NOT = "SORT="
                             AND OPR-OPT-REC (1:8) NOT = "SELFROM="
                             AND OPR-OPT-REC (1:6) NOT = "SELTO="
                             AND OPR-OPT-REC (1:8) NOT = "SELFILE="
                             AND PDF-OPR-KEEP-COUNT < 30
                          ADD 1 TO PDF-OPR-KEEP-COUNT
                          MOVE OPR-OPT-REC
                             TO PDF-OPR-KEEP-LINE (PDF-OPR-KEEP-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPR-OPT
           END-IF.
       OPR-KEEP-OTHER-OPTIONS-EXIT.
           EXIT.
      *----------------------------------------------------*
      *  OPR-LOAD-REPORT - fills the form from a catalog      *
      *  report: its run mode, the answers in its options     *
      *  file (PDFBATCH's defaults for any key it leaves      *
      *  out), then the catalog's own extract and output.     *
      *  A blank report loads the default options file.       *
      *----------------------------------------------------*
       OPR-LOAD-REPORT.
           MOVE SPACES TO PDF-OPR-MSG
           MOVE "R" TO PDF-OPR-ACTION
           MOVE "Y" TO PDF-OPR-REPORT-SW
           IF PDF-OPR-REPORT = SPACES
              MOVE SPACES TO PDF-OPR-REPORT-DESC
              MOVE SPACES TO PDF-OPR-CAT-EXTRACT PDF-OPR-CAT-OUTPUT
              MOVE "F" TO PDF-OPR-CAT-MODE
              PERFORM OPR-TAKE-DEFAULT-NAMES
           ELSE
              PERFORM OPR-FIND-REPORT
           END-IF
           IF PDF-OPR-REPORT-FOUND
              MOVE "PDFBATCH.DAT" TO PDF-OPR-EXTRACT
              MOVE "cobol-pdf-batch.pdf" TO PDF-OPR-OUTPUT
              MOVE "LTR" TO PDF-OPR-PAGESIZE
              MOVE "L" TO PDF-OPR-ORIENT
              MOVE SPACES TO PDF-OPR-WATERMARK PDF-OPR-OWNERPW
              MOVE "N" TO PDF-OPR-ENCRYPT
              MOVE "Y" TO PDF-OPR-COMPRESS
              MOVE SPACE TO PDF-OPR-RPR-TYPE PDF-OPR-SORT
              MOVE SPACES TO PDF-OPR-RPR-VALUE PDF-OPR-SELFROM
                 PDF-OPR-SELTO PDF-OPR-SELFILE
              IF PDF-OPR-CAT-MODE = "B"
                 MOVE "B" TO PDF-OPR-MODE
              ELSE
                 MOVE "F" TO PDF-OPR-MODE
              END-IF
              PERFORM OPR-PRIME-FROM-OPTIONS
              IF PDF-OPR-CAT-EXTRACT NOT = SPACES
                 MOVE PDF-OPR-CAT-EXTRACT TO PDF-OPR-EXTRACT
              END-IF
              IF PDF-OPR-CAT-OUTPUT NOT = SPACES
                 MOVE PDF-OPR-CAT-OUTPUT TO PDF-OPR-OUTPUT
              END-IF
              MOVE "(NO PREVIOUS RUN ON FILE)" TO PDF-OPR-LAST-AUDIT
              PERFORM OPR-SHOW-LAST-RUN
              MOVE "REPORT LOADED - CHECK THE FORM AND RUN"
                 TO PDF-OPR-MSG
           ELSE
              MOVE "REPORT NOT IN CATALOG" TO PDF-OPR-MSG
           END-IF.
       OPR-LOAD-REPORT-EXIT.
           EXIT.
      *    Looks PDF-OPR-REPORT up in the catalog and, when it is
      *    there, points the options file and the last-run audit
      *    log at the report's own (or PDFBATCH's defaults).
       OPR-FIND-REPORT.
           MOVE "N" TO PDF-OPR-REPORT-SW
           OPEN INPUT PDF-CAT
           IF PDF-OPR-CAT-STATUS = "00"
              MOVE "N" TO PDF-OPR-EOF-SW
              PERFORM UNTIL PDF-OPR-AT-EOF OR PDF-OPR-REPORT-FOUND
                 READ PDF-CAT
                    AT END MOVE "Y" TO PDF-OPR-EOF-SW
                    NOT AT END
                       IF PDF-CAT-REC (1:1) NOT = "*"
                             AND PDF-CAT-NAME = PDF-OPR-REPORT
                          MOVE "Y" TO PDF-OPR-REPORT-SW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PDF-CAT
           END-IF
           IF PDF-OPR-REPORT-FOUND
              MOVE PDF-CAT-DESC TO PDF-OPR-REPORT-DESC
              MOVE PDF-CAT-MODE TO PDF-OPR-CAT-MODE
              MOVE PDF-CAT-EXTRACT TO PDF-OPR-CAT-EXTRACT
              MOVE PDF-CAT-OUTPUT TO PDF-OPR-CAT-OUTPUT
              PERFORM OPR-TAKE-DEFAULT-NAMES
              IF PDF-CAT-OPTIONS NOT = SPACES
                 MOVE PDF-CAT-OPTIONS TO PDF-OPR-OPT-FILE
              END-IF
              IF PDF-CAT-AUDIT NOT = SPACES
                 MOVE PDF-CAT-AUDIT TO PDF-OPR-AUD-FILE
              END-IF
           ELSE
              MOVE SPACES TO PDF-OPR-REPORT-DESC
           END-IF.
       OPR-FIND-REPORT-EXIT.
           EXIT.
       OPR-TAKE-DEFAULT-NAMES.
           MOVE "PDFBATCH-OPTIONS.CTL" TO PDF-OPR-OPT-FILE
           MOVE "PDFBATCH-AUDIT.LOG" TO PDF-OPR-AUD-FILE.
       OPR-TAKE-DEFAULT-NAMES-EXIT.
           EXIT.
      *    The form's own keys, read back from the options file
      *    in use; any other key is left to the rewrite to keep.
       OPR-PRIME-FROM-OPTIONS.
           OPEN INPUT OPR-OPT
           IF PDF-OPR-OPT-STATUS = "00"
              MOVE "N" TO PDF-OPR-EOF-SW
              PERFORM UNTIL PDF-OPR-AT-EOF
                 READ OPR-OPT
                    AT END MOVE "Y" TO PDF-OPR-EOF-SW
                    NOT AT END PERFORM OPR-PRIME-ONE-OPTION
                 END-READ
              END-PERFORM
              CLOSE OPR-OPT
           END-IF.
       OPR-PRIME-FROM-OPTIONS-EXIT.
           EXIT.
       OPR-PRIME-ONE-OPTION.
           EVALUATE TRUE
              WHEN OPR-OPT-REC (1:8) = "EXTRACT="
                 MOVE OPR-OPT-REC (9:40) TO PDF-OPR-EXTRACT
              WHEN OPR-OPT-REC (1:7) = "OUTPUT="
                 MOVE OPR-OPT-REC (8:40) TO PDF-OPR-OUTPUT
              WHEN OPR-OPT-REC (1:9) = "PAGESIZE="
                 MOVE OPR-OPT-REC (10:3) TO PDF-OPR-PAGESIZE
              WHEN OPR-OPT-REC (1:7) = "ORIENT="
                 MOVE OPR-OPT-REC (8:1) TO PDF-OPR-ORIENT
              WHEN OPR-OPT-REC (1:10) = "WATERMARK="
                 MOVE OPR-OPT-REC (11:30) TO PDF-OPR-WATERMARK
              WHEN OPR-OPT-REC (1:8) = "ENCRYPT="
                 MOVE OPR-OPT-REC (9:1) TO PDF-OPR-ENCRYPT
              WHEN OPR-OPT-REC (1:8) = "OWNERPW="
                 MOVE OPR-OPT-REC (9:20) TO PDF-OPR-OWNERPW
              WHEN OPR-OPT-REC (1:9) = "COMPRESS="
                 MOVE OPR-OPT-REC (10:1) TO PDF-OPR-COMPRESS
              WHEN OPR-OPT-REC (1:9) = "SORT=CITY"
                 MOVE "C" TO PDF-OPR-SORT
              WHEN OPR-OPT-REC (1:11) = "SORT=POSTAL"
                 MOVE "P" TO PDF-OPR-SORT
              WHEN OPR-OPT-REC (1:8) = "SELFROM="
                 MOVE OPR-OPT-REC (9:20) TO PDF-OPR-SELFROM
              WHEN OPR-OPT-REC (1:6) = "SELTO="
                 MOVE OPR-OPT-REC (7:20) TO PDF-OPR-SELTO
              WHEN OPR-OPT-REC (1:8) = "SELFILE="
                 MOVE OPR-OPT-REC (9:40) TO PDF-OPR-SELFILE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       OPR-PRIME-ONE-OPTION-EXIT.
           EXIT.
       OPR-LAUNCH-BATCH.
           CALL "PDFBATCH"
           CANCEL "PDFBATCH".
