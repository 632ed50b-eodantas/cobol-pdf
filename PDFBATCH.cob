           SELECT PDF-OPT ASSIGN TO DYNAMIC PDF-OPT-CTL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDF-OPT-STATUS.
           SELECT PDF-DSE ASSIGN TO DYNAMIC PDF-DIST-EMAIL-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PDF-DSP ASSIGN TO DYNAMIC PDF-DIST-PORTAL-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PDF-DSM ASSIGN TO DYNAMIC PDF-DIST-PRINT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PDF-HST ASSIGN TO DYNAMIC PDF-HISTORY-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDF-HST-STATUS.
           SELECT PDF-TOT ASSIGN TO DYNAMIC PDF-TOTALS-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PDF-TOT-KEY
               FILE STATUS IS PDF-TOT-STATUS.
           SELECT PDF-IDX ASSIGN TO DYNAMIC PDF-INDEX-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PDF-IDX-KEY
               FILE STATUS IS PDF-IDX-STATUS.
           SELECT PDF-PSW ASSIGN TO DYNAMIC PDF-SORT-WORK-FILE.
           SELECT PDF-CAT ASSIGN TO DYNAMIC PDF-CATALOG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDF-CAT-STATUS.
           SELECT PDF-RPC ASSIGN TO DYNAMIC PDF-REPORT-CTL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDF-RPC-STATUS.
           SELECT PDF-SLF ASSIGN TO DYNAMIC PDF-OPT-SELFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDF-SLF-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY "LIB/PDF.FD".
           FD  PDF-EXT.
           01  PDF-EXT-REC.
               05 PDF-EXT-FIELD    OCCURS 10 TIMES PIC X(20).
               05 PDF-EXT-REC-TYPE PIC X(01).
                  88 PDF-EXT-IS-HEADER       VALUE "H".
                  88 PDF-EXT-IS-DETAIL       VALUE "D".
                  88 PDF-EXT-IS-TRAILER      VALUE "T".
      *       Only the presorted copy of the extract carries this -
      *       the record's position in the extract it came from.
               05 PDF-EXT-SRC-RECNO PIC 9(09).
           FD  PDF-RECON.
           01  PDF-RECON-REC       PIC X(100).
           FD  PDF-RPR.
           01  PDF-RPR-REC         PIC X(80).
           COPY "LIB/PDFCMF.FD".
           FD  PDF-EXC.
           01  PDF-EXC-REC            PIC X(100).
           FD  PDF-BCT.
           01  PDF-MAN-REC            PIC X(150).
           FD  PDF-OPT.
           01  PDF-OPT-REC            PIC X(160).
           FD  PDF-DSE.
           01  PDF-DSE-REC            PIC X(200).
           FD  PDF-DSP.
           01  PDF-DSP-REC            PIC X(200).
           FD  PDF-DSM.
           01  PDF-DSM-REC            PIC X(200).
           COPY "LIB/PDFHST.FD".
           COPY "LIB/PDFTOT.FD".
           COPY "LIB/PDFIDX.FD".
           SD  PDF-PSW.
           01  PDF-PSW-REC.
               05 PDF-PSW-KEY         PIC X(30).
               05 PDF-PSW-CODE        PIC X(20).
               05 PDF-PSW-RECNO       PIC 9(09).
               05 PDF-PSW-DATA        PIC X(201).
           FD  PDF-SLF.
           01  PDF-SLF-REC            PIC X(80).
           COPY "LIB/PDFCAT.FD".
           FD  PDF-RPC.
           01  PDF-RPC-REC            PIC X(80).
           FD  PDF-LAY.
           01  PDF-LAY-REC.
               05 PDF-LAY-IN-WIDTH    PIC X(05).
           01 PDF-EXTRACT-FILE    PIC X(100).
           01 PDF-EXT-EOF-SW      PIC X(01)  VALUE "N".
              88 PDF-EXT-AT-EOF          VALUE "Y".
      *    Multi-line statements - a type byte after the ten fields
      *    groups one customer's records into a single section: an
      *    H header (field 1 the customer code), any number of D
      *    detail records drawn one body row each under the layout
      *    columns, then a T trailer (field 1 the code, field 2 the
      *    expected line count, field 3 the expected amount) that
      *    the drawn section is checked against before its
      *    subtotal closes it.  A record with no type byte is still
      *    a whole section by itself, so existing extracts keep
      *    printing exactly as before.  PDF-EXT-RECNO is the 1-based
      *    position of the record in hand, for exception lines and
      *    RECORD= reprints.
           01 PDF-EXT-RECNO       PIC 9(09)  COMP VALUE 0.
           01 PDF-SECT-OPEN-SW    PIC X(01)  VALUE "N".
              88 PDF-SECT-IS-OPEN        VALUE "Y".
           01 PDF-SECT-SEQ        PIC 9(09)  COMP VALUE 0.
           01 PDF-SECT-CODE       PIC X(20)  VALUE SPACES.
           01 PDF-SECT-RECNO      PIC 9(09)  COMP VALUE 0.
           01 PDF-SECT-LINES      PIC 9(09)  COMP VALUE 0.
           01 PDF-SECT-AMOUNT     PIC S9(09)V99  VALUE 0.
           01 PDF-SECT-DRAWN-COUNT PIC 9(09) COMP VALUE 0.
           01 PDF-DTL-DRAWN-COUNT PIC 9(09)  COMP VALUE 0.
           01 PDF-ORPHAN-COUNT    PIC 9(09)  COMP VALUE 0.
           01 PDF-TRL-FOUND-SW    PIC X(01).
              88 PDF-TRL-FOUND           VALUE "Y".
           01 PDF-TRL-BAD-SW      PIC X(01).
              88 PDF-TRL-IS-BAD          VALUE "Y".
           01 PDF-TRL-EXP-LINES   PIC 9(09)  COMP.
           01 PDF-TRL-EXP-AMOUNT  PIC S9(09)V99.
           01 PDF-TRL-BAD-COUNT   PIC 9(09)  COMP VALUE 0.
           01 PDF-TRL-MSG         PIC X(40).
           01 PDF-TRL-LINES-ED    PIC Z(08)9.
           01 PDF-TRL-EXP-LINES-ED PIC Z(08)9.
           01 PDF-TRL-AMOUNT-ED   PIC ---,---,--9.99.
           01 PDF-TRL-EXP-AMT-ED  PIC ---,---,--9.99.
      *    The first 50 trailer disagreements are kept for the
      *    reconciliation log, which is only written once the run
      *    is over; every one of them is on the exception report.
           01 PDF-TRL-NOTE-COUNT  PIC 9(02)  COMP VALUE 0.
           01 PDF-TRL-NOTE-IDX    PIC 9(02)  COMP.
           01 PDF-TRL-NOTE-TABLE.
              05 PDF-TRL-NOTE     OCCURS 50 TIMES PIC X(100).
      *    External report layout - one PDFBATCH.LAY line per body
      *    column, positional and comma-padded like PDF-CELL itself:
      *    "WWWWW,HEADING (20 CHARS)      ,A,T,LB  " - width in the
           01 PDF-BURST-SEQ       PIC 9(09)  COMP VALUE 0.
           01 PDF-BURST-SEQ-ED    PIC 9(04).
           01 PDF-BURST-PAGES-ED  PIC Z(05)9.
      *    Delivery-channel routing - each burst file goes where
      *    the customer master's PDF-CMF-DELIVERY says: a line on
      *    the email distribution file with the address, a line
      *    on the portal distribution file, or - print-and-mail -
      *    a section in the one consolidated print-ready PDF,
      *    drawn in a second pass over the extract once the
      *    burst files are done, and listed with its pages on
      *    the print distribution file for the mail room.  A
      *    customer with no preference, an email preference and
      *    no address, or no master record at all goes on the
      *    exception report and is printed, so no statement is
      *    ever left undelivered.  The print table is indexed by
      *    section sequence, which the burst file names already
      *    cap at four digits; a print section past the end of
      *    the table cannot be drawn, so it goes on the exception
      *    report instead and fails the run.
           01 PDF-DIST-EMAIL-FILE PIC X(100)
                                   VALUE "PDFBATCH-DIST-EMAIL.LST".
           01 PDF-DIST-PORTAL-FILE PIC X(100)
                                   VALUE "PDFBATCH-DIST-PORTAL.LST".
           01 PDF-DIST-PRINT-FILE PIC X(100)
                                   VALUE "PDFBATCH-DIST-PRINT.LST".
           01 PDF-PRINT-PDF-FILE  PIC X(100)
                                   VALUE "cobol-pdf-print.pdf".
           01 PDF-ROUTE-CHANNEL   PIC X(01).
              88 PDF-ROUTE-TO-EMAIL      VALUE "E".
              88 PDF-ROUTE-TO-PRINT      VALUE "M".
              88 PDF-ROUTE-TO-PORTAL     VALUE "P".
           01 PDF-ROUTE-MSG       PIC X(40).
           01 PDF-ROUTE-EMAIL-COUNT  PIC 9(09)  COMP VALUE 0.
           01 PDF-ROUTE-PORTAL-COUNT PIC 9(09)  COMP VALUE 0.
           01 PDF-ROUTE-PRINT-COUNT  PIC 9(09)  COMP VALUE 0.
           01 PDF-ROUTE-DEFAULT-COUNT PIC 9(09) COMP VALUE 0.
           01 PDF-ROUTE-LOST-COUNT PIC 9(09)  COMP VALUE 0.
           01 PDF-ROUTE-PRINT-TABLE.
              05 PDF-ROUTE-PRINT-SW  OCCURS 9999 TIMES PIC X(01).
           01 PDF-PRINT-PASS-SW   PIC X(01)  VALUE "N".
              88 PDF-IN-PRINT-PASS       VALUE "Y".
           01 PDF-PRINT-SECT-COUNT PIC 9(09) COMP VALUE 0.
           01 PDF-PRINT-SAVE-DRAWN PIC 9(09) COMP.
           01 PDF-PRINT-SAVE-RECS PIC 9(09)  COMP.
           01 PDF-PRINT-FIRST-PAG PIC 9(06).
           01 PDF-PRINT-PAGES     PIC 9(06).
           01 PDF-PRINT-FIRST-ED  PIC Z(05)9.
      *    Pre-flight validation / reconciliation report - scans
      *    PDF-EXT before drawing begins so a short or garbled
      *    extract shows up as a mismatched reconciliation count
           01 PDF-VAL-GOOD-COUNT  PIC 9(09)  COMP VALUE 0.
           01 PDF-VAL-BLANK-COUNT PIC 9(09)  COMP VALUE 0.
           01 PDF-VAL-OVRSZ-COUNT PIC 9(09)  COMP VALUE 0.
           01 PDF-VAL-HDR-COUNT   PIC 9(09)  COMP VALUE 0.
           01 PDF-VAL-DTL-COUNT   PIC 9(09)  COMP VALUE 0.
           01 PDF-VAL-TRL-COUNT   PIC 9(09)  COMP VALUE 0.
           01 PDF-VAL-OVRSZ-SW    PIC X(01).
              88 PDF-VAL-IS-OVRSZ        VALUE "Y".
           01 PDF-DRAWN-COUNT     PIC 9(09)  COMP VALUE 0.
              88 PDF-REPRINT-BY-RECORD   VALUE "R".
           01 PDF-REPRINT-TITLE   PIC X(20).
           01 PDF-REPRINT-RECNO   PIC 9(09)  COMP VALUE 0.
           01 PDF-RPR-PARSE-IDX   PIC 9(02)  COMP.
           01 PDF-RPR-DIGIT-X     PIC X(01).
           01 PDF-RPR-DIGIT-9 REDEFINES PDF-RPR-DIGIT-X
                                  PIC 9(01).
           01 PDF-REPRINT-FOUND-SW PIC X(01) VALUE "N".
              88 PDF-REPRINT-FOUND       VALUE "Y".
      *    Run history - every run appends a start record to the
      *    permanent PDFBATCH-HISTORY.LOG once it knows its mode,
      *    and an end record with the outcome, counts and elapsed
      *    time when it finishes, for PDFSTATS to summarise at
      *    month end.  The outcome also goes back as RETURN-CODE:
      *    0 clean, 4 finished with unmatched codes, trailer
      *    mismatches, orphan records or statements routed to
      *    print by default, 8 a reprint request that matched
      *    nothing.
           01 PDF-HISTORY-FILE    PIC X(100)
                                   VALUE "PDFBATCH-HISTORY.LOG".
           01 PDF-HST-STATUS      PIC X(02).
           01 PDF-HST-START-DATE  PIC 9(08).
           01 PDF-HST-START-TIME  PIC 9(08).
           01 PDF-HST-END-DATE    PIC 9(08).
           01 PDF-HST-END-TIME    PIC 9(08).
           01 PDF-HST-CLOCK       PIC 9(08).
           01 PDF-HST-CLOCK-R REDEFINES PDF-HST-CLOCK.
              05 PDF-HST-CLOCK-HH PIC 9(02).
              05 PDF-HST-CLOCK-MM PIC 9(02).
              05 PDF-HST-CLOCK-SS PIC 9(02).
              05 PDF-HST-CLOCK-CC PIC 9(02).
           01 PDF-HST-START-CS    PIC 9(08)  COMP.
           01 PDF-HST-END-CS      PIC 9(08)  COMP.
           01 PDF-HST-CS          PIC 9(08)  COMP.
           01 PDF-HST-RUN-MODE    PIC X(01).
           01 PDF-HST-RUN-OUTPUT  PIC X(60).
           01 PDF-HST-RUN-PAGES   PIC 9(07)  COMP VALUE 0.
      *    Section-total history - each full run's customer totals,
      *    kept for PDFVARY's period-over-period comparison.  A
      *    file that will not open costs the comparison, not the
      *    statements: the console says so and the run goes on.
      *    TOTALS= in the options file names another file, or
      *    TOTALS=NONE keeps a report that is not a statement run
      *    (invoices, a summary) out of the comparison.
           01 PDF-TOTALS-FILE     PIC X(100)
                                   VALUE "PDFBATCH-TOTALS.DAT".
           01 PDF-TOT-STATUS      PIC X(02).
           01 PDF-TOT-OPEN-SW     PIC X(01)  VALUE "N".
              88 PDF-TOT-IS-OPEN         VALUE "Y".
      *    Archive section index - where each statement landed:
      *    the file and volume, its pages and its total, for the
      *    PDFRETR customer-service screen.  Written as each
      *    section closes, on full, burst and print-pass output;
      *    once a file is closed its audit checksum goes onto the
      *    records for it, so a retrieval can tell the file on
      *    disk is still the one that went out.  A file that will
      *    not open costs the index, not the statements.  INDEX=
      *    in the options file names another file, or INDEX=NONE
      *    leaves the run out of the index.
           01 PDF-INDEX-FILE      PIC X(100)
                                   VALUE "PDFBATCH-INDEX.DAT".
           01 PDF-IDX-STATUS      PIC X(02).
           01 PDF-IDX-OPEN-SW     PIC X(01)  VALUE "N".
              88 PDF-IDX-IS-OPEN         VALUE "Y".
      *    Keys written to the file still open, waiting for its
      *    checksum.
           01 PDF-IDX-PEND-FILE   PIC X(100) VALUE SPACES.
           01 PDF-IDX-PEND-COUNT  PIC 9(03)  COMP VALUE 0.
           01 PDF-IDX-PEND-IDX    PIC 9(03)  COMP.
           01 PDF-IDX-PEND-TABLE.
              05 PDF-IDX-PEND-KEY OCCURS 60 TIMES PIC X(134).
      *    Postal presort and selection - SORT=CITY or SORT=POSTAL
      *    in the options file puts the statements in the mail
      *    room's order, by the customer master's city or postal
      *    code and then by customer code; SELFROM=/SELTO= keep
      *    only an inclusive range of customer codes (either end
      *    may be left open) and SELFILE= only the codes listed
      *    one per line in the named file - given both, a code
      *    must pass both.  Any of them sends the extract through
      *    a sort into PDFBATCH-PRESORT.DAT, which the run then
      *    draws from in place of the extract.  A statement moves
      *    as a whole: its header, details and trailer all sort on
      *    the header's key and are kept or dropped together, and
      *    an orphan record rides along behind the section before
      *    it, so it still reaches the exception report.  A code
      *    missing from the master, or with no city or postal code
      *    on file, sorts to the end.  Every record dropped is
      *    counted, so the reconciliation log still adds up to the
      *    records read.  None of the keys set means the extract
      *    is drawn as it stands, exactly as before.
           01 PDF-OPT-SORT        PIC X(06)  VALUE SPACES.
              88 PDF-SORT-BY-CITY        VALUE "CITY".
              88 PDF-SORT-BY-POSTAL      VALUE "POSTAL".
           01 PDF-OPT-SELFROM     PIC X(20)  VALUE SPACES.
           01 PDF-OPT-SELTO       PIC X(20)  VALUE SPACES.
           01 PDF-OPT-SELFILE     PIC X(100) VALUE SPACES.
           01 PDF-SORT-WORK-FILE  PIC X(100)
                                   VALUE "PDFBATCH-PRESORT.WRK".
           01 PDF-PRESORT-FILE    PIC X(100)
                                   VALUE "PDFBATCH-PRESORT.DAT".
           01 PDF-PRESORT-SW      PIC X(01)  VALUE "N".
              88 PDF-PRESORT-ACTIVE      VALUE "Y".
           01 PDF-PRE-KEEP-SW     PIC X(01).
              88 PDF-PRE-KEEP            VALUE "Y".
           01 PDF-PRE-IN-GROUP-SW PIC X(01).
              88 PDF-PRE-IN-GROUP        VALUE "Y".
           01 PDF-PRE-GROUP-KEY   PIC X(30).
           01 PDF-PRE-GROUP-CODE  PIC X(20).
           01 PDF-PRE-EOF-SW      PIC X(01).
              88 PDF-PRE-AT-EOF          VALUE "Y".
           01 PDF-PRE-KEPT-COUNT  PIC 9(09)  COMP VALUE 0.
           01 PDF-PRE-DROP-COUNT  PIC 9(09)  COMP VALUE 0.
           01 PDF-SLF-STATUS      PIC X(02).
           01 PDF-SEL-LIST-SW     PIC X(01)  VALUE "N".
              88 PDF-SEL-LIST-LOADED     VALUE "Y".
           01 PDF-SEL-FOUND-SW    PIC X(01).
              88 PDF-SEL-FOUND           VALUE "Y".
           01 PDF-SEL-COUNT       PIC 9(05)  COMP VALUE 0.
           01 PDF-SEL-IDX         PIC 9(05)  COMP.
           01 PDF-SEL-TABLE.
              05 PDF-SEL-CODE     OCCURS 5000 TIMES PIC X(20).
      *    Report catalog - a PDFBATCH-REPORT.CTL file holding the
      *    line REPORT=<name> runs that report from the catalog
      *    PDFBATCH-CATALOG.DAT (see LIB/PDFCAT.FD): its layout,
      *    options file, extract, output, audit log and restart
      *    file replace the PDFBATCH names below, so statements,
      *    invoices and a summary can run one after another
      *    without anyone swapping files.  The PDFSTRM job stream
      *    and the PDFOPER screen write the control file; no
      *    control file, or an empty one, is the run this program
      *    always did.  A name the catalog does not hold stops
      *    the run before anything is drawn, RETURN-CODE 12.
           01 PDF-CATALOG-FILE    PIC X(100)
                                   VALUE "PDFBATCH-CATALOG.DAT".
           01 PDF-CAT-STATUS      PIC X(02).
           01 PDF-REPORT-CTL-FILE PIC X(100)
                                   VALUE "PDFBATCH-REPORT.CTL".
           01 PDF-RPC-STATUS      PIC X(02).
           01 PDF-REPORT-NAME     PIC X(12)  VALUE SPACES.
           01 PDF-REPORT-FOUND-SW PIC X(01)  VALUE "N".
              88 PDF-REPORT-FOUND        VALUE "Y".
           01 PDF-CAT-EOF-SW      PIC X(01).
              88 PDF-CAT-AT-EOF          VALUE "Y".
           01 PDF-REPORT-EXTRACT  PIC X(40)  VALUE SPACES.
           01 PDF-REPORT-OUTPUT   PIC X(40)  VALUE SPACES.
           01 PDF-AUDIT-FILE      PIC X(30)
                                   VALUE "PDFBATCH-AUDIT.LOG".
           01 PDF-RESTART-FILE    PIC X(100) VALUE "PDFBATCH.RST".
       LINKAGE SECTION.
       SCREEN SECTION.
       PROCEDURE DIVISION.
       MAKE-PDF.
           ACCEPT PDF-HST-START-DATE FROM DATE YYYYMMDD
           ACCEPT PDF-HST-START-TIME FROM TIME
      *    The run's identity for the totals and the index.  A
      *    checkpoint restart takes back the one the interrupted
      *    run started with, so the run is filed under one date.
           MOVE PDF-HST-START-DATE TO PDF-RESTART-RUN-DATE
           MOVE PDF-HST-START-TIME TO PDF-RESTART-RUN-TIME
           PERFORM PDF-CHECK-REPORT-REQ
           IF PDF-REPORT-NAME NOT = SPACES AND NOT PDF-REPORT-FOUND
              DISPLAY "PDFBATCH: REPORT " PDF-REPORT-NAME
                 " IS NOT IN THE CATALOG " PDF-CATALOG-FILE
              MOVE 12 TO RETURN-CODE
              GO FIM
           END-IF
           PERFORM PDF-LOAD-LAYOUT
           PERFORM PDF-LOAD-OPTIONS
           IF PDF-REPORT-EXTRACT NOT = SPACES
              MOVE PDF-REPORT-EXTRACT TO PDF-OPT-EXTRACT
           END-IF
           IF PDF-REPORT-OUTPUT NOT = SPACES
              MOVE PDF-REPORT-OUTPUT TO PDF-OPT-OUTPUT
           END-IF
           PERFORM PDF-OPEN-CUSTMAST
           PERFORM PDF-CHECK-REPRINT-REQ
           IF PDF-REPRINT-MODE
              MOVE "R" TO PDF-HST-RUN-MODE
              MOVE "cobol-pdf-reprint.pdf" TO PDF-HST-RUN-OUTPUT
              PERFORM PDF-WRITE-HISTORY-START
              PERFORM PDF-REPRINT-ONE-SECTION
              PERFORM PDF-CLOSE-CUSTMAST
              PERFORM PDF-WRITE-HISTORY-END
              GO FIM
           END-IF
           PERFORM PDF-CHECK-BURST-REQ
           IF PDF-BURST-MODE
              MOVE "B" TO PDF-HST-RUN-MODE
              MOVE PDF-MANIFEST-FILE TO PDF-HST-RUN-OUTPUT
              PERFORM PDF-WRITE-HISTORY-START
              PERFORM PDF-OPEN-INDEX
              PERFORM PDF-RUN-BURST
              PERFORM PDF-CLOSE-INDEX
              PERFORM PDF-CLOSE-CUSTMAST
              PERFORM PDF-WRITE-HISTORY-END
              GO FIM
           END-IF
           MOVE "F" TO PDF-HST-RUN-MODE
           MOVE PDF-OPT-OUTPUT TO PDF-HST-RUN-OUTPUT
           PERFORM PDF-WRITE-HISTORY-START
           IF PDF-TOTALS-FILE NOT = "NONE"
              PERFORM PDF-OPEN-TOTALS
           END-IF
           PERFORM PDF-OPEN-INDEX
           MOVE PDF-OPT-OUTPUT TO PDF-FILE
           MOVE PDF-OPT-EXTRACT TO PDF-EXTRACT-FILE
           MOVE PDF-OPT-PAGESIZE TO PDF-PAGE-SIZE
           PERFORM PDF-SET-CHART-WANTED
           MOVE "Y" TO PDF-VOLUME-WANTED
           MOVE "Y" TO PDF-AUDIT-WANTED
           MOVE PDF-AUDIT-FILE TO PDF-AUDIT-LOG-NAME
           MOVE "STATEMENT" TO PDF-AUDIT-TYPE
           MOVE PDF-RESTART-FILE TO PDF-RESTART-NAME
           IF PDF-VALIDATE-IS-WANTED
              PERFORM PDF-VALIDATE-EXTRACT
           END-IF
           PERFORM PDF-PRESORT-EXTRACT
           PERFORM PDF-OPEN-OUT
           OPEN INPUT PDF-EXT
           MOVE "0800,N" TO PDF-FONT
              PERFORM PDF-SKIP-PROCESSED-EXT
           END-IF
           PERFORM PDF-READ-EXT
           IF PDF-SECT-IS-OPEN
              PERFORM PDF-DRAW-EXT-DETAILS
           END-IF
           PERFORM UNTIL PDF-EXT-AT-EOF
              IF PDF-EXT-IS-DETAIL OR PDF-EXT-IS-TRAILER
                 PERFORM PDF-WRITE-ORPHAN
                 ADD 1 TO PDF-RESTART-REC-COUNT
                 PERFORM PDF-READ-EXT
              ELSE
                 PERFORM PDF-DRAW-EXT-SECTION
              END-IF
           END-PERFORM
           CLOSE PDF-EXT
           PERFORM PDF-END-DOC
           PERFORM PDF-CLOSE-INDEX
           IF PDF-VALIDATE-IS-WANTED
              PERFORM PDF-WRITE-RECON-LOG
           END-IF
           PERFORM PDF-CLOSE-CUSTMAST
           IF PDF-TOT-IS-OPEN
              CLOSE PDF-TOT
              MOVE "N" TO PDF-TOT-OPEN-SW
           END-IF
           MOVE PDF-NUM-PAG TO PDF-HST-RUN-PAGES
           PERFORM PDF-WRITE-HISTORY-END
           GO FIM.
       PDF-READ-EXT.
           READ PDF-EXT
              AT END MOVE "Y" TO PDF-EXT-EOF-SW
              NOT AT END
                 IF PDF-PRESORT-ACTIVE
                    MOVE PDF-EXT-SRC-RECNO TO PDF-EXT-RECNO
                 ELSE
                    ADD 1 TO PDF-EXT-RECNO
                 END-IF
           END-READ.
      *    Draws one full section for the PDF-EXT header (or untyped)
      *    record just read, and leaves the first record after the
      *    section read - shared by the normal batch loop, burst and
      *    the single-section reprint path so all three always
      *    render a section the same way.  An untyped record is the
      *    whole section, drawn exactly as before; a header pulls in
      *    its detail records and trailer through PDF-DRAW-EXT-
      *    DETAILS.  PDF-RESTART-REC-COUNT moves with every record
      *    consumed, so a checkpoint taken on a page break inside a
      *    long statement resumes on the next detail line.
       PDF-DRAW-EXT-SECTION.
           ADD 1 TO PDF-SECT-SEQ
           MOVE PDF-EXT-FIELD (1) TO PDF-SECT-CODE
           MOVE PDF-EXT-RECNO TO PDF-SECT-RECNO
           MOVE ZERO TO PDF-SECT-LINES
           MOVE PDF-EXT-FIELD (1) TO PDF-SECTION-TITLE-IN
           PERFORM PDF-BEGIN-SECTION
           PERFORM PDF-CABEC
           MOVE "05000,00500,0   ,0,C,0" TO PDF-CELL
           MOVE " " TO PDF-CELL-TXT
           PERFORM PDF-DRAW-CELL
           ADD 1 TO PDF-SECT-DRAWN-COUNT
           IF PDF-EXT-IS-HEADER
              MOVE "Y" TO PDF-SECT-OPEN-SW
              ADD 1 TO PDF-RESTART-REC-COUNT
              ADD 1 TO PDF-DRAWN-COUNT
              PERFORM PDF-READ-EXT
              PERFORM PDF-DRAW-EXT-DETAILS
           ELSE
              PERFORM PDF-DRAW-EXT-ROW
              MOVE PDF-SECTION-TOTAL TO PDF-SECT-AMOUNT
              PERFORM PDF-CLOSE-EXT-SECTION
              ADD 1 TO PDF-RESTART-REC-COUNT
              ADD 1 TO PDF-DRAWN-COUNT
              PERFORM PDF-READ-EXT
           END-IF.
       PDF-DRAW-EXT-SECTION-EXIT.
           EXIT.
      *    One body row from the record in hand, under the layout
      *    columns.
       PDF-DRAW-EXT-ROW.
           PERFORM VARYING WIDX FROM 1 BY 1
              UNTIL WIDX > PDF-LAY-COL-COUNT
              MOVE PDF-LAY-CELL (WIDX) TO PDF-CELL
                 MOVE PDF-EXT-FIELD (WIDX) TO PDF-CELL-TXT
                 PERFORM PDF-DRAW-CELL
              END-IF
           END-PERFORM.
       PDF-DRAW-EXT-ROW-EXIT.
           EXIT.
      *    Body of an open header/detail/trailer section: one row
      *    per detail record, then the trailer check, the subtotal
      *    and the section close.  Also entered straight from the
      *    batch loop when a restart resumes inside a statement.
      *    A header or end of file where the trailer should be is
      *    itself a trailer disagreement - the section is still
      *    closed and subtotalled.
       PDF-DRAW-EXT-DETAILS.
           PERFORM UNTIL PDF-EXT-AT-EOF OR NOT PDF-EXT-IS-DETAIL
              PERFORM PDF-DRAW-EXT-ROW
              ADD 1 TO PDF-SECT-LINES
              ADD 1 TO PDF-DTL-DRAWN-COUNT
              ADD 1 TO PDF-RESTART-REC-COUNT
              ADD 1 TO PDF-DRAWN-COUNT
              PERFORM PDF-READ-EXT
           END-PERFORM
           MOVE PDF-SECTION-TOTAL TO PDF-SECT-AMOUNT
           MOVE "N" TO PDF-TRL-FOUND-SW
           MOVE "N" TO PDF-TRL-BAD-SW
           IF NOT PDF-EXT-AT-EOF AND PDF-EXT-IS-TRAILER
              MOVE "Y" TO PDF-TRL-FOUND-SW
              PERFORM PDF-CHECK-EXT-TRAILER
           ELSE
              MOVE "TRAILER MISSING" TO PDF-TRL-MSG
              PERFORM PDF-NOTE-TRAILER-BAD
           END-IF
           IF PDF-TRL-IS-BAD AND NOT PDF-IN-PRINT-PASS
              PERFORM PDF-KEEP-TRAILER-NOTE
           END-IF
           PERFORM PDF-DRAW-SUBTOTAL
           PERFORM PDF-CLOSE-EXT-SECTION
           MOVE "N" TO PDF-SECT-OPEN-SW
           IF PDF-TRL-FOUND
              ADD 1 TO PDF-RESTART-REC-COUNT
              ADD 1 TO PDF-DRAWN-COUNT
              PERFORM PDF-READ-EXT
           END-IF.
       PDF-DRAW-EXT-DETAILS-EXIT.
           EXIT.
      *    Barcode of the section's customer code and the
      *    acknowledgment slip - the close every section gets -
      *    and, on a full run, the section total onto the history.
      *    Every archived section also goes onto the index.
       PDF-CLOSE-EXT-SECTION.
           MOVE "05000,00500,0   ,1,C,0,K" TO PDF-CELL
           MOVE PDF-SECT-CODE TO PDF-CELL-TXT
           PERFORM PDF-DRAW-CELL
           PERFORM PDF-DRAW-ACK-SLIP
           IF PDF-TOT-IS-OPEN AND PDF-SECT-CODE NOT = SPACES
              PERFORM PDF-SAVE-SECTION-TOTAL
           END-IF
           IF PDF-IDX-IS-OPEN AND PDF-SECT-CODE NOT = SPACES
                 AND PDF-SECTION-COUNT > 0
              PERFORM PDF-SAVE-SECTION-INDEX
           END-IF.
       PDF-CLOSE-EXT-SECTION-EXIT.
           EXIT.
      *    One record per code per run date.  A second section for
      *    the same code in this run - or, after a restart, in the
      *    run this one resumes - adds to the record; one left by
      *    an earlier run the same day is replaced.  A section a
      *    restart redraws after it had already closed and been
      *    added in before the interruption is known by where the
      *    extract stood when it closed, and is not added again.
       PDF-SAVE-SECTION-TOTAL.
           MOVE PDF-SECT-CODE TO PDF-TOT-CODE
           MOVE PDF-RESTART-RUN-DATE TO PDF-TOT-RUN-DATE
           READ PDF-TOT
              INVALID KEY
                 MOVE PDF-RESTART-RUN-TIME TO PDF-TOT-RUN-TIME
                 MOVE PDF-SECT-AMOUNT TO PDF-TOT-AMOUNT
                 MOVE 1 TO PDF-TOT-SECTIONS
                 MOVE PDF-SECT-LINES TO PDF-TOT-LINES
                 MOVE PDF-RESTART-REC-COUNT TO PDF-TOT-LAST-POS
                 WRITE PDF-TOT-REC
                    INVALID KEY
                       DISPLAY "PDFBATCH: CANNOT SAVE TOTAL FOR "
                          PDF-SECT-CODE
                 END-WRITE
              NOT INVALID KEY
                 IF PDF-TOT-LAST-POS IS NOT NUMERIC
                    MOVE ZERO TO PDF-TOT-LAST-POS
                 END-IF
                 IF PDF-TOT-RUN-TIME = PDF-RESTART-RUN-TIME
                    IF PDF-TOT-LAST-POS < PDF-RESTART-REC-COUNT
                       ADD PDF-SECT-AMOUNT TO PDF-TOT-AMOUNT
                       ADD 1 TO PDF-TOT-SECTIONS
                       ADD PDF-SECT-LINES TO PDF-TOT-LINES
                       MOVE PDF-RESTART-REC-COUNT TO PDF-TOT-LAST-POS
                    END-IF
                 ELSE
                    MOVE PDF-RESTART-RUN-TIME TO PDF-TOT-RUN-TIME
                    MOVE PDF-SECT-AMOUNT TO PDF-TOT-AMOUNT
                    MOVE 1 TO PDF-TOT-SECTIONS
                    MOVE PDF-SECT-LINES TO PDF-TOT-LINES
                    MOVE PDF-RESTART-REC-COUNT TO PDF-TOT-LAST-POS
                 END-IF
                 REWRITE PDF-TOT-REC
                    INVALID KEY
                       DISPLAY "PDFBATCH: CANNOT SAVE TOTAL FOR "
                          PDF-SECT-CODE
                 END-REWRITE
           END-READ.
       PDF-SAVE-SECTION-TOTAL-EXIT.
           EXIT.
      *    Created empty on first use.
       PDF-OPEN-TOTALS.
           OPEN I-O PDF-TOT
           IF PDF-TOT-STATUS = "35"
              OPEN OUTPUT PDF-TOT
              CLOSE PDF-TOT
              OPEN I-O PDF-TOT
           END-IF
           IF PDF-TOT-STATUS = "00"
              MOVE "Y" TO PDF-TOT-OPEN-SW
           ELSE
              DISPLAY "PDFBATCH: SECTION TOTAL HISTORY NOT AVAILABLE ("
                 PDF-TOT-STATUS ") - TOTALS NOT SAVED"
           END-IF.
       PDF-OPEN-TOTALS-EXIT.
           EXIT.
      *    The section just closed, from the engine's section
      *    table: its first page and page object as recorded when
      *    it began (restored from the checkpoint after a restart
      *    that picks up inside it), its last page the one in
      *    hand.  A section never splits across volumes, so the
      *    file open now holds all of it.  A file name change
      *    means the volume before has been finished and its
      *    checksum is known.
       PDF-SAVE-SECTION-INDEX.
           IF PDF-IDX-PEND-COUNT > 0
                 AND PDF-IDX-PEND-FILE NOT = PDF-FILE
              PERFORM PDF-STAMP-INDEX-CHECKSUM
           END-IF
           MOVE SPACES TO PDF-IDX-REC
           MOVE PDF-SECT-CODE TO PDF-IDX-CODE
           MOVE PDF-RESTART-RUN-DATE TO PDF-IDX-RUN-DATE
           MOVE PDF-FILE TO PDF-IDX-FILE
           MOVE PDF-SECTION-PAGE (PDF-SECTION-COUNT)
              TO PDF-IDX-FIRST-PAGE
           MOVE PDF-RESTART-RUN-TIME TO PDF-IDX-RUN-TIME
           MOVE PDF-AUDIT-TYPE TO PDF-IDX-TYPE
           MOVE PDF-REPORT-NAME TO PDF-IDX-REPORT
           MOVE PDF-VOLUME-NUM TO PDF-IDX-VOLUME
           MOVE PDF-NUM-PAG TO PDF-IDX-LAST-PAGE
           MOVE PDF-SECTION-PAGE-OBJ (PDF-SECTION-COUNT)
              TO PDF-IDX-PAGE-OBJ
           COMPUTE PDF-IDX-PAGES =
              PDF-NUM-PAG - PDF-SECTION-PAGE (PDF-SECTION-COUNT) + 1
           MOVE PDF-SECT-AMOUNT TO PDF-IDX-AMOUNT
           MOVE ZERO TO PDF-IDX-CHECKSUM
           WRITE PDF-IDX-REC
              INVALID KEY
                 REWRITE PDF-IDX-REC
                    INVALID KEY
                       DISPLAY "PDFBATCH: CANNOT INDEX SECTION FOR "
                          PDF-SECT-CODE
                 END-REWRITE
           END-WRITE
           IF PDF-IDX-PEND-COUNT < 60
              ADD 1 TO PDF-IDX-PEND-COUNT
              MOVE PDF-IDX-KEY TO PDF-IDX-PEND-KEY (PDF-IDX-PEND-COUNT)
              MOVE PDF-FILE TO PDF-IDX-PEND-FILE
           END-IF.
       PDF-SAVE-SECTION-INDEX-EXIT.
           EXIT.
      *    PDF-END-DOC has just closed the file the pending keys
      *    point at, and left its checksum in PDF-CHECKSUM.
       PDF-STAMP-INDEX-CHECKSUM.
           MOVE 1 TO PDF-IDX-PEND-IDX
           PERFORM UNTIL PDF-IDX-PEND-IDX > PDF-IDX-PEND-COUNT
              MOVE PDF-IDX-PEND-KEY (PDF-IDX-PEND-IDX) TO PDF-IDX-KEY
              READ PDF-IDX
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PDF-CHECKSUM TO PDF-IDX-CHECKSUM
                    REWRITE PDF-IDX-REC
                       INVALID KEY
                          CONTINUE
                    END-REWRITE
              END-READ
              ADD 1 TO PDF-IDX-PEND-IDX
           END-PERFORM
           MOVE ZERO TO PDF-IDX-PEND-COUNT
           MOVE SPACES TO PDF-IDX-PEND-FILE.
       PDF-STAMP-INDEX-CHECKSUM-EXIT.
           EXIT.
      *    Created empty on first use, like the totals.
       PDF-OPEN-INDEX.
           MOVE ZERO TO PDF-IDX-PEND-COUNT
           IF PDF-INDEX-FILE NOT = "NONE"
              OPEN I-O PDF-IDX
              IF PDF-IDX-STATUS = "35"
                 OPEN OUTPUT PDF-IDX
                 CLOSE PDF-IDX
                 OPEN I-O PDF-IDX
              END-IF
              IF PDF-IDX-STATUS = "00"
                 MOVE "Y" TO PDF-IDX-OPEN-SW
              ELSE
                 DISPLAY "PDFBATCH: SECTION INDEX NOT AVAILABLE ("
                    PDF-IDX-STATUS ") - SECTIONS NOT INDEXED"
              END-IF
           END-IF.
       PDF-OPEN-INDEX-EXIT.
           EXIT.
      *    After the run's last PDF-END-DOC.
       PDF-CLOSE-INDEX.
           IF PDF-IDX-IS-OPEN
              IF PDF-IDX-PEND-COUNT > 0
                 PERFORM PDF-STAMP-INDEX-CHECKSUM
              END-IF
              CLOSE PDF-IDX
              MOVE "N" TO PDF-IDX-OPEN-SW
           END-IF.
       PDF-CLOSE-INDEX-EXIT.
           EXIT.
      *    The trailer in hand against what was drawn: its code
      *    against the header's, field 2 against the detail lines
      *    drawn, field 3 against the section total.  A blank count
      *    or amount field is not checked - the extract did not
      *    claim one.
       PDF-CHECK-EXT-TRAILER.
           IF PDF-EXT-FIELD (1) NOT = PDF-SECT-CODE
              MOVE "TRAILER CODE MISMATCH" TO PDF-TRL-MSG
              PERFORM PDF-NOTE-TRAILER-BAD
           END-IF
           MOVE PDF-SECT-LINES TO PDF-TRL-EXP-LINES
           IF PDF-EXT-FIELD (2) NOT = SPACES
              MOVE 2 TO WIDX
              PERFORM PDF-PARSE-EXT-NUM
              MOVE PDF-NUM-PARSE-INT TO PDF-TRL-EXP-LINES
           END-IF
           MOVE PDF-SECT-AMOUNT TO PDF-TRL-EXP-AMOUNT
           IF PDF-EXT-FIELD (3) NOT = SPACES
              MOVE 3 TO WIDX
              PERFORM PDF-PARSE-EXT-NUM
              MOVE PDF-CELL-NUM TO PDF-TRL-EXP-AMOUNT
           END-IF
           IF PDF-TRL-EXP-LINES NOT = PDF-SECT-LINES
              MOVE "TRAILER LINE COUNT MISMATCH" TO PDF-TRL-MSG
              PERFORM PDF-NOTE-TRAILER-BAD
           END-IF
           IF PDF-TRL-EXP-AMOUNT NOT = PDF-SECT-AMOUNT
              MOVE "TRAILER AMOUNT MISMATCH" TO PDF-TRL-MSG
              PERFORM PDF-NOTE-TRAILER-BAD
           END-IF.
       PDF-CHECK-EXT-TRAILER-EXIT.
           EXIT.
      *    One trailer disagreement - a line on the exception report.
      *    The print pass redraws sections the burst pass already
      *    reported on, so it leaves the report alone.
       PDF-NOTE-TRAILER-BAD.
           MOVE "Y" TO PDF-TRL-BAD-SW
           IF NOT PDF-IN-PRINT-PASS
              PERFORM PDF-OPEN-EXCEPT
              MOVE PDF-EXT-RECNO TO PDF-VAL-COUNT-ED
              IF NOT PDF-TRL-FOUND
                 MOVE PDF-SECT-RECNO TO PDF-VAL-COUNT-ED
              END-IF
              MOVE SPACES TO PDF-EXC-REC
              STRING "RECORD " DELIMITED SIZE
                 PDF-VAL-COUNT-ED DELIMITED SIZE
                 " CODE " DELIMITED SIZE
                 PDF-SECT-CODE DELIMITED SIZE
                 " " DELIMITED SIZE
                 PDF-TRL-MSG DELIMITED SIZE
                 INTO PDF-EXC-REC
              WRITE PDF-EXC-REC
           END-IF.
       PDF-NOTE-TRAILER-BAD-EXIT.
           EXIT.
      *    A section whose trailer disagreed counts once, and - for
      *    the first 50 - keeps a line with its drawn and expected
      *    figures for the reconciliation log.
       PDF-KEEP-TRAILER-NOTE.
           ADD 1 TO PDF-TRL-BAD-COUNT
           IF PDF-TRL-NOTE-COUNT < 50
              ADD 1 TO PDF-TRL-NOTE-COUNT
              MOVE PDF-SECT-LINES TO PDF-TRL-LINES-ED
              MOVE PDF-SECT-AMOUNT TO PDF-TRL-AMOUNT-ED
              MOVE SPACES TO PDF-TRL-NOTE (PDF-TRL-NOTE-COUNT)
              IF PDF-TRL-FOUND
                 MOVE PDF-TRL-EXP-LINES TO PDF-TRL-EXP-LINES-ED
                 MOVE PDF-TRL-EXP-AMOUNT TO PDF-TRL-EXP-AMT-ED
                 STRING "TRAILER " DELIMITED SIZE
                    PDF-SECT-CODE DELIMITED SIZE
                    " LINES " DELIMITED SIZE
                    PDF-TRL-LINES-ED DELIMITED SIZE
                    "/" DELIMITED SIZE
                    PDF-TRL-EXP-LINES-ED DELIMITED SIZE
                    " AMOUNT " DELIMITED SIZE
                    PDF-TRL-AMOUNT-ED DELIMITED SIZE
                    "/" DELIMITED SIZE
                    PDF-TRL-EXP-AMT-ED DELIMITED SIZE
                    INTO PDF-TRL-NOTE (PDF-TRL-NOTE-COUNT)
              ELSE
                 STRING "TRAILER " DELIMITED SIZE
                    PDF-SECT-CODE DELIMITED SIZE
                    " LINES " DELIMITED SIZE
                    PDF-TRL-LINES-ED DELIMITED SIZE
                    " AMOUNT " DELIMITED SIZE
                    PDF-TRL-AMOUNT-ED DELIMITED SIZE
                    " NO TRAILER" DELIMITED SIZE
                    INTO PDF-TRL-NOTE (PDF-TRL-NOTE-COUNT)
              END-IF
           END-IF.
       PDF-KEEP-TRAILER-NOTE-EXIT.
           EXIT.
      *    A detail or trailer record with no header open ahead of
      *    it cannot be drawn under anyone's name - it goes on the
      *    exception report and the run carries on.
       PDF-WRITE-ORPHAN.
           ADD 1 TO PDF-ORPHAN-COUNT
           PERFORM PDF-OPEN-EXCEPT
           MOVE PDF-EXT-RECNO TO PDF-VAL-COUNT-ED
           MOVE SPACES TO PDF-EXC-REC
           IF PDF-EXT-IS-DETAIL
              MOVE "DETAIL WITHOUT HEADER" TO PDF-TRL-MSG
           ELSE
              MOVE "TRAILER WITHOUT HEADER" TO PDF-TRL-MSG
           END-IF
           STRING "RECORD " DELIMITED SIZE
              PDF-VAL-COUNT-ED DELIMITED SIZE
              " CODE " DELIMITED SIZE
              PDF-EXT-FIELD (1) DELIMITED SIZE
              " " DELIMITED SIZE
              PDF-TRL-MSG DELIMITED SIZE
              INTO PDF-EXC-REC
           WRITE PDF-EXC-REC.
       PDF-WRITE-ORPHAN-EXIT.
           EXIT.
      *    Looks for a report control file naming a catalog report
      *    and, when there is one, takes that report's file names
      *    from its catalog line - the first line carrying the name.
       PDF-CHECK-REPORT-REQ.
           OPEN INPUT PDF-RPC
           IF PDF-RPC-STATUS = "00"
              READ PDF-RPC
                 NOT AT END
                    IF PDF-RPC-REC (1:7) = "REPORT="
                       MOVE PDF-RPC-REC (8:12) TO PDF-REPORT-NAME
                    ELSE
                       IF PDF-RPC-REC NOT = SPACES
                          DISPLAY "PDFBATCH: UNRECOGNIZED REPORT "
                             "CONTROL LINE IGNORED: "
                             PDF-RPC-REC (1:40)
                       END-IF
                    END-IF
              END-READ
              CLOSE PDF-RPC
           END-IF
           IF PDF-REPORT-NAME NOT = SPACES
              OPEN INPUT PDF-CAT
              IF PDF-CAT-STATUS = "00"
                 MOVE "N" TO PDF-CAT-EOF-SW
                 PERFORM UNTIL PDF-CAT-AT-EOF OR PDF-REPORT-FOUND
                    READ PDF-CAT
                       AT END
                          MOVE "Y" TO PDF-CAT-EOF-SW
                       NOT AT END
                          IF PDF-CAT-REC (1:1) NOT = "*"
                                AND PDF-CAT-NAME = PDF-REPORT-NAME
                             MOVE "Y" TO PDF-REPORT-FOUND-SW
                             PERFORM PDF-TAKE-REPORT-NAMES
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PDF-CAT
              END-IF
           END-IF.
       PDF-CHECK-REPORT-REQ-EXIT.
           EXIT.
       PDF-TAKE-REPORT-NAMES.
           IF PDF-CAT-LAYOUT NOT = SPACES
              MOVE PDF-CAT-LAYOUT TO PDF-LAYOUT-FILE
           END-IF
           IF PDF-CAT-OPTIONS NOT = SPACES
              MOVE PDF-CAT-OPTIONS TO PDF-OPT-CTL-FILE
           END-IF
           IF PDF-CAT-AUDIT NOT = SPACES
              MOVE PDF-CAT-AUDIT TO PDF-AUDIT-FILE
           END-IF
           IF PDF-CAT-RESTART NOT = SPACES
              MOVE PDF-CAT-RESTART TO PDF-RESTART-FILE
           END-IF
           MOVE PDF-CAT-EXTRACT TO PDF-REPORT-EXTRACT
           MOVE PDF-CAT-OUTPUT TO PDF-REPORT-OUTPUT.
       PDF-TAKE-REPORT-NAMES-EXIT.
           EXIT.
      *    Looks for the operator's reprint control file - absent (or
      *    unreadable) means a normal full batch run.  One line,
           MOVE PDF-OPT-COMPRESS TO PDF-COMPRESS-WANTED
           MOVE "N" TO PDF-TOC-WANTED
           MOVE SPACES TO PDF-RESTART-NAME
           MOVE "Y" TO PDF-AUDIT-WANTED
           MOVE PDF-AUDIT-FILE TO PDF-AUDIT-LOG-NAME
           MOVE "REPRINT" TO PDF-AUDIT-TYPE
           PERFORM PDF-PRESORT-EXTRACT
           PERFORM PDF-OPEN-OUT
           OPEN INPUT PDF-EXT
           MOVE "0800,N" TO PDF-FONT
           PERFORM PDF-SET-FONT
      *    Only a header or untyped record can start the section
      *    asked for; the ones passed over still count toward the
      *    section sequence so the reprinted slip's field names
      *    match the ones on the original.
           PERFORM PDF-READ-EXT
           PERFORM UNTIL PDF-EXT-AT-EOF OR PDF-REPRINT-FOUND
              IF PDF-EXT-IS-DETAIL OR PDF-EXT-IS-TRAILER
                 PERFORM PDF-READ-EXT
              ELSE
                 IF (PDF-REPRINT-BY-TITLE
                       AND PDF-EXT-FIELD (1) = PDF-REPRINT-TITLE)
                    OR (PDF-REPRINT-BY-RECORD
                       AND PDF-EXT-RECNO = PDF-REPRINT-RECNO)
                    MOVE "Y" TO PDF-REPRINT-FOUND-SW
                    PERFORM PDF-DRAW-EXT-SECTION
                 ELSE
                    ADD 1 TO PDF-SECT-SEQ
                    PERFORM PDF-READ-EXT
                 END-IF
              END-IF
           END-PERFORM
           CLOSE PDF-EXT
           IF PDF-REPRINT-FOUND
              MOVE PDF-SECT-CODE TO PDF-AUDIT-CODE
              PERFORM PDF-END-DOC
              MOVE PDF-PAGE-COUNT TO PDF-HST-RUN-PAGES
              DISPLAY "PDFBATCH: REPRINTED SECTION TO " PDF-FILE
           ELSE
              CLOSE PDF-OUT
              MOVE "N" TO PDF-FILE-OPEN-SW
              DISPLAY "PDFBATCH: REPRINT REQUEST NOT MATCHED IN "
                 PDF-OPT-EXTRACT
           END-IF.
       PDF-REPRINT-ONE-SECTION-EXIT.
           EXIT.
                 ELSE
                    ADD 1 TO PDF-VAL-GOOD-COUNT
                 END-IF
                 EVALUATE TRUE
                    WHEN PDF-EXT-IS-HEADER
                       ADD 1 TO PDF-VAL-HDR-COUNT
                    WHEN PDF-EXT-IS-DETAIL
                       ADD 1 TO PDF-VAL-DTL-COUNT
                    WHEN PDF-EXT-IS-TRAILER
                       ADD 1 TO PDF-VAL-TRL-COUNT
                 END-EVALUATE
              END-IF
              PERFORM PDF-READ-EXT
           END-PERFORM
           CLOSE PDF-EXT
           MOVE ZERO TO PDF-EXT-RECNO
           MOVE "N" TO PDF-EXT-EOF-SW.
       PDF-VALIDATE-EXTRACT-EXIT.
           EXIT.
           OPEN OUTPUT PDF-RECON
           MOVE SPACES TO PDF-RECON-REC
           STRING "EXTRACT FILE: " DELIMITED SIZE
              PDF-OPT-EXTRACT DELIMITED SPACE
              INTO PDF-RECON-REC
           WRITE PDF-RECON-REC
           MOVE PDF-VAL-READ-COUNT TO PDF-VAL-COUNT-ED
              PDF-VAL-COUNT-ED DELIMITED SIZE
              INTO PDF-RECON-REC
           WRITE PDF-RECON-REC
           IF PDF-PRESORT-ACTIVE
              PERFORM PDF-WRITE-RECON-PRESORT
           END-IF
           IF PDF-VAL-HDR-COUNT > 0 OR PDF-VAL-DTL-COUNT > 0
                 OR PDF-VAL-TRL-COUNT > 0
              PERFORM PDF-WRITE-RECON-GROUPS
           END-IF
           CLOSE PDF-RECON.
       PDF-WRITE-RECON-LOG-EXIT.
           EXIT.
      *    The header/detail/trailer side of the reconciliation -
      *    only written when the extract carried record types, so
      *    an untyped extract's log reads exactly as it always did.
       PDF-WRITE-RECON-GROUPS.
           MOVE PDF-VAL-HDR-COUNT TO PDF-VAL-COUNT-ED
           MOVE SPACES TO PDF-RECON-REC
           STRING "HEADER RECORDS:   " DELIMITED SIZE
              PDF-VAL-COUNT-ED DELIMITED SIZE
              INTO PDF-RECON-REC
           WRITE PDF-RECON-REC
           MOVE PDF-VAL-DTL-COUNT TO PDF-VAL-COUNT-ED
           MOVE SPACES TO PDF-RECON-REC
           STRING "DETAIL RECORDS:   " DELIMITED SIZE
              PDF-VAL-COUNT-ED DELIMITED SIZE
              INTO PDF-RECON-REC
           WRITE PDF-RECON-REC
           MOVE PDF-VAL-TRL-COUNT TO PDF-VAL-COUNT-ED
           MOVE SPACES TO PDF-RECON-REC
           STRING "TRAILER RECORDS:  " DELIMITED SIZE
              PDF-VAL-COUNT-ED DELIMITED SIZE
              INTO PDF-RECON-REC
           WRITE PDF-RECON-REC
           MOVE PDF-SECT-DRAWN-COUNT TO PDF-VAL-COUNT-ED
           MOVE SPACES TO PDF-RECON-REC
           STRING "SECTIONS DRAWN:   " DELIMITED SIZE
              PDF-VAL-COUNT-ED DELIMITED SIZE
              INTO PDF-RECON-REC
           WRITE PDF-RECON-REC
           MOVE PDF-DTL-DRAWN-COUNT TO PDF-VAL-COUNT-ED
           MOVE SPACES TO PDF-RECON-REC
           STRING "DETAIL LINES:     " DELIMITED SIZE
              PDF-VAL-COUNT-ED DELIMITED SIZE
              INTO PDF-RECON-REC
           WRITE PDF-RECON-REC
           MOVE PDF-ORPHAN-COUNT TO PDF-VAL-COUNT-ED
           MOVE SPACES TO PDF-RECON-REC
           STRING "ORPHAN RECORDS:   " DELIMITED SIZE
              PDF-VAL-COUNT-ED DELIMITED SIZE
              INTO PDF-RECON-REC
           WRITE PDF-RECON-REC
           MOVE PDF-TRL-BAD-COUNT TO PDF-VAL-COUNT-ED
           MOVE SPACES TO PDF-RECON-REC
           STRING "TRAILER MISMATCH: " DELIMITED SIZE
              PDF-VAL-COUNT-ED DELIMITED SIZE
              INTO PDF-RECON-REC
           WRITE PDF-RECON-REC
           PERFORM VARYING PDF-TRL-NOTE-IDX FROM 1 BY 1
              UNTIL PDF-TRL-NOTE-IDX > PDF-TRL-NOTE-COUNT
              MOVE PDF-TRL-NOTE (PDF-TRL-NOTE-IDX) TO PDF-RECON-REC
              WRITE PDF-RECON-REC
           END-PERFORM
           IF PDF-TRL-BAD-COUNT > PDF-TRL-NOTE-COUNT
              MOVE SPACES TO PDF-RECON-REC
              STRING "FURTHER TRAILER MISMATCHES ON " DELIMITED SIZE
                 PDF-EXCEPT-FILE DELIMITED SPACE
                 INTO PDF-RECON-REC
              WRITE PDF-RECON-REC
           END-IF.
       PDF-WRITE-RECON-GROUPS-EXIT.
           EXIT.
      *    The presort-and-selection side of the reconciliation -
      *    what the stage was asked to do, and how many extract
      *    records it held back, so records read still balances.
       PDF-WRITE-RECON-PRESORT.
           MOVE SPACES TO PDF-RECON-REC
           IF PDF-OPT-SORT = SPACES
              MOVE "PRESORT KEY:      NONE" TO PDF-RECON-REC
           ELSE
              STRING "PRESORT KEY:      " DELIMITED SIZE
                 PDF-OPT-SORT DELIMITED SPACE
                 INTO PDF-RECON-REC
           END-IF
           WRITE PDF-RECON-REC
           IF PDF-OPT-SELFROM NOT = SPACES
              MOVE SPACES TO PDF-RECON-REC
              STRING "SELECT FROM CODE: " DELIMITED SIZE
                 PDF-OPT-SELFROM DELIMITED SIZE
                 INTO PDF-RECON-REC
              WRITE PDF-RECON-REC
           END-IF
           IF PDF-OPT-SELTO NOT = SPACES
              MOVE SPACES TO PDF-RECON-REC
              STRING "SELECT TO CODE:   " DELIMITED SIZE
                 PDF-OPT-SELTO DELIMITED SIZE
                 INTO PDF-RECON-REC
              WRITE PDF-RECON-REC
           END-IF
           IF PDF-SEL-LIST-LOADED
              MOVE PDF-SEL-COUNT TO PDF-VAL-COUNT-ED
              MOVE SPACES TO PDF-RECON-REC
              STRING "SELECT CODE LIST: " DELIMITED SIZE
                 PDF-OPT-SELFILE DELIMITED SPACE
                 " (" DELIMITED SIZE
                 PDF-VAL-COUNT-ED DELIMITED SIZE
                 " CODES)" DELIMITED SIZE
                 INTO PDF-RECON-REC
              WRITE PDF-RECON-REC
           END-IF
           MOVE PDF-PRE-DROP-COUNT TO PDF-VAL-COUNT-ED
           MOVE SPACES TO PDF-RECON-REC
           STRING "RECORDS DROPPED:  " DELIMITED SIZE
              PDF-VAL-COUNT-ED DELIMITED SIZE
              INTO PDF-RECON-REC
           WRITE PDF-RECON-REC.
       PDF-WRITE-RECON-PRESORT-EXIT.
           EXIT.
      *    Presort and selection ahead of the drawing loop - run by
      *    the full, burst and reprint paths alike once their
      *    options are in, so a reprint finds the sections in the
      *    same order, with the same sequence behind the slip field
      *    names, as the run it repeats.  Does nothing unless one
      *    of SORT=, SELFROM=, SELTO= or SELFILE= is set; otherwise
      *    leaves PDF-EXTRACT-FILE naming the sorted copy, whose
      *    records still report their original extract positions.
       PDF-PRESORT-EXTRACT.
           IF PDF-OPT-SORT NOT = SPACES
                 OR PDF-OPT-SELFROM NOT = SPACES
                 OR PDF-OPT-SELTO NOT = SPACES
                 OR PDF-OPT-SELFILE NOT = SPACES
              IF PDF-OPT-SELFILE NOT = SPACES
                 PERFORM PDF-LOAD-SELECTION
              END-IF
              IF PDF-OPT-SORT NOT = SPACES AND NOT PDF-CMF-IS-OPEN
                 DISPLAY "PDFBATCH: NO CUSTOMER MASTER - PRESORT "
                    "FALLS BACK TO CUSTOMER CODE ORDER"
              END-IF
              MOVE ZERO TO PDF-PRE-KEPT-COUNT
              MOVE ZERO TO PDF-PRE-DROP-COUNT
              SORT PDF-PSW
                 ON ASCENDING KEY PDF-PSW-KEY PDF-PSW-CODE
                                  PDF-PSW-RECNO
                 INPUT PROCEDURE IS PDF-PRESORT-IN
                 OUTPUT PROCEDURE IS PDF-PRESORT-OUT
              IF SORT-RETURN NOT = 0
                 DISPLAY "PDFBATCH: PRESORT OF THE EXTRACT FAILED - "
                    "RUN STOPPED"
                 MOVE 12 TO RETURN-CODE
                 GO FIM
              END-IF
              MOVE PDF-PRESORT-FILE TO PDF-EXTRACT-FILE
              MOVE "Y" TO PDF-PRESORT-SW
              MOVE ZERO TO PDF-EXT-RECNO
              MOVE "N" TO PDF-EXT-EOF-SW
              MOVE PDF-PRE-DROP-COUNT TO PDF-VAL-COUNT-ED
              DISPLAY "PDFBATCH: EXTRACT PRESORTED - "
                 PDF-VAL-COUNT-ED " RECORDS DROPPED BY SELECTION"
           END-IF.
       PDF-PRESORT-EXTRACT-EXIT.
           EXIT.
      *    The sort's input side - every extract record goes in
      *    under its statement's key, or is counted dropped.
       PDF-PRESORT-IN.
           MOVE PDF-OPT-EXTRACT TO PDF-EXTRACT-FILE
           MOVE ZERO TO PDF-EXT-RECNO
           MOVE "N" TO PDF-EXT-EOF-SW
           MOVE LOW-VALUES TO PDF-PRE-GROUP-KEY
           MOVE LOW-VALUES TO PDF-PRE-GROUP-CODE
           MOVE "Y" TO PDF-PRE-KEEP-SW
           MOVE "N" TO PDF-PRE-IN-GROUP-SW
           OPEN INPUT PDF-EXT
           PERFORM PDF-READ-EXT
           PERFORM UNTIL PDF-EXT-AT-EOF
              EVALUATE TRUE
                 WHEN PDF-EXT-IS-HEADER
                    PERFORM PDF-PRESORT-NEW-GROUP
                    MOVE "Y" TO PDF-PRE-IN-GROUP-SW
                 WHEN PDF-EXT-IS-DETAIL OR PDF-EXT-IS-TRAILER
                    IF NOT PDF-PRE-IN-GROUP
                       MOVE "Y" TO PDF-PRE-KEEP-SW
                    END-IF
                 WHEN OTHER
                    PERFORM PDF-PRESORT-NEW-GROUP
                    MOVE "N" TO PDF-PRE-IN-GROUP-SW
              END-EVALUATE
              IF PDF-PRE-KEEP
                 MOVE PDF-PRE-GROUP-KEY TO PDF-PSW-KEY
                 MOVE PDF-PRE-GROUP-CODE TO PDF-PSW-CODE
                 MOVE PDF-EXT-RECNO TO PDF-PSW-RECNO
                 MOVE PDF-EXT-REC (1:201) TO PDF-PSW-DATA
                 RELEASE PDF-PSW-REC
              ELSE
                 ADD 1 TO PDF-PRE-DROP-COUNT
              END-IF
              IF PDF-EXT-IS-TRAILER
                 MOVE "N" TO PDF-PRE-IN-GROUP-SW
              END-IF
              PERFORM PDF-READ-EXT
           END-PERFORM
           CLOSE PDF-EXT.
       PDF-PRESORT-IN-EXIT.
           EXIT.
      *    A header or untyped record starts a statement - decide
      *    whether it is selected, and look up its sort key.  With
      *    no sort key asked for, every statement sorts alike and
      *    the extract's own order stands.
       PDF-PRESORT-NEW-GROUP.
           MOVE PDF-EXT-FIELD (1) TO PDF-PRE-GROUP-CODE
           PERFORM PDF-PRESORT-SELECT
           IF PDF-OPT-SORT = SPACES
              MOVE SPACES TO PDF-PRE-GROUP-KEY
              MOVE SPACES TO PDF-PRE-GROUP-CODE
           ELSE
              MOVE HIGH-VALUES TO PDF-PRE-GROUP-KEY
              IF PDF-CMF-IS-OPEN
                 MOVE PDF-PRE-GROUP-CODE TO PDF-CMF-CODE
                 READ PDF-CMF
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF PDF-SORT-BY-CITY
                             AND PDF-CMF-CITY NOT = SPACES
                          MOVE PDF-CMF-CITY TO PDF-PRE-GROUP-KEY
                       END-IF
                       IF PDF-SORT-BY-POSTAL
                             AND PDF-CMF-POSTAL NOT = SPACES
                          MOVE PDF-CMF-POSTAL TO PDF-PRE-GROUP-KEY
                       END-IF
                 END-READ
              END-IF
           END-IF.
       PDF-PRESORT-NEW-GROUP-EXIT.
           EXIT.
       PDF-PRESORT-SELECT.
           MOVE "Y" TO PDF-PRE-KEEP-SW
           IF PDF-OPT-SELFROM NOT = SPACES
                 AND PDF-PRE-GROUP-CODE < PDF-OPT-SELFROM
              MOVE "N" TO PDF-PRE-KEEP-SW
           END-IF
           IF PDF-OPT-SELTO NOT = SPACES
                 AND PDF-PRE-GROUP-CODE > PDF-OPT-SELTO
              MOVE "N" TO PDF-PRE-KEEP-SW
           END-IF
           IF PDF-PRE-KEEP AND PDF-SEL-LIST-LOADED
              MOVE "N" TO PDF-SEL-FOUND-SW
              PERFORM VARYING PDF-SEL-IDX FROM 1 BY 1
                 UNTIL PDF-SEL-IDX > PDF-SEL-COUNT OR PDF-SEL-FOUND
                 IF PDF-SEL-CODE (PDF-SEL-IDX) = PDF-PRE-GROUP-CODE
                    MOVE "Y" TO PDF-SEL-FOUND-SW
                 END-IF
              END-PERFORM
              IF NOT PDF-SEL-FOUND
                 MOVE "N" TO PDF-PRE-KEEP-SW
              END-IF
           END-IF.
       PDF-PRESORT-SELECT-EXIT.
           EXIT.
      *    The sort's output side - the kept records, in order, as
      *    the copy of the extract the run draws from, each with
      *    its original record number behind the type byte.
       PDF-PRESORT-OUT.
           MOVE PDF-PRESORT-FILE TO PDF-EXTRACT-FILE
           OPEN OUTPUT PDF-EXT
           MOVE "N" TO PDF-PRE-EOF-SW
           PERFORM PDF-PRESORT-RETURN
           PERFORM UNTIL PDF-PRE-AT-EOF
              MOVE PDF-PSW-DATA TO PDF-EXT-REC
              MOVE PDF-PSW-RECNO TO PDF-EXT-SRC-RECNO
              WRITE PDF-EXT-REC
              ADD 1 TO PDF-PRE-KEPT-COUNT
              PERFORM PDF-PRESORT-RETURN
           END-PERFORM
           CLOSE PDF-EXT.
       PDF-PRESORT-OUT-EXIT.
           EXIT.
       PDF-PRESORT-RETURN.
           RETURN PDF-PSW
              AT END MOVE "Y" TO PDF-PRE-EOF-SW
           END-RETURN.
       PDF-PRESORT-RETURN-EXIT.
           EXIT.
      *    SELFILE= names a list of customer codes, one per line
      *    from column one.  A list that cannot be read stops the
      *    run rather than quietly printing every customer.
       PDF-LOAD-SELECTION.
           MOVE ZERO TO PDF-SEL-COUNT
           OPEN INPUT PDF-SLF
           IF PDF-SLF-STATUS NOT = "00"
              DISPLAY "PDFBATCH: SELECTION FILE CANNOT BE OPENED ("
                 PDF-SLF-STATUS "): " PDF-OPT-SELFILE
              MOVE 12 TO RETURN-CODE
              GO FIM
           END-IF
           MOVE "N" TO PDF-PRE-EOF-SW
           PERFORM UNTIL PDF-PRE-AT-EOF
              READ PDF-SLF
                 AT END
                    MOVE "Y" TO PDF-PRE-EOF-SW
                 NOT AT END
                    IF PDF-SLF-REC (1:20) NOT = SPACES
                       IF PDF-SEL-COUNT = 5000
                          DISPLAY "PDFBATCH: MORE THAN 5000 CODES IN "
                             "SELECTION FILE " PDF-OPT-SELFILE
                          MOVE 12 TO RETURN-CODE
                          GO FIM
                       END-IF
                       ADD 1 TO PDF-SEL-COUNT
                       MOVE PDF-SLF-REC (1:20)
                          TO PDF-SEL-CODE (PDF-SEL-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PDF-SLF
           MOVE "Y" TO PDF-SEL-LIST-SW.
       PDF-LOAD-SELECTION-EXIT.
           EXIT.
      *    On a restart, PDF-RESTART-REC-COUNT (restored by
      *    PDF-OPEN-OUT's call to PDF-CHECK-RESTART) says how many
      *    PDF-EXT records the prior run already drew a full section
      *    for - skip that many so a restart never redraws (and
      *    re-lists in the TOC) work already on disk.  The skipped
      *    records are replayed for section state as they go by -
      *    the sequence behind the slip field names, and, when the
      *    checkpoint fell inside a statement, its code and lines
      *    drawn so far, so the batch loop picks that statement up
      *    at its next detail line.
       PDF-SKIP-PROCESSED-EXT.
           MOVE PDF-RESTART-REC-COUNT TO PDF-SKIP-COUNT
           MOVE 1 TO PDF-SKIP-IDX
           PERFORM UNTIL PDF-SKIP-IDX > PDF-SKIP-COUNT
                 OR PDF-EXT-AT-EOF
              PERFORM PDF-READ-EXT
              IF NOT PDF-EXT-AT-EOF
                 EVALUATE TRUE
                    WHEN PDF-EXT-IS-HEADER
                       ADD 1 TO PDF-SECT-SEQ
                       MOVE PDF-EXT-FIELD (1) TO PDF-SECT-CODE
                       MOVE PDF-EXT-RECNO TO PDF-SECT-RECNO
                       MOVE ZERO TO PDF-SECT-LINES
                       MOVE "Y" TO PDF-SECT-OPEN-SW
                    WHEN PDF-EXT-IS-DETAIL
                       IF PDF-SECT-IS-OPEN
                          ADD 1 TO PDF-SECT-LINES
                       END-IF
                    WHEN PDF-EXT-IS-TRAILER
                       MOVE "N" TO PDF-SECT-OPEN-SW
                    WHEN OTHER
                       ADD 1 TO PDF-SECT-SEQ
                       MOVE "N" TO PDF-SECT-OPEN-SW
                 END-EVALUATE
              END-IF
              ADD 1 TO PDF-SKIP-IDX
           END-PERFORM.
      *    Reads the PDFBATCH.LAY report layout, one line per body
                 MOVE PDF-OPT-REC (10:1) TO PDF-OPT-COMPRESS
              WHEN PDF-OPT-REC (1:6) = "CHART="
                 MOVE PDF-OPT-REC (7:1) TO PDF-OPT-CHART
              WHEN PDF-OPT-REC (1:5) = "SORT="
                 MOVE PDF-OPT-REC (6:6) TO PDF-OPT-SORT
                 IF PDF-OPT-SORT = "NONE"
                    MOVE SPACES TO PDF-OPT-SORT
                 END-IF
                 IF PDF-OPT-SORT NOT = SPACES
                       AND NOT PDF-SORT-BY-CITY
                       AND NOT PDF-SORT-BY-POSTAL
                    DISPLAY "PDFBATCH: UNRECOGNIZED SORT KEY "
                       "IGNORED: " PDF-OPT-REC (1:40)
                    MOVE SPACES TO PDF-OPT-SORT
                 END-IF
              WHEN PDF-OPT-REC (1:8) = "SELFROM="
                 MOVE PDF-OPT-REC (9:20) TO PDF-OPT-SELFROM
              WHEN PDF-OPT-REC (1:6) = "SELTO="
                 MOVE PDF-OPT-REC (7:20) TO PDF-OPT-SELTO
              WHEN PDF-OPT-REC (1:8) = "SELFILE="
                 MOVE PDF-OPT-REC (9:100) TO PDF-OPT-SELFILE
              WHEN PDF-OPT-REC (1:7) = "TOTALS="
                 MOVE PDF-OPT-REC (8:100) TO PDF-TOTALS-FILE
              WHEN PDF-OPT-REC (1:6) = "INDEX="
                 MOVE PDF-OPT-REC (7:100) TO PDF-INDEX-FILE
      *       Variance thresholds - read by PDFVARY, not used here.
              WHEN PDF-OPT-REC (1:7) = "VARPCT="
                 CONTINUE
              WHEN PDF-OPT-REC (1:7) = "VARAMT="
                 CONTINUE
              WHEN OTHER
                 DISPLAY "PDFBATCH: UNRECOGNIZED OPTION LINE "
                    "IGNORED: " PDF-OPT-REC (1:40)
           END-IF.
       PDF-CHECK-BURST-REQ-EXIT.
           EXIT.
      *    One pass over PDF-EXT, one output PDF per section,
      *    each drawn through the same PDF-DRAW-EXT-
      *    SECTION as the full batch, plus a manifest line per
      *    file for the delivery job.  No TOC, chart or restart
      *    checkpoint per customer file - a burst that dies is
           MOVE "N" TO PDF-TOC-WANTED
           MOVE "N" TO PDF-CHART-WANTED
           MOVE "Y" TO PDF-AUDIT-WANTED
           MOVE PDF-AUDIT-FILE TO PDF-AUDIT-LOG-NAME
           MOVE "BURST" TO PDF-AUDIT-TYPE
           MOVE SPACES TO PDF-RESTART-NAME
           OPEN OUTPUT PDF-MAN
           OPEN OUTPUT PDF-DSE
           OPEN OUTPUT PDF-DSP
           OPEN OUTPUT PDF-DSM
           MOVE ALL "N" TO PDF-ROUTE-PRINT-TABLE
           PERFORM PDF-PRESORT-EXTRACT
           OPEN INPUT PDF-EXT
           PERFORM PDF-READ-EXT
           PERFORM UNTIL PDF-EXT-AT-EOF
              IF PDF-EXT-IS-DETAIL OR PDF-EXT-IS-TRAILER
                 PERFORM PDF-WRITE-ORPHAN
                 PERFORM PDF-READ-EXT
              ELSE
                 PERFORM PDF-BURST-ONE-DOC
              END-IF
           END-PERFORM
           CLOSE PDF-EXT
           MOVE PDF-BURST-SEQ TO PDF-VAL-COUNT-ED
              INTO PDF-MAN-REC
           WRITE PDF-MAN-REC
           CLOSE PDF-MAN
           MOVE PDF-ROUTE-EMAIL-COUNT TO PDF-VAL-COUNT-ED
           MOVE SPACES TO PDF-DSE-REC
           STRING "FILES LISTED:     " DELIMITED SIZE
              PDF-VAL-COUNT-ED DELIMITED SIZE
              INTO PDF-DSE-REC
           WRITE PDF-DSE-REC
           CLOSE PDF-DSE
           MOVE PDF-ROUTE-PORTAL-COUNT TO PDF-VAL-COUNT-ED
           MOVE SPACES TO PDF-DSP-REC
           STRING "FILES LISTED:     " DELIMITED SIZE
              PDF-VAL-COUNT-ED DELIMITED SIZE
              INTO PDF-DSP-REC
           WRITE PDF-DSP-REC
           CLOSE PDF-DSP
           IF PDF-ROUTE-PRINT-COUNT > 0
              PERFORM PDF-BURST-PRINT-PASS
           END-IF
           MOVE PDF-PRINT-SECT-COUNT TO PDF-VAL-COUNT-ED
           MOVE SPACES TO PDF-DSM-REC
           STRING "SECTIONS PRINTED: " DELIMITED SIZE
              PDF-VAL-COUNT-ED DELIMITED SIZE
              INTO PDF-DSM-REC
           WRITE PDF-DSM-REC
           CLOSE PDF-DSM
           DISPLAY "PDFBATCH: BURST RUN COMPLETE - SEE "
              PDF-MANIFEST-FILE.
       PDF-RUN-BURST-EXIT.
           EXIT.
      *    The burst file just written, routed from the master
      *    record PDF-DRAW-CUST-BLOCK read for its section.
       PDF-ROUTE-ONE-DOC.
           MOVE SPACES TO PDF-ROUTE-MSG
           MOVE "M" TO PDF-ROUTE-CHANNEL
           EVALUATE TRUE
              WHEN NOT PDF-CMF-IS-OPEN
                 MOVE "NO CUSTOMER MASTER - ROUTED TO PRINT"
                    TO PDF-ROUTE-MSG
              WHEN NOT PDF-CMF-FOUND
                 MOVE "NO MASTER RECORD - ROUTED TO PRINT"
                    TO PDF-ROUTE-MSG
              WHEN PDF-CMF-BY-EMAIL AND PDF-CMF-EMAIL = SPACES
                 MOVE "NO EMAIL ADDRESS - ROUTED TO PRINT"
                    TO PDF-ROUTE-MSG
              WHEN PDF-CMF-BY-EMAIL
                 MOVE "E" TO PDF-ROUTE-CHANNEL
              WHEN PDF-CMF-BY-PORTAL
                 MOVE "P" TO PDF-ROUTE-CHANNEL
              WHEN PDF-CMF-BY-MAIL
                 CONTINUE
              WHEN OTHER
                 MOVE "NO DELIVERY PREFERENCE - ROUTED TO PRINT"
                    TO PDF-ROUTE-MSG
           END-EVALUATE
           IF PDF-ROUTE-MSG NOT = SPACES
              ADD 1 TO PDF-ROUTE-DEFAULT-COUNT
              PERFORM PDF-OPEN-EXCEPT
              MOVE PDF-SECT-RECNO TO PDF-VAL-COUNT-ED
              MOVE SPACES TO PDF-EXC-REC
              STRING "RECORD " DELIMITED SIZE
                 PDF-VAL-COUNT-ED DELIMITED SIZE
                 " CODE " DELIMITED SIZE
                 PDF-SECT-CODE DELIMITED SIZE
                 " " DELIMITED SIZE
                 PDF-ROUTE-MSG DELIMITED SIZE
                 INTO PDF-EXC-REC
              WRITE PDF-EXC-REC
           END-IF
           EVALUATE TRUE
              WHEN PDF-ROUTE-TO-EMAIL
                 ADD 1 TO PDF-ROUTE-EMAIL-COUNT
                 MOVE SPACES TO PDF-DSE-REC
                 STRING PDF-FILE DELIMITED SPACE
                    " " DELIMITED SIZE
                    PDF-SECT-CODE DELIMITED SIZE
                    " EMAIL=" DELIMITED SIZE
                    PDF-CMF-EMAIL DELIMITED SIZE
                    INTO PDF-DSE-REC
                 WRITE PDF-DSE-REC
              WHEN PDF-ROUTE-TO-PORTAL
                 ADD 1 TO PDF-ROUTE-PORTAL-COUNT
                 MOVE SPACES TO PDF-DSP-REC
                 STRING PDF-FILE DELIMITED SPACE
                    " " DELIMITED SIZE
                    PDF-SECT-CODE DELIMITED SIZE
                    " PAGES=" DELIMITED SIZE
                    PDF-BURST-PAGES-ED DELIMITED SIZE
                    INTO PDF-DSP-REC
                 WRITE PDF-DSP-REC
              WHEN OTHER
                 IF PDF-SECT-SEQ NOT > 9999
                    ADD 1 TO PDF-ROUTE-PRINT-COUNT
                    MOVE "Y" TO PDF-ROUTE-PRINT-SW (PDF-SECT-SEQ)
                 ELSE
                    ADD 1 TO PDF-ROUTE-LOST-COUNT
                    PERFORM PDF-OPEN-EXCEPT
                    MOVE PDF-SECT-RECNO TO PDF-VAL-COUNT-ED
                    MOVE SPACES TO PDF-EXC-REC
                    STRING "RECORD " DELIMITED SIZE
                       PDF-VAL-COUNT-ED DELIMITED SIZE
                       " CODE " DELIMITED SIZE
                       PDF-SECT-CODE DELIMITED SIZE
                       " PRINT TABLE FULL - NOT PRINTED"
                       DELIMITED SIZE
                       INTO PDF-EXC-REC
                    WRITE PDF-EXC-REC
                 END-IF
           END-EVALUATE.
       PDF-ROUTE-ONE-DOC-EXIT.
           EXIT.
      *    Second pass over the extract for the print-and-mail
      *    customers: their sections only, drawn into the one
      *    print-ready PDF (rolling into continuation volumes the
      *    way a full run does), each listed on the print
      *    distribution file with the volume it landed in and its
      *    pages.  The sections passed over still count toward the
      *    section sequence, so each slip's field names match the
      *    customer's own burst file.  The burst pass already
      *    reported on every section and counted it drawn, so this
      *    one adds nothing to the exception report or the counts.
       PDF-BURST-PRINT-PASS.
           MOVE "Y" TO PDF-PRINT-PASS-SW
           MOVE PDF-DRAWN-COUNT TO PDF-PRINT-SAVE-DRAWN
           MOVE PDF-RESTART-REC-COUNT TO PDF-PRINT-SAVE-RECS
           PERFORM PDF-RESET-DOC-STATE
           MOVE PDF-PRINT-PDF-FILE TO PDF-FILE
           MOVE "PRINT" TO PDF-AUDIT-TYPE
           MOVE SPACES TO PDF-AUDIT-CODE
           MOVE "Y" TO PDF-VOLUME-WANTED
           MOVE ZERO TO PDF-SECT-SEQ
           MOVE ZERO TO PDF-EXT-RECNO
           MOVE "N" TO PDF-EXT-EOF-SW
           PERFORM PDF-OPEN-OUT
           MOVE "0800,N" TO PDF-FONT
           PERFORM PDF-SET-FONT
           OPEN INPUT PDF-EXT
           PERFORM PDF-READ-EXT
           PERFORM UNTIL PDF-EXT-AT-EOF
              IF PDF-EXT-IS-DETAIL OR PDF-EXT-IS-TRAILER
                 PERFORM PDF-READ-EXT
              ELSE
                 MOVE "N" TO PDF-ROUTE-CHANNEL
                 IF PDF-SECT-SEQ < 9999
                    IF PDF-ROUTE-PRINT-SW (PDF-SECT-SEQ + 1) = "Y"
                       MOVE "M" TO PDF-ROUTE-CHANNEL
                    END-IF
                 END-IF
                 IF PDF-ROUTE-TO-PRINT
                    PERFORM PDF-PRINT-ONE-SECTION
                 ELSE
                    ADD 1 TO PDF-SECT-SEQ
                    PERFORM PDF-READ-EXT
                 END-IF
              END-IF
           END-PERFORM
           CLOSE PDF-EXT
           PERFORM PDF-END-DOC
           IF PDF-IDX-PEND-COUNT > 0
              PERFORM PDF-STAMP-INDEX-CHECKSUM
           END-IF
           ADD PDF-NUM-PAG TO PDF-HST-RUN-PAGES
           MOVE PDF-PRINT-SAVE-DRAWN TO PDF-DRAWN-COUNT
           MOVE PDF-PRINT-SAVE-RECS TO PDF-RESTART-REC-COUNT
           MOVE "N" TO PDF-VOLUME-WANTED
           MOVE "N" TO PDF-PRINT-PASS-SW
           DISPLAY "PDFBATCH: PRINT-AND-MAIL SECTIONS WRITTEN TO "
              PDF-PRINT-PDF-FILE.
       PDF-BURST-PRINT-PASS-EXIT.
           EXIT.
      *    A section never splits across volumes, so the file name
      *    after drawing is the volume holding all of it.
       PDF-PRINT-ONE-SECTION.
           COMPUTE PDF-PRINT-FIRST-PAG = PDF-NUM-PAG + 1
           PERFORM PDF-DRAW-EXT-SECTION
           ADD 1 TO PDF-PRINT-SECT-COUNT
           COMPUTE PDF-PRINT-PAGES =
              PDF-NUM-PAG - PDF-PRINT-FIRST-PAG + 1
           MOVE PDF-PRINT-FIRST-PAG TO PDF-PRINT-FIRST-ED
           MOVE PDF-PRINT-PAGES TO PDF-BURST-PAGES-ED
           MOVE SPACES TO PDF-DSM-REC
           STRING PDF-FILE DELIMITED SPACE
              " " DELIMITED SIZE
              PDF-SECT-CODE DELIMITED SIZE
              " FIRST=" DELIMITED SIZE
              PDF-PRINT-FIRST-ED DELIMITED SIZE
              " PAGES=" DELIMITED SIZE
              PDF-BURST-PAGES-ED DELIMITED SIZE
              INTO PDF-DSM-REC
           WRITE PDF-DSM-REC.
       PDF-PRINT-ONE-SECTION-EXIT.
           EXIT.
      *    One section - an untyped record, or a header with its
      *    details and trailer: reset the engine's document state,
      *    open the customer's own file, draw the section, close
      *    the document, note it on the manifest.  A record with a
      *    blank first field still gets a file, named from its
      *    sequence number, so the manifest always accounts for
      *    every section.  The section read ahead past itself, so
      *    the manifest takes the code it kept in PDF-SECT-CODE.
       PDF-BURST-ONE-DOC.
           ADD 1 TO PDF-BURST-SEQ
           PERFORM PDF-RESET-DOC-STATE
           MOVE "0800,N" TO PDF-FONT
           PERFORM PDF-SET-FONT
           PERFORM PDF-DRAW-EXT-SECTION
           MOVE PDF-SECT-CODE TO PDF-AUDIT-CODE
           PERFORM PDF-END-DOC
           IF PDF-IDX-PEND-COUNT > 0
              PERFORM PDF-STAMP-INDEX-CHECKSUM
           END-IF
           ADD PDF-PAGE-COUNT TO PDF-HST-RUN-PAGES
           MOVE PDF-PAGE-COUNT TO PDF-BURST-PAGES-ED
           MOVE SPACES TO PDF-MAN-REC
           STRING PDF-FILE DELIMITED SPACE
              " " DELIMITED SIZE
              PDF-SECT-CODE DELIMITED SIZE
              " PAGES=" DELIMITED SIZE
              PDF-BURST-PAGES-ED DELIMITED SIZE
              INTO PDF-MAN-REC
           WRITE PDF-MAN-REC
           PERFORM PDF-ROUTE-ONE-DOC.
       PDF-BURST-ONE-DOC-EXIT.
           EXIT.
      *    Opens the indexed customer master and the exception
           OPEN INPUT PDF-CMF
           IF PDF-CMF-STATUS = "00"
              MOVE "Y" TO PDF-CMF-OPEN-SW
              PERFORM PDF-OPEN-EXCEPT
           ELSE
              DISPLAY "PDFBATCH: CUSTOMER MASTER NOT AVAILABLE ("
                 PDF-CMF-STATUS ") - SECTIONS NOT ENRICHED"
           END-IF.
       PDF-OPEN-CUSTMAST-EXIT.
           EXIT.
      *    The exception report opens with the master, or on the
      *    first statement problem when the master is offline.
       PDF-OPEN-EXCEPT.
           IF NOT PDF-EXC-IS-OPEN
              OPEN OUTPUT PDF-EXC
              MOVE "Y" TO PDF-EXC-OPEN-SW
           END-IF.
       PDF-OPEN-EXCEPT-EXIT.
           EXIT.
       PDF-CLOSE-CUSTMAST.
           IF PDF-CMF-IS-OPEN
              CLOSE PDF-CMF
                 PDF-VAL-COUNT-ED DELIMITED SIZE
                 INTO PDF-EXC-REC
              WRITE PDF-EXC-REC
              IF PDF-TRL-BAD-COUNT > 0
                 MOVE PDF-TRL-BAD-COUNT TO PDF-VAL-COUNT-ED
                 MOVE SPACES TO PDF-EXC-REC
                 STRING "TRAILER MISMATCH: " DELIMITED SIZE
                    PDF-VAL-COUNT-ED DELIMITED SIZE
                    INTO PDF-EXC-REC
                 WRITE PDF-EXC-REC
              END-IF
              IF PDF-ORPHAN-COUNT > 0
                 MOVE PDF-ORPHAN-COUNT TO PDF-VAL-COUNT-ED
                 MOVE SPACES TO PDF-EXC-REC
                 STRING "ORPHAN RECORDS:   " DELIMITED SIZE
                    PDF-VAL-COUNT-ED DELIMITED SIZE
                    INTO PDF-EXC-REC
                 WRITE PDF-EXC-REC
              END-IF
              IF PDF-ROUTE-DEFAULT-COUNT > 0
                 MOVE PDF-ROUTE-DEFAULT-COUNT TO PDF-VAL-COUNT-ED
                 MOVE SPACES TO PDF-EXC-REC
                 STRING "PRINT BY DEFAULT: " DELIMITED SIZE
                    PDF-VAL-COUNT-ED DELIMITED SIZE
                    INTO PDF-EXC-REC
                 WRITE PDF-EXC-REC
              END-IF
              IF PDF-ROUTE-LOST-COUNT > 0
                 MOVE PDF-ROUTE-LOST-COUNT TO PDF-VAL-COUNT-ED
                 MOVE SPACES TO PDF-EXC-REC
                 STRING "NOT PRINTED:      " DELIMITED SIZE
                    PDF-VAL-COUNT-ED DELIMITED SIZE
                    INTO PDF-EXC-REC
                 WRITE PDF-EXC-REC
              END-IF
              CLOSE PDF-EXC
              MOVE "N" TO PDF-EXC-OPEN-SW
           END-IF.
                 PERFORM PDF-DRAW-CELL
              END-IF
              MOVE "00000,00400,0   ,1,L,0" TO PDF-CELL
              MOVE SPACES TO PDF-CELL-TXT
              STRING PDF-CMF-CITY DELIMITED "  "
                 "  " DELIMITED SIZE
                 PDF-CMF-POSTAL DELIMITED SIZE
                 INTO PDF-CELL-TXT
              PERFORM PDF-DRAW-CELL
              SUBTRACT 3 FROM PDF-Y
              MOVE "0800,N" TO PDF-FONT
       PDF-DRAW-CUST-BLOCK-EXIT.
           EXIT.
       PDF-WRITE-EXCEPTION.
           IF NOT PDF-IN-PRINT-PASS
              ADD 1 TO PDF-EXC-COUNT
              MOVE PDF-EXT-RECNO TO PDF-VAL-COUNT-ED
              MOVE SPACES TO PDF-EXC-REC
              STRING "RECORD " DELIMITED SIZE
                 PDF-VAL-COUNT-ED DELIMITED SIZE
                 " CODE " DELIMITED SIZE
                 PDF-EXT-FIELD (1) DELIMITED SIZE
                 " NOT IN CUSTOMER MASTER" DELIMITED SIZE
                 INTO PDF-EXC-REC
              WRITE PDF-EXC-REC
           END-IF.
       PDF-WRITE-EXCEPTION-EXIT.
           EXIT.
      *    The acknowledgment slip that closes each section - now
      *    receiving the PDF electronically can complete it on
      *    screen and return it without printing.
       PDF-DRAW-ACK-SLIP.
           MOVE PDF-SECT-SEQ TO PDF-ACK-SEQ-ED
           SUBTRACT 5 FROM PDF-Y
           MOVE "0900,B" TO PDF-FONT
           PERFORM PDF-SET-FONT
              MOVE PDF-LAY-HEADING (PDF-CAB-IDX) TO PDF-CELL-TXT
              PERFORM PDF-DRAW-CABEC
           END-PERFORM.
      *    Run history start record - written as soon as the run
      *    knows its mode, so a run the engine stops short still
      *    leaves a trace.  The restart flag is only settled once
      *    the output file is open, so the end record carries it.
       PDF-WRITE-HISTORY-START.
           MOVE SPACES TO PDF-HST-REC
           MOVE PDF-HST-START-DATE TO PDF-HST-DATE
           MOVE PDF-HST-START-TIME TO PDF-HST-TIME
           MOVE "S" TO PDF-HST-EVENT
           MOVE PDF-HST-RUN-MODE TO PDF-HST-MODE
           MOVE "N" TO PDF-HST-RESTART
           MOVE ZERO TO PDF-HST-RC PDF-HST-ELAPSED PDF-HST-PAGES
              PDF-HST-VOLUMES PDF-HST-UNMATCHED PDF-HST-READ
              PDF-HST-GOOD PDF-HST-BLANK PDF-HST-OVERSIZE
              PDF-HST-DRAWN PDF-HST-REC-COUNT
              PDF-HST-RESUMED-DATE PDF-HST-RESUMED-TIME
           MOVE PDF-OPT-EXTRACT TO PDF-HST-EXTRACT
           MOVE PDF-HST-RUN-OUTPUT TO PDF-HST-OUTPUT
           PERFORM PDF-APPEND-HISTORY.
       PDF-WRITE-HISTORY-START-EXIT.
           EXIT.
      *    Run history end record - the outcome, the reconciliation
      *    counts, pages, continuation volumes and wall-clock time.
      *    A run that crosses midnight is taken to have run into
      *    the next day, never longer.
       PDF-WRITE-HISTORY-END.
           ACCEPT PDF-HST-END-DATE FROM DATE YYYYMMDD
           ACCEPT PDF-HST-END-TIME FROM TIME
           MOVE PDF-HST-START-TIME TO PDF-HST-CLOCK
           PERFORM PDF-HST-CLOCK-TO-CS
           MOVE PDF-HST-CS TO PDF-HST-START-CS
           MOVE PDF-HST-END-TIME TO PDF-HST-CLOCK
           PERFORM PDF-HST-CLOCK-TO-CS
           MOVE PDF-HST-CS TO PDF-HST-END-CS
           IF PDF-HST-END-DATE NOT = PDF-HST-START-DATE
              ADD 8640000 TO PDF-HST-END-CS
           END-IF
           MOVE SPACES TO PDF-HST-REC
           MOVE PDF-HST-START-DATE TO PDF-HST-DATE
           MOVE PDF-HST-START-TIME TO PDF-HST-TIME
           MOVE "E" TO PDF-HST-EVENT
           MOVE PDF-HST-RUN-MODE TO PDF-HST-MODE
           MOVE ZERO TO PDF-HST-RESUMED-DATE PDF-HST-RESUMED-TIME
           IF PDF-WAS-RESTARTED
              MOVE "Y" TO PDF-HST-RESTART
              MOVE PDF-RESTART-RUN-DATE TO PDF-HST-RESUMED-DATE
              MOVE PDF-RESTART-RUN-TIME TO PDF-HST-RESUMED-TIME
           ELSE
              MOVE "N" TO PDF-HST-RESTART
           END-IF
           EVALUATE TRUE
              WHEN PDF-REPRINT-MODE AND NOT PDF-REPRINT-FOUND
                 MOVE "F" TO PDF-HST-RESULT
                 MOVE 8 TO PDF-HST-RC
              WHEN PDF-ROUTE-LOST-COUNT > 0
                 MOVE "F" TO PDF-HST-RESULT
                 MOVE 8 TO PDF-HST-RC
              WHEN PDF-EXC-COUNT > 0 OR PDF-TRL-BAD-COUNT > 0
                    OR PDF-ORPHAN-COUNT > 0
                    OR PDF-ROUTE-DEFAULT-COUNT > 0
                 MOVE "W" TO PDF-HST-RESULT
                 MOVE 4 TO PDF-HST-RC
              WHEN OTHER
                 MOVE "O" TO PDF-HST-RESULT
                 MOVE 0 TO PDF-HST-RC
           END-EVALUATE
           IF PDF-HST-END-CS < PDF-HST-START-CS
              MOVE ZERO TO PDF-HST-ELAPSED
           ELSE
              COMPUTE PDF-HST-ELAPSED =
                 PDF-HST-END-CS - PDF-HST-START-CS
           END-IF
           MOVE PDF-HST-RUN-PAGES TO PDF-HST-PAGES
           IF PDF-VOLUME-NUM > 1
              COMPUTE PDF-HST-VOLUMES = PDF-VOLUME-NUM - 1
           ELSE
              MOVE ZERO TO PDF-HST-VOLUMES
           END-IF
           MOVE PDF-EXC-COUNT TO PDF-HST-UNMATCHED
           MOVE PDF-VAL-READ-COUNT TO PDF-HST-READ
           MOVE PDF-VAL-GOOD-COUNT TO PDF-HST-GOOD
           MOVE PDF-VAL-BLANK-COUNT TO PDF-HST-BLANK
           MOVE PDF-VAL-OVRSZ-COUNT TO PDF-HST-OVERSIZE
           MOVE PDF-DRAWN-COUNT TO PDF-HST-DRAWN
           MOVE PDF-RESTART-REC-COUNT TO PDF-HST-REC-COUNT
           MOVE PDF-OPT-EXTRACT TO PDF-HST-EXTRACT
           MOVE PDF-HST-RUN-OUTPUT TO PDF-HST-OUTPUT
           PERFORM PDF-APPEND-HISTORY
           MOVE PDF-HST-RC TO RETURN-CODE.
       PDF-WRITE-HISTORY-END-EXIT.
           EXIT.
       PDF-HST-CLOCK-TO-CS.
           COMPUTE PDF-HST-CS = PDF-HST-CLOCK-HH * 360000
              + PDF-HST-CLOCK-MM * 6000
              + PDF-HST-CLOCK-SS * 100
              + PDF-HST-CLOCK-CC.
       PDF-HST-CLOCK-TO-CS-EXIT.
           EXIT.
      *    The history file is never rewritten - extended, or
      *    created on the very first run.
       PDF-APPEND-HISTORY.
           OPEN EXTEND PDF-HST
           IF PDF-HST-STATUS NOT = "00"
              OPEN OUTPUT PDF-HST
           END-IF
           IF PDF-HST-STATUS = "00"
              WRITE PDF-HST-REC
              CLOSE PDF-HST
           ELSE
              DISPLAY "PDFBATCH: RUN HISTORY NOT WRITTEN ("
                 PDF-HST-STATUS ")"
           END-IF.
       PDF-APPEND-HISTORY-EXIT.
           EXIT.
       COPY "LIB/PDF.PRD".
       FIM.
           EXIT.
