       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDFRETR.
       AUTHOR.        EDGAR OLAVO.
       DATE-WRITTEN.  2026-10-15.
       SECURITY.      ********************
                      *  TEST COBOL-PDF  *
                      ********************
      *----------------------------------------------------*
      *  PDFRETR - customer-service retrieval screen for     *
      *  archived statements.  The operator keys a customer  *
      *  code and a range of run dates and gets every        *
      *  statement PDFBATCH put on the archive section index *
      *  for that customer: run date,                        *
      *  kind of output, volume, first and last page, the    *
      *  section total and the file it is in.  Picking a     *
      *  line pulls just that statement's pages out of the   *
      *  archived PDF into a standalone PDF of its own.      *
      *                                                      *
      *  The pages are never redrawn: every object the       *
      *  statement's pages use - content streams, fonts, the *
      *  logo, the slip's form fields, the encryption        *
      *  dictionary - is copied byte for byte under its own  *
      *  object number, and only the catalog, the page tree  *
      *  and the form dictionary are written anew to point   *
      *  at the pages taken.  An encrypted archive stays     *
      *  encrypted under the same key and /ID.  Before       *
      *  anything is copied the archived file's checksum is  *
      *  recomputed against its %CHECKSUM stamp, and against *
      *  the checksum the index took when the file was       *
      *  closed, so what comes out is what was sent.  A file *
      *  the purge job has moved offline is read from where  *
      *  the purge register says it went; one it deleted is  *
      *  reported as gone.  Every pull is logged to          *
      *  PDFRETR.LOG with the operator who asked for it.     *
      *                                                      *
      *  PDFRETR [options file] - the index is the one the   *
      *  report's options name with INDEX=, as PDFBATCH      *
      *  reads them; PDFBATCH-OPTIONS.CTL and then           *
      *  PDFBATCH-INDEX.DAT when nothing says otherwise.     *
      *  The index in use is shown at the top of the form.   *
      *----------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PDF-IDX ASSIGN TO DYNAMIC PDF-RTV-IDX-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDF-IDX-KEY
               FILE STATUS IS PDF-RTV-IDX-STATUS.
           SELECT PDF-REG ASSIGN TO DYNAMIC PDF-RTV-REG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDF-RTV-REG-STATUS.
           SELECT RTV-PDF ASSIGN TO DYNAMIC PDF-RTV-PDF-FILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PDF-RTV-PDF-STATUS.
           SELECT RTV-OUT ASSIGN TO DYNAMIC PDF-RTV-OUT-FILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PDF-RTV-OUT-STATUS.
           SELECT RTV-LOG ASSIGN TO DYNAMIC PDF-RTV-LOG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDF-RTV-LOG-STATUS.
           SELECT RTV-OPT ASSIGN TO DYNAMIC PDF-RTV-OPT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDF-RTV-OPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY "LIB/PDFIDX.FD".
           COPY "LIB/PDFREG.FD".
           FD  RTV-PDF.
           01  RTV-PDF-REC            PIC X(01).
           FD  RTV-OUT.
           01  RTV-OUT-REC            PIC X(01).
           FD  RTV-OPT.
           01  RTV-OPT-REC            PIC X(160).
      *    One line per statement pulled: when, who, whose, which
      *    pages of which archived file, and where they went.
           FD  RTV-LOG.
           01  RTV-LOG-REC.
               05 RTV-LOG-DATE        PIC 9(08).
               05 FILLER              PIC X(01).
               05 RTV-LOG-TIME        PIC 9(08).
               05 FILLER              PIC X(01).
               05 RTV-LOG-OPERATOR    PIC X(08).
               05 FILLER              PIC X(01).
               05 RTV-LOG-CODE        PIC X(20).
               05 FILLER              PIC X(01).
               05 RTV-LOG-RUN-DATE    PIC 9(08).
               05 FILLER              PIC X(01).
               05 RTV-LOG-FIRST-PAGE  PIC 9(06).
               05 FILLER              PIC X(01).
               05 RTV-LOG-LAST-PAGE   PIC 9(06).
               05 FILLER              PIC X(01).
               05 RTV-LOG-ARCHIVE     PIC X(100).
               05 FILLER              PIC X(01).
               05 RTV-LOG-SAVED-AS    PIC X(40).
       WORKING-STORAGE SECTION.
           01 PDF-RTV-IDX-FILE    PIC X(100)
                                   VALUE "PDFBATCH-INDEX.DAT".
           01 PDF-RTV-IDX-STATUS  PIC X(02).
           01 PDF-RTV-OPT-FILE    PIC X(100)
                                   VALUE "PDFBATCH-OPTIONS.CTL".
           01 PDF-RTV-OPT-STATUS  PIC X(02).
           01 PDF-RTV-OPT-EOF-SW  PIC X(01).
              88 PDF-RTV-OPT-AT-EOF      VALUE "Y".
           01 PDF-RTV-PARM        PIC X(100) VALUE SPACES.
           01 PDF-RTV-REG-FILE    PIC X(100)
                                   VALUE "PDFPURGE-REGISTER.LOG".
           01 PDF-RTV-REG-STATUS  PIC X(02).
           01 PDF-RTV-REG-EOF-SW  PIC X(01).
              88 PDF-RTV-REG-AT-EOF      VALUE "Y".
           01 PDF-RTV-PDF-FILE    PIC X(100).
           01 PDF-RTV-PDF-STATUS  PIC X(02).
           01 PDF-RTV-PDF-EOF-SW  PIC X(01).
              88 PDF-RTV-PDF-AT-EOF      VALUE "Y".
           01 PDF-RTV-OUT-FILE    PIC X(100).
           01 PDF-RTV-OUT-STATUS  PIC X(02).
           01 PDF-RTV-LOG-FILE    PIC X(100) VALUE "PDFRETR.LOG".
           01 PDF-RTV-LOG-STATUS  PIC X(02).
      *    The form's answers.  A run date of zero leaves that end
      *    of the range open.
           01 PDF-RTV-OPERATOR    PIC X(08)  VALUE SPACES.
      *    L = list, N = next screenful, P = pull, X = leave.
           01 PDF-RTV-ACTION      PIC X(01)  VALUE "L".
           01 PDF-RTV-CODE        PIC X(20)  VALUE SPACES.
           01 PDF-RTV-FROM        PIC 9(08)  VALUE ZERO.
           01 PDF-RTV-TO          PIC 9(08)  VALUE ZERO.
           01 PDF-RTV-PICK        PIC 9(02)  VALUE ZERO.
           01 PDF-RTV-SAVE-AS     PIC X(40)  VALUE SPACES.
           01 PDF-RTV-MSG         PIC X(75)  VALUE SPACES.
           01 PDF-RTV-VALID-SW    PIC X(01).
              88 PDF-RTV-IS-VALID        VALUE "Y".
      *    The screenful on show: the index records behind it and
      *    the lines drawn from them.  The list is kept to the
      *    code and dates it was made for, so a pull cannot take
      *    a line from a list the form no longer describes.
           01 PDF-RTV-HIT-COUNT   PIC 9(02)  COMP VALUE 0.
           01 PDF-RTV-HIT-IDX     PIC 9(02)  COMP.
           01 PDF-RTV-HIT-TABLE.
              05 PDF-RTV-HIT      OCCURS 10 TIMES PIC X(223).
           01 PDF-RTV-LIST-TABLE.
              05 PDF-RTV-LIST-LINE OCCURS 10 TIMES PIC X(78).
           01 PDF-RTV-LISTED-CODE PIC X(20)  VALUE SPACES.
           01 PDF-RTV-LISTED-FROM PIC 9(08)  VALUE ZERO.
           01 PDF-RTV-LISTED-TO   PIC 9(08)  VALUE ZERO.
           01 PDF-RTV-TO-DATE     PIC 9(08).
           01 PDF-RTV-LAST-KEY    PIC X(134) VALUE SPACES.
           01 PDF-RTV-LISTED-SEQ  PIC 9(05)  COMP VALUE 0.
           01 PDF-RTV-IDX-EOF-SW  PIC X(01)  VALUE "Y".
              88 PDF-RTV-IDX-AT-EOF      VALUE "Y".
           01 PDF-RTV-MORE-SW     PIC X(01)  VALUE "N".
              88 PDF-RTV-HAS-MORE        VALUE "Y".
           01 PDF-RTV-SEQ-ED      PIC Z(04)9.
           01 PDF-RTV-LINE-WORK.
              05 PDF-RTV-LW-LN    PIC Z9.
              05 FILLER           PIC X(01).
              05 PDF-RTV-LW-DATE  PIC 9(08).
              05 FILLER           PIC X(01).
              05 PDF-RTV-LW-TYPE  PIC X(09).
              05 FILLER           PIC X(01).
              05 PDF-RTV-LW-VOL   PIC ZZ9.
              05 FILLER           PIC X(01).
              05 PDF-RTV-LW-FIRST PIC Z(05)9.
              05 FILLER           PIC X(01).
              05 PDF-RTV-LW-LAST  PIC Z(05)9.
              05 FILLER           PIC X(01).
              05 PDF-RTV-LW-AMOUNT PIC Z(07)9.99-.
              05 FILLER           PIC X(01).
              05 PDF-RTV-LW-FILE  PIC X(25).
           01 PDF-RTV-BASE-START  PIC 9(03)  COMP.
           01 PDF-RTV-SCAN-IDX    PIC 9(03)  COMP.
      *    Where the archived file is read from, and what the
      *    purge register says became of it when it is not where
      *    the index left it.
           01 PDF-RTV-REG-ACTION  PIC X(08).
           01 PDF-RTV-REG-DATE    PIC 9(08).
           01 PDF-RTV-REG-MOVED-TO PIC X(100).
      *    The archived file, whole.
           01 PDF-RTV-BUF-MAX     PIC 9(07)  COMP VALUE 4000000.
           01 PDF-RTV-BUF-LEN     PIC 9(07)  COMP.
           01 PDF-RTV-BUF         PIC X(4000100).
      *    Checksum - the PDF-COMPUTE-CHECKSUM fold over every byte
      *    ahead of the %CHECKSUM line, against the value on it.
           01 PDF-RTV-STAMP-POS   PIC 9(07)  COMP.
           01 PDF-RTV-STAMP-VALUE PIC 9(09)  COMP.
           01 PDF-RTV-CKSUM       PIC 9(09)  COMP.
           01 PDF-RTV-CKSUM-ACC   PIC 9(09)  COMP.
           01 PDF-RTV-CKSUM-Q     PIC 9(09)  COMP.
           01 PDF-RTV-BYTE        PIC X(01).
           01 PDF-RTV-BYTE-R REDEFINES PDF-RTV-BYTE
                                  PIC 9(03) COMP-X.
      *    Scan positions and the number parser.  PDF-RTV-READ-
      *    NUMBER reads the digits at PDF-RTV-I (after any white
      *    space) into PDF-RTV-NUM and leaves PDF-RTV-I past them.
           01 PDF-RTV-I           PIC 9(07)  COMP.
           01 PDF-RTV-J           PIC 9(07)  COMP.
           01 PDF-RTV-K           PIC 9(07)  COMP.
           01 PDF-RTV-NUM         PIC 9(10)  COMP.
           01 PDF-RTV-NUM-DIGITS  PIC 9(02)  COMP.
           01 PDF-RTV-DIGIT-X     PIC X(01).
           01 PDF-RTV-DIGIT-9 REDEFINES PDF-RTV-DIGIT-X
                                  PIC 9(01).
           01 PDF-RTV-TEN-X       PIC X(10).
           01 PDF-RTV-TEN-9 REDEFINES PDF-RTV-TEN-X
                                  PIC 9(10).
      *    PDF-RTV-FIND looks for PDF-RTV-FIND-TXT (1:PDF-RTV-
      *    FIND-LEN) between PDF-RTV-FIND-FROM and PDF-RTV-FIND-TO
      *    and leaves where it starts in PDF-RTV-FOUND-AT, or zero.
           01 PDF-RTV-FIND-TXT    PIC X(12).
           01 PDF-RTV-FIND-LEN    PIC 9(02)  COMP.
           01 PDF-RTV-FIND-FROM   PIC 9(07)  COMP.
           01 PDF-RTV-FIND-TO     PIC 9(07)  COMP.
           01 PDF-RTV-FOUND-AT    PIC 9(07)  COMP.
           01 PDF-RTV-F           PIC 9(07)  COMP.
      *    Cross-reference table of the archived file: where each
      *    object starts in PDF-RTV-BUF (zero for a free entry),
      *    what becomes of it, and where it lands in the new file.
           01 PDF-RTV-OBJ-MAX     PIC 9(05)  COMP VALUE 5000.
           01 PDF-RTV-SIZE        PIC 9(05)  COMP.
           01 PDF-RTV-XREF-POS    PIC 9(07)  COMP.
           01 PDF-RTV-OBJ-TABLE.
              05 PDF-RTV-OBJ OCCURS 5000 TIMES.
                 10 PDF-RTV-OBJ-POS   PIC 9(07)  COMP.
      *          C = copied as it stands, R = written anew (catalog,
      *          page tree, form dictionary), X = a page of some
      *          other statement, left out with all it alone uses.
                 10 PDF-RTV-OBJ-MARK  PIC X(01).
                    88 PDF-RTV-OBJ-UNSEEN    VALUE SPACE.
                    88 PDF-RTV-OBJ-TAKEN     VALUE "C".
                 10 PDF-RTV-OBJ-OUT-SW PIC X(01).
                    88 PDF-RTV-OBJ-WRITTEN   VALUE "Y".
      *          The new file's offset, or for a free entry the
      *          next free object number.
                 10 PDF-RTV-OBJ-NEW-OFF PIC 9(10) COMP.
           01 PDF-RTV-N           PIC 9(05)  COMP.
           01 PDF-RTV-FREE-NEXT   PIC 9(05)  COMP.
           01 PDF-RTV-ROOT-OBJ    PIC 9(05)  COMP.
           01 PDF-RTV-PAGES-OBJ   PIC 9(05)  COMP.
           01 PDF-RTV-ACRO-OBJ    PIC 9(05)  COMP.
           01 PDF-RTV-ENCRYPT-OBJ PIC 9(05)  COMP.
           01 PDF-RTV-TRAILER     PIC X(400).
           01 PDF-RTV-TRAILER-LEN PIC 9(03)  COMP.
      *    The object PDF-RTV-OBJ-BOUNDS has just measured: where
      *    its dictionary ends (just ahead of "stream" or
      *    "endobj") and its last byte, endobj's newline included.
           01 PDF-RTV-CUR-OBJ     PIC 9(05)  COMP.
           01 PDF-RTV-OBJ-FROM    PIC 9(07)  COMP.
           01 PDF-RTV-DICT-END    PIC 9(07)  COMP.
           01 PDF-RTV-OBJ-LAST    PIC 9(07)  COMP.
           01 PDF-RTV-STREAM-SW   PIC X(01).
              88 PDF-RTV-HAS-STREAM      VALUE "Y".
           01 PDF-RTV-LENK-SW     PIC X(01).
              88 PDF-RTV-LEN-IS-KNOWN    VALUE "Y".
           01 PDF-RTV-STREAM-LEN  PIC 9(09)  COMP.
      *    "N 0 R" references between PDF-RTV-SCAN-FROM and PDF-
      *    RTV-SCAN-TO, taken as page-tree kids (K), as objects
      *    to copy (M) or as form fields to keep (F).
           01 PDF-RTV-SCAN-FROM   PIC 9(07)  COMP.
           01 PDF-RTV-SCAN-TO     PIC 9(07)  COMP.
           01 PDF-RTV-REF-MODE    PIC X(01).
           01 PDF-RTV-REF         PIC 9(07)  COMP.
           01 PDF-RTV-REF-MULT    PIC 9(07)  COMP.
           01 PDF-RTV-REF-DIGITS  PIC 9(02)  COMP.
           01 PDF-RTV-KID-COUNT   PIC 9(05)  COMP.
           01 PDF-RTV-KID-TABLE.
              05 PDF-RTV-KID      OCCURS 5000 TIMES PIC 9(05) COMP.
           01 PDF-RTV-KID-IDX     PIC 9(05)  COMP.
           01 PDF-RTV-KID-FIRST   PIC 9(05)  COMP.
           01 PDF-RTV-KID-LAST    PIC 9(05)  COMP.
           01 PDF-RTV-QUEUE-HEAD  PIC 9(05)  COMP.
           01 PDF-RTV-QUEUE-TAIL  PIC 9(05)  COMP.
           01 PDF-RTV-QUEUE-TABLE.
              05 PDF-RTV-QUEUE    OCCURS 5000 TIMES PIC 9(05) COMP.
           01 PDF-RTV-FLD-COUNT   PIC 9(03)  COMP.
           01 PDF-RTV-FLD-TABLE.
              05 PDF-RTV-FLD      OCCURS 500 TIMES PIC 9(05) COMP.
           01 PDF-RTV-FLD-IDX     PIC 9(03)  COMP.
           01 PDF-RTV-FLD-TAIL    PIC 9(07)  COMP.
      *    The new file.
           01 PDF-RTV-OUT-OFF     PIC 9(10)  COMP.
           01 PDF-RTV-XREF-START  PIC 9(10)  COMP.
           01 PDF-RTV-PUT-FROM    PIC 9(07)  COMP.
           01 PDF-RTV-PUT-COUNT   PIC 9(07)  COMP.
           01 PDF-RTV-LINE        PIC X(400).
           01 PDF-RTV-LP          PIC 9(03)  COMP.
           01 PDF-RTV-BI          PIC 9(03)  COMP.
           01 PDF-RTV-NUM-ED      PIC ZZZZ9.
           01 PDF-RTV-NUM-ED2     PIC ZZZZ9.
           01 PDF-RTV-XREF-ED     PIC 9(10).
           01 PDF-RTV-PAGES-ED    PIC ZZZZ9.
           01 PDF-RTV-RUN-DATE    PIC 9(08).
           01 PDF-RTV-RUN-TIME    PIC 9(08).
       LINKAGE SECTION.
       SCREEN SECTION.
       01  PDF-RTV-SCR.
           05 BLANK SCREEN.
           05 LINE 1  COL 22 VALUE "ARCHIVED STATEMENT RETRIEVAL".
           05 LINE 2  COL 2  VALUE "INDEX ..........:".
           05 LINE 2  COL 20 PIC X(60) FROM PDF-RTV-IDX-FILE.
           05 LINE 3  COL 2  VALUE "OPERATOR .......:".
           05 LINE 3  COL 20 PIC X(08) USING PDF-RTV-OPERATOR.
           05 LINE 4  COL 2  VALUE "CUSTOMER CODE ..:".
           05 LINE 4  COL 20 PIC X(20) USING PDF-RTV-CODE.
           05 LINE 5  COL 2  VALUE "RUN DATES FROM .:".
           05 LINE 5  COL 20 PIC 9(08) USING PDF-RTV-FROM.
           05 LINE 5  COL 30 VALUE "TO".
           05 LINE 5  COL 33 PIC 9(08) USING PDF-RTV-TO.
           05 LINE 5  COL 43 VALUE "(YYYYMMDD, ZERO=OPEN)".
           05 LINE 7  COL 2  VALUE
              "LN RUN DATE TYPE      VOL  FIRST   LAST".
           05 LINE 7  COL 48 VALUE "AMOUNT FILE".
           05 LINE 8  COL 2  PIC X(78) FROM PDF-RTV-LIST-LINE (1).
           05 LINE 9  COL 2  PIC X(78) FROM PDF-RTV-LIST-LINE (2).
           05 LINE 10 COL 2  PIC X(78) FROM PDF-RTV-LIST-LINE (3).
           05 LINE 11 COL 2  PIC X(78) FROM PDF-RTV-LIST-LINE (4).
           05 LINE 12 COL 2  PIC X(78) FROM PDF-RTV-LIST-LINE (5).
           05 LINE 13 COL 2  PIC X(78) FROM PDF-RTV-LIST-LINE (6).
           05 LINE 14 COL 2  PIC X(78) FROM PDF-RTV-LIST-LINE (7).
           05 LINE 15 COL 2  PIC X(78) FROM PDF-RTV-LIST-LINE (8).
           05 LINE 16 COL 2  PIC X(78) FROM PDF-RTV-LIST-LINE (9).
           05 LINE 17 COL 2  PIC X(78) FROM PDF-RTV-LIST-LINE (10).
           05 LINE 19 COL 2  VALUE "PULL LINE ......:".
           05 LINE 19 COL 20 PIC 9(02) USING PDF-RTV-PICK.
           05 LINE 19 COL 24 VALUE "SAVE AS:".
           05 LINE 19 COL 33 PIC X(40) USING PDF-RTV-SAVE-AS.
           05 LINE 20 COL 2  VALUE "ACTION .........:".
           05 LINE 20 COL 20 PIC X(01) USING PDF-RTV-ACTION.
           05 LINE 20 COL 23 VALUE
              "(L=LIST N=NEXT SCREEN P=PULL LINE X=EXIT)".
           05 LINE 22 COL 2  PIC X(75) FROM PDF-RTV-MSG.
       PROCEDURE DIVISION.
       RTV-MAIN.
           ACCEPT PDF-RTV-PARM FROM COMMAND-LINE
           IF PDF-RTV-PARM NOT = SPACES
              MOVE PDF-RTV-PARM TO PDF-RTV-OPT-FILE
           END-IF
           PERFORM RTV-LOAD-OPTIONS
           IF PDF-RTV-PARM NOT = SPACES
                 AND PDF-RTV-OPT-STATUS NOT = "00"
              GO RTV-FIM
           END-IF
           IF PDF-RTV-IDX-FILE = "NONE"
              DISPLAY "PDFRETR: NO SECTION INDEX IS KEPT FOR THIS "
                 "REPORT - INDEX=NONE IN " PDF-RTV-OPT-FILE (1:40)
              GO RTV-FIM
           END-IF
           OPEN INPUT PDF-IDX
           IF PDF-RTV-IDX-STATUS NOT = "00"
              DISPLAY "PDFRETR: SECTION INDEX CANNOT BE OPENED ("
                 PDF-RTV-IDX-STATUS "): " PDF-RTV-IDX-FILE (1:60)
              GO RTV-FIM
           END-IF
           MOVE SPACES TO PDF-RTV-LIST-TABLE
           PERFORM UNTIL PDF-RTV-ACTION = "X"
              DISPLAY PDF-RTV-SCR
              ACCEPT PDF-RTV-SCR
              MOVE SPACES TO PDF-RTV-MSG
              EVALUATE PDF-RTV-ACTION
                 WHEN "X"
                    CONTINUE
                 WHEN "L"
                    PERFORM RTV-LIST
                 WHEN "N"
                    PERFORM RTV-NEXT-SCREEN
                 WHEN "P"
                    PERFORM RTV-PULL
                 WHEN OTHER
                    MOVE "ACTION MUST BE L, N, P OR X" TO PDF-RTV-MSG
              END-EVALUATE
           END-PERFORM
           CLOSE PDF-IDX
           GO RTV-FIM.
      *    Only INDEX= matters here.  An options file named on the
      *    command line that cannot be read ends the program,
      *    rather than quietly searching the default index.
       RTV-LOAD-OPTIONS.
           OPEN INPUT RTV-OPT
           IF PDF-RTV-OPT-STATUS = "00"
              MOVE "N" TO PDF-RTV-OPT-EOF-SW
              PERFORM RTV-READ-OPT
              PERFORM UNTIL PDF-RTV-OPT-AT-EOF
                 IF RTV-OPT-REC (1:6) = "INDEX="
                    MOVE RTV-OPT-REC (7:100) TO PDF-RTV-IDX-FILE
                 END-IF
                 PERFORM RTV-READ-OPT
              END-PERFORM
              CLOSE RTV-OPT
           ELSE
              IF PDF-RTV-PARM NOT = SPACES
                 DISPLAY "PDFRETR: OPTIONS FILE CANNOT BE OPENED ("
                    PDF-RTV-OPT-STATUS "): " PDF-RTV-OPT-FILE (1:60)
              END-IF
           END-IF.
       RTV-LOAD-OPTIONS-EXIT.
           EXIT.
       RTV-READ-OPT.
           READ RTV-OPT
              AT END MOVE "Y" TO PDF-RTV-OPT-EOF-SW
           END-READ.
       RTV-READ-OPT-EXIT.
           EXIT.
      *----------------------------------------------------*
      *  RTV-LIST - the first screenful of the customer's    *
      *  statements in the date range, oldest first.         *
      *----------------------------------------------------*
       RTV-LIST.
           MOVE "Y" TO PDF-RTV-VALID-SW
           IF PDF-RTV-CODE = SPACES
              MOVE "N" TO PDF-RTV-VALID-SW
              MOVE "CUSTOMER CODE IS REQUIRED" TO PDF-RTV-MSG
           END-IF
           IF PDF-RTV-IS-VALID
              IF PDF-RTV-TO NOT = ZERO AND PDF-RTV-FROM > PDF-RTV-TO
                 MOVE "N" TO PDF-RTV-VALID-SW
                 MOVE "FROM DATE IS AFTER THE TO DATE" TO PDF-RTV-MSG
              END-IF
           END-IF
           IF PDF-RTV-IS-VALID
              MOVE PDF-RTV-CODE TO PDF-RTV-LISTED-CODE
              MOVE PDF-RTV-FROM TO PDF-RTV-LISTED-FROM
              MOVE PDF-RTV-TO TO PDF-RTV-LISTED-TO
              MOVE ZERO TO PDF-RTV-LISTED-SEQ
              MOVE "N" TO PDF-RTV-IDX-EOF-SW
              MOVE LOW-VALUES TO PDF-IDX-KEY
              MOVE PDF-RTV-CODE TO PDF-IDX-CODE
              MOVE PDF-RTV-FROM TO PDF-IDX-RUN-DATE
              START PDF-IDX KEY IS NOT LESS THAN PDF-IDX-KEY
                 INVALID KEY MOVE "Y" TO PDF-RTV-IDX-EOF-SW
              END-START
              PERFORM RTV-FILL-SCREEN
              IF PDF-RTV-HIT-COUNT = 0
                 MOVE "NO STATEMENTS ON FILE FOR THAT CODE AND DATES"
                    TO PDF-RTV-MSG
              END-IF
           END-IF.
       RTV-LIST-EXIT.
           EXIT.
      *    Picks up after the last line on show.
       RTV-NEXT-SCREEN.
           IF PDF-RTV-HIT-COUNT = 0 OR NOT PDF-RTV-HAS-MORE
              MOVE "NO MORE STATEMENTS - L TO LIST AGAIN"
                 TO PDF-RTV-MSG
           ELSE
              MOVE "N" TO PDF-RTV-IDX-EOF-SW
              MOVE PDF-RTV-LAST-KEY TO PDF-IDX-KEY
              START PDF-IDX KEY IS GREATER THAN PDF-IDX-KEY
                 INVALID KEY MOVE "Y" TO PDF-RTV-IDX-EOF-SW
              END-START
              PERFORM RTV-FILL-SCREEN
           END-IF.
       RTV-NEXT-SCREEN-EXIT.
           EXIT.
      *    Up to ten records for the listed code and dates from
      *    where the file was started, then one more read to see
      *    whether another screenful follows.
       RTV-FILL-SCREEN.
           MOVE ZERO TO PDF-RTV-HIT-COUNT
           MOVE SPACES TO PDF-RTV-HIT-TABLE
           MOVE SPACES TO PDF-RTV-LIST-TABLE
           MOVE "N" TO PDF-RTV-MORE-SW
           MOVE ZERO TO PDF-RTV-PICK
           MOVE PDF-RTV-LISTED-TO TO PDF-RTV-TO-DATE
           IF PDF-RTV-TO-DATE = ZERO
              MOVE 99999999 TO PDF-RTV-TO-DATE
           END-IF
           PERFORM RTV-READ-INDEX
           PERFORM UNTIL PDF-RTV-IDX-AT-EOF OR PDF-RTV-HIT-COUNT = 10
              ADD 1 TO PDF-RTV-HIT-COUNT
              ADD 1 TO PDF-RTV-LISTED-SEQ
              MOVE PDF-IDX-REC TO PDF-RTV-HIT (PDF-RTV-HIT-COUNT)
              MOVE PDF-IDX-KEY TO PDF-RTV-LAST-KEY
              PERFORM RTV-BUILD-LIST-LINE
              PERFORM RTV-READ-INDEX
           END-PERFORM
           IF NOT PDF-RTV-IDX-AT-EOF
              MOVE "Y" TO PDF-RTV-MORE-SW
           END-IF
           IF PDF-RTV-HIT-COUNT > 0
              MOVE PDF-RTV-LISTED-SEQ TO PDF-RTV-SEQ-ED
              IF PDF-RTV-HAS-MORE
                 STRING "STATEMENTS LISTED SO FAR:" DELIMITED SIZE
                    PDF-RTV-SEQ-ED DELIMITED SIZE
                    " - N FOR THE NEXT SCREEN" DELIMITED SIZE
                    INTO PDF-RTV-MSG
              ELSE
                 STRING "STATEMENTS LISTED:" DELIMITED SIZE
                    PDF-RTV-SEQ-ED DELIMITED SIZE
                    " - END OF LIST" DELIMITED SIZE
                    INTO PDF-RTV-MSG
              END-IF
           END-IF.
       RTV-FILL-SCREEN-EXIT.
           EXIT.
      *    The next record for the listed code inside the dates;
      *    anything past them ends the list.
       RTV-READ-INDEX.
           IF NOT PDF-RTV-IDX-AT-EOF
              READ PDF-IDX NEXT RECORD
                 AT END
                    MOVE "Y" TO PDF-RTV-IDX-EOF-SW
                 NOT AT END
                    IF PDF-IDX-CODE NOT = PDF-RTV-LISTED-CODE
                          OR PDF-IDX-RUN-DATE > PDF-RTV-TO-DATE
                       MOVE "Y" TO PDF-RTV-IDX-EOF-SW
                    END-IF
              END-READ
           END-IF.
       RTV-READ-INDEX-EXIT.
           EXIT.
       RTV-BUILD-LIST-LINE.
           MOVE SPACES TO PDF-RTV-LINE-WORK
           MOVE PDF-RTV-HIT-COUNT TO PDF-RTV-LW-LN
           MOVE PDF-IDX-RUN-DATE TO PDF-RTV-LW-DATE
           MOVE PDF-IDX-TYPE TO PDF-RTV-LW-TYPE
           MOVE PDF-IDX-VOLUME TO PDF-RTV-LW-VOL
           MOVE PDF-IDX-FIRST-PAGE TO PDF-RTV-LW-FIRST
           MOVE PDF-IDX-LAST-PAGE TO PDF-RTV-LW-LAST
           MOVE PDF-IDX-AMOUNT TO PDF-RTV-LW-AMOUNT
           MOVE 1 TO PDF-RTV-BASE-START
           MOVE 1 TO PDF-RTV-SCAN-IDX
           PERFORM UNTIL PDF-RTV-SCAN-IDX > 100
              IF PDF-IDX-FILE (PDF-RTV-SCAN-IDX:1) = "/"
                 COMPUTE PDF-RTV-BASE-START = PDF-RTV-SCAN-IDX + 1
              END-IF
              ADD 1 TO PDF-RTV-SCAN-IDX
           END-PERFORM
           IF PDF-RTV-BASE-START <= 100
              MOVE PDF-IDX-FILE (PDF-RTV-BASE-START:)
                 TO PDF-RTV-LW-FILE
           END-IF
           MOVE PDF-RTV-LINE-WORK
              TO PDF-RTV-LIST-LINE (PDF-RTV-HIT-COUNT).
       RTV-BUILD-LIST-LINE-EXIT.
           EXIT.
      *----------------------------------------------------*
      *  RTV-PULL - the picked statement's pages out of the  *
      *  archived file into a PDF of their own.  Each step   *
      *  runs only while everything before it held up; the   *
      *  first that does not says why on the form.           *
      *----------------------------------------------------*
       RTV-PULL.
           PERFORM RTV-VALIDATE-PULL
           IF PDF-RTV-IS-VALID
              PERFORM RTV-LOCATE-ARCHIVE
           END-IF
           IF PDF-RTV-IS-VALID
              PERFORM RTV-LOAD-ARCHIVE
           END-IF
           IF PDF-RTV-IS-VALID
              PERFORM RTV-CHECK-ARCHIVE
           END-IF
           IF PDF-RTV-IS-VALID
              PERFORM RTV-READ-XREF
           END-IF
           IF PDF-RTV-IS-VALID
              PERFORM RTV-READ-CATALOG
           END-IF
           IF PDF-RTV-IS-VALID
              PERFORM RTV-FIND-PAGES
           END-IF
           IF PDF-RTV-IS-VALID
              PERFORM RTV-MARK-OBJECTS
           END-IF
           IF PDF-RTV-IS-VALID
              PERFORM RTV-WRITE-EXTRACT
           END-IF
           IF PDF-RTV-IS-VALID
              PERFORM RTV-WRITE-LOG
              MOVE PDF-IDX-PAGES TO PDF-RTV-PAGES-ED
              STRING "PULLED" DELIMITED SIZE
                 PDF-RTV-PAGES-ED DELIMITED SIZE
                 " PAGE(S) INTO " DELIMITED SIZE
                 PDF-RTV-OUT-FILE DELIMITED SPACE
                 INTO PDF-RTV-MSG
              MOVE SPACES TO PDF-RTV-SAVE-AS
           END-IF.
       RTV-PULL-EXIT.
           EXIT.
      *    The line must be one on show for the code and dates on
      *    the form, and the pull is logged against an operator.
      *    A blank save-as name becomes <code>-<run date>-<first
      *    page>.pdf for this pull only; the field itself is left
      *    blank, so a pull that fails does not hand its name on
      *    to the next line picked.
       RTV-VALIDATE-PULL.
           MOVE "Y" TO PDF-RTV-VALID-SW
           IF PDF-RTV-OPERATOR = SPACES
              MOVE "N" TO PDF-RTV-VALID-SW
              MOVE "OPERATOR ID IS REQUIRED TO PULL A STATEMENT"
                 TO PDF-RTV-MSG
           END-IF
           IF PDF-RTV-IS-VALID
              IF PDF-RTV-HIT-COUNT = 0
                    OR PDF-RTV-CODE NOT = PDF-RTV-LISTED-CODE
                    OR PDF-RTV-FROM NOT = PDF-RTV-LISTED-FROM
                    OR PDF-RTV-TO NOT = PDF-RTV-LISTED-TO
                 MOVE "N" TO PDF-RTV-VALID-SW
                 MOVE "LIST THE STATEMENTS FIRST, THEN PICK A LINE"
                    TO PDF-RTV-MSG
              END-IF
           END-IF
           IF PDF-RTV-IS-VALID
              IF PDF-RTV-PICK = ZERO OR PDF-RTV-PICK > PDF-RTV-HIT-COUNT
                 MOVE "N" TO PDF-RTV-VALID-SW
                 MOVE "PULL LINE MUST BE ONE OF THE LINES LISTED"
                    TO PDF-RTV-MSG
              END-IF
           END-IF
           IF PDF-RTV-IS-VALID
              MOVE PDF-RTV-HIT (PDF-RTV-PICK) TO PDF-IDX-REC
              IF PDF-RTV-SAVE-AS = SPACES
                 MOVE SPACES TO PDF-RTV-OUT-FILE
                 STRING PDF-IDX-CODE DELIMITED SPACE
                    "-" DELIMITED SIZE
                    PDF-IDX-RUN-DATE DELIMITED SIZE
                    "-" DELIMITED SIZE
                    PDF-IDX-FIRST-PAGE DELIMITED SIZE
                    ".pdf" DELIMITED SIZE
                    INTO PDF-RTV-OUT-FILE
              ELSE
                 MOVE PDF-RTV-SAVE-AS TO PDF-RTV-OUT-FILE
              END-IF
           END-IF.
       RTV-VALIDATE-PULL-EXIT.
           EXIT.
      *----------------------------------------------------*
      *  RTV-LOCATE-ARCHIVE - the file the index names, or   *
      *  if it is not there, wherever the purge register     *
      *  says the purge job moved it.  A file the purge      *
      *  deleted, or found already gone, cannot be pulled.   *
      *----------------------------------------------------*
       RTV-LOCATE-ARCHIVE.
           MOVE PDF-IDX-FILE TO PDF-RTV-PDF-FILE
           OPEN INPUT RTV-PDF
           IF PDF-RTV-PDF-STATUS = "00"
              CLOSE RTV-PDF
           ELSE
              PERFORM RTV-CHECK-REGISTER
              EVALUATE PDF-RTV-REG-ACTION
                 WHEN "MOVED"
                    MOVE PDF-RTV-REG-MOVED-TO TO PDF-RTV-PDF-FILE
                    OPEN INPUT RTV-PDF
                    IF PDF-RTV-PDF-STATUS = "00"
                       CLOSE RTV-PDF
                    ELSE
                       MOVE "N" TO PDF-RTV-VALID-SW
                       STRING "ARCHIVE MOVED OFFLINE TO " DELIMITED SIZE
                          PDF-RTV-REG-MOVED-TO DELIMITED SPACE
                          " - NOT READABLE" DELIMITED SIZE
                          INTO PDF-RTV-MSG
                    END-IF
                 WHEN "DELETED"
                    MOVE "N" TO PDF-RTV-VALID-SW
                    STRING "ARCHIVE FILE PURGED ON " DELIMITED SIZE
                       PDF-RTV-REG-DATE DELIMITED SIZE
                       " - NO LONGER AVAILABLE" DELIMITED SIZE
                       INTO PDF-RTV-MSG
                 WHEN "RETIRED"
                    MOVE "N" TO PDF-RTV-VALID-SW
                    STRING "ARCHIVE FILE FOUND MISSING BY THE PURGE ON "
                       DELIMITED SIZE
                       PDF-RTV-REG-DATE DELIMITED SIZE
                       INTO PDF-RTV-MSG
                 WHEN OTHER
                    MOVE "N" TO PDF-RTV-VALID-SW
                    STRING "ARCHIVE FILE NOT FOUND: " DELIMITED SIZE
                       PDF-IDX-FILE DELIMITED SPACE
                       INTO PDF-RTV-MSG
              END-EVALUATE
           END-IF.
       RTV-LOCATE-ARCHIVE-EXIT.
           EXIT.
      *    The last register line for the file wins.
       RTV-CHECK-REGISTER.
           MOVE SPACES TO PDF-RTV-REG-ACTION
           MOVE ZERO TO PDF-RTV-REG-DATE
           MOVE SPACES TO PDF-RTV-REG-MOVED-TO
           OPEN INPUT PDF-REG
           IF PDF-RTV-REG-STATUS = "00"
              MOVE "N" TO PDF-RTV-REG-EOF-SW
              PERFORM UNTIL PDF-RTV-REG-AT-EOF
                 READ PDF-REG
                    AT END
                       MOVE "Y" TO PDF-RTV-REG-EOF-SW
                    NOT AT END
                       IF PDF-REG-PDF = PDF-IDX-FILE
                          MOVE PDF-REG-ACTION TO PDF-RTV-REG-ACTION
                          MOVE PDF-REG-DATE TO PDF-RTV-REG-DATE
                          MOVE PDF-REG-MOVED-TO
                             TO PDF-RTV-REG-MOVED-TO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PDF-REG
           END-IF.
       RTV-CHECK-REGISTER-EXIT.
           EXIT.
       RTV-LOAD-ARCHIVE.
           MOVE ZERO TO PDF-RTV-BUF-LEN
           OPEN INPUT RTV-PDF
           IF PDF-RTV-PDF-STATUS = "00"
              MOVE "N" TO PDF-RTV-PDF-EOF-SW
              PERFORM UNTIL PDF-RTV-PDF-AT-EOF
                 READ RTV-PDF
                    AT END
                       MOVE "Y" TO PDF-RTV-PDF-EOF-SW
                    NOT AT END
                       ADD 1 TO PDF-RTV-BUF-LEN
                       IF PDF-RTV-BUF-LEN <= PDF-RTV-BUF-MAX
                          MOVE RTV-PDF-REC
                             TO PDF-RTV-BUF (PDF-RTV-BUF-LEN:1)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RTV-PDF
           END-IF
           IF PDF-RTV-BUF-LEN > PDF-RTV-BUF-MAX
              MOVE "N" TO PDF-RTV-VALID-SW
              MOVE "ARCHIVE FILE TOO LARGE TO PULL FROM"
                 TO PDF-RTV-MSG
           ELSE
              MOVE SPACES TO PDF-RTV-BUF (PDF-RTV-BUF-LEN + 1:100)
           END-IF.
       RTV-LOAD-ARCHIVE-EXIT.
           EXIT.
      *----------------------------------------------------*
      *  RTV-CHECK-ARCHIVE - the file must end with its      *
      *  %CHECKSUM stamp and %%EOF, the bytes ahead of the   *
      *  stamp must still fold to the stamped value, and     *
      *  that value must be the one the index took when the  *
      *  statement went out - a later run writing the same   *
      *  file name (a burst file is named by customer code)  *
      *  would otherwise hand back the wrong statement.      *
      *----------------------------------------------------*
       RTV-CHECK-ARCHIVE.
           MOVE ZERO TO PDF-RTV-STAMP-POS
           IF PDF-RTV-BUF-LEN > 26
              COMPUTE PDF-RTV-I = PDF-RTV-BUF-LEN - 25
              IF PDF-RTV-BUF (PDF-RTV-I:10) = "%CHECKSUM "
                    AND PDF-RTV-BUF (PDF-RTV-I - 1:1) = X"0A"
                    AND PDF-RTV-BUF (PDF-RTV-I + 19:7) =
                       X"0A" & "%%EOF" & X"0A"
                 MOVE PDF-RTV-I TO PDF-RTV-STAMP-POS
              END-IF
           END-IF
           IF PDF-RTV-STAMP-POS = ZERO
              MOVE "N" TO PDF-RTV-VALID-SW
              MOVE "ARCHIVE FILE HAS NO CHECKSUM STAMP - NOT PULLED"
                 TO PDF-RTV-MSG
           ELSE
              COMPUTE PDF-RTV-I = PDF-RTV-STAMP-POS + 10
              PERFORM RTV-READ-NUMBER
              MOVE PDF-RTV-NUM TO PDF-RTV-STAMP-VALUE
              MOVE ZERO TO PDF-RTV-CKSUM
              PERFORM VARYING PDF-RTV-I FROM 1 BY 1
                    UNTIL PDF-RTV-I >= PDF-RTV-STAMP-POS
                 MOVE PDF-RTV-BUF (PDF-RTV-I:1) TO PDF-RTV-BYTE
                 COMPUTE PDF-RTV-CKSUM-ACC =
                    PDF-RTV-CKSUM + PDF-RTV-BYTE-R
                 DIVIDE PDF-RTV-CKSUM-ACC BY 999999937
                    GIVING PDF-RTV-CKSUM-Q
                    REMAINDER PDF-RTV-CKSUM
              END-PERFORM
              IF PDF-RTV-CKSUM NOT = PDF-RTV-STAMP-VALUE
                 MOVE "N" TO PDF-RTV-VALID-SW
                 MOVE "ARCHIVE FILE FAILS ITS CHECKSUM - NOT PULLED"
                    TO PDF-RTV-MSG
              ELSE
                 IF PDF-IDX-CHECKSUM NOT = ZERO
                       AND PDF-IDX-CHECKSUM NOT = PDF-RTV-STAMP-VALUE
                    MOVE "N" TO PDF-RTV-VALID-SW
                    MOVE "ARCHIVE FILE REPLACED SINCE IT WAS INDEXED"
                       TO PDF-RTV-MSG
                 END-IF
              END-IF
           END-IF.
       RTV-CHECK-ARCHIVE-EXIT.
           EXIT.
      *----------------------------------------------------*
      *  RTV-READ-XREF - the engine writes one xref section  *
      *  starting at object 0, twenty bytes an entry, then   *
      *  the trailer dictionary on a line of its own, then   *
      *  startxref just ahead of the stamp.                  *
      *----------------------------------------------------*
       RTV-READ-XREF.
           MOVE "startxref" TO PDF-RTV-FIND-TXT
           MOVE 9 TO PDF-RTV-FIND-LEN
           MOVE 1 TO PDF-RTV-FIND-FROM
           IF PDF-RTV-STAMP-POS > 60
              COMPUTE PDF-RTV-FIND-FROM = PDF-RTV-STAMP-POS - 60
           END-IF
           MOVE PDF-RTV-STAMP-POS TO PDF-RTV-FIND-TO
           PERFORM RTV-FIND
           MOVE ZERO TO PDF-RTV-XREF-POS
           IF PDF-RTV-FOUND-AT > 0
              COMPUTE PDF-RTV-I = PDF-RTV-FOUND-AT + 9
              PERFORM RTV-READ-NUMBER
              IF PDF-RTV-NUM-DIGITS > 0
                    AND PDF-RTV-NUM + 4 < PDF-RTV-BUF-LEN
                 COMPUTE PDF-RTV-XREF-POS = PDF-RTV-NUM + 1
              END-IF
           END-IF
           IF PDF-RTV-XREF-POS > 0
              IF PDF-RTV-BUF (PDF-RTV-XREF-POS:4) NOT = "xref"
                 MOVE ZERO TO PDF-RTV-XREF-POS
              END-IF
           END-IF
           IF PDF-RTV-XREF-POS > 0
              COMPUTE PDF-RTV-I = PDF-RTV-XREF-POS + 4
              PERFORM RTV-READ-NUMBER
              IF PDF-RTV-NUM-DIGITS = 0 OR PDF-RTV-NUM NOT = 0
                 MOVE ZERO TO PDF-RTV-XREF-POS
              ELSE
                 PERFORM RTV-READ-NUMBER
                 IF PDF-RTV-NUM-DIGITS = 0 OR PDF-RTV-NUM < 2
                       OR PDF-RTV-NUM > PDF-RTV-OBJ-MAX
                    MOVE ZERO TO PDF-RTV-XREF-POS
                 ELSE
                    MOVE PDF-RTV-NUM TO PDF-RTV-SIZE
                 END-IF
              END-IF
           END-IF
           IF PDF-RTV-XREF-POS = 0
              MOVE "N" TO PDF-RTV-VALID-SW
              MOVE "ARCHIVE FILE CROSS-REFERENCE NOT READABLE"
                 TO PDF-RTV-MSG
           ELSE
              PERFORM UNTIL PDF-RTV-BUF (PDF-RTV-I:1) NOT = SPACE
                    AND PDF-RTV-BUF (PDF-RTV-I:1) NOT = X"0D"
                    AND PDF-RTV-BUF (PDF-RTV-I:1) NOT = X"0A"
                 ADD 1 TO PDF-RTV-I
              END-PERFORM
              MOVE PDF-RTV-I TO PDF-RTV-J
              MOVE 1 TO PDF-RTV-N
              PERFORM UNTIL PDF-RTV-N >= PDF-RTV-SIZE
                 COMPUTE PDF-RTV-K = PDF-RTV-J + 20 * PDF-RTV-N
                 MOVE PDF-RTV-BUF (PDF-RTV-K:10) TO PDF-RTV-TEN-X
                 MOVE SPACE TO PDF-RTV-OBJ-MARK (PDF-RTV-N)
                 MOVE "N" TO PDF-RTV-OBJ-OUT-SW (PDF-RTV-N)
                 MOVE ZERO TO PDF-RTV-OBJ-NEW-OFF (PDF-RTV-N)
                 MOVE ZERO TO PDF-RTV-OBJ-POS (PDF-RTV-N)
                 IF PDF-RTV-BUF (PDF-RTV-K + 17:1) = "n"
                       AND PDF-RTV-TEN-X IS NUMERIC
                       AND PDF-RTV-TEN-9 < PDF-RTV-BUF-LEN
                    COMPUTE PDF-RTV-OBJ-POS (PDF-RTV-N) =
                       PDF-RTV-TEN-9 + 1
                 END-IF
                 ADD 1 TO PDF-RTV-N
              END-PERFORM
              COMPUTE PDF-RTV-I = PDF-RTV-J + 20 * PDF-RTV-SIZE
              PERFORM RTV-READ-TRAILER
           END-IF.
       RTV-READ-XREF-EXIT.
           EXIT.
      *    The trailer line is kept as it stands - the new file
      *    keeps the same object numbering, root and /Size, and
      *    an encrypted file must keep its /Encrypt and /ID.
       RTV-READ-TRAILER.
           MOVE ZERO TO PDF-RTV-TRAILER-LEN
           MOVE SPACES TO PDF-RTV-TRAILER
           IF PDF-RTV-BUF (PDF-RTV-I:7) = "trailer"
              ADD 7 TO PDF-RTV-I
              PERFORM UNTIL PDF-RTV-BUF (PDF-RTV-I:1) NOT = SPACE
                    AND PDF-RTV-BUF (PDF-RTV-I:1) NOT = X"0D"
                    AND PDF-RTV-BUF (PDF-RTV-I:1) NOT = X"0A"
                 ADD 1 TO PDF-RTV-I
              END-PERFORM
              PERFORM UNTIL PDF-RTV-I >= PDF-RTV-STAMP-POS
                    OR PDF-RTV-BUF (PDF-RTV-I:1) = X"0A"
                    OR PDF-RTV-TRAILER-LEN = 400
                 ADD 1 TO PDF-RTV-TRAILER-LEN
                 MOVE PDF-RTV-BUF (PDF-RTV-I:1)
                    TO PDF-RTV-TRAILER (PDF-RTV-TRAILER-LEN:1)
                 ADD 1 TO PDF-RTV-I
              END-PERFORM
           END-IF
           MOVE ZERO TO PDF-RTV-ROOT-OBJ
           MOVE ZERO TO PDF-RTV-ENCRYPT-OBJ
           IF PDF-RTV-TRAILER-LEN > 0
                 AND PDF-RTV-TRAILER-LEN < 400
              MOVE "/Root" TO PDF-RTV-FIND-TXT
              MOVE 5 TO PDF-RTV-FIND-LEN
              COMPUTE PDF-RTV-FIND-FROM =
                 PDF-RTV-I - PDF-RTV-TRAILER-LEN
              MOVE PDF-RTV-I TO PDF-RTV-FIND-TO
              PERFORM RTV-FIND
              IF PDF-RTV-FOUND-AT > 0
                 COMPUTE PDF-RTV-I = PDF-RTV-FOUND-AT + 5
                 PERFORM RTV-READ-NUMBER
                 IF PDF-RTV-NUM > 0 AND PDF-RTV-NUM < PDF-RTV-SIZE
                    MOVE PDF-RTV-NUM TO PDF-RTV-ROOT-OBJ
                 END-IF
              END-IF
              MOVE "/Encrypt" TO PDF-RTV-FIND-TXT
              MOVE 8 TO PDF-RTV-FIND-LEN
              PERFORM RTV-FIND
              IF PDF-RTV-FOUND-AT > 0
                 COMPUTE PDF-RTV-I = PDF-RTV-FOUND-AT + 8
                 PERFORM RTV-READ-NUMBER
                 IF PDF-RTV-NUM > 0 AND PDF-RTV-NUM < PDF-RTV-SIZE
                    MOVE PDF-RTV-NUM TO PDF-RTV-ENCRYPT-OBJ
                 END-IF
              END-IF
           END-IF
           IF PDF-RTV-ROOT-OBJ = 0
              MOVE "N" TO PDF-RTV-VALID-SW
              MOVE "ARCHIVE FILE TRAILER NOT READABLE" TO PDF-RTV-MSG
           ELSE
              IF PDF-RTV-OBJ-POS (PDF-RTV-ROOT-OBJ) = 0
                 MOVE "N" TO PDF-RTV-VALID-SW
                 MOVE "ARCHIVE FILE HAS NO CATALOG" TO PDF-RTV-MSG
              END-IF
           END-IF.
       RTV-READ-TRAILER-EXIT.
           EXIT.
      *    The catalog gives the page tree and, when the file has
      *    form fields, the form dictionary.
       RTV-READ-CATALOG.
           MOVE ZERO TO PDF-RTV-PAGES-OBJ
           MOVE ZERO TO PDF-RTV-ACRO-OBJ
           MOVE PDF-RTV-ROOT-OBJ TO PDF-RTV-CUR-OBJ
           PERFORM RTV-OBJ-BOUNDS
           MOVE PDF-RTV-OBJ-FROM TO PDF-RTV-FIND-FROM
           MOVE PDF-RTV-DICT-END TO PDF-RTV-FIND-TO
           MOVE "/Pages" TO PDF-RTV-FIND-TXT
           MOVE 6 TO PDF-RTV-FIND-LEN
           PERFORM RTV-FIND
           IF PDF-RTV-FOUND-AT > 0
              COMPUTE PDF-RTV-I = PDF-RTV-FOUND-AT + 6
              PERFORM RTV-READ-NUMBER
              IF PDF-RTV-NUM > 0 AND PDF-RTV-NUM < PDF-RTV-SIZE
                 MOVE PDF-RTV-NUM TO PDF-RTV-PAGES-OBJ
              END-IF
           END-IF
           MOVE "/AcroForm" TO PDF-RTV-FIND-TXT
           MOVE 9 TO PDF-RTV-FIND-LEN
           PERFORM RTV-FIND
           IF PDF-RTV-FOUND-AT > 0
              COMPUTE PDF-RTV-I = PDF-RTV-FOUND-AT + 9
              PERFORM RTV-READ-NUMBER
              IF PDF-RTV-NUM > 0 AND PDF-RTV-NUM < PDF-RTV-SIZE
                 MOVE PDF-RTV-NUM TO PDF-RTV-ACRO-OBJ
              END-IF
           END-IF
           IF PDF-RTV-PAGES-OBJ = 0
              MOVE "N" TO PDF-RTV-VALID-SW
              MOVE "ARCHIVE FILE HAS NO PAGE TREE" TO PDF-RTV-MSG
           ELSE
              IF PDF-RTV-OBJ-POS (PDF-RTV-PAGES-OBJ) = 0
                 MOVE "N" TO PDF-RTV-VALID-SW
                 MOVE "ARCHIVE FILE HAS NO PAGE TREE" TO PDF-RTV-MSG
              END-IF
           END-IF
           IF PDF-RTV-ACRO-OBJ > 0
              IF PDF-RTV-OBJ-POS (PDF-RTV-ACRO-OBJ) = 0
                 MOVE ZERO TO PDF-RTV-ACRO-OBJ
              END-IF
           END-IF.
       RTV-READ-CATALOG-EXIT.
           EXIT.
      *    The page tree is a single /Kids list in page order (the
      *    TOC page first); the statement is the run of kids that
      *    starts at its first page object.
       RTV-FIND-PAGES.
           MOVE ZERO TO PDF-RTV-KID-COUNT
           MOVE PDF-RTV-PAGES-OBJ TO PDF-RTV-CUR-OBJ
           PERFORM RTV-OBJ-BOUNDS
           MOVE PDF-RTV-OBJ-FROM TO PDF-RTV-FIND-FROM
           MOVE PDF-RTV-DICT-END TO PDF-RTV-FIND-TO
           MOVE "/Kids" TO PDF-RTV-FIND-TXT
           MOVE 5 TO PDF-RTV-FIND-LEN
           PERFORM RTV-FIND
           IF PDF-RTV-FOUND-AT > 0
              MOVE PDF-RTV-FOUND-AT TO PDF-RTV-FIND-FROM
              MOVE "[" TO PDF-RTV-FIND-TXT
              MOVE 1 TO PDF-RTV-FIND-LEN
              PERFORM RTV-FIND
           END-IF
           IF PDF-RTV-FOUND-AT > 0
              COMPUTE PDF-RTV-SCAN-FROM = PDF-RTV-FOUND-AT + 1
              MOVE PDF-RTV-SCAN-FROM TO PDF-RTV-FIND-FROM
              MOVE "]" TO PDF-RTV-FIND-TXT
              PERFORM RTV-FIND
           END-IF
           IF PDF-RTV-FOUND-AT > 0
              MOVE PDF-RTV-FOUND-AT TO PDF-RTV-SCAN-TO
              MOVE "K" TO PDF-RTV-REF-MODE
              PERFORM RTV-TAKE-REFS
           END-IF
           MOVE ZERO TO PDF-RTV-KID-FIRST
           MOVE 1 TO PDF-RTV-KID-IDX
           PERFORM UNTIL PDF-RTV-KID-IDX > PDF-RTV-KID-COUNT
                 OR PDF-RTV-KID-FIRST > 0
              IF PDF-RTV-KID (PDF-RTV-KID-IDX) = PDF-IDX-PAGE-OBJ
                 MOVE PDF-RTV-KID-IDX TO PDF-RTV-KID-FIRST
              END-IF
              ADD 1 TO PDF-RTV-KID-IDX
           END-PERFORM
           COMPUTE PDF-RTV-KID-LAST =
              PDF-RTV-KID-FIRST + PDF-IDX-PAGES - 1
           IF PDF-RTV-KID-FIRST = 0 OR PDF-IDX-PAGES = 0
                 OR PDF-RTV-KID-LAST > PDF-RTV-KID-COUNT
              MOVE "N" TO PDF-RTV-VALID-SW
              MOVE "STATEMENT PAGES NOT FOUND IN THE ARCHIVE FILE"
                 TO PDF-RTV-MSG
           END-IF.
       RTV-FIND-PAGES-EXIT.
           EXIT.
      *----------------------------------------------------*
      *  RTV-MARK-OBJECTS - everything the statement's pages *
      *  reach by reference, followed object to object.  The *
      *  catalog, page tree and form dictionary are rebuilt, *
      *  and every other page is marked off first, so a      *
      *  reference never drags in pages of another customer. *
      *  The encryption dictionary goes along whenever the   *
      *  file has one.                                       *
      *----------------------------------------------------*
       RTV-MARK-OBJECTS.
           MOVE "R" TO PDF-RTV-OBJ-MARK (PDF-RTV-ROOT-OBJ)
           MOVE "R" TO PDF-RTV-OBJ-MARK (PDF-RTV-PAGES-OBJ)
           IF PDF-RTV-ACRO-OBJ > 0
              MOVE "R" TO PDF-RTV-OBJ-MARK (PDF-RTV-ACRO-OBJ)
           END-IF
           MOVE 1 TO PDF-RTV-KID-IDX
           PERFORM UNTIL PDF-RTV-KID-IDX > PDF-RTV-KID-COUNT
              MOVE "X" TO PDF-RTV-OBJ-MARK
                 (PDF-RTV-KID (PDF-RTV-KID-IDX))
              ADD 1 TO PDF-RTV-KID-IDX
           END-PERFORM
           MOVE ZERO TO PDF-RTV-QUEUE-TAIL
           MOVE PDF-RTV-KID-FIRST TO PDF-RTV-KID-IDX
           PERFORM UNTIL PDF-RTV-KID-IDX > PDF-RTV-KID-LAST
              MOVE PDF-RTV-KID (PDF-RTV-KID-IDX) TO PDF-RTV-REF
              PERFORM RTV-TAKE-OBJECT
              ADD 1 TO PDF-RTV-KID-IDX
           END-PERFORM
           IF PDF-RTV-ENCRYPT-OBJ > 0
              MOVE PDF-RTV-ENCRYPT-OBJ TO PDF-RTV-REF
              IF PDF-RTV-OBJ-UNSEEN (PDF-RTV-REF)
                 PERFORM RTV-TAKE-OBJECT
              END-IF
           END-IF
           MOVE "M" TO PDF-RTV-REF-MODE
           MOVE 1 TO PDF-RTV-QUEUE-HEAD
           PERFORM UNTIL PDF-RTV-QUEUE-HEAD > PDF-RTV-QUEUE-TAIL
              MOVE PDF-RTV-QUEUE (PDF-RTV-QUEUE-HEAD)
                 TO PDF-RTV-CUR-OBJ
              PERFORM RTV-OBJ-BOUNDS
              MOVE PDF-RTV-OBJ-FROM TO PDF-RTV-SCAN-FROM
              MOVE PDF-RTV-DICT-END TO PDF-RTV-SCAN-TO
              PERFORM RTV-TAKE-REFS
              ADD 1 TO PDF-RTV-QUEUE-HEAD
           END-PERFORM
           MOVE ZERO TO PDF-RTV-FLD-COUNT
           IF PDF-RTV-ACRO-OBJ > 0
              PERFORM RTV-KEEP-FIELDS
           END-IF.
       RTV-MARK-OBJECTS-EXIT.
           EXIT.
       RTV-TAKE-OBJECT.
           MOVE "C" TO PDF-RTV-OBJ-MARK (PDF-RTV-REF)
           ADD 1 TO PDF-RTV-QUEUE-TAIL
           MOVE PDF-RTV-REF TO PDF-RTV-QUEUE (PDF-RTV-QUEUE-TAIL).
       RTV-TAKE-OBJECT-EXIT.
           EXIT.
      *    The form dictionary keeps the fields on the pages taken
      *    and everything after its /Fields list as it stands -
      *    in an encrypted file the default appearance string is
      *    ciphered under this object's own number, which does
      *    not change.  No field left means no form dictionary.
       RTV-KEEP-FIELDS.
           MOVE ZERO TO PDF-RTV-FLD-TAIL
           MOVE PDF-RTV-ACRO-OBJ TO PDF-RTV-CUR-OBJ
           PERFORM RTV-OBJ-BOUNDS
           MOVE PDF-RTV-OBJ-FROM TO PDF-RTV-FIND-FROM
           MOVE PDF-RTV-DICT-END TO PDF-RTV-FIND-TO
           MOVE "/Fields" TO PDF-RTV-FIND-TXT
           MOVE 7 TO PDF-RTV-FIND-LEN
           PERFORM RTV-FIND
           IF PDF-RTV-FOUND-AT > 0
              MOVE PDF-RTV-FOUND-AT TO PDF-RTV-FIND-FROM
              MOVE "[" TO PDF-RTV-FIND-TXT
              MOVE 1 TO PDF-RTV-FIND-LEN
              PERFORM RTV-FIND
           END-IF
           IF PDF-RTV-FOUND-AT > 0
              COMPUTE PDF-RTV-SCAN-FROM = PDF-RTV-FOUND-AT + 1
              MOVE PDF-RTV-SCAN-FROM TO PDF-RTV-FIND-FROM
              MOVE "]" TO PDF-RTV-FIND-TXT
              PERFORM RTV-FIND
           END-IF
           IF PDF-RTV-FOUND-AT > 0
              MOVE PDF-RTV-FOUND-AT TO PDF-RTV-SCAN-TO
              COMPUTE PDF-RTV-FLD-TAIL = PDF-RTV-FOUND-AT + 1
              MOVE "F" TO PDF-RTV-REF-MODE
              PERFORM RTV-TAKE-REFS
           END-IF
           IF PDF-RTV-FLD-COUNT = 0
              MOVE SPACE TO PDF-RTV-OBJ-MARK (PDF-RTV-ACRO-OBJ)
              MOVE ZERO TO PDF-RTV-ACRO-OBJ
           END-IF.
       RTV-KEEP-FIELDS-EXIT.
           EXIT.
      *----------------------------------------------------*
      *  RTV-TAKE-REFS - every "N 0 R" between PDF-RTV-SCAN- *
      *  FROM and PDF-RTV-SCAN-TO.  Only dictionary bytes    *
      *  are ever scanned, never stream data.                *
      *----------------------------------------------------*
       RTV-TAKE-REFS.
           MOVE PDF-RTV-SCAN-FROM TO PDF-RTV-J
           PERFORM UNTIL PDF-RTV-J > PDF-RTV-SCAN-TO
              IF PDF-RTV-BUF (PDF-RTV-J:1) = "R"
                    AND PDF-RTV-J > PDF-RTV-SCAN-FROM + 3
                 IF PDF-RTV-BUF (PDF-RTV-J - 3:3) = " 0 "
                    PERFORM RTV-TAKE-ONE-REF
                 END-IF
              END-IF
              ADD 1 TO PDF-RTV-J
           END-PERFORM.
       RTV-TAKE-REFS-EXIT.
           EXIT.
       RTV-TAKE-ONE-REF.
           MOVE ZERO TO PDF-RTV-REF
           MOVE 1 TO PDF-RTV-REF-MULT
           MOVE ZERO TO PDF-RTV-REF-DIGITS
           COMPUTE PDF-RTV-K = PDF-RTV-J - 4
           PERFORM UNTIL PDF-RTV-K < PDF-RTV-SCAN-FROM
                 OR PDF-RTV-BUF (PDF-RTV-K:1) < "0"
                 OR PDF-RTV-BUF (PDF-RTV-K:1) > "9"
                 OR PDF-RTV-REF-DIGITS = 6
              MOVE PDF-RTV-BUF (PDF-RTV-K:1) TO PDF-RTV-DIGIT-X
              COMPUTE PDF-RTV-REF =
                 PDF-RTV-REF + PDF-RTV-DIGIT-9 * PDF-RTV-REF-MULT
              COMPUTE PDF-RTV-REF-MULT = PDF-RTV-REF-MULT * 10
              ADD 1 TO PDF-RTV-REF-DIGITS
              SUBTRACT 1 FROM PDF-RTV-K
           END-PERFORM
           IF PDF-RTV-REF-DIGITS > 0 AND PDF-RTV-REF-DIGITS < 6
                 AND PDF-RTV-REF > 0 AND PDF-RTV-REF < PDF-RTV-SIZE
              EVALUATE PDF-RTV-REF-MODE
                 WHEN "K"
                    IF PDF-RTV-KID-COUNT < 5000
                       ADD 1 TO PDF-RTV-KID-COUNT
                       MOVE PDF-RTV-REF
                          TO PDF-RTV-KID (PDF-RTV-KID-COUNT)
                    END-IF
                 WHEN "M"
                    IF PDF-RTV-OBJ-UNSEEN (PDF-RTV-REF)
                          AND PDF-RTV-OBJ-POS (PDF-RTV-REF) > 0
                       PERFORM RTV-TAKE-OBJECT
                    END-IF
                 WHEN "F"
                    IF PDF-RTV-OBJ-TAKEN (PDF-RTV-REF)
                          AND PDF-RTV-FLD-COUNT < 500
                       ADD 1 TO PDF-RTV-FLD-COUNT
                       MOVE PDF-RTV-REF
                          TO PDF-RTV-FLD (PDF-RTV-FLD-COUNT)
                    END-IF
              END-EVALUATE
           END-IF.
       RTV-TAKE-ONE-REF-EXIT.
           EXIT.
      *----------------------------------------------------*
      *  RTV-OBJ-BOUNDS - measure object PDF-RTV-CUR-OBJ: a  *
      *  stream's data is stepped over by its direct /Length *
      *  (the engine never writes an indirect one), or up to *
      *  endstream when it has none.                         *
      *----------------------------------------------------*
       RTV-OBJ-BOUNDS.
           MOVE PDF-RTV-OBJ-POS (PDF-RTV-CUR-OBJ) TO PDF-RTV-OBJ-FROM
           MOVE ZERO TO PDF-RTV-DICT-END
           MOVE "N" TO PDF-RTV-STREAM-SW
           MOVE "N" TO PDF-RTV-LENK-SW
           MOVE PDF-RTV-OBJ-FROM TO PDF-RTV-J
           PERFORM UNTIL PDF-RTV-DICT-END > 0
                 OR PDF-RTV-J > PDF-RTV-BUF-LEN
              EVALUATE TRUE
                 WHEN PDF-RTV-BUF (PDF-RTV-J:6) = "endobj"
                    COMPUTE PDF-RTV-DICT-END = PDF-RTV-J - 1
                 WHEN PDF-RTV-BUF (PDF-RTV-J:6) = "stream"
                       AND (PDF-RTV-BUF (PDF-RTV-J - 1:1) = X"0A"
                       OR PDF-RTV-BUF (PDF-RTV-J - 1:1) = X"0D"
                       OR PDF-RTV-BUF (PDF-RTV-J - 1:1) = SPACE
                       OR PDF-RTV-BUF (PDF-RTV-J - 1:1) = ">")
                    COMPUTE PDF-RTV-DICT-END = PDF-RTV-J - 1
                    MOVE "Y" TO PDF-RTV-STREAM-SW
                 WHEN PDF-RTV-BUF (PDF-RTV-J:8) = "/Length "
                    COMPUTE PDF-RTV-I = PDF-RTV-J + 8
                    PERFORM RTV-READ-NUMBER
                    IF PDF-RTV-NUM-DIGITS > 0
                          AND PDF-RTV-NUM-DIGITS < 10
                          AND PDF-RTV-BUF (PDF-RTV-I:4) NOT = " 0 R"
                       MOVE PDF-RTV-NUM TO PDF-RTV-STREAM-LEN
                       MOVE "Y" TO PDF-RTV-LENK-SW
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              ADD 1 TO PDF-RTV-J
           END-PERFORM
           IF PDF-RTV-HAS-STREAM
              COMPUTE PDF-RTV-J = PDF-RTV-DICT-END + 7
              IF PDF-RTV-BUF (PDF-RTV-J:1) = X"0D"
                 ADD 1 TO PDF-RTV-J
              END-IF
              IF PDF-RTV-BUF (PDF-RTV-J:1) = X"0A"
                 ADD 1 TO PDF-RTV-J
              END-IF
              IF PDF-RTV-LEN-IS-KNOWN
                 ADD PDF-RTV-STREAM-LEN TO PDF-RTV-J
              ELSE
                 MOVE "endstream" TO PDF-RTV-FIND-TXT
                 MOVE 9 TO PDF-RTV-FIND-LEN
                 MOVE PDF-RTV-J TO PDF-RTV-FIND-FROM
                 MOVE PDF-RTV-BUF-LEN TO PDF-RTV-FIND-TO
                 PERFORM RTV-FIND
                 IF PDF-RTV-FOUND-AT > 0
                    MOVE PDF-RTV-FOUND-AT TO PDF-RTV-J
                 END-IF
              END-IF
              MOVE "endobj" TO PDF-RTV-FIND-TXT
              MOVE 6 TO PDF-RTV-FIND-LEN
              MOVE PDF-RTV-J TO PDF-RTV-FIND-FROM
              MOVE PDF-RTV-BUF-LEN TO PDF-RTV-FIND-TO
              PERFORM RTV-FIND
           ELSE
              COMPUTE PDF-RTV-FOUND-AT = PDF-RTV-DICT-END + 1
           END-IF
           IF PDF-RTV-DICT-END = 0 OR PDF-RTV-FOUND-AT = 0
                 OR PDF-RTV-FOUND-AT > PDF-RTV-BUF-LEN
              MOVE "N" TO PDF-RTV-VALID-SW
              MOVE "ARCHIVE FILE OBJECT NOT READABLE" TO PDF-RTV-MSG
              MOVE PDF-RTV-OBJ-FROM TO PDF-RTV-DICT-END
              MOVE PDF-RTV-OBJ-FROM TO PDF-RTV-OBJ-LAST
           ELSE
              COMPUTE PDF-RTV-OBJ-LAST = PDF-RTV-FOUND-AT + 5
              IF PDF-RTV-BUF (PDF-RTV-OBJ-LAST + 1:1) = X"0A"
                 ADD 1 TO PDF-RTV-OBJ-LAST
              END-IF
           END-IF.
       RTV-OBJ-BOUNDS-EXIT.
           EXIT.
      *----------------------------------------------------*
      *  RTV-WRITE-EXTRACT - the new file: the archive's     *
      *  header line, then objects in number order - those   *
      *  marked C byte for byte, the catalog, page tree and  *
      *  form dictionary rebuilt - then an xref over the     *
      *  same numbering (objects left out are free entries)  *
      *  and the archive's own trailer dictionary.           *
      *----------------------------------------------------*
       RTV-WRITE-EXTRACT.
           IF PDF-RTV-OUT-FILE = PDF-RTV-PDF-FILE
                 OR PDF-RTV-OUT-FILE = PDF-IDX-FILE
              MOVE "N" TO PDF-RTV-VALID-SW
              MOVE "SAVE AS NAME IS THE ARCHIVE FILE ITSELF"
                 TO PDF-RTV-MSG
           ELSE
              OPEN OUTPUT RTV-OUT
              IF PDF-RTV-OUT-STATUS NOT = "00"
                 MOVE "N" TO PDF-RTV-VALID-SW
                 STRING "CANNOT WRITE " DELIMITED SIZE
                    PDF-RTV-OUT-FILE DELIMITED SPACE
                    INTO PDF-RTV-MSG
              END-IF
           END-IF
           IF PDF-RTV-IS-VALID
              MOVE ZERO TO PDF-RTV-OUT-OFF
              MOVE 1 TO PDF-RTV-PUT-FROM
              MOVE ZERO TO PDF-RTV-PUT-COUNT
              PERFORM UNTIL PDF-RTV-PUT-COUNT > 0
                    OR PDF-RTV-PUT-FROM > PDF-RTV-BUF-LEN
                 IF PDF-RTV-BUF (PDF-RTV-PUT-FROM:1) = X"0A"
                    MOVE PDF-RTV-PUT-FROM TO PDF-RTV-PUT-COUNT
                 END-IF
                 ADD 1 TO PDF-RTV-PUT-FROM
              END-PERFORM
              MOVE 1 TO PDF-RTV-PUT-FROM
              PERFORM RTV-PUT-BYTES
              MOVE 1 TO PDF-RTV-N
              PERFORM UNTIL PDF-RTV-N >= PDF-RTV-SIZE
                 PERFORM RTV-WRITE-ONE-OBJ
                 ADD 1 TO PDF-RTV-N
              END-PERFORM
              PERFORM RTV-WRITE-XREF
              CLOSE RTV-OUT
           END-IF.
       RTV-WRITE-EXTRACT-EXIT.
           EXIT.
       RTV-WRITE-ONE-OBJ.
           MOVE PDF-RTV-OUT-OFF TO PDF-RTV-OBJ-NEW-OFF (PDF-RTV-N)
           MOVE "Y" TO PDF-RTV-OBJ-OUT-SW (PDF-RTV-N)
           EVALUATE TRUE
              WHEN PDF-RTV-N = PDF-RTV-ROOT-OBJ
                 PERFORM RTV-WRITE-CATALOG
              WHEN PDF-RTV-N = PDF-RTV-PAGES-OBJ
                 PERFORM RTV-WRITE-PAGES
              WHEN PDF-RTV-N = PDF-RTV-ACRO-OBJ
                 PERFORM RTV-WRITE-ACROFORM
              WHEN PDF-RTV-OBJ-TAKEN (PDF-RTV-N)
                 MOVE PDF-RTV-N TO PDF-RTV-CUR-OBJ
                 PERFORM RTV-OBJ-BOUNDS
                 MOVE PDF-RTV-OBJ-FROM TO PDF-RTV-PUT-FROM
                 COMPUTE PDF-RTV-PUT-COUNT =
                    PDF-RTV-OBJ-LAST - PDF-RTV-OBJ-FROM + 1
                 PERFORM RTV-PUT-BYTES
                 IF PDF-RTV-BUF (PDF-RTV-OBJ-LAST:1) NOT = X"0A"
                    MOVE 1 TO PDF-RTV-LP
                    PERFORM RTV-PUT-LINE
                 END-IF
              WHEN OTHER
                 MOVE "N" TO PDF-RTV-OBJ-OUT-SW (PDF-RTV-N)
                 MOVE ZERO TO PDF-RTV-OBJ-NEW-OFF (PDF-RTV-N)
           END-EVALUATE.
       RTV-WRITE-ONE-OBJ-EXIT.
           EXIT.
       RTV-WRITE-CATALOG.
           MOVE PDF-RTV-N TO PDF-RTV-NUM-ED
           MOVE 1 TO PDF-RTV-LP
           STRING PDF-RTV-NUM-ED DELIMITED SIZE " 0 obj" DELIMITED SIZE
              INTO PDF-RTV-LINE WITH POINTER PDF-RTV-LP
           PERFORM RTV-PUT-LINE
           MOVE PDF-RTV-PAGES-OBJ TO PDF-RTV-NUM-ED
           MOVE 1 TO PDF-RTV-LP
           STRING "<< /Type /Catalog /Pages " DELIMITED SIZE
              PDF-RTV-NUM-ED DELIMITED SIZE " 0 R" DELIMITED SIZE
              INTO PDF-RTV-LINE WITH POINTER PDF-RTV-LP
           IF PDF-RTV-ACRO-OBJ > 0
              MOVE PDF-RTV-ACRO-OBJ TO PDF-RTV-NUM-ED
              STRING " /AcroForm " DELIMITED SIZE
                 PDF-RTV-NUM-ED DELIMITED SIZE " 0 R" DELIMITED SIZE
                 INTO PDF-RTV-LINE WITH POINTER PDF-RTV-LP
           END-IF
           STRING " >>" DELIMITED SIZE
              INTO PDF-RTV-LINE WITH POINTER PDF-RTV-LP
           PERFORM RTV-PUT-LINE
           PERFORM RTV-PUT-ENDOBJ.
       RTV-WRITE-CATALOG-EXIT.
           EXIT.
      *    One kid to a line, the way the engine spills a long
      *    kids list - the newlines are ordinary PDF white space.
       RTV-WRITE-PAGES.
           MOVE PDF-RTV-N TO PDF-RTV-NUM-ED
           MOVE 1 TO PDF-RTV-LP
           STRING PDF-RTV-NUM-ED DELIMITED SIZE " 0 obj" DELIMITED SIZE
              INTO PDF-RTV-LINE WITH POINTER PDF-RTV-LP
           PERFORM RTV-PUT-LINE
           MOVE 1 TO PDF-RTV-LP
           STRING "<< /Type /Pages /Kids [" DELIMITED SIZE
              INTO PDF-RTV-LINE WITH POINTER PDF-RTV-LP
           PERFORM RTV-PUT-LINE
           MOVE PDF-RTV-KID-FIRST TO PDF-RTV-KID-IDX
           PERFORM UNTIL PDF-RTV-KID-IDX > PDF-RTV-KID-LAST
              MOVE PDF-RTV-KID (PDF-RTV-KID-IDX) TO PDF-RTV-NUM-ED
              MOVE 1 TO PDF-RTV-LP
              STRING PDF-RTV-NUM-ED DELIMITED SIZE " 0 R" DELIMITED SIZE
                 INTO PDF-RTV-LINE WITH POINTER PDF-RTV-LP
              PERFORM RTV-PUT-LINE
              ADD 1 TO PDF-RTV-KID-IDX
           END-PERFORM
           MOVE PDF-IDX-PAGES TO PDF-RTV-NUM-ED
           MOVE 1 TO PDF-RTV-LP
           STRING "] /Count " DELIMITED SIZE
              PDF-RTV-NUM-ED DELIMITED SIZE " >>" DELIMITED SIZE
              INTO PDF-RTV-LINE WITH POINTER PDF-RTV-LP
           PERFORM RTV-PUT-LINE
           PERFORM RTV-PUT-ENDOBJ.
       RTV-WRITE-PAGES-EXIT.
           EXIT.
       RTV-WRITE-ACROFORM.
           MOVE PDF-RTV-N TO PDF-RTV-NUM-ED
           MOVE 1 TO PDF-RTV-LP
           STRING PDF-RTV-NUM-ED DELIMITED SIZE " 0 obj" DELIMITED SIZE
              INTO PDF-RTV-LINE WITH POINTER PDF-RTV-LP
           PERFORM RTV-PUT-LINE
           MOVE 1 TO PDF-RTV-LP
           STRING "<< /Fields [" DELIMITED SIZE
              INTO PDF-RTV-LINE WITH POINTER PDF-RTV-LP
           PERFORM RTV-PUT-LINE
           MOVE 1 TO PDF-RTV-FLD-IDX
           PERFORM UNTIL PDF-RTV-FLD-IDX > PDF-RTV-FLD-COUNT
              MOVE PDF-RTV-FLD (PDF-RTV-FLD-IDX) TO PDF-RTV-NUM-ED
              MOVE 1 TO PDF-RTV-LP
              STRING PDF-RTV-NUM-ED DELIMITED SIZE " 0 R" DELIMITED SIZE
                 INTO PDF-RTV-LINE WITH POINTER PDF-RTV-LP
              PERFORM RTV-PUT-LINE
              ADD 1 TO PDF-RTV-FLD-IDX
           END-PERFORM
           MOVE "]" TO RTV-OUT-REC
           WRITE RTV-OUT-REC
           ADD 1 TO PDF-RTV-OUT-OFF
           MOVE PDF-RTV-ACRO-OBJ TO PDF-RTV-CUR-OBJ
           PERFORM RTV-OBJ-BOUNDS
           MOVE PDF-RTV-FLD-TAIL TO PDF-RTV-PUT-FROM
           COMPUTE PDF-RTV-PUT-COUNT =
              PDF-RTV-DICT-END - PDF-RTV-FLD-TAIL + 1
           PERFORM RTV-PUT-BYTES
           IF PDF-RTV-BUF (PDF-RTV-DICT-END:1) NOT = X"0A"
              MOVE 1 TO PDF-RTV-LP
              PERFORM RTV-PUT-LINE
           END-IF
           PERFORM RTV-PUT-ENDOBJ.
       RTV-WRITE-ACROFORM-EXIT.
           EXIT.
      *    Free entries are chained object to object, lowest
      *    first, from entry 0.
       RTV-WRITE-XREF.
           MOVE PDF-RTV-OUT-OFF TO PDF-RTV-XREF-START
           MOVE ZERO TO PDF-RTV-FREE-NEXT
           COMPUTE PDF-RTV-N = PDF-RTV-SIZE - 1
           PERFORM UNTIL PDF-RTV-N = 0
              IF NOT PDF-RTV-OBJ-WRITTEN (PDF-RTV-N)
                 MOVE PDF-RTV-FREE-NEXT
                    TO PDF-RTV-OBJ-NEW-OFF (PDF-RTV-N)
                 MOVE PDF-RTV-N TO PDF-RTV-FREE-NEXT
              END-IF
              SUBTRACT 1 FROM PDF-RTV-N
           END-PERFORM
           MOVE 1 TO PDF-RTV-LP
           STRING "xref" DELIMITED SIZE
              INTO PDF-RTV-LINE WITH POINTER PDF-RTV-LP
           PERFORM RTV-PUT-LINE
           MOVE PDF-RTV-SIZE TO PDF-RTV-NUM-ED
           MOVE 1 TO PDF-RTV-LP
           STRING "0 " DELIMITED SIZE PDF-RTV-NUM-ED DELIMITED SIZE
              INTO PDF-RTV-LINE WITH POINTER PDF-RTV-LP
           PERFORM RTV-PUT-LINE
           MOVE PDF-RTV-FREE-NEXT TO PDF-RTV-XREF-ED
           MOVE 1 TO PDF-RTV-LP
           STRING PDF-RTV-XREF-ED DELIMITED SIZE
              " 65535 f " DELIMITED SIZE
              INTO PDF-RTV-LINE WITH POINTER PDF-RTV-LP
           PERFORM RTV-PUT-LINE
           MOVE 1 TO PDF-RTV-N
           PERFORM UNTIL PDF-RTV-N >= PDF-RTV-SIZE
              MOVE PDF-RTV-OBJ-NEW-OFF (PDF-RTV-N) TO PDF-RTV-XREF-ED
              MOVE 1 TO PDF-RTV-LP
              IF PDF-RTV-OBJ-WRITTEN (PDF-RTV-N)
                 STRING PDF-RTV-XREF-ED DELIMITED SIZE
                    " 00000 n " DELIMITED SIZE
                    INTO PDF-RTV-LINE WITH POINTER PDF-RTV-LP
              ELSE
                 STRING PDF-RTV-XREF-ED DELIMITED SIZE
                    " 00001 f " DELIMITED SIZE
                    INTO PDF-RTV-LINE WITH POINTER PDF-RTV-LP
              END-IF
              PERFORM RTV-PUT-LINE
              ADD 1 TO PDF-RTV-N
           END-PERFORM
           MOVE 1 TO PDF-RTV-LP
           STRING "trailer" DELIMITED SIZE
              INTO PDF-RTV-LINE WITH POINTER PDF-RTV-LP
           PERFORM RTV-PUT-LINE
           MOVE PDF-RTV-TRAILER TO PDF-RTV-LINE
           COMPUTE PDF-RTV-LP = PDF-RTV-TRAILER-LEN + 1
           PERFORM RTV-PUT-LINE
           MOVE 1 TO PDF-RTV-LP
           STRING "startxref" DELIMITED SIZE
              INTO PDF-RTV-LINE WITH POINTER PDF-RTV-LP
           PERFORM RTV-PUT-LINE
           MOVE PDF-RTV-XREF-START TO PDF-RTV-XREF-ED
           MOVE 1 TO PDF-RTV-LP
           STRING PDF-RTV-XREF-ED DELIMITED SIZE
              INTO PDF-RTV-LINE WITH POINTER PDF-RTV-LP
           PERFORM RTV-PUT-LINE
           MOVE 1 TO PDF-RTV-LP
           STRING "%%EOF" DELIMITED SIZE
              INTO PDF-RTV-LINE WITH POINTER PDF-RTV-LP
           PERFORM RTV-PUT-LINE.
       RTV-WRITE-XREF-EXIT.
           EXIT.
       RTV-PUT-ENDOBJ.
           MOVE 1 TO PDF-RTV-LP
           STRING "endobj" DELIMITED SIZE
              INTO PDF-RTV-LINE WITH POINTER PDF-RTV-LP
           PERFORM RTV-PUT-LINE.
       RTV-PUT-ENDOBJ-EXIT.
           EXIT.
      *    PDF-RTV-LINE (1:PDF-RTV-LP - 1) and a newline.
       RTV-PUT-LINE.
           MOVE 1 TO PDF-RTV-BI
           PERFORM UNTIL PDF-RTV-BI > PDF-RTV-LP - 1
              MOVE PDF-RTV-LINE (PDF-RTV-BI:1) TO RTV-OUT-REC
              WRITE RTV-OUT-REC
              ADD 1 TO PDF-RTV-OUT-OFF
              ADD 1 TO PDF-RTV-BI
           END-PERFORM
           MOVE X"0A" TO RTV-OUT-REC
           WRITE RTV-OUT-REC
           ADD 1 TO PDF-RTV-OUT-OFF.
       RTV-PUT-LINE-EXIT.
           EXIT.
      *    PDF-RTV-PUT-COUNT archive bytes from PDF-RTV-PUT-FROM.
       RTV-PUT-BYTES.
           PERFORM UNTIL PDF-RTV-PUT-COUNT = 0
              MOVE PDF-RTV-BUF (PDF-RTV-PUT-FROM:1) TO RTV-OUT-REC
              WRITE RTV-OUT-REC
              ADD 1 TO PDF-RTV-OUT-OFF
              ADD 1 TO PDF-RTV-PUT-FROM
              SUBTRACT 1 FROM PDF-RTV-PUT-COUNT
           END-PERFORM.
       RTV-PUT-BYTES-EXIT.
           EXIT.
       RTV-FIND.
           MOVE ZERO TO PDF-RTV-FOUND-AT
           MOVE PDF-RTV-FIND-FROM TO PDF-RTV-F
           PERFORM UNTIL PDF-RTV-FOUND-AT > 0
                 OR PDF-RTV-F + PDF-RTV-FIND-LEN - 1 > PDF-RTV-FIND-TO
              IF PDF-RTV-BUF (PDF-RTV-F:PDF-RTV-FIND-LEN)
                    = PDF-RTV-FIND-TXT (1:PDF-RTV-FIND-LEN)
                 MOVE PDF-RTV-F TO PDF-RTV-FOUND-AT
              END-IF
              ADD 1 TO PDF-RTV-F
           END-PERFORM.
       RTV-FIND-EXIT.
           EXIT.
       RTV-READ-NUMBER.
           MOVE ZERO TO PDF-RTV-NUM
           MOVE ZERO TO PDF-RTV-NUM-DIGITS
           PERFORM UNTIL PDF-RTV-I > PDF-RTV-BUF-LEN
                 OR (PDF-RTV-BUF (PDF-RTV-I:1) NOT = SPACE
                 AND PDF-RTV-BUF (PDF-RTV-I:1) NOT = X"0A"
                 AND PDF-RTV-BUF (PDF-RTV-I:1) NOT = X"0D")
              ADD 1 TO PDF-RTV-I
           END-PERFORM
           PERFORM UNTIL PDF-RTV-I > PDF-RTV-BUF-LEN
                 OR PDF-RTV-BUF (PDF-RTV-I:1) < "0"
                 OR PDF-RTV-BUF (PDF-RTV-I:1) > "9"
                 OR PDF-RTV-NUM-DIGITS = 10
              MOVE PDF-RTV-BUF (PDF-RTV-I:1) TO PDF-RTV-DIGIT-X
              COMPUTE PDF-RTV-NUM = PDF-RTV-NUM * 10 + PDF-RTV-DIGIT-9
              ADD 1 TO PDF-RTV-NUM-DIGITS
              ADD 1 TO PDF-RTV-I
           END-PERFORM.
       RTV-READ-NUMBER-EXIT.
           EXIT.
      *    Appended and closed straight away, like the customer
      *    master journal.
       RTV-WRITE-LOG.
           ACCEPT PDF-RTV-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT PDF-RTV-RUN-TIME FROM TIME
           OPEN EXTEND RTV-LOG
           IF PDF-RTV-LOG-STATUS NOT = "00"
              OPEN OUTPUT RTV-LOG
           END-IF
           MOVE SPACES TO RTV-LOG-REC
           MOVE PDF-RTV-RUN-DATE TO RTV-LOG-DATE
           MOVE PDF-RTV-RUN-TIME TO RTV-LOG-TIME
           MOVE PDF-RTV-OPERATOR TO RTV-LOG-OPERATOR
           MOVE PDF-IDX-CODE TO RTV-LOG-CODE
           MOVE PDF-IDX-RUN-DATE TO RTV-LOG-RUN-DATE
           MOVE PDF-IDX-FIRST-PAGE TO RTV-LOG-FIRST-PAGE
           MOVE PDF-IDX-LAST-PAGE TO RTV-LOG-LAST-PAGE
           MOVE PDF-RTV-PDF-FILE TO RTV-LOG-ARCHIVE
           MOVE PDF-RTV-OUT-FILE TO RTV-LOG-SAVED-AS
           WRITE RTV-LOG-REC
           CLOSE RTV-LOG.
       RTV-WRITE-LOG-EXIT.
           EXIT.
       RTV-FIM.
           EXIT.
