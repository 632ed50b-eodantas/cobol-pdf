       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDFACKIN.
       AUTHOR.        EDGAR OLAVO.
       DATE-WRITTEN.  2026-10-15.
       SECURITY.      ********************
                      *  TEST COBOL-PDF  *
                      ********************
      *----------------------------------------------------*
      *  PDFACKIN - acknowledgment slip intake.  Two jobs in   *
      *  one pass:                                            *
      *                                                       *
      *  First it registers the statements the last burst run *
      *  issued.  Every PDFBATCH-MANIFEST.LOG line names a    *
      *  customer's file and code, in the order the sections  *
      *  were drawn - which is the slip sequence folded into  *
      *  that file's RCVBYnnnn / DATE nnnn / AGREEnnnn field  *
      *  names - and the file's last PDFBATCH-AUDIT.LOG line  *
      *  gives the date, time and checksum it was stamped     *
      *  with.  Each becomes an outstanding record on the     *
      *  indexed acknowledgment file PDFBATCH-ACK.DAT (one    *
      *  already there is left alone, so a second pass over   *
      *  the same manifest registers nothing twice).  Run it  *
      *  after every burst run: the next run overwrites the   *
      *  manifest.                                            *
      *                                                       *
      *  Then it reads the returned PDFs named one per line   *
      *  in PDFACK-RETURNS.LST (or the list named on the      *
      *  command line), pulls the filled-in slip values out   *
      *  of each and posts them against the statement they    *
      *  answer.  A reader saving a completed form appends    *
      *  the changed field objects behind the original bytes, *
      *  so the %CHECKSUM line the batch stamped is normally  *
      *  still in the returned copy and identifies the exact  *
      *  issue; a copy saved from scratch loses it, and is    *
      *  matched on its file name instead, newest issue of    *
      *  that name first.  Later field objects replace        *
      *  earlier ones, so the last value in the file wins.    *
      *  Every return gets a line on PDFACKIN.RPT; returns    *
      *  that cannot be read or matched are left for hand     *
      *  posting and set RETURN-CODE 4.                       *
      *----------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PDF-ACK ASSIGN TO DYNAMIC ACK-ACK-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDF-ACK-KEY
               FILE STATUS IS ACK-ACK-STATUS.
           SELECT ACK-MAN ASSIGN TO DYNAMIC ACK-MAN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-MAN-STATUS.
           SELECT ACK-AUD ASSIGN TO DYNAMIC ACK-AUD-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-AUD-STATUS.
           SELECT ACK-LST ASSIGN TO DYNAMIC ACK-LST-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-LST-STATUS.
           SELECT ACK-PDF ASSIGN TO DYNAMIC ACK-PDF-FILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACK-PDF-STATUS.
           SELECT ACK-RPT ASSIGN TO DYNAMIC ACK-RPT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "LIB/PDFACK.FD".
           FD  ACK-MAN.
           01  ACK-MAN-REC         PIC X(150).
           FD  ACK-AUD.
           01  ACK-AUD-REC         PIC X(200).
           FD  ACK-LST.
           01  ACK-LST-REC         PIC X(100).
           FD  ACK-PDF.
           01  ACK-PDF-REC         PIC X(01).
           FD  ACK-RPT.
           01  ACK-RPT-REC         PIC X(160).
       WORKING-STORAGE SECTION.
           01 ACK-ACK-FILE        PIC X(100) VALUE "PDFBATCH-ACK.DAT".
           01 ACK-ACK-STATUS      PIC X(02).
           01 ACK-MAN-FILE        PIC X(100)
                                   VALUE "PDFBATCH-MANIFEST.LOG".
           01 ACK-MAN-STATUS      PIC X(02).
           01 ACK-AUD-FILE        PIC X(100)
                                   VALUE "PDFBATCH-AUDIT.LOG".
           01 ACK-AUD-STATUS      PIC X(02).
           01 ACK-LST-FILE        PIC X(100) VALUE SPACES.
           01 ACK-LST-STATUS      PIC X(02).
           01 ACK-PDF-FILE        PIC X(100).
           01 ACK-PDF-STATUS      PIC X(02).
           01 ACK-RPT-FILE        PIC X(100) VALUE "PDFACKIN.RPT".
           01 ACK-EOF-SW          PIC X(01).
              88 ACK-AT-EOF              VALUE "Y".
           01 ACK-PDF-EOF-SW      PIC X(01).
              88 ACK-PDF-AT-EOF          VALUE "Y".
           01 ACK-ACK-EOF-SW      PIC X(01).
              88 ACK-ACK-AT-EOF          VALUE "Y".
           01 ACK-TODAY           PIC 9(08).
      *    The last burst run's statements, one slot per manifest
      *    line - its position is the slip sequence - with the
      *    stamp its audit line carries (last line wins).
           01 ACK-MAN-COUNT       PIC 9(04)  COMP VALUE 0.
           01 ACK-MAN-TABLE.
              05 ACK-MAN-ENTRY OCCURS 2000 TIMES.
                 10 ACK-MAN-ENT-FILE  PIC X(100).
                 10 ACK-MAN-ENT-CODE  PIC X(20).
                 10 ACK-MAN-ENT-DATE  PIC 9(08).
                 10 ACK-MAN-ENT-TIME  PIC 9(08).
                 10 ACK-MAN-ENT-CKSUM PIC 9(09)  COMP.
                 10 ACK-MAN-ENT-LOG-SW PIC X(01).
                    88 ACK-MAN-ENT-LOGGED    VALUE "Y".
           01 ACK-MAN-IDX         PIC 9(04)  COMP.
           01 ACK-FOUND-SW        PIC X(01).
              88 ACK-ENTRY-FOUND         VALUE "Y".
      *    Manifest and audit line parse scratch.
           01 ACK-LINE-FILE       PIC X(100).
           01 ACK-LINE-CHECKSUM   PIC 9(09)  COMP.
           01 ACK-LINE-IDX        PIC 9(03)  COMP.
           01 ACK-DIGIT-X         PIC X(01).
           01 ACK-DIGIT-9 REDEFINES ACK-DIGIT-X
                                  PIC 9(01).
      *    One returned PDF, held whole so a field's object can be
      *    searched either side of its /T name.  The slack past
      *    the largest file taken keeps look-ahead compares inside
      *    the buffer.
           01 ACK-BUF-MAX         PIC 9(07)  COMP VALUE 1000000.
           01 ACK-BUF-LEN         PIC 9(07)  COMP.
           01 ACK-BUF             PIC X(1000100).
           01 ACK-POS             PIC 9(07)  COMP.
           01 ACK-SCAN            PIC 9(07)  COMP.
           01 ACK-OBJ-BEG         PIC 9(07)  COMP.
           01 ACK-OBJ-END         PIC 9(07)  COMP.
           01 ACK-BYTE            PIC X(01).
           01 ACK-BYTE-R REDEFINES ACK-BYTE
                                  PIC 9(02) COMP-X.
           01 ACK-CH              PIC X(01).
      *    What one returned file's slip said.
           01 ACK-CKSUM-SEEN-SW   PIC X(01).
              88 ACK-CKSUM-SEEN          VALUE "Y".
           01 ACK-RET-CHECKSUM    PIC 9(09)  COMP.
           01 ACK-SLIP-SW         PIC X(01).
              88 ACK-SLIP-FOUND          VALUE "Y".
           01 ACK-MULTI-SW        PIC X(01).
              88 ACK-MULTI-SLIP          VALUE "Y".
           01 ACK-SLIP-SEQ        PIC 9(04).
           01 ACK-IN-RCVBY        PIC X(40).
           01 ACK-IN-SLIP-DATE    PIC X(20).
           01 ACK-IN-AGREE        PIC X(01).
      *    One field name and value as they come off the page - a
      *    literal, hex or name object; a UTF-16 string (leading
      *    byte-order mark FE FF) keeps the low byte of each pair.
           01 ACK-FLD-NAME        PIC X(20).
           01 ACK-FLD-LEN         PIC 9(03)  COMP.
           01 ACK-FLD-SEQ         PIC 9(04).
           01 ACK-VALUE-SW        PIC X(01).
              88 ACK-VALUE-FOUND         VALUE "Y".
           01 ACK-FLD-VALUE       PIC X(40).
           01 ACK-RAW             PIC X(82).
           01 ACK-RAW-LEN         PIC 9(03)  COMP.
           01 ACK-RAW-IDX         PIC 9(03)  COMP.
           01 ACK-VAL-LEN         PIC 9(03)  COMP.
           01 ACK-DEPTH           PIC 9(03)  COMP.
           01 ACK-OCT-VAL         PIC 9(03)  COMP.
           01 ACK-OCT-CNT         PIC 9(01)  COMP.
           01 ACK-HEX-VAL         PIC 9(03)  COMP.
           01 ACK-HEX-HI          PIC 9(03)  COMP.
           01 ACK-HEX-OK-SW       PIC X(01).
              88 ACK-HEX-OK              VALUE "Y".
           01 ACK-HEX-HALF-SW     PIC X(01).
              88 ACK-HEX-HALF            VALUE "Y".
      *    The issue a return is matched back to.
           01 ACK-RET-BASE        PIC X(100).
           01 ACK-MATCH-HOW       PIC X(01).
              88 ACK-MATCH-NONE          VALUE SPACE.
              88 ACK-MATCH-CHECKSUM      VALUE "C".
              88 ACK-MATCH-NAME          VALUE "N".
           01 ACK-HIT-KEY         PIC X(40).
           01 ACK-HIT-STAMP       PIC X(16).
      *    Tallies for the summary line and the exit code.
           01 ACK-NEW-COUNT       PIC 9(05)  COMP VALUE 0.
           01 ACK-OLD-COUNT       PIC 9(05)  COMP VALUE 0.
           01 ACK-RETURN-COUNT    PIC 9(05)  COMP VALUE 0.
           01 ACK-POSTED-COUNT    PIC 9(05)  COMP VALUE 0.
           01 ACK-NOMATCH-COUNT   PIC 9(05)  COMP VALUE 0.
           01 ACK-NOSLIP-COUNT    PIC 9(05)  COMP VALUE 0.
           01 ACK-MISSING-COUNT   PIC 9(05)  COMP VALUE 0.
           01 ACK-COUNT-ED        PIC Z(04)9.
       LINKAGE SECTION.
       SCREEN SECTION.
       PROCEDURE DIVISION.
       ACK-MAIN.
           ACCEPT ACK-LST-FILE FROM COMMAND-LINE
           IF ACK-LST-FILE = SPACES
              MOVE "PDFACK-RETURNS.LST" TO ACK-LST-FILE
           END-IF
           ACCEPT ACK-TODAY FROM DATE YYYYMMDD
           PERFORM ACK-OPEN-ACK
           OPEN OUTPUT ACK-RPT
           MOVE SPACES TO ACK-RPT-REC
           STRING "ACKNOWLEDGMENT SLIP INTAKE " DELIMITED SIZE
              ACK-TODAY DELIMITED SIZE
              INTO ACK-RPT-REC
           WRITE ACK-RPT-REC
           PERFORM ACK-LOAD-MANIFEST
           IF ACK-MAN-COUNT > 0
              PERFORM ACK-LOAD-AUDIT
              PERFORM ACK-REGISTER-ISSUES
           END-IF
           PERFORM ACK-PROCESS-RETURNS
           PERFORM ACK-WRITE-SUMMARY
           CLOSE PDF-ACK
           CLOSE ACK-RPT
           IF ACK-NOMATCH-COUNT > 0 OR ACK-NOSLIP-COUNT > 0
                 OR ACK-MISSING-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GO ACK-FIM.
      *    The acknowledgment file is created empty on first use.
       ACK-OPEN-ACK.
           OPEN I-O PDF-ACK
           IF ACK-ACK-STATUS = "35"
              OPEN OUTPUT PDF-ACK
              CLOSE PDF-ACK
              OPEN I-O PDF-ACK
           END-IF
           IF ACK-ACK-STATUS NOT = "00"
              DISPLAY "PDFACKIN: CANNOT OPEN ACKNOWLEDGMENT FILE "
                 ACK-ACK-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       ACK-OPEN-ACK-EXIT.
           EXIT.
      *    One slot per manifest line that names a file; the
      *    closing FILES WRITTEN line does not have the PAGES= tag
      *    where a file line carries it and so is passed over.
       ACK-LOAD-MANIFEST.
           OPEN INPUT ACK-MAN
           IF ACK-MAN-STATUS NOT = "00"
              MOVE SPACES TO ACK-RPT-REC
              STRING "NO BURST MANIFEST " DELIMITED SIZE
                 ACK-MAN-FILE DELIMITED SPACE
                 " - NOTHING REGISTERED" DELIMITED SIZE
                 INTO ACK-RPT-REC
              WRITE ACK-RPT-REC
           ELSE
              MOVE "N" TO ACK-EOF-SW
              PERFORM ACK-READ-MANIFEST
              PERFORM UNTIL ACK-AT-EOF
                 PERFORM ACK-PARSE-MANIFEST-LINE
                 PERFORM ACK-READ-MANIFEST
              END-PERFORM
              CLOSE ACK-MAN
           END-IF.
       ACK-LOAD-MANIFEST-EXIT.
           EXIT.
       ACK-READ-MANIFEST.
           READ ACK-MAN
              AT END MOVE "Y" TO ACK-EOF-SW
           END-READ.
       ACK-READ-MANIFEST-EXIT.
           EXIT.
       ACK-PARSE-MANIFEST-LINE.
           MOVE SPACES TO ACK-LINE-FILE
           MOVE 1 TO ACK-LINE-IDX
           PERFORM UNTIL ACK-LINE-IDX > 100
                 OR ACK-MAN-REC (ACK-LINE-IDX:1) = SPACE
              MOVE ACK-MAN-REC (ACK-LINE-IDX:1)
                 TO ACK-LINE-FILE (ACK-LINE-IDX:1)
              ADD 1 TO ACK-LINE-IDX
           END-PERFORM
           IF ACK-LINE-FILE = SPACES OR ACK-LINE-IDX > 100
              CONTINUE
           ELSE
           IF ACK-MAN-REC (ACK-LINE-IDX + 21:7) NOT = " PAGES="
              CONTINUE
           ELSE
              IF ACK-MAN-COUNT < 2000
                 ADD 1 TO ACK-MAN-COUNT
                 MOVE ACK-LINE-FILE
                    TO ACK-MAN-ENT-FILE (ACK-MAN-COUNT)
                 MOVE ACK-MAN-REC (ACK-LINE-IDX + 1:20)
                    TO ACK-MAN-ENT-CODE (ACK-MAN-COUNT)
                 MOVE "N" TO ACK-MAN-ENT-LOG-SW (ACK-MAN-COUNT)
              ELSE
                 DISPLAY "PDFACKIN: MORE THAN 2000 FILES ON THE "
                    "MANIFEST - EXCESS NOT REGISTERED"
              END-IF
           END-IF
           END-IF.
       ACK-PARSE-MANIFEST-LINE-EXIT.
           EXIT.
      *    The same log PDFVERIF reads, tried under the same two
      *    names.  Only lines for files on the manifest matter.
       ACK-LOAD-AUDIT.
           OPEN INPUT ACK-AUD
           IF ACK-AUD-STATUS NOT = "00"
              MOVE "PDFAUDIT.LOG" TO ACK-AUD-FILE
              OPEN INPUT ACK-AUD
           END-IF
           IF ACK-AUD-STATUS NOT = "00"
              MOVE SPACES TO ACK-RPT-REC
              STRING "NO AUDIT LOG - NOTHING REGISTERED"
                 DELIMITED SIZE
                 INTO ACK-RPT-REC
              WRITE ACK-RPT-REC
           ELSE
              MOVE "N" TO ACK-EOF-SW
              PERFORM ACK-READ-AUDIT
              PERFORM UNTIL ACK-AT-EOF
                 PERFORM ACK-PARSE-AUDIT-LINE
                 PERFORM ACK-READ-AUDIT
              END-PERFORM
              CLOSE ACK-AUD
           END-IF.
       ACK-LOAD-AUDIT-EXIT.
           EXIT.
       ACK-READ-AUDIT.
           READ ACK-AUD
              AT END MOVE "Y" TO ACK-EOF-SW
           END-READ.
       ACK-READ-AUDIT-EXIT.
           EXIT.
      *    <file> <date> <time> CHECKSUM=<value>, exactly as
      *    PDF-WRITE-AUDIT-LOG strings it.
       ACK-PARSE-AUDIT-LINE.
           MOVE SPACES TO ACK-LINE-FILE
           MOVE 1 TO ACK-LINE-IDX
           PERFORM UNTIL ACK-LINE-IDX > 100
                 OR ACK-AUD-REC (ACK-LINE-IDX:1) = SPACE
              MOVE ACK-AUD-REC (ACK-LINE-IDX:1)
                 TO ACK-LINE-FILE (ACK-LINE-IDX:1)
              ADD 1 TO ACK-LINE-IDX
           END-PERFORM
           IF ACK-LINE-FILE = SPACES OR ACK-LINE-IDX > 100
              CONTINUE
           ELSE
           IF ACK-AUD-REC (ACK-LINE-IDX + 18:10) NOT = " CHECKSUM="
                 OR ACK-AUD-REC (ACK-LINE-IDX + 1:8) NOT NUMERIC
                 OR ACK-AUD-REC (ACK-LINE-IDX + 10:8) NOT NUMERIC
              CONTINUE
           ELSE
              MOVE "N" TO ACK-FOUND-SW
              MOVE 1 TO ACK-MAN-IDX
              PERFORM UNTIL ACK-MAN-IDX > ACK-MAN-COUNT
                    OR ACK-ENTRY-FOUND
                 IF ACK-MAN-ENT-FILE (ACK-MAN-IDX) = ACK-LINE-FILE
                    MOVE "Y" TO ACK-FOUND-SW
                 ELSE
                    ADD 1 TO ACK-MAN-IDX
                 END-IF
              END-PERFORM
              IF ACK-ENTRY-FOUND
                 MOVE ACK-AUD-REC (ACK-LINE-IDX + 1:8)
                    TO ACK-MAN-ENT-DATE (ACK-MAN-IDX)
                 MOVE ACK-AUD-REC (ACK-LINE-IDX + 10:8)
                    TO ACK-MAN-ENT-TIME (ACK-MAN-IDX)
                 ADD 28 TO ACK-LINE-IDX
                 PERFORM ACK-PARSE-CHECKSUM
                 MOVE ACK-LINE-CHECKSUM
                    TO ACK-MAN-ENT-CKSUM (ACK-MAN-IDX)
                 MOVE "Y" TO ACK-MAN-ENT-LOG-SW (ACK-MAN-IDX)
              END-IF
           END-IF
           END-IF.
       ACK-PARSE-AUDIT-LINE-EXIT.
           EXIT.
       ACK-PARSE-CHECKSUM.
           MOVE ZERO TO ACK-LINE-CHECKSUM
           PERFORM UNTIL ACK-LINE-IDX > 199
                 OR ACK-AUD-REC (ACK-LINE-IDX:1) NOT = SPACE
              ADD 1 TO ACK-LINE-IDX
           END-PERFORM
           PERFORM UNTIL ACK-LINE-IDX > 200
                 OR ACK-AUD-REC (ACK-LINE-IDX:1) < "0"
                 OR ACK-AUD-REC (ACK-LINE-IDX:1) > "9"
              MOVE ACK-AUD-REC (ACK-LINE-IDX:1) TO ACK-DIGIT-X
              COMPUTE ACK-LINE-CHECKSUM =
                 ACK-LINE-CHECKSUM * 10 + ACK-DIGIT-9
              ADD 1 TO ACK-LINE-IDX
           END-PERFORM.
       ACK-PARSE-CHECKSUM-EXIT.
           EXIT.
      *    A manifest file the audit log never stamped, or one
      *    drawn without a customer code, cannot be chased and is
      *    noted instead of registered.
       ACK-REGISTER-ISSUES.
           MOVE 1 TO ACK-MAN-IDX
           PERFORM UNTIL ACK-MAN-IDX > ACK-MAN-COUNT
              IF ACK-MAN-ENT-CODE (ACK-MAN-IDX) = SPACES
                    OR NOT ACK-MAN-ENT-LOGGED (ACK-MAN-IDX)
                 MOVE SPACES TO ACK-RPT-REC
                 STRING "NOT REG  " DELIMITED SIZE
                    ACK-MAN-ENT-FILE (ACK-MAN-IDX) DELIMITED SPACE
                    " - NO CUSTOMER CODE OR NO AUDIT LINE"
                    DELIMITED SIZE
                    INTO ACK-RPT-REC
                 WRITE ACK-RPT-REC
              ELSE
                 PERFORM ACK-REGISTER-ONE
              END-IF
              ADD 1 TO ACK-MAN-IDX
           END-PERFORM.
       ACK-REGISTER-ISSUES-EXIT.
           EXIT.
       ACK-REGISTER-ONE.
           MOVE ACK-MAN-ENT-CODE (ACK-MAN-IDX) TO PDF-ACK-CODE
           MOVE ACK-MAN-ENT-DATE (ACK-MAN-IDX) TO PDF-ACK-ISS-DATE
           MOVE ACK-MAN-ENT-TIME (ACK-MAN-IDX) TO PDF-ACK-ISS-TIME
           MOVE ACK-MAN-IDX TO PDF-ACK-SEQ
           READ PDF-ACK
              INVALID KEY
                 MOVE "N" TO ACK-FOUND-SW
              NOT INVALID KEY
                 MOVE "Y" TO ACK-FOUND-SW
           END-READ
           IF ACK-ENTRY-FOUND
              ADD 1 TO ACK-OLD-COUNT
           ELSE
              MOVE SPACES TO PDF-ACK-REC
              MOVE ACK-MAN-ENT-CODE (ACK-MAN-IDX) TO PDF-ACK-CODE
              MOVE ACK-MAN-ENT-DATE (ACK-MAN-IDX) TO PDF-ACK-ISS-DATE
              MOVE ACK-MAN-ENT-TIME (ACK-MAN-IDX) TO PDF-ACK-ISS-TIME
              MOVE ACK-MAN-IDX TO PDF-ACK-SEQ
              MOVE ACK-MAN-ENT-FILE (ACK-MAN-IDX) TO PDF-ACK-ISS-FILE
              MOVE ACK-MAN-ENT-CKSUM (ACK-MAN-IDX)
                 TO PDF-ACK-CHECKSUM
              MOVE "O" TO PDF-ACK-STATUS
              MOVE ZERO TO PDF-ACK-RET-DATE
              MOVE "N" TO PDF-ACK-AGREE
              WRITE PDF-ACK-REC
                 INVALID KEY
                    DISPLAY "PDFACKIN: CANNOT REGISTER "
                       PDF-ACK-ISS-FILE
              END-WRITE
              ADD 1 TO ACK-NEW-COUNT
           END-IF.
       ACK-REGISTER-ONE-EXIT.
           EXIT.
      *    A missing returns list just means nothing came back.
       ACK-PROCESS-RETURNS.
           OPEN INPUT ACK-LST
           IF ACK-LST-STATUS NOT = "00"
              MOVE SPACES TO ACK-RPT-REC
              STRING "NO RETURNS LIST " DELIMITED SIZE
                 ACK-LST-FILE DELIMITED SPACE
                 INTO ACK-RPT-REC
              WRITE ACK-RPT-REC
           ELSE
              MOVE "N" TO ACK-EOF-SW
              PERFORM ACK-READ-LIST
              PERFORM UNTIL ACK-AT-EOF
                 IF ACK-LST-REC NOT = SPACES
                    PERFORM ACK-TAKE-RETURN
                 END-IF
                 PERFORM ACK-READ-LIST
              END-PERFORM
              CLOSE ACK-LST
           END-IF.
       ACK-PROCESS-RETURNS-EXIT.
           EXIT.
       ACK-READ-LIST.
           READ ACK-LST
              AT END MOVE "Y" TO ACK-EOF-SW
           END-READ.
       ACK-READ-LIST-EXIT.
           EXIT.
      *    One returned file: load it, read its slip, find the
      *    statement it answers, post it.
       ACK-TAKE-RETURN.
           ADD 1 TO ACK-RETURN-COUNT
           MOVE ACK-LST-REC TO ACK-PDF-FILE
           PERFORM ACK-LOAD-PDF
           IF ACK-PDF-STATUS NOT = "00"
              ADD 1 TO ACK-MISSING-COUNT
              MOVE SPACES TO ACK-RPT-REC
              STRING "MISSING  " DELIMITED SIZE
                 ACK-PDF-FILE DELIMITED SPACE
                 INTO ACK-RPT-REC
              WRITE ACK-RPT-REC
           ELSE
           IF ACK-BUF-LEN > ACK-BUF-MAX
              ADD 1 TO ACK-NOSLIP-COUNT
              MOVE SPACES TO ACK-RPT-REC
              STRING "NO SLIP  " DELIMITED SIZE
                 ACK-PDF-FILE DELIMITED SPACE
                 " - FILE TOO LARGE TO READ" DELIMITED SIZE
                 INTO ACK-RPT-REC
              WRITE ACK-RPT-REC
           ELSE
              PERFORM ACK-SCAN-PDF
              IF NOT ACK-SLIP-FOUND
                 ADD 1 TO ACK-NOSLIP-COUNT
                 MOVE SPACES TO ACK-RPT-REC
                 STRING "NO SLIP  " DELIMITED SIZE
                    ACK-PDF-FILE DELIMITED SPACE
                    " - NO READABLE SLIP FIELDS" DELIMITED SIZE
                    INTO ACK-RPT-REC
                 WRITE ACK-RPT-REC
              ELSE
                 PERFORM ACK-FIND-ISSUE
                 MOVE "N" TO ACK-FOUND-SW
                 IF NOT ACK-MATCH-NONE
                    PERFORM ACK-POST-RETURN
                 END-IF
                 IF NOT ACK-ENTRY-FOUND
                    ADD 1 TO ACK-NOMATCH-COUNT
                    MOVE SPACES TO ACK-RPT-REC
                    STRING "NO MATCH " DELIMITED SIZE
                       ACK-PDF-FILE DELIMITED SPACE
                       " SLIP " DELIMITED SIZE
                       ACK-SLIP-SEQ DELIMITED SIZE
                       " - NO REGISTERED STATEMENT" DELIMITED SIZE
                       INTO ACK-RPT-REC
                    WRITE ACK-RPT-REC
                 END-IF
              END-IF
           END-IF
           END-IF.
       ACK-TAKE-RETURN-EXIT.
           EXIT.
       ACK-LOAD-PDF.
           MOVE ZERO TO ACK-BUF-LEN
           OPEN INPUT ACK-PDF
           IF ACK-PDF-STATUS = "00"
              MOVE "N" TO ACK-PDF-EOF-SW
              PERFORM UNTIL ACK-PDF-AT-EOF
                 READ ACK-PDF
                    AT END
                       MOVE "Y" TO ACK-PDF-EOF-SW
                    NOT AT END
                       ADD 1 TO ACK-BUF-LEN
                       IF ACK-BUF-LEN <= ACK-BUF-MAX
                          MOVE ACK-PDF-REC
                             TO ACK-BUF (ACK-BUF-LEN:1)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACK-PDF
              IF ACK-BUF-LEN <= ACK-BUF-MAX
                 MOVE SPACES TO ACK-BUF (ACK-BUF-LEN + 1:100)
              END-IF
           END-IF.
       ACK-LOAD-PDF-EXIT.
           EXIT.
      *    Walk the file once for the %CHECKSUM stamp (at a line
      *    start) and every /T name; a slip field's name carries
      *    the slip sequence, and only the first slip's fields
      *    are taken - a returned burst file has exactly one.
       ACK-SCAN-PDF.
           MOVE "N" TO ACK-CKSUM-SEEN-SW
           MOVE ZERO TO ACK-RET-CHECKSUM
           MOVE "N" TO ACK-SLIP-SW
           MOVE "N" TO ACK-MULTI-SW
           MOVE ZERO TO ACK-SLIP-SEQ
           MOVE SPACES TO ACK-IN-RCVBY
           MOVE SPACES TO ACK-IN-SLIP-DATE
           MOVE "N" TO ACK-IN-AGREE
           MOVE 1 TO ACK-POS
           PERFORM UNTIL ACK-POS > ACK-BUF-LEN
              IF ACK-BUF (ACK-POS:4) = "/T ("
                 PERFORM ACK-TAKE-FIELD
              ELSE
              IF ACK-BUF (ACK-POS:10) = "%CHECKSUM "
                    AND NOT ACK-CKSUM-SEEN
                 IF ACK-POS = 1
                    PERFORM ACK-TAKE-CHECKSUM
                 ELSE
                 IF ACK-BUF (ACK-POS - 1:1) = X"0A"
                       OR ACK-BUF (ACK-POS - 1:1) = X"0D"
                    PERFORM ACK-TAKE-CHECKSUM
                 END-IF
                 END-IF
              END-IF
              END-IF
              ADD 1 TO ACK-POS
           END-PERFORM.
       ACK-SCAN-PDF-EXIT.
           EXIT.
       ACK-TAKE-CHECKSUM.
           MOVE "Y" TO ACK-CKSUM-SEEN-SW
           COMPUTE ACK-SCAN = ACK-POS + 10
           PERFORM UNTIL ACK-SCAN > ACK-BUF-LEN
                 OR ACK-BUF (ACK-SCAN:1) NOT = SPACE
              ADD 1 TO ACK-SCAN
           END-PERFORM
           PERFORM UNTIL ACK-SCAN > ACK-BUF-LEN
                 OR ACK-BUF (ACK-SCAN:1) < "0"
                 OR ACK-BUF (ACK-SCAN:1) > "9"
              MOVE ACK-BUF (ACK-SCAN:1) TO ACK-DIGIT-X
              COMPUTE ACK-RET-CHECKSUM =
                 ACK-RET-CHECKSUM * 10 + ACK-DIGIT-9
              ADD 1 TO ACK-SCAN
           END-PERFORM.
       ACK-TAKE-CHECKSUM-EXIT.
           EXIT.
      *    RCVBYnnnn, DATE nnnn and AGREEnnnn, as PDF-DRAW-ACK-
      *    SLIP names them.  Any other field is not ours.
       ACK-TAKE-FIELD.
           MOVE SPACES TO ACK-FLD-NAME
           MOVE ZERO TO ACK-FLD-LEN
           COMPUTE ACK-SCAN = ACK-POS + 4
           PERFORM UNTIL ACK-SCAN > ACK-BUF-LEN
                 OR ACK-BUF (ACK-SCAN:1) = ")"
                 OR ACK-FLD-LEN = 20
              ADD 1 TO ACK-FLD-LEN
              MOVE ACK-BUF (ACK-SCAN:1)
                 TO ACK-FLD-NAME (ACK-FLD-LEN:1)
              ADD 1 TO ACK-SCAN
           END-PERFORM
           IF (ACK-FLD-NAME (1:5) = "RCVBY" OR "AGREE" OR "DATE ")
                 AND ACK-FLD-NAME (6:4) NUMERIC
                 AND ACK-FLD-NAME (10:11) = SPACES
              MOVE ACK-FLD-NAME (6:4) TO ACK-FLD-SEQ
              IF ACK-SLIP-SEQ = ZERO
                 MOVE ACK-FLD-SEQ TO ACK-SLIP-SEQ
              END-IF
              IF ACK-FLD-SEQ NOT = ACK-SLIP-SEQ
                 MOVE "Y" TO ACK-MULTI-SW
              ELSE
                 MOVE "Y" TO ACK-SLIP-SW
                 PERFORM ACK-FIND-OBJECT
                 PERFORM ACK-FIND-VALUE
                 EVALUATE ACK-FLD-NAME (1:5)
                    WHEN "RCVBY"
                       MOVE ACK-FLD-VALUE TO ACK-IN-RCVBY
                    WHEN "DATE "
                       MOVE ACK-FLD-VALUE TO ACK-IN-SLIP-DATE
                    WHEN OTHER
                       IF ACK-FLD-VALUE = SPACES
                             OR ACK-FLD-VALUE = "Off"
                          MOVE "N" TO ACK-IN-AGREE
                       ELSE
                          MOVE "Y" TO ACK-IN-AGREE
                       END-IF
                 END-EVALUATE
              END-IF
           END-IF.
       ACK-TAKE-FIELD-EXIT.
           EXIT.
      *    The bounds of the object holding the /T just found:
      *    back to its "obj" (not an "endobj"), on to "endobj".
       ACK-FIND-OBJECT.
           MOVE ACK-POS TO ACK-SCAN
           PERFORM UNTIL ACK-SCAN < 5
                 OR (ACK-BUF (ACK-SCAN:3) = "obj"
                     AND ACK-BUF (ACK-SCAN - 3:3) NOT = "end")
              SUBTRACT 1 FROM ACK-SCAN
           END-PERFORM
           MOVE ACK-SCAN TO ACK-OBJ-BEG
           MOVE ACK-POS TO ACK-SCAN
           PERFORM UNTIL ACK-SCAN > ACK-BUF-LEN
                 OR ACK-BUF (ACK-SCAN:6) = "endobj"
              ADD 1 TO ACK-SCAN
           END-PERFORM
           MOVE ACK-SCAN TO ACK-OBJ-END.
       ACK-FIND-OBJECT-EXIT.
           EXIT.
      *    The /V entry anywhere in that object, before or after
      *    the name - readers write the dictionary keys in their
      *    own order.  No /V is an empty field.
       ACK-FIND-VALUE.
           MOVE SPACES TO ACK-FLD-VALUE
           MOVE "N" TO ACK-VALUE-SW
           MOVE ACK-OBJ-BEG TO ACK-SCAN
           PERFORM UNTIL ACK-SCAN >= ACK-OBJ-END
                 OR ACK-VALUE-FOUND
              IF ACK-BUF (ACK-SCAN:2) = "/V"
                    AND (ACK-BUF (ACK-SCAN + 2:1) = SPACE
                      OR ACK-BUF (ACK-SCAN + 2:1) = "("
                      OR ACK-BUF (ACK-SCAN + 2:1) = "/"
                      OR ACK-BUF (ACK-SCAN + 2:1) = "<"
                      OR ACK-BUF (ACK-SCAN + 2:1) = X"0A"
                      OR ACK-BUF (ACK-SCAN + 2:1) = X"0D")
                 MOVE "Y" TO ACK-VALUE-SW
              ELSE
                 ADD 1 TO ACK-SCAN
              END-IF
           END-PERFORM
           IF ACK-VALUE-FOUND
              ADD 2 TO ACK-SCAN
              PERFORM UNTIL ACK-SCAN >= ACK-OBJ-END
                    OR (ACK-BUF (ACK-SCAN:1) NOT = SPACE
                    AND ACK-BUF (ACK-SCAN:1) NOT = X"0A"
                    AND ACK-BUF (ACK-SCAN:1) NOT = X"0D")
                 ADD 1 TO ACK-SCAN
              END-PERFORM
              MOVE SPACES TO ACK-RAW
              MOVE ZERO TO ACK-RAW-LEN
              EVALUATE ACK-BUF (ACK-SCAN:1)
                 WHEN "("
                    PERFORM ACK-TAKE-LITERAL
                 WHEN "<"
                    PERFORM ACK-TAKE-HEX
                 WHEN "/"
                    PERFORM ACK-TAKE-NAME
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              PERFORM ACK-FINISH-VALUE
           END-IF.
       ACK-FIND-VALUE-EXIT.
           EXIT.
      *    ( ... ) with nested parentheses and the backslash
      *    escapes; an octal escape becomes its byte.
       ACK-TAKE-LITERAL.
           ADD 1 TO ACK-SCAN
           MOVE 1 TO ACK-DEPTH
           PERFORM UNTIL ACK-DEPTH = 0 OR ACK-SCAN >= ACK-OBJ-END
              MOVE ACK-BUF (ACK-SCAN:1) TO ACK-CH
              EVALUATE TRUE
                 WHEN ACK-CH = "\"
                    ADD 1 TO ACK-SCAN
                    MOVE ACK-BUF (ACK-SCAN:1) TO ACK-CH
                    EVALUATE TRUE
                       WHEN ACK-CH = "n" OR "r" OR "t"
                          MOVE SPACE TO ACK-CH
                          PERFORM ACK-PUT-CHAR
                       WHEN ACK-CH >= "0" AND ACK-CH <= "7"
                          PERFORM ACK-TAKE-OCTAL
                       WHEN OTHER
                          PERFORM ACK-PUT-CHAR
                    END-EVALUATE
                 WHEN ACK-CH = "("
                    ADD 1 TO ACK-DEPTH
                    PERFORM ACK-PUT-CHAR
                 WHEN ACK-CH = ")"
                    SUBTRACT 1 FROM ACK-DEPTH
                    IF ACK-DEPTH > 0
                       PERFORM ACK-PUT-CHAR
                    END-IF
                 WHEN OTHER
                    PERFORM ACK-PUT-CHAR
              END-EVALUATE
              ADD 1 TO ACK-SCAN
           END-PERFORM.
       ACK-TAKE-LITERAL-EXIT.
           EXIT.
      *    Up to three octal digits; leaves ACK-SCAN on the last.
       ACK-TAKE-OCTAL.
           MOVE ZERO TO ACK-OCT-VAL
           MOVE ZERO TO ACK-OCT-CNT
           PERFORM UNTIL ACK-OCT-CNT = 3
                 OR ACK-BUF (ACK-SCAN:1) < "0"
                 OR ACK-BUF (ACK-SCAN:1) > "7"
              MOVE ACK-BUF (ACK-SCAN:1) TO ACK-DIGIT-X
              COMPUTE ACK-OCT-VAL = ACK-OCT-VAL * 8 + ACK-DIGIT-9
              ADD 1 TO ACK-OCT-CNT
              ADD 1 TO ACK-SCAN
           END-PERFORM
           SUBTRACT 1 FROM ACK-SCAN
           IF ACK-OCT-VAL > 255
              MOVE "?" TO ACK-CH
           ELSE
              MOVE ACK-OCT-VAL TO ACK-BYTE-R
              MOVE ACK-BYTE TO ACK-CH
           END-IF
           PERFORM ACK-PUT-CHAR.
       ACK-TAKE-OCTAL-EXIT.
           EXIT.
      *    < hex digits >, white space ignored, an odd last digit
      *    taken as if followed by 0.
       ACK-TAKE-HEX.
           ADD 1 TO ACK-SCAN
           MOVE "N" TO ACK-HEX-HALF-SW
           PERFORM UNTIL ACK-SCAN >= ACK-OBJ-END
                 OR ACK-BUF (ACK-SCAN:1) = ">"
              MOVE ACK-BUF (ACK-SCAN:1) TO ACK-CH
              PERFORM ACK-HEX-DIGIT
              IF ACK-HEX-OK
                 IF ACK-HEX-HALF
                    COMPUTE ACK-BYTE-R = ACK-HEX-HI * 16 + ACK-HEX-VAL
                    MOVE ACK-BYTE TO ACK-CH
                    PERFORM ACK-PUT-CHAR
                    MOVE "N" TO ACK-HEX-HALF-SW
                 ELSE
                    MOVE ACK-HEX-VAL TO ACK-HEX-HI
                    MOVE "Y" TO ACK-HEX-HALF-SW
                 END-IF
              END-IF
              ADD 1 TO ACK-SCAN
           END-PERFORM
           IF ACK-HEX-HALF
              COMPUTE ACK-BYTE-R = ACK-HEX-HI * 16
              MOVE ACK-BYTE TO ACK-CH
              PERFORM ACK-PUT-CHAR
           END-IF.
       ACK-TAKE-HEX-EXIT.
           EXIT.
       ACK-HEX-DIGIT.
           MOVE "Y" TO ACK-HEX-OK-SW
           MOVE ACK-CH TO ACK-BYTE
           EVALUATE TRUE
              WHEN ACK-CH >= "0" AND ACK-CH <= "9"
                 COMPUTE ACK-HEX-VAL = ACK-BYTE-R - 48
              WHEN ACK-CH >= "A" AND ACK-CH <= "F"
                 COMPUTE ACK-HEX-VAL = ACK-BYTE-R - 55
              WHEN ACK-CH >= "a" AND ACK-CH <= "f"
                 COMPUTE ACK-HEX-VAL = ACK-BYTE-R - 87
              WHEN OTHER
                 MOVE "N" TO ACK-HEX-OK-SW
           END-EVALUATE.
       ACK-HEX-DIGIT-EXIT.
           EXIT.
      *    /Name - a checkbox's /Yes or /Off.
       ACK-TAKE-NAME.
           ADD 1 TO ACK-SCAN
           PERFORM UNTIL ACK-SCAN >= ACK-OBJ-END
                 OR ACK-BUF (ACK-SCAN:1) = SPACE
                 OR ACK-BUF (ACK-SCAN:1) = "/"
                 OR ACK-BUF (ACK-SCAN:1) = ">"
                 OR ACK-BUF (ACK-SCAN:1) = "<"
                 OR ACK-BUF (ACK-SCAN:1) = "("
                 OR ACK-BUF (ACK-SCAN:1) = "["
                 OR ACK-BUF (ACK-SCAN:1) = X"0A"
                 OR ACK-BUF (ACK-SCAN:1) = X"0D"
              MOVE ACK-BUF (ACK-SCAN:1) TO ACK-CH
              PERFORM ACK-PUT-CHAR
              ADD 1 TO ACK-SCAN
           END-PERFORM.
       ACK-TAKE-NAME-EXIT.
           EXIT.
       ACK-PUT-CHAR.
           IF ACK-RAW-LEN < 82
              ADD 1 TO ACK-RAW-LEN
              MOVE ACK-CH TO ACK-RAW (ACK-RAW-LEN:1)
           END-IF.
       ACK-PUT-CHAR-EXIT.
           EXIT.
      *    A UTF-16 value keeps the low byte of each pair, '?' for
      *    anything outside the single-byte range.
       ACK-FINISH-VALUE.
           MOVE SPACES TO ACK-FLD-VALUE
           IF ACK-RAW-LEN >= 2 AND ACK-RAW (1:2) = X"FEFF"
              MOVE ZERO TO ACK-VAL-LEN
              MOVE 4 TO ACK-RAW-IDX
              PERFORM UNTIL ACK-RAW-IDX > ACK-RAW-LEN
                    OR ACK-VAL-LEN = 40
                 ADD 1 TO ACK-VAL-LEN
                 IF ACK-RAW (ACK-RAW-IDX - 1:1) = X"00"
                    MOVE ACK-RAW (ACK-RAW-IDX:1)
                       TO ACK-FLD-VALUE (ACK-VAL-LEN:1)
                 ELSE
                    MOVE "?" TO ACK-FLD-VALUE (ACK-VAL-LEN:1)
                 END-IF
                 ADD 2 TO ACK-RAW-IDX
              END-PERFORM
           ELSE
              IF ACK-RAW-LEN > 0
                 MOVE ACK-RAW (1:ACK-RAW-LEN) TO ACK-FLD-VALUE
              END-IF
           END-IF.
       ACK-FINISH-VALUE-EXIT.
           EXIT.
      *    One pass over the acknowledgment file: the slip's own
      *    sequence must agree, then the stamped checksum settles
      *    it outright; failing that the newest issue of the same
      *    file name is taken.
       ACK-FIND-ISSUE.
           MOVE SPACE TO ACK-MATCH-HOW
           MOVE SPACES TO ACK-HIT-KEY
           MOVE SPACES TO ACK-HIT-STAMP
           MOVE SPACES TO ACK-RET-BASE
           MOVE ZERO TO ACK-SCAN
           MOVE 1 TO ACK-POS
           PERFORM UNTIL ACK-POS > 100
              IF ACK-PDF-FILE (ACK-POS:1) = "/"
                    OR ACK-PDF-FILE (ACK-POS:1) = "\"
                 MOVE ACK-POS TO ACK-SCAN
              END-IF
              ADD 1 TO ACK-POS
           END-PERFORM
           IF ACK-SCAN < 100
              MOVE ACK-PDF-FILE (ACK-SCAN + 1:) TO ACK-RET-BASE
           END-IF
           MOVE LOW-VALUES TO PDF-ACK-KEY
           MOVE "N" TO ACK-ACK-EOF-SW
           START PDF-ACK KEY IS NOT LESS THAN PDF-ACK-KEY
              INVALID KEY MOVE "Y" TO ACK-ACK-EOF-SW
           END-START
           PERFORM UNTIL ACK-ACK-AT-EOF
              READ PDF-ACK NEXT RECORD
                 AT END
                    MOVE "Y" TO ACK-ACK-EOF-SW
                 NOT AT END
                    PERFORM ACK-TEST-ISSUE
              END-READ
           END-PERFORM.
       ACK-FIND-ISSUE-EXIT.
           EXIT.
       ACK-TEST-ISSUE.
           IF PDF-ACK-SEQ = ACK-SLIP-SEQ
              IF ACK-CKSUM-SEEN
                    AND PDF-ACK-CHECKSUM = ACK-RET-CHECKSUM
                 MOVE "C" TO ACK-MATCH-HOW
                 MOVE PDF-ACK-KEY TO ACK-HIT-KEY
                 MOVE "Y" TO ACK-ACK-EOF-SW
              ELSE
              IF PDF-ACK-ISS-FILE = ACK-RET-BASE
                    AND (ACK-MATCH-NONE
                     OR PDF-ACK-KEY (21:16) > ACK-HIT-STAMP)
                 MOVE "N" TO ACK-MATCH-HOW
                 MOVE PDF-ACK-KEY TO ACK-HIT-KEY
                 MOVE PDF-ACK-KEY (21:16) TO ACK-HIT-STAMP
              END-IF
              END-IF
           END-IF.
       ACK-TEST-ISSUE-EXIT.
           EXIT.
      *    A statement already returned is posted again - the
      *    later copy is taken as the customer's final word - and
      *    the report line says so.
       ACK-POST-RETURN.
           MOVE ACK-HIT-KEY TO PDF-ACK-KEY
           READ PDF-ACK
              INVALID KEY
                 MOVE "N" TO ACK-FOUND-SW
              NOT INVALID KEY
                 MOVE "Y" TO ACK-FOUND-SW
           END-READ
           IF ACK-ENTRY-FOUND
              PERFORM ACK-POST-FOUND
           END-IF.
       ACK-POST-RETURN-EXIT.
           EXIT.
       ACK-POST-FOUND.
           MOVE SPACES TO ACK-RPT-REC
           IF PDF-ACK-RETURNED
              MOVE "REPOSTED" TO ACK-RPT-REC (1:8)
           ELSE
              MOVE "POSTED" TO ACK-RPT-REC (1:6)
           END-IF
           MOVE "R" TO PDF-ACK-STATUS
           MOVE ACK-TODAY TO PDF-ACK-RET-DATE
           MOVE ACK-PDF-FILE TO PDF-ACK-RET-FILE
           MOVE ACK-MATCH-HOW TO PDF-ACK-MATCH
           MOVE ACK-IN-RCVBY TO PDF-ACK-RCVBY
           MOVE ACK-IN-SLIP-DATE TO PDF-ACK-SLIP-DATE
           MOVE ACK-IN-AGREE TO PDF-ACK-AGREE
           REWRITE PDF-ACK-REC
              INVALID KEY
                 DISPLAY "PDFACKIN: CANNOT POST " ACK-PDF-FILE
           END-REWRITE
           ADD 1 TO ACK-POSTED-COUNT
           STRING "CODE " DELIMITED SIZE
              PDF-ACK-CODE DELIMITED SIZE
              " ISSUED " DELIMITED SIZE
              PDF-ACK-ISS-DATE DELIMITED SIZE
              " AGREE=" DELIMITED SIZE
              PDF-ACK-AGREE DELIMITED SIZE
              INTO ACK-RPT-REC (10:)
           IF ACK-MATCH-CHECKSUM
              MOVE "BY CHECKSUM " TO ACK-RPT-REC (68:12)
           ELSE
              MOVE "BY FILE NAME" TO ACK-RPT-REC (68:12)
           END-IF
           STRING ACK-PDF-FILE DELIMITED SPACE
              INTO ACK-RPT-REC (81:)
           WRITE ACK-RPT-REC
           IF ACK-MULTI-SLIP
              MOVE SPACES TO ACK-RPT-REC
              STRING "MORE THAN ONE SLIP IN THE FILE - ONLY SLIP "
                 DELIMITED SIZE
                 ACK-SLIP-SEQ DELIMITED SIZE
                 " POSTED" DELIMITED SIZE
                 INTO ACK-RPT-REC (10:)
              WRITE ACK-RPT-REC
           END-IF.
       ACK-POST-FOUND-EXIT.
           EXIT.
       ACK-WRITE-SUMMARY.
           MOVE SPACES TO ACK-RPT-REC
           MOVE ACK-NEW-COUNT TO ACK-COUNT-ED
           STRING "REGISTERED " DELIMITED SIZE
              ACK-COUNT-ED DELIMITED SIZE
              INTO ACK-RPT-REC
           MOVE ACK-OLD-COUNT TO ACK-COUNT-ED
           STRING " ALREADY ON FILE " DELIMITED SIZE
              ACK-COUNT-ED DELIMITED SIZE
              INTO ACK-RPT-REC (17:)
           WRITE ACK-RPT-REC
           MOVE SPACES TO ACK-RPT-REC
           MOVE ACK-RETURN-COUNT TO ACK-COUNT-ED
           STRING "RETURNS " DELIMITED SIZE
              ACK-COUNT-ED DELIMITED SIZE
              INTO ACK-RPT-REC
           MOVE ACK-POSTED-COUNT TO ACK-COUNT-ED
           STRING " POSTED " DELIMITED SIZE
              ACK-COUNT-ED DELIMITED SIZE
              INTO ACK-RPT-REC (14:)
           MOVE ACK-NOMATCH-COUNT TO ACK-COUNT-ED
           STRING " NO MATCH " DELIMITED SIZE
              ACK-COUNT-ED DELIMITED SIZE
              INTO ACK-RPT-REC (27:)
           MOVE ACK-NOSLIP-COUNT TO ACK-COUNT-ED
           STRING " NO SLIP " DELIMITED SIZE
              ACK-COUNT-ED DELIMITED SIZE
              INTO ACK-RPT-REC (42:)
           MOVE ACK-MISSING-COUNT TO ACK-COUNT-ED
           STRING " MISSING " DELIMITED SIZE
              ACK-COUNT-ED DELIMITED SIZE
              INTO ACK-RPT-REC (56:)
           WRITE ACK-RPT-REC
           DISPLAY "PDFACKIN: " ACK-RPT-REC (1:70).
       ACK-WRITE-SUMMARY-EXIT.
           EXIT.
       ACK-FIM.
           EXIT.
