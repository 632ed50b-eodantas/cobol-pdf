       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDFCUST.
       AUTHOR.        EDGAR OLAVO.
       DATE-WRITTEN.  2026-10-15.
       SECURITY.      ********************
                      *  TEST COBOL-PDF  *
                      ********************
      *----------------------------------------------------*
      *  PDFCUST - operator maintenance screen for the      *
      *  indexed customer master PDFBATCH-CUSTMAST.DAT that  *
      *  PDFBATCH draws each section's name and address      *
      *  block from.  Adds, changes, inquires on and deletes *
      *  master records by customer code, validating every   *
      *  field before the master is touched, and can step    *
      *  through the codes the last batch put on PDFBATCH-   *
      *  EXCEPT.LOG so each one is keyed in on the spot      *
      *  instead of becoming a ticket.  Every add, change    *
      *  and delete is appended to PDFBATCH-CUSTMAST.JNL     *
      *  with the record's before and after images, the      *
      *  date and time and the operator, so an auditor can   *
      *  see who changed a customer's address before a       *
      *  statement went out.  A master not yet on disk is    *
      *  created empty on first use.  Each customer also     *
      *  carries the delivery channel a burst run routes its *
      *  statement by, and the address an email goes to.     *
      *----------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PDF-CMF ASSIGN TO DYNAMIC PDF-CMM-CMF-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PDF-CMF-CODE
               FILE STATUS IS PDF-CMM-CMF-STATUS.
           SELECT CMM-JNL ASSIGN TO DYNAMIC PDF-CMM-JNL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDF-CMM-JNL-STATUS.
           SELECT CMM-EXC ASSIGN TO DYNAMIC PDF-CMM-EXC-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDF-CMM-EXC-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY "LIB/PDFCMF.FD".
      *    One journal line per master update: when, who, what,
      *    and the whole record as it stood before and after - an
      *    add has a blank before image, a delete a blank after.
           FD  CMM-JNL.
           01  CMM-JNL-REC.
               05 CMM-JNL-DATE        PIC 9(08).
               05 FILLER              PIC X(01).
               05 CMM-JNL-TIME        PIC 9(08).
               05 FILLER              PIC X(01).
               05 CMM-JNL-OPERATOR    PIC X(08).
               05 FILLER              PIC X(01).
               05 CMM-JNL-ACTION      PIC X(01).
               05 FILLER              PIC X(01).
               05 CMM-JNL-BEFORE      PIC X(260).
               05 FILLER              PIC X(01).
               05 CMM-JNL-AFTER       PIC X(260).
           FD  CMM-EXC.
           01  CMM-EXC-REC            PIC X(100).
       WORKING-STORAGE SECTION.
           01 PDF-CMM-CMF-FILE    PIC X(100)
                                   VALUE "PDFBATCH-CUSTMAST.DAT".
           01 PDF-CMM-CMF-STATUS  PIC X(02).
           01 PDF-CMM-JNL-FILE    PIC X(100)
                                   VALUE "PDFBATCH-CUSTMAST.JNL".
           01 PDF-CMM-JNL-STATUS  PIC X(02).
           01 PDF-CMM-EXC-FILE    PIC X(100)
                                   VALUE "PDFBATCH-EXCEPT.LOG".
           01 PDF-CMM-EXC-STATUS  PIC X(02).
           01 PDF-CMM-EXC-OPEN-SW PIC X(01)  VALUE "N".
              88 PDF-CMM-EXC-IS-OPEN     VALUE "Y".
           01 PDF-CMM-EXC-EOF-SW  PIC X(01).
              88 PDF-CMM-EXC-AT-EOF      VALUE "Y".
           01 PDF-CMM-EXC-SEQ     PIC 9(09)  COMP VALUE 0.
           01 PDF-CMM-EXC-SEQ-ED  PIC Z(08)9.
      *    The form's answers.
           01 PDF-CMM-OPERATOR    PIC X(08)  VALUE SPACES.
      *    A = add, C = change, I = inquire, D = delete, N = next
      *    code off the exception report, X = leave the screen.
           01 PDF-CMM-ACTION      PIC X(01)  VALUE "I".
           01 PDF-CMM-CODE        PIC X(20)  VALUE SPACES.
           01 PDF-CMM-NAME        PIC X(40)  VALUE SPACES.
           01 PDF-CMM-ADDR1       PIC X(40)  VALUE SPACES.
           01 PDF-CMM-ADDR2       PIC X(40)  VALUE SPACES.
           01 PDF-CMM-CITY        PIC X(30)  VALUE SPACES.
           01 PDF-CMM-POSTAL      PIC X(10)  VALUE SPACES.
           01 PDF-CMM-DELIVERY    PIC X(01)  VALUE SPACES.
           01 PDF-CMM-EMAIL       PIC X(60)  VALUE SPACES.
           01 PDF-CMM-MSG         PIC X(75)  VALUE SPACES.
           01 PDF-CMM-EXC-MSG     PIC X(75)  VALUE SPACES.
      *    A delete only goes through for the code the operator
      *    has just inquired on, so a stray D on the wrong code
      *    cannot remove a customer sight unseen.
           01 PDF-CMM-LAST-INQ    PIC X(20)  VALUE SPACES.
           01 PDF-CMM-BEFORE      PIC X(260).
           01 PDF-CMM-VALID-SW    PIC X(01).
              88 PDF-CMM-IS-VALID        VALUE "Y".
           01 PDF-CMM-FOUND-SW    PIC X(01).
              88 PDF-CMM-FOUND           VALUE "Y".
           01 PDF-CMM-IDX         PIC 9(02)  COMP.
           01 PDF-CMM-AT-COUNT    PIC 9(02)  COMP.
           01 PDF-CMM-RUN-DATE    PIC 9(08).
           01 PDF-CMM-RUN-TIME    PIC 9(08).
       LINKAGE SECTION.
       SCREEN SECTION.
       01  PDF-CMM-SCR.
           05 BLANK SCREEN.
           05 LINE 1  COL 25 VALUE "CUSTOMER MASTER MAINTENANCE".
           05 LINE 3  COL 2  VALUE "OPERATOR .......:".
           05 LINE 3  COL 20 PIC X(08) USING PDF-CMM-OPERATOR.
           05 LINE 4  COL 2  VALUE "ACTION .........:".
           05 LINE 4  COL 20 PIC X(01) USING PDF-CMM-ACTION.
           05 LINE 4  COL 23 VALUE
              "(A=ADD C=CHANGE I=INQUIRE D=DELETE N=NEXT EXC X=EXIT)".
           05 LINE 6  COL 2  VALUE "CUSTOMER CODE ..:".
           05 LINE 6  COL 20 PIC X(20) USING PDF-CMM-CODE.
           05 LINE 7  COL 2  VALUE "NAME ...........:".
           05 LINE 7  COL 20 PIC X(40) USING PDF-CMM-NAME.
           05 LINE 8  COL 2  VALUE "ADDRESS LINE 1 .:".
           05 LINE 8  COL 20 PIC X(40) USING PDF-CMM-ADDR1.
           05 LINE 9  COL 2  VALUE "ADDRESS LINE 2 .:".
           05 LINE 9  COL 20 PIC X(40) USING PDF-CMM-ADDR2.
           05 LINE 10 COL 2  VALUE "CITY ...........:".
           05 LINE 10 COL 20 PIC X(30) USING PDF-CMM-CITY.
           05 LINE 10 COL 52 VALUE "POSTAL CODE:".
           05 LINE 10 COL 65 PIC X(10) USING PDF-CMM-POSTAL.
           05 LINE 11 COL 2  VALUE "DELIVERY .......:".
           05 LINE 11 COL 20 PIC X(01) USING PDF-CMM-DELIVERY.
           05 LINE 11 COL 23 VALUE
              "(E=EMAIL M=PRINT AND MAIL P=PORTAL)".
           05 LINE 12 COL 2  VALUE "EMAIL ADDRESS ..:".
           05 LINE 12 COL 20 PIC X(60) USING PDF-CMM-EMAIL.
           05 LINE 14 COL 2  PIC X(75) FROM PDF-CMM-EXC-MSG.
           05 LINE 16 COL 2  PIC X(75) FROM PDF-CMM-MSG.
       PROCEDURE DIVISION.
       CMM-MAIN.
           PERFORM CMM-OPEN-MASTER
           IF PDF-CMM-CMF-STATUS NOT = "00"
              DISPLAY "PDFCUST: CUSTOMER MASTER CANNOT BE OPENED ("
                 PDF-CMM-CMF-STATUS ")"
              GO CMM-FIM
           END-IF
           PERFORM UNTIL PDF-CMM-ACTION = "X"
              DISPLAY PDF-CMM-SCR
              ACCEPT PDF-CMM-SCR
              MOVE SPACES TO PDF-CMM-MSG
              EVALUATE PDF-CMM-ACTION
                 WHEN "X"
                    CONTINUE
                 WHEN "I"
                    PERFORM CMM-INQUIRE
                 WHEN "A"
                    PERFORM CMM-ADD
                 WHEN "C"
                    PERFORM CMM-CHANGE
                 WHEN "D"
                    PERFORM CMM-DELETE
                 WHEN "N"
                    PERFORM CMM-NEXT-EXCEPTION
                 WHEN OTHER
                    MOVE "ACTION MUST BE A, C, I, D, N OR X"
                       TO PDF-CMM-MSG
              END-EVALUATE
           END-PERFORM
           CLOSE PDF-CMF
           IF PDF-CMM-EXC-IS-OPEN
              CLOSE CMM-EXC
           END-IF
           GO CMM-FIM.
      *----------------------------------------------------*
      *  CMM-OPEN-MASTER - open the master for update.  The  *
      *  very first run on a new system finds no master on   *
      *  disk (status 35): create it empty, then reopen it.  *
      *----------------------------------------------------*
       CMM-OPEN-MASTER.
           OPEN I-O PDF-CMF
           IF PDF-CMM-CMF-STATUS = "35"
              OPEN OUTPUT PDF-CMF
              IF PDF-CMM-CMF-STATUS = "00"
                 CLOSE PDF-CMF
                 OPEN I-O PDF-CMF
              END-IF
           END-IF.
       CMM-OPEN-MASTER-EXIT.
           EXIT.
      *----------------------------------------------------*
      *  CMM-INQUIRE - bring the record for the code on the  *
      *  form up into the fields, ready to change or delete. *
      *----------------------------------------------------*
       CMM-INQUIRE.
           MOVE SPACES TO PDF-CMM-LAST-INQ
           PERFORM CMM-READ-MASTER
           IF PDF-CMM-FOUND
              MOVE PDF-CMF-NAME TO PDF-CMM-NAME
              MOVE PDF-CMF-ADDR1 TO PDF-CMM-ADDR1
              MOVE PDF-CMF-ADDR2 TO PDF-CMM-ADDR2
              MOVE PDF-CMF-CITY TO PDF-CMM-CITY
              MOVE PDF-CMF-POSTAL TO PDF-CMM-POSTAL
              MOVE PDF-CMF-DELIVERY TO PDF-CMM-DELIVERY
              MOVE PDF-CMF-EMAIL TO PDF-CMM-EMAIL
              MOVE PDF-CMM-CODE TO PDF-CMM-LAST-INQ
              MOVE "RECORD DISPLAYED" TO PDF-CMM-MSG
           ELSE
              MOVE SPACES TO PDF-CMM-NAME PDF-CMM-ADDR1
                             PDF-CMM-ADDR2 PDF-CMM-CITY
                             PDF-CMM-DELIVERY PDF-CMM-EMAIL
                             PDF-CMM-POSTAL
              MOVE "CUSTOMER CODE NOT ON FILE" TO PDF-CMM-MSG
           END-IF.
       CMM-INQUIRE-EXIT.
           EXIT.
       CMM-ADD.
           PERFORM CMM-VALIDATE
           IF PDF-CMM-IS-VALID
              PERFORM CMM-READ-MASTER
              IF PDF-CMM-FOUND
                 MOVE "N" TO PDF-CMM-VALID-SW
                 MOVE "CUSTOMER CODE ALREADY ON FILE - USE C TO CHANGE"
                    TO PDF-CMM-MSG
              END-IF
           END-IF
           IF PDF-CMM-IS-VALID
              MOVE SPACES TO PDF-CMM-BEFORE
              PERFORM CMM-BUILD-RECORD
              WRITE PDF-CMF-REC
                 INVALID KEY
                    MOVE "N" TO PDF-CMM-VALID-SW
                    MOVE "ADD FAILED - CODE ALREADY ON FILE"
                       TO PDF-CMM-MSG
              END-WRITE
           END-IF
           IF PDF-CMM-IS-VALID
              PERFORM CMM-WRITE-JOURNAL
              MOVE PDF-CMM-CODE TO PDF-CMM-LAST-INQ
              MOVE "CUSTOMER ADDED" TO PDF-CMM-MSG
           END-IF.
       CMM-ADD-EXIT.
           EXIT.
       CMM-CHANGE.
           PERFORM CMM-VALIDATE
           IF PDF-CMM-IS-VALID
              PERFORM CMM-READ-MASTER
              IF NOT PDF-CMM-FOUND
                 MOVE "N" TO PDF-CMM-VALID-SW
                 MOVE "CUSTOMER CODE NOT ON FILE - USE A TO ADD"
                    TO PDF-CMM-MSG
              END-IF
           END-IF
           IF PDF-CMM-IS-VALID
              MOVE PDF-CMF-REC TO PDF-CMM-BEFORE
              PERFORM CMM-BUILD-RECORD
              IF PDF-CMF-REC = PDF-CMM-BEFORE
                 MOVE "N" TO PDF-CMM-VALID-SW
                 MOVE "NO CHANGES KEYED - RECORD LEFT AS IT WAS"
                    TO PDF-CMM-MSG
              END-IF
           END-IF
           IF PDF-CMM-IS-VALID
              REWRITE PDF-CMF-REC
                 INVALID KEY
                    MOVE "N" TO PDF-CMM-VALID-SW
                    MOVE "CHANGE FAILED - CODE NO LONGER ON FILE"
                       TO PDF-CMM-MSG
              END-REWRITE
           END-IF
           IF PDF-CMM-IS-VALID
              PERFORM CMM-WRITE-JOURNAL
              MOVE "CUSTOMER CHANGED" TO PDF-CMM-MSG
           END-IF.
       CMM-CHANGE-EXIT.
           EXIT.
       CMM-DELETE.
           MOVE "Y" TO PDF-CMM-VALID-SW
           PERFORM CMM-CHECK-OPERATOR
           IF PDF-CMM-IS-VALID
              IF PDF-CMM-CODE = SPACES
                    OR PDF-CMM-CODE NOT = PDF-CMM-LAST-INQ
                 MOVE "N" TO PDF-CMM-VALID-SW
                 MOVE "INQUIRE ON THE CODE FIRST, THEN D TO DELETE IT"
                    TO PDF-CMM-MSG
              END-IF
           END-IF
           IF PDF-CMM-IS-VALID
              PERFORM CMM-READ-MASTER
              IF NOT PDF-CMM-FOUND
                 MOVE "N" TO PDF-CMM-VALID-SW
                 MOVE "CUSTOMER CODE NOT ON FILE" TO PDF-CMM-MSG
              END-IF
           END-IF
           IF PDF-CMM-IS-VALID
              MOVE PDF-CMF-REC TO PDF-CMM-BEFORE
              DELETE PDF-CMF
                 INVALID KEY
                    MOVE "N" TO PDF-CMM-VALID-SW
                    MOVE "DELETE FAILED - CODE NO LONGER ON FILE"
                       TO PDF-CMM-MSG
              END-DELETE
           END-IF
           IF PDF-CMM-IS-VALID
              MOVE SPACES TO PDF-CMF-REC
              PERFORM CMM-WRITE-JOURNAL
              MOVE SPACES TO PDF-CMM-LAST-INQ
              MOVE SPACES TO PDF-CMM-NAME PDF-CMM-ADDR1
                             PDF-CMM-ADDR2 PDF-CMM-CITY
                             PDF-CMM-DELIVERY PDF-CMM-EMAIL
                             PDF-CMM-POSTAL
              MOVE "CUSTOMER DELETED" TO PDF-CMM-MSG
           END-IF.
       CMM-DELETE-EXIT.
           EXIT.
       CMM-READ-MASTER.
           MOVE "N" TO PDF-CMM-FOUND-SW
           MOVE PDF-CMM-CODE TO PDF-CMF-CODE
           READ PDF-CMF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO PDF-CMM-FOUND-SW
           END-READ.
       CMM-READ-MASTER-EXIT.
           EXIT.
       CMM-BUILD-RECORD.
           MOVE SPACES TO PDF-CMF-REC
           MOVE PDF-CMM-CODE TO PDF-CMF-CODE
           MOVE PDF-CMM-NAME TO PDF-CMF-NAME
           MOVE PDF-CMM-ADDR1 TO PDF-CMF-ADDR1
           MOVE PDF-CMM-ADDR2 TO PDF-CMF-ADDR2
           MOVE PDF-CMM-CITY TO PDF-CMF-CITY
           MOVE PDF-CMM-POSTAL TO PDF-CMF-POSTAL
           MOVE PDF-CMM-DELIVERY TO PDF-CMF-DELIVERY
           MOVE PDF-CMM-EMAIL TO PDF-CMF-EMAIL.
       CMM-BUILD-RECORD-EXIT.
           EXIT.
      *----------------------------------------------------*
      *  CMM-VALIDATE - the rules an add or change must pass *
      *  before the master is touched.  The code goes into   *
      *  burst file names and barcodes, so it must start in  *
      *  column one and carry no embedded spaces; a section  *
      *  without a name, first address line or city would   *
      *  print an unusable address block.  Every customer    *
      *  needs a delivery channel, and an email customer an  *
      *  address the mail job can use.                       *
      *----------------------------------------------------*
       CMM-VALIDATE.
           MOVE "Y" TO PDF-CMM-VALID-SW
           PERFORM CMM-CHECK-OPERATOR
           IF PDF-CMM-IS-VALID
              PERFORM CMM-CHECK-CODE
           END-IF
           IF PDF-CMM-IS-VALID
              IF PDF-CMM-NAME = SPACES
                 MOVE "N" TO PDF-CMM-VALID-SW
                 MOVE "NAME IS REQUIRED" TO PDF-CMM-MSG
              END-IF
           END-IF
           IF PDF-CMM-IS-VALID
              IF PDF-CMM-ADDR1 = SPACES
                 MOVE "N" TO PDF-CMM-VALID-SW
                 MOVE "ADDRESS LINE 1 IS REQUIRED" TO PDF-CMM-MSG
              END-IF
           END-IF
           IF PDF-CMM-IS-VALID
              IF PDF-CMM-CITY = SPACES
                 MOVE "N" TO PDF-CMM-VALID-SW
                 MOVE "CITY IS REQUIRED" TO PDF-CMM-MSG
              END-IF
           END-IF
           IF PDF-CMM-IS-VALID
              IF PDF-CMM-DELIVERY NOT = "E"
                    AND PDF-CMM-DELIVERY NOT = "M"
                    AND PDF-CMM-DELIVERY NOT = "P"
                 MOVE "N" TO PDF-CMM-VALID-SW
                 MOVE "DELIVERY MUST BE E, M OR P" TO PDF-CMM-MSG
              END-IF
           END-IF
           IF PDF-CMM-IS-VALID
              IF PDF-CMM-DELIVERY = "E" AND PDF-CMM-EMAIL = SPACES
                 MOVE "N" TO PDF-CMM-VALID-SW
                 MOVE "EMAIL ADDRESS IS REQUIRED FOR EMAIL DELIVERY"
                    TO PDF-CMM-MSG
              END-IF
           END-IF
           IF PDF-CMM-IS-VALID
              IF PDF-CMM-EMAIL NOT = SPACES
                 PERFORM CMM-CHECK-EMAIL
              END-IF
           END-IF.
       CMM-VALIDATE-EXIT.
           EXIT.
       CMM-CHECK-OPERATOR.
           IF PDF-CMM-OPERATOR = SPACES
              MOVE "N" TO PDF-CMM-VALID-SW
              MOVE "OPERATOR ID IS REQUIRED FOR ANY UPDATE"
                 TO PDF-CMM-MSG
           END-IF.
       CMM-CHECK-OPERATOR-EXIT.
           EXIT.
      *    Not blank, no leading space, and nothing but trailing
      *    spaces after the first one.
       CMM-CHECK-CODE.
           IF PDF-CMM-CODE = SPACES
              MOVE "N" TO PDF-CMM-VALID-SW
              MOVE "CUSTOMER CODE IS REQUIRED" TO PDF-CMM-MSG
           ELSE
              IF PDF-CMM-CODE (1:1) = SPACE
                 MOVE "N" TO PDF-CMM-VALID-SW
                 MOVE "CUSTOMER CODE MUST START IN THE FIRST POSITION"
                    TO PDF-CMM-MSG
              ELSE
                 MOVE 1 TO PDF-CMM-IDX
                 PERFORM UNTIL PDF-CMM-IDX > 20
                       OR PDF-CMM-CODE (PDF-CMM-IDX:1) = SPACE
                    ADD 1 TO PDF-CMM-IDX
                 END-PERFORM
                 IF PDF-CMM-IDX < 20
                    IF PDF-CMM-CODE (PDF-CMM-IDX:) NOT = SPACES
                       MOVE "N" TO PDF-CMM-VALID-SW
                       MOVE "CUSTOMER CODE MAY NOT CONTAIN SPACES"
                          TO PDF-CMM-MSG
                    END-IF
                 END-IF
              END-IF
           END-IF.
       CMM-CHECK-CODE-EXIT.
           EXIT.
      *    One @ with something either side of it, starting in the
      *    first position, and no embedded spaces.
       CMM-CHECK-EMAIL.
           MOVE ZERO TO PDF-CMM-AT-COUNT
           INSPECT PDF-CMM-EMAIL TALLYING PDF-CMM-AT-COUNT
              FOR ALL "@"
           MOVE 1 TO PDF-CMM-IDX
           PERFORM UNTIL PDF-CMM-IDX > 60
                 OR PDF-CMM-EMAIL (PDF-CMM-IDX:1) = SPACE
              ADD 1 TO PDF-CMM-IDX
           END-PERFORM
           IF PDF-CMM-IDX < 60
              IF PDF-CMM-EMAIL (PDF-CMM-IDX:) NOT = SPACES
                 MOVE 0 TO PDF-CMM-AT-COUNT
              END-IF
           END-IF
           IF PDF-CMM-EMAIL (1:1) = "@" OR PDF-CMM-EMAIL (1:1) = SPACE
              MOVE 0 TO PDF-CMM-AT-COUNT
           END-IF
           IF PDF-CMM-AT-COUNT = 1
              IF PDF-CMM-EMAIL (PDF-CMM-IDX - 1:1) = "@"
                 MOVE 0 TO PDF-CMM-AT-COUNT
              END-IF
           END-IF
           IF PDF-CMM-AT-COUNT NOT = 1
              MOVE "N" TO PDF-CMM-VALID-SW
              MOVE "EMAIL ADDRESS IS NOT VALID" TO PDF-CMM-MSG
           END-IF.
       CMM-CHECK-EMAIL-EXIT.
           EXIT.
      *----------------------------------------------------*
      *  CMM-WRITE-JOURNAL - one line per update, appended   *
      *  and closed straight away so a session that is cut   *
      *  off never loses an update it already made.  The     *
      *  after image is whatever PDF-CMF-REC holds now.      *
      *----------------------------------------------------*
       CMM-WRITE-JOURNAL.
           ACCEPT PDF-CMM-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT PDF-CMM-RUN-TIME FROM TIME
           OPEN EXTEND CMM-JNL
           IF PDF-CMM-JNL-STATUS NOT = "00"
              OPEN OUTPUT CMM-JNL
           END-IF
           MOVE SPACES TO CMM-JNL-REC
           MOVE PDF-CMM-RUN-DATE TO CMM-JNL-DATE
           MOVE PDF-CMM-RUN-TIME TO CMM-JNL-TIME
           MOVE PDF-CMM-OPERATOR TO CMM-JNL-OPERATOR
           MOVE PDF-CMM-ACTION TO CMM-JNL-ACTION
           MOVE PDF-CMM-BEFORE TO CMM-JNL-BEFORE
           MOVE PDF-CMF-REC TO CMM-JNL-AFTER
           WRITE CMM-JNL-REC
           CLOSE CMM-JNL.
       CMM-WRITE-JOURNAL-EXIT.
           EXIT.
      *----------------------------------------------------*
      *  CMM-NEXT-EXCEPTION - step to the next code the last  *
      *  batch could not find in the master, and put it on    *
      *  the form with the other fields cleared, ready to be  *
      *  keyed and added.  The report is reread from the top  *
      *  once its codes run out.                              *
      *----------------------------------------------------*
       CMM-NEXT-EXCEPTION.
           IF NOT PDF-CMM-EXC-IS-OPEN
              OPEN INPUT CMM-EXC
              IF PDF-CMM-EXC-STATUS = "00"
                 MOVE "Y" TO PDF-CMM-EXC-OPEN-SW
                 MOVE "N" TO PDF-CMM-EXC-EOF-SW
                 MOVE ZERO TO PDF-CMM-EXC-SEQ
              END-IF
           END-IF
           IF NOT PDF-CMM-EXC-IS-OPEN
              MOVE "NO EXCEPTION REPORT ON FILE" TO PDF-CMM-MSG
           ELSE
              PERFORM CMM-READ-EXCEPTION
              PERFORM UNTIL PDF-CMM-EXC-AT-EOF
                    OR CMM-EXC-REC (43:23) = " NOT IN CUSTOMER MASTER"
                 PERFORM CMM-READ-EXCEPTION
              END-PERFORM
              IF PDF-CMM-EXC-AT-EOF
                 CLOSE CMM-EXC
                 MOVE "N" TO PDF-CMM-EXC-OPEN-SW
                 MOVE SPACES TO PDF-CMM-EXC-MSG
                 MOVE "NO MORE CODES ON THE EXCEPTION REPORT"
                    TO PDF-CMM-MSG
              ELSE
                 ADD 1 TO PDF-CMM-EXC-SEQ
                 MOVE PDF-CMM-EXC-SEQ TO PDF-CMM-EXC-SEQ-ED
                 MOVE SPACES TO PDF-CMM-EXC-MSG
                 STRING "EXCEPTION CODE " DELIMITED SIZE
                    PDF-CMM-EXC-SEQ-ED DELIMITED SIZE
                    " FROM " DELIMITED SIZE
                    PDF-CMM-EXC-FILE DELIMITED SPACE
                    INTO PDF-CMM-EXC-MSG
                 MOVE CMM-EXC-REC (23:20) TO PDF-CMM-CODE
                 MOVE SPACES TO PDF-CMM-LAST-INQ
                 MOVE SPACES TO PDF-CMM-NAME PDF-CMM-ADDR1
                                PDF-CMM-ADDR2 PDF-CMM-CITY
                                PDF-CMM-DELIVERY PDF-CMM-EMAIL
                                PDF-CMM-POSTAL
                 PERFORM CMM-READ-MASTER
                 IF PDF-CMM-FOUND
                    MOVE "CODE HAS SINCE BEEN ADDED - N FOR THE NEXT"
                       TO PDF-CMM-MSG
                 ELSE
                    MOVE "KEY THE CUSTOMER DETAILS, THEN A TO ADD"
                       TO PDF-CMM-MSG
                    MOVE "A" TO PDF-CMM-ACTION
                 END-IF
              END-IF
           END-IF.
       CMM-NEXT-EXCEPTION-EXIT.
           EXIT.
       CMM-READ-EXCEPTION.
           READ CMM-EXC
              AT END MOVE "Y" TO PDF-CMM-EXC-EOF-SW
           END-READ.
       CMM-READ-EXCEPTION-EXIT.
           EXIT.
       CMM-FIM.
           EXIT.
