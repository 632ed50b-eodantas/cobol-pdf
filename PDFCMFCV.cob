       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDFCMFCV.
       AUTHOR.        EDGAR OLAVO.
       DATE-WRITTEN.  2026-10-15.
       SECURITY.      ********************
                      *  TEST COBOL-PDF  *
                      ********************
      *----------------------------------------------------*
      *  PDFCMFCV - one-off conversion of the customer master *
      *  from the original 170-byte record (code, name, two   *
      *  address lines and city) to the current LIB/PDFCMF.FD *
      *  layout with the delivery channel, email address and  *
      *  postal code.  Run once, before the first PDFBATCH,   *
      *  PDFCUST or PDFACKAG run on the new layout:           *
      *                                                       *
      *    1. rename PDFBATCH-CUSTMAST.DAT (and whatever      *
      *       index file the file handler keeps beside it) to *
      *       PDFBATCH-CUSTMAST.OLD;                          *
      *    2. run PDFCMFCV - or PDFCMFCV <old master name>;   *
      *    3. keep the .OLD file until the conversion report  *
      *       has been checked.                               *
      *                                                       *
      *  Name, address and city are carried over as they     *
      *  stand.  Delivery, email and postal code are left     *
      *  blank: PDFBATCH routes a customer with no delivery   *
      *  preference to print and lists it on the exception    *
      *  report until PDFCUST gives it a channel.  A new      *
      *  master that already exists is never written over.    *
      *  Counts go to PDFCMFCV.RPT; RETURN-CODE 0 when every  *
      *  record converted, 8 when any was rejected, 12 when   *
      *  the conversion could not run.                        *
      *----------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNV-OLD ASSIGN TO DYNAMIC CNV-OLD-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CNV-OLD-CODE
               FILE STATUS IS CNV-OLD-STATUS.
           SELECT PDF-CMF ASSIGN TO DYNAMIC CNV-CMF-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PDF-CMF-CODE
               FILE STATUS IS CNV-CMF-STATUS.
           SELECT CNV-RPT ASSIGN TO DYNAMIC CNV-RPT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    The master as PDFBATCH first read it.
           FD  CNV-OLD.
           01  CNV-OLD-REC.
               05 CNV-OLD-CODE        PIC X(20).
               05 CNV-OLD-NAME        PIC X(40).
               05 CNV-OLD-ADDR1       PIC X(40).
               05 CNV-OLD-ADDR2       PIC X(40).
               05 CNV-OLD-CITY        PIC X(30).
           COPY "LIB/PDFCMF.FD".
           FD  CNV-RPT.
           01  CNV-RPT-REC            PIC X(132).
       WORKING-STORAGE SECTION.
           01 CNV-OLD-FILE        PIC X(100)
                                   VALUE "PDFBATCH-CUSTMAST.OLD".
           01 CNV-OLD-STATUS      PIC X(02).
           01 CNV-CMF-FILE        PIC X(100)
                                   VALUE "PDFBATCH-CUSTMAST.DAT".
           01 CNV-CMF-STATUS      PIC X(02).
           01 CNV-RPT-FILE        PIC X(100) VALUE "PDFCMFCV.RPT".
           01 CNV-PARM            PIC X(100) VALUE SPACES.
           01 CNV-EOF-SW          PIC X(01).
              88 CNV-AT-EOF              VALUE "Y".
           01 CNV-READ-COUNT      PIC 9(07)  COMP VALUE 0.
           01 CNV-WRITE-COUNT     PIC 9(07)  COMP VALUE 0.
           01 CNV-REJECT-COUNT    PIC 9(07)  COMP VALUE 0.
           01 CNV-COUNT-ED        PIC Z(06)9.
           01 CNV-RUN-DATE        PIC 9(08).
       LINKAGE SECTION.
       SCREEN SECTION.
       PROCEDURE DIVISION.
       CNV-MAIN.
           ACCEPT CNV-PARM FROM COMMAND-LINE
           IF CNV-PARM NOT = SPACES
              MOVE CNV-PARM TO CNV-OLD-FILE
           END-IF
           ACCEPT CNV-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT CNV-RPT
           MOVE SPACES TO CNV-RPT-REC
           STRING "PDFCMFCV - CUSTOMER MASTER CONVERSION  RUN DATE "
              DELIMITED SIZE
              CNV-RUN-DATE DELIMITED SIZE
              INTO CNV-RPT-REC
           WRITE CNV-RPT-REC
           MOVE SPACES TO CNV-RPT-REC
           STRING "FROM " DELIMITED SIZE
              CNV-OLD-FILE DELIMITED SPACE
              "  TO " DELIMITED SIZE
              CNV-CMF-FILE DELIMITED SPACE
              INTO CNV-RPT-REC
           WRITE CNV-RPT-REC
           OPEN INPUT PDF-CMF
           IF CNV-CMF-STATUS NOT = "35"
              IF CNV-CMF-STATUS = "00"
                 CLOSE PDF-CMF
              END-IF
              MOVE SPACES TO CNV-RPT-REC
              STRING "NEW MASTER ALREADY EXISTS (STATUS "
                 DELIMITED SIZE
                 CNV-CMF-STATUS DELIMITED SIZE
                 ") - RENAME IT TO THE OLD NAME FIRST - NOT CONVERTED"
                 DELIMITED SIZE
                 INTO CNV-RPT-REC
              PERFORM CNV-STOP
              GO CNV-FIM
           END-IF
           OPEN INPUT CNV-OLD
           IF CNV-OLD-STATUS NOT = "00"
              MOVE SPACES TO CNV-RPT-REC
              STRING "OLD MASTER CANNOT BE OPENED (STATUS "
                 DELIMITED SIZE
                 CNV-OLD-STATUS DELIMITED SIZE
                 ") - NOT CONVERTED" DELIMITED SIZE
                 INTO CNV-RPT-REC
              PERFORM CNV-STOP
              GO CNV-FIM
           END-IF
           OPEN OUTPUT PDF-CMF
           IF CNV-CMF-STATUS NOT = "00"
              CLOSE CNV-OLD
              MOVE SPACES TO CNV-RPT-REC
              STRING "NEW MASTER CANNOT BE CREATED (STATUS "
                 DELIMITED SIZE
                 CNV-CMF-STATUS DELIMITED SIZE
                 ") - NOT CONVERTED" DELIMITED SIZE
                 INTO CNV-RPT-REC
              PERFORM CNV-STOP
              GO CNV-FIM
           END-IF
           MOVE "N" TO CNV-EOF-SW
           PERFORM CNV-READ-OLD
           PERFORM UNTIL CNV-AT-EOF
              PERFORM CNV-CONVERT-ONE
              PERFORM CNV-READ-OLD
           END-PERFORM
           CLOSE CNV-OLD
           CLOSE PDF-CMF
           PERFORM CNV-WRITE-SUMMARY
           CLOSE CNV-RPT
           IF CNV-REJECT-COUNT > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GO CNV-FIM.
       CNV-READ-OLD.
           READ CNV-OLD NEXT RECORD
              AT END
                 MOVE "Y" TO CNV-EOF-SW
              NOT AT END
                 ADD 1 TO CNV-READ-COUNT
           END-READ.
       CNV-READ-OLD-EXIT.
           EXIT.
      *    Old fields straight across; the new ones start blank.
       CNV-CONVERT-ONE.
           MOVE SPACES TO PDF-CMF-REC
           MOVE CNV-OLD-CODE TO PDF-CMF-CODE
           MOVE CNV-OLD-NAME TO PDF-CMF-NAME
           MOVE CNV-OLD-ADDR1 TO PDF-CMF-ADDR1
           MOVE CNV-OLD-ADDR2 TO PDF-CMF-ADDR2
           MOVE CNV-OLD-CITY TO PDF-CMF-CITY
           WRITE PDF-CMF-REC
              INVALID KEY
                 ADD 1 TO CNV-REJECT-COUNT
                 MOVE SPACES TO CNV-RPT-REC
                 STRING "REJECTED " DELIMITED SIZE
                    CNV-OLD-CODE DELIMITED SIZE
                    " STATUS " DELIMITED SIZE
                    CNV-CMF-STATUS DELIMITED SIZE
                    INTO CNV-RPT-REC
                 WRITE CNV-RPT-REC
                 END-WRITE
              NOT INVALID KEY
                 ADD 1 TO CNV-WRITE-COUNT
           END-WRITE.
       CNV-CONVERT-ONE-EXIT.
           EXIT.
       CNV-WRITE-SUMMARY.
           MOVE CNV-READ-COUNT TO CNV-COUNT-ED
           MOVE SPACES TO CNV-RPT-REC
           STRING "RECORDS READ .......: " DELIMITED SIZE
              CNV-COUNT-ED DELIMITED SIZE
              INTO CNV-RPT-REC
           WRITE CNV-RPT-REC
           MOVE CNV-WRITE-COUNT TO CNV-COUNT-ED
           MOVE SPACES TO CNV-RPT-REC
           STRING "RECORDS CONVERTED ..: " DELIMITED SIZE
              CNV-COUNT-ED DELIMITED SIZE
              INTO CNV-RPT-REC
           WRITE CNV-RPT-REC
           MOVE CNV-REJECT-COUNT TO CNV-COUNT-ED
           MOVE SPACES TO CNV-RPT-REC
           STRING "RECORDS REJECTED ...: " DELIMITED SIZE
              CNV-COUNT-ED DELIMITED SIZE
              INTO CNV-RPT-REC
           WRITE CNV-RPT-REC
           MOVE SPACES TO CNV-RPT-REC
           STRING "DELIVERY, EMAIL AND POSTAL CODE ARE BLANK ON "
              DELIMITED SIZE
              "EVERY RECORD - SET THEM WITH PDFCUST" DELIMITED SIZE
              INTO CNV-RPT-REC
           WRITE CNV-RPT-REC
           DISPLAY "PDFCMFCV: " CNV-WRITE-COUNT " CONVERTED, "
              CNV-REJECT-COUNT " REJECTED - SEE " CNV-RPT-FILE.
       CNV-WRITE-SUMMARY-EXIT.
           EXIT.
      *    The reason is in CNV-RPT-REC.
       CNV-STOP.
           WRITE CNV-RPT-REC
           CLOSE CNV-RPT
           DISPLAY "PDFCMFCV: " CNV-RPT-REC (1:100)
           MOVE 12 TO RETURN-CODE.
       CNV-STOP-EXIT.
           EXIT.
       CNV-FIM.
           EXIT.
