       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDFACKAG.
       AUTHOR.        EDGAR OLAVO.
       DATE-WRITTEN.  2026-10-15.
       SECURITY.      ********************
                      *  TEST COBOL-PDF  *
                      ********************
      *----------------------------------------------------*
      *  PDFACKAG - outstanding-acknowledgment aging report.  *
      *  Reads the acknowledgment file PDFACKIN keeps         *
      *  (PDFBATCH-ACK.DAT) in key order - customer code,     *
      *  then issue date - and writes PDFACKAG.RPT:           *
      *                                                       *
      *  1. every customer with statements still not          *
      *     acknowledged, counted into 0-30, 31-60, 61-90     *
      *     and over-90-day buckets by the age of the issue,  *
      *     with the oldest issue date and the name from the  *
      *     customer master where it has one, and a total     *
      *     line;                                             *
      *  2. every slip that came back with AGREE unchecked,   *
      *     with who signed it and when.                      *
      *                                                       *
      *  Ages run to today, or to the YYYYMMDD date given on  *
      *  the command line so a month-end report can be        *
      *  rerun as of the month end.  Day counts are taken     *
      *  from a day number computed off the civil calendar    *
      *  (AGE-DATE-TO-DAYS), leap years included.             *
      *----------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PDF-ACK ASSIGN TO DYNAMIC AGE-ACK-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PDF-ACK-KEY
               FILE STATUS IS AGE-ACK-STATUS.
           SELECT PDF-CMF ASSIGN TO DYNAMIC AGE-CMF-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PDF-CMF-CODE
               FILE STATUS IS AGE-CMF-STATUS.
           SELECT AGE-RPT ASSIGN TO DYNAMIC AGE-RPT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "LIB/PDFACK.FD".
           COPY "LIB/PDFCMF.FD".
           FD  AGE-RPT.
           01  AGE-RPT-REC         PIC X(160).
       WORKING-STORAGE SECTION.
           01 AGE-ACK-FILE        PIC X(100) VALUE "PDFBATCH-ACK.DAT".
           01 AGE-ACK-STATUS      PIC X(02).
           01 AGE-CMF-FILE        PIC X(100)
                                   VALUE "PDFBATCH-CUSTMAST.DAT".
           01 AGE-CMF-STATUS      PIC X(02).
           01 AGE-CMF-OPEN-SW     PIC X(01)  VALUE "N".
              88 AGE-CMF-IS-OPEN         VALUE "Y".
           01 AGE-RPT-FILE        PIC X(100) VALUE "PDFACKAG.RPT".
           01 AGE-EOF-SW          PIC X(01).
              88 AGE-AT-EOF              VALUE "Y".
           01 AGE-PARM            PIC X(100) VALUE SPACES.
      *    The as-of date and its day number.
           01 AGE-ASOF            PIC 9(08).
           01 AGE-ASOF-DAYS       PIC 9(07)  COMP.
      *    Day-number scratch: AGE-DATE-TO-DAYS turns AGE-DT into
      *    AGE-DAYS.
           01 AGE-DT              PIC 9(08).
           01 AGE-DT-R REDEFINES AGE-DT.
              05 AGE-DT-YYYY      PIC 9(04).
              05 AGE-DT-MM        PIC 9(02).
              05 AGE-DT-DD        PIC 9(02).
           01 AGE-DAYS            PIC 9(07)  COMP.
           01 AGE-Y               PIC 9(05)  COMP.
           01 AGE-M               PIC 9(03)  COMP.
           01 AGE-Q               PIC 9(07)  COMP.
           01 AGE-AGE             PIC S9(07) COMP.
      *    The customer being totalled.
           01 AGE-CUR-CODE        PIC X(20).
           01 AGE-CUR-OLDEST      PIC 9(08).
           01 AGE-CUR-BUCKETS.
              05 AGE-CUR-BKT      PIC 9(07)  COMP OCCURS 4 TIMES.
           01 AGE-CUR-TOTAL       PIC 9(07)  COMP.
           01 AGE-TOT-BUCKETS.
              05 AGE-TOT-BKT      PIC 9(07)  COMP OCCURS 4 TIMES.
           01 AGE-TOT-TOTAL       PIC 9(07)  COMP VALUE 0.
           01 AGE-TOT-CUSTOMERS   PIC 9(07)  COMP VALUE 0.
           01 AGE-BKT-IDX         PIC 9(01)  COMP.
           01 AGE-DISAGREE-COUNT  PIC 9(07)  COMP VALUE 0.
      *    Report lines.
           01 AGE-HDR-LINE.
              05 FILLER           PIC X(21)  VALUE "CUSTOMER CODE".
              05 FILLER           PIC X(31)  VALUE "NAME".
              05 FILLER           PIC X(07)  VALUE "   0-30".
              05 FILLER           PIC X(07)  VALUE "  31-60".
              05 FILLER           PIC X(07)  VALUE "  61-90".
              05 FILLER           PIC X(07)  VALUE " OVER90".
              05 FILLER           PIC X(08)  VALUE "   TOTAL".
              05 FILLER           PIC X(10)  VALUE "  OLDEST".
           01 AGE-DTL-LINE.
              05 AGE-DTL-CODE     PIC X(20).
              05 FILLER           PIC X(01)  VALUE SPACE.
              05 AGE-DTL-NAME     PIC X(30).
              05 FILLER           PIC X(01)  VALUE SPACE.
              05 AGE-DTL-BKT      PIC Z(06)9 OCCURS 4 TIMES.
              05 AGE-DTL-TOTAL    PIC Z(07)9.
              05 FILLER           PIC X(02)  VALUE SPACES.
              05 AGE-DTL-OLDEST   PIC 9(08).
           01 AGE-DIS-HDR-LINE.
              05 FILLER           PIC X(21)  VALUE "CUSTOMER CODE".
              05 FILLER           PIC X(09)  VALUE "ISSUED".
              05 FILLER           PIC X(09)  VALUE "RETURNED".
              05 FILLER           PIC X(41)  VALUE "RECEIVED BY".
              05 FILLER           PIC X(21)  VALUE "SLIP DATE".
              05 FILLER           PIC X(13)  VALUE "RETURNED FILE".
           01 AGE-DIS-LINE.
              05 AGE-DIS-CODE     PIC X(20).
              05 FILLER           PIC X(01)  VALUE SPACE.
              05 AGE-DIS-ISSUED   PIC 9(08).
              05 FILLER           PIC X(01)  VALUE SPACE.
              05 AGE-DIS-RETURNED PIC 9(08).
              05 FILLER           PIC X(01)  VALUE SPACE.
              05 AGE-DIS-RCVBY    PIC X(40).
              05 FILLER           PIC X(01)  VALUE SPACE.
              05 AGE-DIS-SLIP-DATE PIC X(20).
              05 FILLER           PIC X(01)  VALUE SPACE.
              05 AGE-DIS-FILE     PIC X(59).
           01 AGE-COUNT-ED        PIC Z(06)9.
       LINKAGE SECTION.
       SCREEN SECTION.
       PROCEDURE DIVISION.
       AGE-MAIN.
           ACCEPT AGE-PARM FROM COMMAND-LINE
           IF AGE-PARM (1:8) IS NUMERIC AND AGE-PARM (9:) = SPACES
              MOVE AGE-PARM (1:8) TO AGE-ASOF
           ELSE
              ACCEPT AGE-ASOF FROM DATE YYYYMMDD
           END-IF
           MOVE AGE-ASOF TO AGE-DT
           IF AGE-DT-MM < 1 OR AGE-DT-MM > 12
              ACCEPT AGE-ASOF FROM DATE YYYYMMDD
              MOVE AGE-ASOF TO AGE-DT
           END-IF
           PERFORM AGE-DATE-TO-DAYS
           MOVE AGE-DAYS TO AGE-ASOF-DAYS
           OPEN INPUT PDF-ACK
           IF AGE-ACK-STATUS NOT = "00"
              DISPLAY "PDFACKAG: CANNOT OPEN ACKNOWLEDGMENT FILE "
                 AGE-ACK-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT PDF-CMF
           IF AGE-CMF-STATUS = "00"
              MOVE "Y" TO AGE-CMF-OPEN-SW
           END-IF
           OPEN OUTPUT AGE-RPT
           PERFORM AGE-WRITE-AGING
           CLOSE PDF-ACK
           OPEN INPUT PDF-ACK
           PERFORM AGE-WRITE-DISAGREED
           CLOSE PDF-ACK
           IF AGE-CMF-IS-OPEN
              CLOSE PDF-CMF
           END-IF
           CLOSE AGE-RPT
           MOVE AGE-TOT-TOTAL TO AGE-COUNT-ED
           DISPLAY "PDFACKAG: OUTSTANDING " AGE-COUNT-ED
              " - SEE " AGE-RPT-FILE
           GO AGE-FIM.
      *    Section 1 - one line per customer with anything still
      *    outstanding, a control break on the code.
       AGE-WRITE-AGING.
           MOVE SPACES TO AGE-RPT-REC
           STRING "OUTSTANDING ACKNOWLEDGMENTS AS OF " DELIMITED SIZE
              AGE-ASOF DELIMITED SIZE
              INTO AGE-RPT-REC
           WRITE AGE-RPT-REC
           MOVE SPACES TO AGE-RPT-REC
           WRITE AGE-RPT-REC
           MOVE AGE-HDR-LINE TO AGE-RPT-REC
           WRITE AGE-RPT-REC
           MOVE 1 TO AGE-BKT-IDX
           PERFORM UNTIL AGE-BKT-IDX > 4
              MOVE ZERO TO AGE-TOT-BKT (AGE-BKT-IDX)
              ADD 1 TO AGE-BKT-IDX
           END-PERFORM
           MOVE SPACES TO AGE-CUR-CODE
           PERFORM AGE-RESET-CUSTOMER
           MOVE "N" TO AGE-EOF-SW
           PERFORM AGE-READ-ACK
           PERFORM UNTIL AGE-AT-EOF
              IF PDF-ACK-OUTSTANDING
                 IF PDF-ACK-CODE NOT = AGE-CUR-CODE
                    PERFORM AGE-FLUSH-CUSTOMER
                    MOVE PDF-ACK-CODE TO AGE-CUR-CODE
                 END-IF
                 PERFORM AGE-BUCKET-ONE
              END-IF
              PERFORM AGE-READ-ACK
           END-PERFORM
           PERFORM AGE-FLUSH-CUSTOMER
           MOVE SPACES TO AGE-DTL-LINE
           MOVE AGE-TOT-CUSTOMERS TO AGE-COUNT-ED
           MOVE "TOTAL" TO AGE-DTL-CODE
           STRING AGE-COUNT-ED DELIMITED SIZE
              " CUSTOMERS" DELIMITED SIZE
              INTO AGE-DTL-NAME
           MOVE 1 TO AGE-BKT-IDX
           PERFORM UNTIL AGE-BKT-IDX > 4
              MOVE AGE-TOT-BKT (AGE-BKT-IDX)
                 TO AGE-DTL-BKT (AGE-BKT-IDX)
              ADD 1 TO AGE-BKT-IDX
           END-PERFORM
           MOVE AGE-TOT-TOTAL TO AGE-DTL-TOTAL
           MOVE SPACES TO AGE-RPT-REC
           WRITE AGE-RPT-REC
           MOVE AGE-DTL-LINE TO AGE-RPT-REC
           WRITE AGE-RPT-REC.
       AGE-WRITE-AGING-EXIT.
           EXIT.
       AGE-READ-ACK.
           READ PDF-ACK NEXT RECORD
              AT END MOVE "Y" TO AGE-EOF-SW
           END-READ.
       AGE-READ-ACK-EXIT.
           EXIT.
       AGE-RESET-CUSTOMER.
           MOVE ZERO TO AGE-CUR-OLDEST
           MOVE ZERO TO AGE-CUR-TOTAL
           MOVE 1 TO AGE-BKT-IDX
           PERFORM UNTIL AGE-BKT-IDX > 4
              MOVE ZERO TO AGE-CUR-BKT (AGE-BKT-IDX)
              ADD 1 TO AGE-BKT-IDX
           END-PERFORM.
       AGE-RESET-CUSTOMER-EXIT.
           EXIT.
      *    Key order puts a customer's issues oldest first, so the
      *    first outstanding one seen is the oldest.  An issue
      *    dated after the as-of date counts as current.
       AGE-BUCKET-ONE.
           IF AGE-CUR-OLDEST = ZERO
              MOVE PDF-ACK-ISS-DATE TO AGE-CUR-OLDEST
           END-IF
           MOVE PDF-ACK-ISS-DATE TO AGE-DT
           PERFORM AGE-DATE-TO-DAYS
           COMPUTE AGE-AGE = AGE-ASOF-DAYS - AGE-DAYS
           EVALUATE TRUE
              WHEN AGE-AGE <= 30
                 MOVE 1 TO AGE-BKT-IDX
              WHEN AGE-AGE <= 60
                 MOVE 2 TO AGE-BKT-IDX
              WHEN AGE-AGE <= 90
                 MOVE 3 TO AGE-BKT-IDX
              WHEN OTHER
                 MOVE 4 TO AGE-BKT-IDX
           END-EVALUATE
           ADD 1 TO AGE-CUR-BKT (AGE-BKT-IDX)
           ADD 1 TO AGE-TOT-BKT (AGE-BKT-IDX)
           ADD 1 TO AGE-CUR-TOTAL
           ADD 1 TO AGE-TOT-TOTAL.
       AGE-BUCKET-ONE-EXIT.
           EXIT.
       AGE-FLUSH-CUSTOMER.
           IF AGE-CUR-TOTAL > 0
              ADD 1 TO AGE-TOT-CUSTOMERS
              MOVE SPACES TO AGE-DTL-LINE
              MOVE AGE-CUR-CODE TO AGE-DTL-CODE
              IF AGE-CMF-IS-OPEN
                 MOVE AGE-CUR-CODE TO PDF-CMF-CODE
                 READ PDF-CMF
                    INVALID KEY
                       MOVE "(NOT IN CUSTOMER MASTER)"
                          TO AGE-DTL-NAME
                    NOT INVALID KEY
                       MOVE PDF-CMF-NAME TO AGE-DTL-NAME
                 END-READ
              END-IF
              MOVE 1 TO AGE-BKT-IDX
              PERFORM UNTIL AGE-BKT-IDX > 4
                 MOVE AGE-CUR-BKT (AGE-BKT-IDX)
                    TO AGE-DTL-BKT (AGE-BKT-IDX)
                 ADD 1 TO AGE-BKT-IDX
              END-PERFORM
              MOVE AGE-CUR-TOTAL TO AGE-DTL-TOTAL
              MOVE AGE-CUR-OLDEST TO AGE-DTL-OLDEST
              MOVE AGE-DTL-LINE TO AGE-RPT-REC
              WRITE AGE-RPT-REC
           END-IF
           PERFORM AGE-RESET-CUSTOMER.
       AGE-FLUSH-CUSTOMER-EXIT.
           EXIT.
      *    Section 2 - slips returned with AGREE left unchecked.
       AGE-WRITE-DISAGREED.
           MOVE SPACES TO AGE-RPT-REC
           WRITE AGE-RPT-REC
           MOVE "SLIPS RETURNED WITH AGREE UNCHECKED" TO AGE-RPT-REC
           WRITE AGE-RPT-REC
           MOVE SPACES TO AGE-RPT-REC
           WRITE AGE-RPT-REC
           MOVE AGE-DIS-HDR-LINE TO AGE-RPT-REC
           WRITE AGE-RPT-REC
           MOVE "N" TO AGE-EOF-SW
           PERFORM AGE-READ-ACK
           PERFORM UNTIL AGE-AT-EOF
              IF PDF-ACK-RETURNED AND NOT PDF-ACK-AGREED
                 ADD 1 TO AGE-DISAGREE-COUNT
                 MOVE PDF-ACK-CODE TO AGE-DIS-CODE
                 MOVE PDF-ACK-ISS-DATE TO AGE-DIS-ISSUED
                 MOVE PDF-ACK-RET-DATE TO AGE-DIS-RETURNED
                 MOVE PDF-ACK-RCVBY TO AGE-DIS-RCVBY
                 MOVE PDF-ACK-SLIP-DATE TO AGE-DIS-SLIP-DATE
                 MOVE PDF-ACK-RET-FILE TO AGE-DIS-FILE
                 MOVE AGE-DIS-LINE TO AGE-RPT-REC
                 WRITE AGE-RPT-REC
              END-IF
              PERFORM AGE-READ-ACK
           END-PERFORM
           MOVE SPACES TO AGE-RPT-REC
           WRITE AGE-RPT-REC
           MOVE AGE-DISAGREE-COUNT TO AGE-COUNT-ED
           STRING "TOTAL -" DELIMITED SIZE
              AGE-COUNT-ED DELIMITED SIZE
              " SLIPS" DELIMITED SIZE
              INTO AGE-RPT-REC
           WRITE AGE-RPT-REC.
       AGE-WRITE-DISAGREED-EXIT.
           EXIT.
      *    Day number of AGE-DT: the year is counted from March so
      *    the leap day falls at its end, then 365 a year plus the
      *    Gregorian leap-year corrections plus the days before
      *    the month (153 days to every five months from March)
      *    plus the day.  Each division truncates on its own, as
      *    the rule requires.
       AGE-DATE-TO-DAYS.
           IF AGE-DT-MM < 1 OR AGE-DT-MM > 12
              MOVE AGE-ASOF-DAYS TO AGE-DAYS
           ELSE
              MOVE AGE-DT-YYYY TO AGE-Y
              MOVE AGE-DT-MM TO AGE-M
              IF AGE-M < 3
                 SUBTRACT 1 FROM AGE-Y
                 ADD 12 TO AGE-M
              END-IF
              COMPUTE AGE-DAYS = AGE-Y * 365 + AGE-DT-DD
              DIVIDE AGE-Y BY 4 GIVING AGE-Q
              ADD AGE-Q TO AGE-DAYS
              DIVIDE AGE-Y BY 100 GIVING AGE-Q
              SUBTRACT AGE-Q FROM AGE-DAYS
              DIVIDE AGE-Y BY 400 GIVING AGE-Q
              ADD AGE-Q TO AGE-DAYS
              COMPUTE AGE-Q = 153 * (AGE-M - 3) + 2
              DIVIDE AGE-Q BY 5 GIVING AGE-Q
              ADD AGE-Q TO AGE-DAYS
           END-IF.
       AGE-DATE-TO-DAYS-EXIT.
           EXIT.
       AGE-FIM.
           EXIT.
