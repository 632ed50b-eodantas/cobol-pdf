       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDFVARY.
       AUTHOR.        EDGAR OLAVO.
       DATE-WRITTEN.  2026-10-15.
       SECURITY.      ********************
                      *  TEST COBOL-PDF  *
                      ********************
      *----------------------------------------------------*
      *  PDFVARY - period-over-period variance report, for    *
      *  finance to review before statements are released.    *
      *  Reads the section-total history that each full      *
      *  PDFBATCH run adds to - PDFBATCH-TOTALS.DAT, or the   *
      *  file named by TOTALS= in the report's options file - *
      *  and compares every customer's total for one run date *
      *  with the previous run date on file and with the      *
      *  latest run date in the same month a year earlier.    *
      *                                                       *
      *  PDFVARY [options file] [YYYYMMDD] - either may be    *
      *  left off; a lone eight-digit argument is the date.   *
      *  The options file defaults to PDFBATCH-OPTIONS.CTL,   *
      *  the run date to the latest on file.  A report whose  *
      *  options say TOTALS=NONE keeps no totals and has no   *
      *  variance report; that ends with RETURN-CODE 8.       *
      *                                                       *
      *  A customer is flagged OVER when its total moved by   *
      *  more than VARAMT= (an amount) or VARPCT= (a percent  *
      *  of the earlier total) from the same options file -   *
      *  25 percent and 1000.00 when the options file does    *
      *  not say; 0 turns that test off.  Customers present   *
      *  in only one of the two periods are listed as NEW or  *
      *  GONE.  Only customers with something to show are     *
      *  listed, in code order, on PDFVARY.RPT, with the      *
      *  counts at the foot; RETURN-CODE 4 when anything was  *
      *  flagged, 8 when there are no totals for the run date.*
      *----------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PDF-TOT ASSIGN TO DYNAMIC VAR-TOT-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PDF-TOT-KEY
               FILE STATUS IS VAR-TOT-STATUS.
           SELECT VAR-OPT ASSIGN TO DYNAMIC VAR-OPT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAR-OPT-STATUS.
           SELECT VAR-RPT ASSIGN TO DYNAMIC VAR-RPT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "LIB/PDFTOT.FD".
           FD  VAR-OPT.
           01  VAR-OPT-REC         PIC X(160).
           FD  VAR-RPT.
           01  VAR-RPT-REC         PIC X(160).
       WORKING-STORAGE SECTION.
           01 VAR-TOT-FILE        PIC X(100)
                                   VALUE "PDFBATCH-TOTALS.DAT".
           01 VAR-TOT-STATUS      PIC X(02).
           01 VAR-OPT-FILE        PIC X(100)
                                   VALUE "PDFBATCH-OPTIONS.CTL".
           01 VAR-OPT-STATUS      PIC X(02).
           01 VAR-RPT-FILE        PIC X(100) VALUE "PDFVARY.RPT".
           01 VAR-EOF-SW          PIC X(01).
              88 VAR-AT-EOF              VALUE "Y".
           01 VAR-PARM            PIC X(100) VALUE SPACES.
           01 VAR-PARM-1          PIC X(100) VALUE SPACES.
           01 VAR-PARM-2          PIC X(100) VALUE SPACES.
           01 VAR-OPT-NAMED-SW    PIC X(01)  VALUE "N".
              88 VAR-OPT-WAS-NAMED       VALUE "Y".
      *    Thresholds.  A zero threshold is not applied.
           01 VAR-PCT-LIMIT       PIC 9(05)V9(02) VALUE 25.
           01 VAR-AMT-LIMIT       PIC 9(09)V99    VALUE 1000.
           01 VAR-PCT-LIMIT-ED    PIC Z(04)9.99.
           01 VAR-AMT-LIMIT-ED    PIC Z(08)9.99.
      *    Option value parse scratch: digits with an optional
      *    decimal point.
           01 VAR-NUM-TEXT        PIC X(20).
           01 VAR-NUM-VALUE       PIC 9(09)V9(04).
           01 VAR-NUM-SCALE       PIC 9(09)V9(04).
           01 VAR-NUM-FRAC-SW     PIC X(01).
              88 VAR-NUM-IN-FRAC         VALUE "Y".
           01 VAR-SCAN-IDX        PIC 9(03)  COMP.
           01 VAR-DIGIT-X         PIC X(01).
           01 VAR-DIGIT-9 REDEFINES VAR-DIGIT-X
                                  PIC 9(01).
      *    The three run dates compared.  Zero = none on file.
           01 VAR-CUR-DATE        PIC 9(08)  VALUE 0.
           01 VAR-PREV-DATE       PIC 9(08)  VALUE 0.
           01 VAR-LY-DATE         PIC 9(08)  VALUE 0.
           01 VAR-LY-MONTH        PIC 9(06).
           01 VAR-DT              PIC 9(08).
           01 VAR-DT-R REDEFINES VAR-DT.
              05 VAR-DT-YYYYMM    PIC 9(06).
              05 VAR-DT-DD        PIC 9(02).
           01 VAR-CUR-FOUND-SW    PIC X(01)  VALUE "N".
              88 VAR-CUR-FOUND           VALUE "Y".
      *    The customer in hand - its total in each period.
           01 VAR-CODE            PIC X(20).
           01 VAR-CUR-SW          PIC X(01).
              88 VAR-IN-CUR              VALUE "Y".
           01 VAR-PREV-SW         PIC X(01).
              88 VAR-IN-PREV             VALUE "Y".
           01 VAR-LY-SW           PIC X(01).
              88 VAR-IN-LY               VALUE "Y".
           01 VAR-CUR-AMT         PIC S9(09)V99.
           01 VAR-PREV-AMT        PIC S9(09)V99.
           01 VAR-LY-AMT          PIC S9(09)V99.
      *    One comparison: this period against VAR-BASE-AMT.
           01 VAR-BASE-AMT        PIC S9(09)V99.
           01 VAR-BASE-SW         PIC X(01).
              88 VAR-BASE-PRESENT        VALUE "Y".
           01 VAR-CHANGE          PIC S9(10)V99.
           01 VAR-ABS-CHANGE      PIC 9(10)V99.
           01 VAR-PCT             PIC S9(07)V9(02).
           01 VAR-ABS-PCT         PIC 9(07)V9(02).
           01 VAR-PCT-SW          PIC X(01).
              88 VAR-PCT-DEFINED         VALUE "Y".
           01 VAR-REMARK          PIC X(04).
      *    Tallies.
           01 VAR-CUSTOMER-COUNT  PIC 9(07)  COMP VALUE 0.
           01 VAR-LISTED-COUNT    PIC 9(07)  COMP VALUE 0.
           01 VAR-TALLIES.
              05 VAR-TALLY OCCURS 2 TIMES.
                 10 VAR-OVER-COUNT    PIC 9(07)  COMP.
                 10 VAR-NEW-COUNT     PIC 9(07)  COMP.
                 10 VAR-GONE-COUNT    PIC 9(07)  COMP.
           01 VAR-CMP-IDX         PIC 9(01)  COMP.
      *    Report lines.
           01 VAR-HDR-LINE1.
              05 FILLER           PIC X(21)  VALUE SPACES.
              05 FILLER           PIC X(14)  VALUE "     THIS RUN".
              05 FILLER           PIC X(42)  VALUE
                 " ---------- AGAINST PREVIOUS RUN ---------".
              05 FILLER           PIC X(42)  VALUE
                 " ----- AGAINST SAME MONTH LAST YEAR -----".
           01 VAR-HDR-LINE2.
              05 FILLER           PIC X(21)  VALUE "CUSTOMER CODE".
              05 FILLER           PIC X(14)  VALUE "        TOTAL".
              05 FILLER           PIC X(14)  VALUE "        TOTAL".
              05 FILLER           PIC X(14)  VALUE "       CHANGE".
              05 FILLER           PIC X(09)  VALUE "      PCT".
              05 FILLER           PIC X(05)  VALUE SPACES.
              05 FILLER           PIC X(14)  VALUE "        TOTAL".
              05 FILLER           PIC X(14)  VALUE "       CHANGE".
              05 FILLER           PIC X(09)  VALUE "      PCT".
           01 VAR-DTL-LINE.
              05 VAR-DTL-CODE     PIC X(20).
              05 FILLER           PIC X(01)  VALUE SPACE.
              05 VAR-DTL-CUR      PIC -(9)9.99.
              05 VAR-DTL-CUR-X REDEFINES VAR-DTL-CUR
                                  PIC X(13).
              05 VAR-DTL-CMP OCCURS 2 TIMES.
                 10 FILLER        PIC X(01).
                 10 VAR-DTL-BASE  PIC -(9)9.99.
                 10 VAR-DTL-BASE-X REDEFINES VAR-DTL-BASE
                                  PIC X(13).
                 10 FILLER        PIC X(01).
                 10 VAR-DTL-CHG   PIC -(9)9.99.
                 10 VAR-DTL-CHG-X REDEFINES VAR-DTL-CHG
                                  PIC X(13).
                 10 FILLER        PIC X(01).
                 10 VAR-DTL-PCT   PIC -(5)9.9.
                 10 VAR-DTL-PCT-X REDEFINES VAR-DTL-PCT
                                  PIC X(08).
                 10 FILLER        PIC X(01).
                 10 VAR-DTL-FLAG  PIC X(04).
           01 VAR-COUNT-ED        PIC Z(06)9.
       LINKAGE SECTION.
       SCREEN SECTION.
       PROCEDURE DIVISION.
       VAR-MAIN.
           PERFORM VAR-READ-PARM
           PERFORM VAR-LOAD-OPTIONS
           IF VAR-TOT-FILE = "NONE"
              OPEN OUTPUT VAR-RPT
              MOVE SPACES TO VAR-RPT-REC
              STRING "SECTION TOTALS NOT KEPT FOR THIS REPORT - "
                 DELIMITED SIZE
                 "TOTALS=NONE IN " DELIMITED SIZE
                 VAR-OPT-FILE DELIMITED SPACE
                 INTO VAR-RPT-REC
              WRITE VAR-RPT-REC
              CLOSE VAR-RPT
              DISPLAY "PDFVARY: " VAR-RPT-REC (1:90)
              MOVE 8 TO RETURN-CODE
              GO VAR-FIM
           END-IF
           PERFORM VAR-FIND-PERIODS
           OPEN OUTPUT VAR-RPT
           PERFORM VAR-WRITE-HEADING
           IF NOT VAR-CUR-FOUND
              MOVE SPACES TO VAR-RPT-REC
              STRING "NO SECTION TOTALS ON FILE FOR RUN DATE "
                 DELIMITED SIZE
                 VAR-CUR-DATE DELIMITED SIZE
                 INTO VAR-RPT-REC
              WRITE VAR-RPT-REC
              CLOSE VAR-RPT
              DISPLAY "PDFVARY: " VAR-RPT-REC (1:60)
              MOVE 8 TO RETURN-CODE
              GO VAR-FIM
           END-IF
           INITIALIZE VAR-TALLIES
           OPEN INPUT PDF-TOT
           MOVE "N" TO VAR-EOF-SW
           PERFORM VAR-READ-TOT
           PERFORM UNTIL VAR-AT-EOF
              PERFORM VAR-ONE-CUSTOMER
           END-PERFORM
           CLOSE PDF-TOT
           PERFORM VAR-WRITE-SUMMARY
           CLOSE VAR-RPT
           IF VAR-LISTED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GO VAR-FIM.
      *    PDFVARY [options file] [YYYYMMDD] - as PDFSTRM takes
      *    its stream file and date.
       VAR-READ-PARM.
           ACCEPT VAR-PARM FROM COMMAND-LINE
           UNSTRING VAR-PARM DELIMITED BY ALL SPACE
              INTO VAR-PARM-1 VAR-PARM-2
           END-UNSTRING
           IF VAR-PARM-1 (1:8) IS NUMERIC AND VAR-PARM-1 (9:) = SPACES
              MOVE VAR-PARM-1 (1:8) TO VAR-CUR-DATE
           ELSE
              IF VAR-PARM-1 NOT = SPACES
                 MOVE VAR-PARM-1 TO VAR-OPT-FILE
                 MOVE "Y" TO VAR-OPT-NAMED-SW
              END-IF
              IF VAR-PARM-2 (1:8) IS NUMERIC
                    AND VAR-PARM-2 (9:) = SPACES
                 MOVE VAR-PARM-2 (1:8) TO VAR-CUR-DATE
              END-IF
           END-IF.
       VAR-READ-PARM-EXIT.
           EXIT.
      *    The two threshold lines and the totals file name matter
      *    here; the rest of the options file belongs to PDFBATCH.
      *    An options file named on the command line that cannot
      *    be read is reported, since its report's thresholds and
      *    totals would otherwise be silently taken as the default.
       VAR-LOAD-OPTIONS.
           OPEN INPUT VAR-OPT
           IF VAR-OPT-STATUS NOT = "00" AND VAR-OPT-WAS-NAMED
              DISPLAY "PDFVARY: OPTIONS FILE " VAR-OPT-FILE (1:60)
                 " NOT READ (" VAR-OPT-STATUS ") - DEFAULTS USED"
           END-IF
           IF VAR-OPT-STATUS = "00"
              MOVE "N" TO VAR-EOF-SW
              PERFORM VAR-READ-OPT
              PERFORM UNTIL VAR-AT-EOF
                 IF VAR-OPT-REC (1:7) = "VARPCT="
                    MOVE VAR-OPT-REC (8:20) TO VAR-NUM-TEXT
                    PERFORM VAR-PARSE-NUM
                    MOVE VAR-NUM-VALUE TO VAR-PCT-LIMIT
                 END-IF
                 IF VAR-OPT-REC (1:7) = "VARAMT="
                    MOVE VAR-OPT-REC (8:20) TO VAR-NUM-TEXT
                    PERFORM VAR-PARSE-NUM
                    MOVE VAR-NUM-VALUE TO VAR-AMT-LIMIT
                 END-IF
                 IF VAR-OPT-REC (1:7) = "TOTALS="
                    MOVE VAR-OPT-REC (8:100) TO VAR-TOT-FILE
                 END-IF
                 PERFORM VAR-READ-OPT
              END-PERFORM
              CLOSE VAR-OPT
           END-IF.
       VAR-LOAD-OPTIONS-EXIT.
           EXIT.
       VAR-READ-OPT.
           READ VAR-OPT
              AT END MOVE "Y" TO VAR-EOF-SW
           END-READ.
       VAR-READ-OPT-EXIT.
           EXIT.
      *    Digits before the point build the whole part, digits
      *    after it are scaled in by tenths; anything else (a
      *    thousands comma, a % sign) is passed over.
       VAR-PARSE-NUM.
           MOVE ZERO TO VAR-NUM-VALUE
           MOVE 1 TO VAR-NUM-SCALE
           MOVE "N" TO VAR-NUM-FRAC-SW
           MOVE 1 TO VAR-SCAN-IDX
           PERFORM UNTIL VAR-SCAN-IDX > 20
              MOVE VAR-NUM-TEXT (VAR-SCAN-IDX:1) TO VAR-DIGIT-X
              EVALUATE TRUE
                 WHEN VAR-DIGIT-X = "."
                    MOVE "Y" TO VAR-NUM-FRAC-SW
                 WHEN VAR-DIGIT-X < "0" OR VAR-DIGIT-X > "9"
                    CONTINUE
                 WHEN VAR-NUM-IN-FRAC
                    COMPUTE VAR-NUM-SCALE = VAR-NUM-SCALE / 10
                    COMPUTE VAR-NUM-VALUE =
                       VAR-NUM-VALUE + VAR-DIGIT-9 * VAR-NUM-SCALE
                 WHEN OTHER
                    COMPUTE VAR-NUM-VALUE =
                       VAR-NUM-VALUE * 10 + VAR-DIGIT-9
              END-EVALUATE
              ADD 1 TO VAR-SCAN-IDX
           END-PERFORM.
       VAR-PARSE-NUM-EXIT.
           EXIT.
      *    First pass: settle the run date (the latest on file if
      *    none was given), the latest run date before it, and
      *    the latest run date in the same month a year earlier.
       VAR-FIND-PERIODS.
           OPEN INPUT PDF-TOT
           IF VAR-TOT-STATUS NOT = "00"
              DISPLAY "PDFVARY: CANNOT OPEN SECTION TOTAL HISTORY "
                 VAR-TOT-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF VAR-CUR-DATE = ZERO
              MOVE "N" TO VAR-EOF-SW
              PERFORM VAR-READ-TOT
              PERFORM UNTIL VAR-AT-EOF
                 IF PDF-TOT-RUN-DATE > VAR-CUR-DATE
                    MOVE PDF-TOT-RUN-DATE TO VAR-CUR-DATE
                 END-IF
                 PERFORM VAR-READ-TOT
              END-PERFORM
              CLOSE PDF-TOT
              OPEN INPUT PDF-TOT
           END-IF
           MOVE VAR-CUR-DATE TO VAR-DT
           COMPUTE VAR-LY-MONTH = VAR-DT-YYYYMM - 100
           MOVE "N" TO VAR-EOF-SW
           PERFORM VAR-READ-TOT
           PERFORM UNTIL VAR-AT-EOF
              IF PDF-TOT-RUN-DATE = VAR-CUR-DATE
                 MOVE "Y" TO VAR-CUR-FOUND-SW
              END-IF
              IF PDF-TOT-RUN-DATE < VAR-CUR-DATE
                    AND PDF-TOT-RUN-DATE > VAR-PREV-DATE
                 MOVE PDF-TOT-RUN-DATE TO VAR-PREV-DATE
              END-IF
              MOVE PDF-TOT-RUN-DATE TO VAR-DT
              IF VAR-DT-YYYYMM = VAR-LY-MONTH
                    AND PDF-TOT-RUN-DATE > VAR-LY-DATE
                 MOVE PDF-TOT-RUN-DATE TO VAR-LY-DATE
              END-IF
              PERFORM VAR-READ-TOT
           END-PERFORM
           CLOSE PDF-TOT.
       VAR-FIND-PERIODS-EXIT.
           EXIT.
       VAR-READ-TOT.
           READ PDF-TOT NEXT
              AT END MOVE "Y" TO VAR-EOF-SW
           END-READ.
       VAR-READ-TOT-EXIT.
           EXIT.
       VAR-WRITE-HEADING.
           MOVE SPACES TO VAR-RPT-REC
           STRING "SECTION TOTAL VARIANCE - RUN " DELIMITED SIZE
              VAR-CUR-DATE DELIMITED SIZE
              "  PREVIOUS RUN " DELIMITED SIZE
              VAR-PREV-DATE DELIMITED SIZE
              "  SAME MONTH LAST YEAR " DELIMITED SIZE
              VAR-LY-DATE DELIMITED SIZE
              INTO VAR-RPT-REC
           WRITE VAR-RPT-REC
           MOVE SPACES TO VAR-RPT-REC
           STRING "TOTALS FILE " DELIMITED SIZE
              VAR-TOT-FILE DELIMITED SPACE
              "  OPTIONS FILE " DELIMITED SIZE
              VAR-OPT-FILE DELIMITED SPACE
              INTO VAR-RPT-REC
           WRITE VAR-RPT-REC
           MOVE VAR-PCT-LIMIT TO VAR-PCT-LIMIT-ED
           MOVE VAR-AMT-LIMIT TO VAR-AMT-LIMIT-ED
           MOVE SPACES TO VAR-RPT-REC
           STRING "FLAGGED OVER WHEN THE CHANGE EXCEEDS "
              DELIMITED SIZE
              VAR-PCT-LIMIT-ED DELIMITED SIZE
              " PERCENT OR " DELIMITED SIZE
              VAR-AMT-LIMIT-ED DELIMITED SIZE
              "  (0 = NOT TESTED, 00000000 = NO RUN ON FILE)"
              DELIMITED SIZE
              INTO VAR-RPT-REC
           WRITE VAR-RPT-REC
           MOVE SPACES TO VAR-RPT-REC
           WRITE VAR-RPT-REC
           WRITE VAR-RPT-REC FROM VAR-HDR-LINE1
           WRITE VAR-RPT-REC FROM VAR-HDR-LINE2.
       VAR-WRITE-HEADING-EXIT.
           EXIT.
      *    All of one code's records (the key keeps them together,
      *    oldest first): pick out the three periods, compare, and
      *    list the customer if either comparison has something
      *    to say.
       VAR-ONE-CUSTOMER.
           MOVE PDF-TOT-CODE TO VAR-CODE
           MOVE "N" TO VAR-CUR-SW
           MOVE "N" TO VAR-PREV-SW
           MOVE "N" TO VAR-LY-SW
           MOVE ZERO TO VAR-CUR-AMT
           MOVE ZERO TO VAR-PREV-AMT
           MOVE ZERO TO VAR-LY-AMT
           PERFORM UNTIL VAR-AT-EOF OR PDF-TOT-CODE NOT = VAR-CODE
              EVALUATE PDF-TOT-RUN-DATE
                 WHEN VAR-CUR-DATE
                    MOVE "Y" TO VAR-CUR-SW
                    MOVE PDF-TOT-AMOUNT TO VAR-CUR-AMT
                 WHEN VAR-PREV-DATE
                    MOVE "Y" TO VAR-PREV-SW
                    MOVE PDF-TOT-AMOUNT TO VAR-PREV-AMT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF PDF-TOT-RUN-DATE = VAR-LY-DATE
                    AND VAR-LY-DATE NOT = ZERO
                 MOVE "Y" TO VAR-LY-SW
                 MOVE PDF-TOT-AMOUNT TO VAR-LY-AMT
              END-IF
              PERFORM VAR-READ-TOT
           END-PERFORM
           IF VAR-IN-CUR
              ADD 1 TO VAR-CUSTOMER-COUNT
           END-IF
           MOVE SPACES TO VAR-DTL-LINE
           MOVE VAR-CODE TO VAR-DTL-CODE
           IF VAR-IN-CUR
              MOVE VAR-CUR-AMT TO VAR-DTL-CUR
           ELSE
              MOVE "        -" TO VAR-DTL-CUR-X
           END-IF
           MOVE 1 TO VAR-CMP-IDX
           MOVE VAR-PREV-SW TO VAR-BASE-SW
           MOVE VAR-PREV-AMT TO VAR-BASE-AMT
           IF VAR-PREV-DATE NOT = ZERO
              PERFORM VAR-COMPARE
           END-IF
           MOVE 2 TO VAR-CMP-IDX
           MOVE VAR-LY-SW TO VAR-BASE-SW
           MOVE VAR-LY-AMT TO VAR-BASE-AMT
           IF VAR-LY-DATE NOT = ZERO
              PERFORM VAR-COMPARE
           END-IF
           IF VAR-DTL-FLAG (1) NOT = SPACES
                 OR VAR-DTL-FLAG (2) NOT = SPACES
              ADD 1 TO VAR-LISTED-COUNT
              WRITE VAR-RPT-REC FROM VAR-DTL-LINE
           END-IF.
       VAR-ONE-CUSTOMER-EXIT.
           EXIT.
      *    This period against the one in VAR-BASE-AMT, into slot
      *    VAR-CMP-IDX of the detail line.  A customer in neither
      *    period leaves the slot blank.
       VAR-COMPARE.
           MOVE SPACES TO VAR-REMARK
           IF VAR-BASE-PRESENT
              MOVE VAR-BASE-AMT TO VAR-DTL-BASE (VAR-CMP-IDX)
           ELSE
              MOVE "        -" TO VAR-DTL-BASE-X (VAR-CMP-IDX)
           END-IF
           EVALUATE TRUE
              WHEN VAR-IN-CUR AND NOT VAR-BASE-PRESENT
                 MOVE "NEW" TO VAR-REMARK
                 ADD 1 TO VAR-NEW-COUNT (VAR-CMP-IDX)
              WHEN VAR-BASE-PRESENT AND NOT VAR-IN-CUR
                 MOVE "GONE" TO VAR-REMARK
                 ADD 1 TO VAR-GONE-COUNT (VAR-CMP-IDX)
              WHEN VAR-BASE-PRESENT AND VAR-IN-CUR
                 PERFORM VAR-MEASURE-CHANGE
              WHEN OTHER
                 MOVE SPACES TO VAR-DTL-BASE-X (VAR-CMP-IDX)
           END-EVALUATE
           MOVE VAR-REMARK TO VAR-DTL-FLAG (VAR-CMP-IDX).
       VAR-COMPARE-EXIT.
           EXIT.
       VAR-MEASURE-CHANGE.
           COMPUTE VAR-CHANGE = VAR-CUR-AMT - VAR-BASE-AMT
           MOVE VAR-CHANGE TO VAR-DTL-CHG (VAR-CMP-IDX)
           IF VAR-CHANGE < 0
              COMPUTE VAR-ABS-CHANGE = 0 - VAR-CHANGE
           ELSE
              MOVE VAR-CHANGE TO VAR-ABS-CHANGE
           END-IF
           MOVE "N" TO VAR-PCT-SW
           IF VAR-BASE-AMT NOT = ZERO
              MOVE "Y" TO VAR-PCT-SW
              COMPUTE VAR-PCT ROUNDED =
                 VAR-CHANGE * 100 / VAR-BASE-AMT
                 ON SIZE ERROR
                    MOVE "N" TO VAR-PCT-SW
              END-COMPUTE
           END-IF
           IF VAR-PCT-DEFINED
              MOVE VAR-PCT TO VAR-DTL-PCT (VAR-CMP-IDX)
              IF VAR-PCT < 0
                 COMPUTE VAR-ABS-PCT = 0 - VAR-PCT
              ELSE
                 MOVE VAR-PCT TO VAR-ABS-PCT
              END-IF
      *       Too wide for the column - shown as a row of stars
      *       rather than with its top digits cut off.
              IF VAR-ABS-PCT > 99999.9
                 MOVE ALL "*" TO VAR-DTL-PCT-X (VAR-CMP-IDX)
              END-IF
           ELSE
              MOVE "     ***" TO VAR-DTL-PCT-X (VAR-CMP-IDX)
           END-IF
           IF (VAR-AMT-LIMIT > 0 AND VAR-ABS-CHANGE > VAR-AMT-LIMIT)
                 OR (VAR-PCT-LIMIT > 0 AND VAR-PCT-DEFINED
                    AND VAR-ABS-PCT > VAR-PCT-LIMIT)
              MOVE "OVER" TO VAR-REMARK
              ADD 1 TO VAR-OVER-COUNT (VAR-CMP-IDX)
           END-IF.
       VAR-MEASURE-CHANGE-EXIT.
           EXIT.
       VAR-WRITE-SUMMARY.
           MOVE SPACES TO VAR-RPT-REC
           WRITE VAR-RPT-REC
           MOVE VAR-CUSTOMER-COUNT TO VAR-COUNT-ED
           STRING "CUSTOMERS THIS RUN " DELIMITED SIZE
              VAR-COUNT-ED DELIMITED SIZE
              "   LISTED " DELIMITED SIZE
              INTO VAR-RPT-REC
           MOVE VAR-LISTED-COUNT TO VAR-COUNT-ED
           MOVE VAR-COUNT-ED TO VAR-RPT-REC (38:7)
           WRITE VAR-RPT-REC
           DISPLAY "PDFVARY: " VAR-RPT-REC (1:50)
           MOVE 1 TO VAR-CMP-IDX
           PERFORM VAR-WRITE-TALLY-LINE
           MOVE 2 TO VAR-CMP-IDX
           PERFORM VAR-WRITE-TALLY-LINE.
       VAR-WRITE-SUMMARY-EXIT.
           EXIT.
       VAR-WRITE-TALLY-LINE.
           MOVE SPACES TO VAR-RPT-REC
           IF VAR-CMP-IDX = 1
              MOVE "AGAINST PREVIOUS RUN       " TO VAR-RPT-REC
           ELSE
              MOVE "AGAINST SAME MONTH LAST YR " TO VAR-RPT-REC
           END-IF
           MOVE VAR-OVER-COUNT (VAR-CMP-IDX) TO VAR-COUNT-ED
           STRING "OVER " DELIMITED SIZE
              VAR-COUNT-ED DELIMITED SIZE
              INTO VAR-RPT-REC (28:)
           MOVE VAR-NEW-COUNT (VAR-CMP-IDX) TO VAR-COUNT-ED
           STRING "  NEW " DELIMITED SIZE
              VAR-COUNT-ED DELIMITED SIZE
              INTO VAR-RPT-REC (40:)
           MOVE VAR-GONE-COUNT (VAR-CMP-IDX) TO VAR-COUNT-ED
           STRING "  GONE " DELIMITED SIZE
              VAR-COUNT-ED DELIMITED SIZE
              INTO VAR-RPT-REC (53:)
           WRITE VAR-RPT-REC.
       VAR-WRITE-TALLY-LINE-EXIT.
           EXIT.
       VAR-FIM.
           EXIT.
