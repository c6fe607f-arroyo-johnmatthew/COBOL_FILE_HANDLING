      *================================================================
      * CASHIER-CLOSE
      *   BUSINESS OFFICE END-OF-DAY CLOSE -- FOR ONE CASHIER AND ONE
      *   BUSINESS DATE, LISTS EVERY OFFICIAL RECEIPT POSTED ON
      *   PAYMAST.DAT IN OR NUMBER ORDER, THE VOIDS POSTED AGAINST
      *   THE CASHIER'S RECEIPTS THAT DAY, AND THE OR SERIES
      *   CONTROL: NUMBERS SKIPPED IN THE SERIES (CARRIED FROM THE
      *   CASHIER'S LAST RECEIPT BEFORE THE DATE), NUMBERS OUTSIDE
      *   EVERY OR BOOKLET ISSUED TO THE CASHIER (ORBOOK.DAT), AND
      *   NUMBERS ALSO POSTED ON ANY OTHER RECEIPT, FOR ANY STUDENT.
      *   ENDS WITH THE DEPOSIT TOTAL TO MATCH AGAINST THE BANK
      *   SLIP.  WRITTEN TO CASHCLOSE.TXT.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cashier-Close.
       AUTHOR. REGISTRAR-SYSTEMS-UNIT.
       INSTALLATION. CAMPUS-REGISTRAR-OFFICE.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       BY   DESCRIPTION
      *   ---------- ---- --------------------------------------------
      *   10-15-2026 JRA  FIRST VERSION -- RECEIPT LIST, VOIDS, OR
      *                   SERIES GAPS / OUT-OF-RANGE / REPEATED
      *                   NUMBERS, AND THE DEPOSIT TOTAL PER CASHIER
      *                   AND DATE.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *POSTED PAYMENTS, KEYED BY STUDENT ID AND OR NUMBER
           SELECT Payment-File ASSIGN TO "paymast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-Key
               FILE STATUS IS Cc-Paymast-Status.
      *OR BOOKLETS ISSUED, KEYED BY CASHIER ID AND FIRST OR NUMBER
           SELECT Or-Booklet-File ASSIGN TO "orbook.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OB-Key
               FILE STATUS IS Cc-Orbook-Status.
      *CLOSING REPORT FOR THE CASHIER AND DATE
           SELECT Close-Report ASSIGN TO "cashclose.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cc-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Payment-File.
           COPY PAYMREC.
       FD  Or-Booklet-File.
           COPY ORBOOK.
       FD  Close-Report.
       01  Close-Line                  PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * FILE STATUS FIELDS
      *----------------------------------------------------------------
       01  Cc-Paymast-Status           PIC X(02) VALUE SPACES.
       01  Cc-Orbook-Status            PIC X(02) VALUE SPACES.
       01  Cc-Report-Status            PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01  Cc-Eof-Sw                   PIC X VALUE 'N'.
           88  Cc-Eof                      VALUE 'Y'.
       01  Cc-Or-Valid-Sw              PIC X VALUE 'N'.
           88  Cc-Or-Valid                 VALUE 'Y'.
       01  Cc-Overflow-Sw              PIC X VALUE 'N'.
           88  Cc-Table-Overflow           VALUE 'Y'.
       01  Cc-Gap-Found-Sw             PIC X VALUE 'N'.
           88  Cc-Gap-Found                VALUE 'Y'.

      *----------------------------------------------------------------
      * RUN CONTROL
      *----------------------------------------------------------------
       01  Cc-Today                    PIC 9(08) VALUE ZERO.
       01  Cc-Cashier-In               PIC X(08) VALUE SPACES.
       01  Cc-Date-In                  PIC X(08) VALUE SPACES.
       01  Cc-Close-Date               PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------
      * THE CASHIER'S OR BOOKLETS
      *----------------------------------------------------------------
       01  Cc-Bk-Count                 PIC 9(03) VALUE ZERO.
       01  Cc-Bk-Sub                   PIC 9(03) VALUE ZERO.
       01  Cc-Bk-Hit                   PIC 9(03) VALUE ZERO.
       01  Cc-Booklet-Table.
           05  Cc-Bk-Entry OCCURS 50 TIMES.
               10  Cc-Bk-First         PIC 9(10).
               10  Cc-Bk-Last          PIC 9(10).

      *----------------------------------------------------------------
      * THE DAY'S RECEIPTS, KEPT IN OR NUMBER ORDER AS THEY ARE
      * FOUND (NUMBERS THAT ARE NOT ALL DIGITS SORT FIRST)
      *----------------------------------------------------------------
       01  Cc-Rc-Count                 PIC 9(04) VALUE ZERO.
       01  Cc-Rc-Sub                   PIC 9(04) VALUE ZERO.
       01  Cc-Rc-Pos                   PIC 9(04) VALUE ZERO.
       01  Cc-Shift-Sub                PIC S9(04) VALUE ZERO.
       01  Cc-Receipt-Table.
           05  Cc-Rc-Entry OCCURS 1000 TIMES.
               10  Cc-Rc-Or            PIC X(10).
               10  Cc-Rc-Student       PIC X(10).
               10  Cc-Rc-Amount        PIC S9(07)V99.
               10  Cc-Rc-Value         PIC 9(10).
               10  Cc-Rc-Numeric-Sw    PIC X(01).
                   88  Cc-Rc-Numeric       VALUE 'Y'.
               10  Cc-Rc-Booklet       PIC 9(03).
               10  Cc-Rc-Repeat-Sw     PIC X(01).
                   88  Cc-Rc-Repeated      VALUE 'Y'.
               10  Cc-Rc-Voided-Sw     PIC X(01).
                   88  Cc-Rc-Voided        VALUE 'Y'.

      *----------------------------------------------------------------
      * THE DAY'S VOID ROWS AGAINST THIS CASHIER'S RECEIPTS
      *----------------------------------------------------------------
       01  Cc-Vd-Count                 PIC 9(03) VALUE ZERO.
       01  Cc-Vd-Sub                   PIC 9(03) VALUE ZERO.
       01  Cc-Void-Table.
           05  Cc-Vd-Entry OCCURS 200 TIMES.
               10  Cc-Vd-Or            PIC X(10).
               10  Cc-Vd-Student       PIC X(10).
               10  Cc-Vd-Link-Or       PIC X(10).
               10  Cc-Vd-Amount        PIC S9(07)V99.
               10  Cc-Vd-Supervisor    PIC X(08).
               10  Cc-Vd-Reason        PIC X(30).

      *----------------------------------------------------------------
      * OR NUMBER WORK FIELDS
      *----------------------------------------------------------------
       01  Cc-Or-Work                  PIC X(10) VALUE SPACES.
       01  Cc-Or-Digits                PIC X(10) VALUE SPACES.
       01  Cc-Or-Len                   PIC 9(02) VALUE ZERO.
       01  Cc-Or-Value                 PIC 9(10) VALUE ZERO.
       01  Cc-Prior-High               PIC 9(10) VALUE ZERO.
       01  Cc-Prior-Booklet            PIC 9(03) VALUE ZERO.
       01  Cc-Expected                 PIC 9(10) VALUE ZERO.
       01  Cc-Gap-End                  PIC 9(10) VALUE ZERO.
       01  Cc-Gap-Size                 PIC 9(10) VALUE ZERO.
       01  Cc-First-Used               PIC 9(10) VALUE ZERO.
       01  Cc-Last-Used                PIC 9(10) VALUE ZERO.
       01  Cc-Remarks                  PIC X(30) VALUE SPACES.
       01  Cc-Remark-Ptr               PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------------
      * TOTALS
      *----------------------------------------------------------------
       01  Cc-Receipt-Total            PIC S9(09)V99 VALUE ZERO.
       01  Cc-Void-Total               PIC S9(09)V99 VALUE ZERO.
       01  Cc-Deposit-Total            PIC S9(09)V99 VALUE ZERO.
       01  Cc-Missing-Count            PIC 9(07) VALUE ZERO.
       01  Cc-Out-Range-Count          PIC 9(04) VALUE ZERO.
       01  Cc-Repeat-Count             PIC 9(04) VALUE ZERO.
       01  Cc-Amt-Display              PIC -(08)9.99.
       01  Cc-Count-Display            PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-COLLECT-DAY THRU 2000-EXIT.
           PERFORM 3000-CHECK-REPEATS THRU 3000-EXIT.
           PERFORM 4000-PRINT-RECEIPTS THRU 4000-EXIT.
           PERFORM 5000-PRINT-VOIDS THRU 5000-EXIT.
           PERFORM 6000-PRINT-SERIES THRU 6000-EXIT.
           PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *================================================================
      * 1000-INITIALIZE -- ASK FOR THE CASHIER AND THE BUSINESS DATE,
      *   OPEN THE FILES, AND LOAD THE CASHIER'S OR BOOKLETS
      *================================================================
       1000-INITIALIZE.
           ACCEPT Cc-Today FROM DATE YYYYMMDD
           DISPLAY X"1B" & "[2J"
           DISPLAY X"1B" & "[H"
           DISPLAY X"1B" & "[32m" "***CASHIER CLOSING REPORT***"
           DISPLAY X"1B" & "[0m" "Enter the cashier ID to close: "
               WITH NO ADVANCING
           ACCEPT Cc-Cashier-In
           IF Cc-Cashier-In = SPACES
               DISPLAY "Nothing entered -- no report was written."
               STOP RUN
           END-IF
           DISPLAY "Enter the business date YYYYMMDD (blank for "
               "today): " WITH NO ADVANCING
           ACCEPT Cc-Date-In
           IF Cc-Date-In = SPACES
               MOVE Cc-Today TO Cc-Date-In
           END-IF
           IF Cc-Date-In IS NOT NUMERIC
               DISPLAY "Invalid date -- eight digits, YYYYMMDD.  No "
                   "report was written."
               STOP RUN
           END-IF
           MOVE Cc-Date-In TO Cc-Close-Date
           OPEN INPUT Payment-File
           IF Cc-Paymast-Status NOT = "00"
               DISPLAY "The payment file could not be opened (status "
                   Cc-Paymast-Status ") -- no report was written."
               STOP RUN
           END-IF
           OPEN INPUT Or-Booklet-File
           IF Cc-Orbook-Status = "00"
               MOVE 'N' TO Cc-Eof-Sw
               MOVE Cc-Cashier-In TO OB-Cashier-Id
               MOVE ZERO TO OB-First-Or
               START Or-Booklet-File KEY IS NOT LESS THAN OB-Key
                   INVALID KEY
                       MOVE 'Y' TO Cc-Eof-Sw
               END-START
               PERFORM 1100-LOAD-ONE-BOOKLET THRU 1100-EXIT
                   UNTIL Cc-Eof
               CLOSE Or-Booklet-File
           END-IF
           OPEN OUTPUT Close-Report
           MOVE SPACES TO Close-Line
           STRING "CASHIER CLOSING REPORT - CASHIER " Cc-Cashier-In
                  "  DATE " Cc-Close-Date "  RUN " Cc-Today
               DELIMITED BY SIZE INTO Close-Line
           WRITE Close-Line
           MOVE SPACES TO Close-Line
           WRITE Close-Line.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-BOOKLET.
           READ Or-Booklet-File NEXT
               AT END
                   MOVE 'Y' TO Cc-Eof-Sw
                   GO TO 1100-EXIT
           END-READ
           IF OB-Cashier-Id NOT = Cc-Cashier-In
               MOVE 'Y' TO Cc-Eof-Sw
               GO TO 1100-EXIT
           END-IF
           IF Cc-Bk-Count < 50
               ADD 1 TO Cc-Bk-Count
               MOVE OB-First-Or TO Cc-Bk-First (Cc-Bk-Count)
               MOVE OB-Last-Or  TO Cc-Bk-Last (Cc-Bk-Count)
           END-IF.
       1100-EXIT.
           EXIT.

      *================================================================
      * 2000-COLLECT-DAY -- ONE PASS OVER THE PAYMENT FILE.  THE
      *   CASHIER'S RECEIPTS DATED THE BUSINESS DATE GO INTO THE
      *   RECEIPT TABLE, THE VOID ROWS POSTED THAT DATE AGAINST THE
      *   CASHIER'S RECEIPTS INTO THE VOID TABLE, AND THE HIGHEST
      *   OR THE CASHIER USED BEFORE THE DATE IS KEPT TO CARRY THE
      *   SERIES CHECK ACROSS DAYS.
      *================================================================
       2000-COLLECT-DAY.
           MOVE 'N' TO Cc-Eof-Sw
           MOVE LOW-VALUES TO PY-Key
           START Payment-File KEY IS NOT LESS THAN PY-Key
               INVALID KEY
                   MOVE 'Y' TO Cc-Eof-Sw
           END-START
           PERFORM 2100-COLLECT-ONE-ROW THRU 2100-EXIT
               UNTIL Cc-Eof.
       2000-EXIT.
           EXIT.

       2100-COLLECT-ONE-ROW.
           READ Payment-File NEXT
               AT END
                   MOVE 'Y' TO Cc-Eof-Sw
                   GO TO 2100-EXIT
           END-READ
           IF PY-Cashier-Id NOT = Cc-Cashier-In
               GO TO 2100-EXIT
           END-IF
           IF PY-Void-Entry
               IF PY-Payment-Date = Cc-Close-Date
                   PERFORM 2200-ADD-VOID THRU 2200-EXIT
               END-IF
               GO TO 2100-EXIT
           END-IF
           MOVE PY-Or-Number TO Cc-Or-Work
           PERFORM 2500-OR-TO-NUMBER THRU 2500-EXIT
           IF PY-Payment-Date = Cc-Close-Date
               PERFORM 2300-ADD-RECEIPT THRU 2300-EXIT
               GO TO 2100-EXIT
           END-IF
           IF PY-Payment-Date < Cc-Close-Date AND Cc-Or-Valid
               PERFORM 2400-FIND-BOOKLET THRU 2400-EXIT
               IF Cc-Bk-Count = ZERO OR Cc-Bk-Hit > ZERO
                   IF Cc-Or-Value > Cc-Prior-High
                       MOVE Cc-Or-Value TO Cc-Prior-High
                       MOVE Cc-Bk-Hit   TO Cc-Prior-Booklet
                   END-IF
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

       2200-ADD-VOID.
           IF Cc-Vd-Count NOT < 200
               MOVE 'Y' TO Cc-Overflow-Sw
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO Cc-Vd-Count
           MOVE PY-Or-Number     TO Cc-Vd-Or (Cc-Vd-Count)
           MOVE PY-Student-Id    TO Cc-Vd-Student (Cc-Vd-Count)
           MOVE PY-Link-Or       TO Cc-Vd-Link-Or (Cc-Vd-Count)
           MOVE PY-Amount        TO Cc-Vd-Amount (Cc-Vd-Count)
           MOVE PY-Supervisor-Id TO Cc-Vd-Supervisor (Cc-Vd-Count)
           MOVE PY-Void-Reason   TO Cc-Vd-Reason (Cc-Vd-Count)
           ADD PY-Amount TO Cc-Void-Total.
       2200-EXIT.
           EXIT.

      *THE RECEIPT IS SLOTTED IN AHEAD OF THE FIRST ENTRY WITH A
      *HIGHER OR NUMBER, SO THE TABLE IS ALWAYS IN SERIES ORDER.
       2300-ADD-RECEIPT.
           IF Cc-Rc-Count NOT < 1000
               MOVE 'Y' TO Cc-Overflow-Sw
               GO TO 2300-EXIT
           END-IF
           ADD PY-Amount TO Cc-Receipt-Total
           PERFORM 2400-FIND-BOOKLET THRU 2400-EXIT
           PERFORM 2310-FIND-SLOT THRU 2310-EXIT
               VARYING Cc-Rc-Pos FROM 1 BY 1
               UNTIL Cc-Rc-Pos > Cc-Rc-Count
                  OR Cc-Rc-Value (Cc-Rc-Pos) > Cc-Or-Value
           PERFORM 2320-SHIFT-ONE-DOWN THRU 2320-EXIT
               VARYING Cc-Shift-Sub FROM Cc-Rc-Count BY -1
               UNTIL Cc-Shift-Sub < Cc-Rc-Pos
           ADD 1 TO Cc-Rc-Count
           MOVE PY-Or-Number  TO Cc-Rc-Or (Cc-Rc-Pos)
           MOVE PY-Student-Id TO Cc-Rc-Student (Cc-Rc-Pos)
           MOVE PY-Amount     TO Cc-Rc-Amount (Cc-Rc-Pos)
           MOVE Cc-Or-Value   TO Cc-Rc-Value (Cc-Rc-Pos)
           MOVE Cc-Or-Valid-Sw TO Cc-Rc-Numeric-Sw (Cc-Rc-Pos)
           MOVE Cc-Bk-Hit     TO Cc-Rc-Booklet (Cc-Rc-Pos)
           MOVE 'N'           TO Cc-Rc-Repeat-Sw (Cc-Rc-Pos)
           IF PY-Voided-Receipt
               MOVE 'Y' TO Cc-Rc-Voided-Sw (Cc-Rc-Pos)
           ELSE
               MOVE 'N' TO Cc-Rc-Voided-Sw (Cc-Rc-Pos)
           END-IF.
       2300-EXIT.
           EXIT.

       2310-FIND-SLOT.
           CONTINUE.
       2310-EXIT.
           EXIT.

       2320-SHIFT-ONE-DOWN.
           MOVE Cc-Rc-Entry (Cc-Shift-Sub)
               TO Cc-Rc-Entry (Cc-Shift-Sub + 1).
       2320-EXIT.
           EXIT.

      *RETURNS IN CC-BK-HIT THE BOOKLET THE OR NUMBER FALLS IN, OR
      *ZERO WHEN IT IS IN NONE OF THE CASHIER'S BOOKLETS.
       2400-FIND-BOOKLET.
           MOVE ZERO TO Cc-Bk-Hit
           IF NOT Cc-Or-Valid
               GO TO 2400-EXIT
           END-IF
           PERFORM 2410-CHECK-ONE-BOOKLET THRU 2410-EXIT
               VARYING Cc-Bk-Sub FROM 1 BY 1
               UNTIL Cc-Bk-Sub > Cc-Bk-Count OR Cc-Bk-Hit > ZERO.
       2400-EXIT.
           EXIT.

       2410-CHECK-ONE-BOOKLET.
           IF Cc-Or-Value NOT < Cc-Bk-First (Cc-Bk-Sub)
               AND Cc-Or-Value NOT > Cc-Bk-Last (Cc-Bk-Sub)
               MOVE Cc-Bk-Sub TO Cc-Bk-Hit
           END-IF.
       2410-EXIT.
           EXIT.

      *AN OR NUMBER IS KEYED WITH OR WITHOUT ITS LEADING ZEROS --
      *ONLY DIGITS, LEFT-JUSTIFIED, ARE A VALID NUMBER.
       2500-OR-TO-NUMBER.
           MOVE 'N'    TO Cc-Or-Valid-Sw
           MOVE ZERO   TO Cc-Or-Len
           MOVE ZERO   TO Cc-Or-Value
           MOVE SPACES TO Cc-Or-Digits
           UNSTRING Cc-Or-Work DELIMITED BY SPACE
               INTO Cc-Or-Digits COUNT IN Cc-Or-Len
           END-UNSTRING
           IF Cc-Or-Len = ZERO
               GO TO 2500-EXIT
           END-IF
           IF Cc-Or-Work (1:Cc-Or-Len) IS NOT NUMERIC
               GO TO 2500-EXIT
           END-IF
           IF Cc-Or-Len < 10
               IF Cc-Or-Work (Cc-Or-Len + 1:) NOT = SPACES
                   GO TO 2500-EXIT
               END-IF
           END-IF
           MOVE Cc-Or-Work (1:Cc-Or-Len) TO Cc-Or-Value
           MOVE 'Y' TO Cc-Or-Valid-Sw.
       2500-EXIT.
           EXIT.

      *================================================================
      * 3000-CHECK-REPEATS -- A SECOND PASS OVER THE PAYMENT FILE.
      *   ANY OTHER RECEIPT, FOR ANY STUDENT, CASHIER, OR DATE,
      *   CARRYING THE SAME OR NUMBER AS ONE OF THE DAY'S RECEIPTS
      *   MARKS THAT RECEIPT REPEATED.  VOID ROWS ARE NOT RECEIPTS.
      *================================================================
       3000-CHECK-REPEATS.
           IF Cc-Rc-Count = ZERO
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO Cc-Eof-Sw
           MOVE LOW-VALUES TO PY-Key
           START Payment-File KEY IS NOT LESS THAN PY-Key
               INVALID KEY
                   MOVE 'Y' TO Cc-Eof-Sw
           END-START
           PERFORM 3100-CHECK-ONE-ROW THRU 3100-EXIT
               UNTIL Cc-Eof.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-ROW.
           READ Payment-File NEXT
               AT END
                   MOVE 'Y' TO Cc-Eof-Sw
                   GO TO 3100-EXIT
           END-READ
           IF PY-Void-Entry
               GO TO 3100-EXIT
           END-IF
           MOVE PY-Or-Number TO Cc-Or-Work
           PERFORM 2500-OR-TO-NUMBER THRU 2500-EXIT
           PERFORM 3110-MATCH-ONE-RECEIPT THRU 3110-EXIT
               VARYING Cc-Rc-Sub FROM 1 BY 1
               UNTIL Cc-Rc-Sub > Cc-Rc-Count.
       3100-EXIT.
           EXIT.

       3110-MATCH-ONE-RECEIPT.
           IF Cc-Rc-Student (Cc-Rc-Sub) = PY-Student-Id
               AND Cc-Rc-Or (Cc-Rc-Sub) = PY-Or-Number
               GO TO 3110-EXIT
           END-IF
           IF Cc-Rc-Or (Cc-Rc-Sub) = PY-Or-Number
               MOVE 'Y' TO Cc-Rc-Repeat-Sw (Cc-Rc-Sub)
               GO TO 3110-EXIT
           END-IF
           IF Cc-Or-Valid AND Cc-Rc-Numeric (Cc-Rc-Sub)
               AND Cc-Rc-Value (Cc-Rc-Sub) = Cc-Or-Value
               MOVE 'Y' TO Cc-Rc-Repeat-Sw (Cc-Rc-Sub)
           END-IF.
       3110-EXIT.
           EXIT.

      *================================================================
      * 4000-PRINT-RECEIPTS -- EVERY RECEIPT IN SERIES ORDER WITH ITS
      *   CONTROL REMARKS
      *================================================================
       4000-PRINT-RECEIPTS.
           MOVE "RECEIPTS ISSUED" TO Close-Line
           WRITE Close-Line
           MOVE "OR NUMBER  STUDENT ID        AMOUNT  REMARKS"
               TO Close-Line
           WRITE Close-Line
           MOVE "================================================"
               TO Close-Line
           WRITE Close-Line
           IF Cc-Rc-Count = ZERO
               MOVE "(NO RECEIPTS POSTED BY THIS CASHIER ON THE DATE)"
                   TO Close-Line
               WRITE Close-Line
           END-IF
           PERFORM 4100-PRINT-ONE-RECEIPT THRU 4100-EXIT
               VARYING Cc-Rc-Sub FROM 1 BY 1
               UNTIL Cc-Rc-Sub > Cc-Rc-Count
           IF Cc-Table-Overflow
               MOVE "*** TABLE FULL -- SOME ROWS WERE NOT COUNTED ***"
                   TO Close-Line
               WRITE Close-Line
           END-IF
           MOVE SPACES TO Close-Line
           WRITE Close-Line.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-RECEIPT.
           MOVE SPACES TO Cc-Remarks
           MOVE 1 TO Cc-Remark-Ptr
           IF Cc-Rc-Voided (Cc-Rc-Sub)
               STRING "VOIDED " DELIMITED BY SIZE
                   INTO Cc-Remarks WITH POINTER Cc-Remark-Ptr
           END-IF
           IF Cc-Rc-Repeated (Cc-Rc-Sub)
               ADD 1 TO Cc-Repeat-Count
               STRING "REPEATED " DELIMITED BY SIZE
                   INTO Cc-Remarks WITH POINTER Cc-Remark-Ptr
           END-IF
           IF NOT Cc-Rc-Numeric (Cc-Rc-Sub)
               ADD 1 TO Cc-Out-Range-Count
               STRING "NOT NUMERIC " DELIMITED BY SIZE
                   INTO Cc-Remarks WITH POINTER Cc-Remark-Ptr
           ELSE
               IF Cc-Bk-Count > ZERO
                   AND Cc-Rc-Booklet (Cc-Rc-Sub) = ZERO
                   ADD 1 TO Cc-Out-Range-Count
                   STRING "OUT OF RANGE " DELIMITED BY SIZE
                       INTO Cc-Remarks WITH POINTER Cc-Remark-Ptr
               END-IF
           END-IF
           MOVE Cc-Rc-Amount (Cc-Rc-Sub) TO Cc-Amt-Display
           MOVE SPACES TO Close-Line
           STRING Cc-Rc-Or (Cc-Rc-Sub) " " Cc-Rc-Student (Cc-Rc-Sub)
                  " " Cc-Amt-Display "  " Cc-Remarks
               DELIMITED BY SIZE INTO Close-Line
           WRITE Close-Line.
       4100-EXIT.
           EXIT.

      *================================================================
      * 5000-PRINT-VOIDS -- VOIDS POSTED ON THE DATE AGAINST THE
      *   CASHIER'S RECEIPTS, WITH THE SUPERVISOR AND THE REASON
      *================================================================
       5000-PRINT-VOIDS.
           MOVE "VOIDS POSTED" TO Close-Line
           WRITE Close-Line
           MOVE "VOID NO    STUDENT ID VOIDS OR         AMOUNT SUPERVIS
      -        "OR REASON"                    TO Close-Line
           WRITE Close-Line
           MOVE "================================================"
               TO Close-Line
           WRITE Close-Line
           IF Cc-Vd-Count = ZERO
               MOVE "(NO VOIDS POSTED)" TO Close-Line
               WRITE Close-Line
           END-IF
           PERFORM 5100-PRINT-ONE-VOID THRU 5100-EXIT
               VARYING Cc-Vd-Sub FROM 1 BY 1
               UNTIL Cc-Vd-Sub > Cc-Vd-Count
           MOVE SPACES TO Close-Line
           WRITE Close-Line.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-VOID.
           MOVE Cc-Vd-Amount (Cc-Vd-Sub) TO Cc-Amt-Display
           MOVE SPACES TO Close-Line
           STRING Cc-Vd-Or (Cc-Vd-Sub) " " Cc-Vd-Student (Cc-Vd-Sub)
                  " " Cc-Vd-Link-Or (Cc-Vd-Sub) " " Cc-Amt-Display " "
                  Cc-Vd-Supervisor (Cc-Vd-Sub) " "
                  Cc-Vd-Reason (Cc-Vd-Sub)
               DELIMITED BY SIZE INTO Close-Line
           WRITE Close-Line.
       5100-EXIT.
           EXIT.

      *================================================================
      * 6000-PRINT-SERIES -- THE OR SERIES USED AND EVERY RUN OF
      *   NUMBERS SKIPPED IN IT.  ONLY NUMBERS INSIDE THE CASHIER'S
      *   BOOKLETS TAKE PART (ANY NUMBER, WHEN NO BOOKLET IS ON
      *   FILE), SO ONE MIS-KEYED NUMBER CANNOT OPEN A HUGE GAP.
      *   THE SERIES CARRIES ON FROM THE CASHIER'S HIGHEST EARLIER
      *   NUMBER WHEN THE DAY STARTS IN THE SAME BOOKLET.
      *================================================================
       6000-PRINT-SERIES.
           MOVE "OR SERIES CONTROL" TO Close-Line
           WRITE Close-Line
           MOVE "================================================"
               TO Close-Line
           WRITE Close-Line
           IF Cc-Bk-Count = ZERO
               MOVE "NO OR BOOKLET ON FILE FOR THIS CASHIER -- RANGE NO
      -            "T CHECKED"                 TO Close-Line
               WRITE Close-Line
           END-IF
           MOVE ZERO TO Cc-First-Used
           MOVE ZERO TO Cc-Last-Used
           MOVE ZERO TO Cc-Expected
           PERFORM 6100-WALK-ONE-RECEIPT THRU 6100-EXIT
               VARYING Cc-Rc-Sub FROM 1 BY 1
               UNTIL Cc-Rc-Sub > Cc-Rc-Count
           IF Cc-First-Used = ZERO
               MOVE "NO NUMBERED RECEIPTS IN RANGE ON THE DATE"
                   TO Close-Line
               WRITE Close-Line
               GO TO 6000-EXIT
           END-IF
           MOVE SPACES TO Close-Line
           STRING "SERIES USED          : " Cc-First-Used " THRU "
                  Cc-Last-Used
               DELIMITED BY SIZE INTO Close-Line
           WRITE Close-Line
           IF NOT Cc-Gap-Found
               MOVE "NO NUMBERS SKIPPED IN THE SERIES" TO Close-Line
               WRITE Close-Line
           END-IF
           MOVE Cc-Missing-Count TO Cc-Gap-Size
           MOVE SPACES TO Close-Line
           STRING "NUMBERS SKIPPED      : " Cc-Gap-Size
               DELIMITED BY SIZE INTO Close-Line
           WRITE Close-Line.
       6000-EXIT.
           EXIT.

       6100-WALK-ONE-RECEIPT.
           IF NOT Cc-Rc-Numeric (Cc-Rc-Sub)
               GO TO 6100-EXIT
           END-IF
           IF Cc-Bk-Count > ZERO AND Cc-Rc-Booklet (Cc-Rc-Sub) = ZERO
               GO TO 6100-EXIT
           END-IF
           IF Cc-First-Used = ZERO
               MOVE Cc-Rc-Value (Cc-Rc-Sub) TO Cc-First-Used
               MOVE Cc-Rc-Value (Cc-Rc-Sub) TO Cc-Expected
               IF Cc-Prior-High > ZERO
                   AND Cc-Prior-High < Cc-First-Used
                   AND Cc-Prior-Booklet = Cc-Rc-Booklet (Cc-Rc-Sub)
                   COMPUTE Cc-Expected = Cc-Prior-High + 1
                   MOVE SPACES TO Close-Line
                   STRING "CONTINUES FROM OR    : " Cc-Prior-High
                          " (CASHIER'S LAST EARLIER RECEIPT)"
                       DELIMITED BY SIZE INTO Close-Line
                   WRITE Close-Line
               END-IF
           END-IF
           IF Cc-Rc-Value (Cc-Rc-Sub) > Cc-Expected
               MOVE 'Y' TO Cc-Gap-Found-Sw
               COMPUTE Cc-Gap-End = Cc-Rc-Value (Cc-Rc-Sub) - 1
               COMPUTE Cc-Gap-Size = Cc-Gap-End - Cc-Expected + 1
               ADD Cc-Gap-Size TO Cc-Missing-Count
               MOVE SPACES TO Close-Line
               STRING "*** SKIPPED OR " Cc-Expected " THRU "
                      Cc-Gap-End " (" Cc-Gap-Size ")"
                   DELIMITED BY SIZE INTO Close-Line
               WRITE Close-Line
           END-IF
           IF Cc-Rc-Value (Cc-Rc-Sub) NOT < Cc-Expected
               COMPUTE Cc-Expected = Cc-Rc-Value (Cc-Rc-Sub) + 1
           END-IF
           MOVE Cc-Rc-Value (Cc-Rc-Sub) TO Cc-Last-Used.
       6100-EXIT.
           EXIT.

      *================================================================
      * 7000-PRINT-TOTALS -- THE DEPOSIT IS EVERY RECEIPT TAKEN ON
      *   THE DATE LESS EVERY VOID POSTED ON THE DATE AGAINST THE
      *   CASHIER'S RECEIPTS
      *================================================================
       7000-PRINT-TOTALS.
           MOVE SPACES TO Close-Line
           WRITE Close-Line
           MOVE Cc-Out-Range-Count TO Cc-Count-Display
           MOVE SPACES TO Close-Line
           STRING "OUT OF RANGE / BAD   : " Cc-Count-Display
               DELIMITED BY SIZE INTO Close-Line
           WRITE Close-Line
           MOVE Cc-Repeat-Count TO Cc-Count-Display
           MOVE SPACES TO Close-Line
           STRING "REPEATED OR NUMBERS  : " Cc-Count-Display
               DELIMITED BY SIZE INTO Close-Line
           WRITE Close-Line
           MOVE SPACES TO Close-Line
           WRITE Close-Line
           MOVE Cc-Rc-Count TO Cc-Count-Display
           MOVE Cc-Receipt-Total TO Cc-Amt-Display
           MOVE SPACES TO Close-Line
           STRING "RECEIPTS ISSUED      : " Cc-Count-Display "  "
                  Cc-Amt-Display
               DELIMITED BY SIZE INTO Close-Line
           WRITE Close-Line
           MOVE Cc-Vd-Count TO Cc-Count-Display
           MOVE Cc-Void-Total TO Cc-Amt-Display
           MOVE SPACES TO Close-Line
           STRING "VOIDS POSTED         : " Cc-Count-Display "  "
                  Cc-Amt-Display
               DELIMITED BY SIZE INTO Close-Line
           WRITE Close-Line
           COMPUTE Cc-Deposit-Total = Cc-Receipt-Total + Cc-Void-Total
           MOVE Cc-Deposit-Total TO Cc-Amt-Display
           MOVE SPACES TO Close-Line
           STRING "DEPOSIT TOTAL        :       " Cc-Amt-Display
               DELIMITED BY SIZE INTO Close-Line
           WRITE Close-Line
           DISPLAY "Closing report written to cashclose.txt -- "
               "deposit total " Cc-Amt-Display.
       7000-EXIT.
           EXIT.

      *================================================================
      * 9999-TERMINATE -- CLOSE THE FILES AND STOP THE RUN
      *================================================================
       9999-TERMINATE.
           CLOSE Payment-File
           CLOSE Close-Report
           STOP RUN.
       9999-EXIT.
           EXIT.
