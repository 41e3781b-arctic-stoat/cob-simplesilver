      * MIT License
      * Copyright (c) 2018 Christer Stig Åke Landstedt
      *
      * Permission is hereby granted, free of charge, to any person obtaining a copy
      * of this software and associated documentation files (the "Software"), to deal
      * in the Software without restriction, including without limitation the rights
      * to use, copy, modify, merge, publish, distribute, sublicense, and/or sell
      * copies of the Software, and to permit persons to whom the Software is
      * furnished to do so, subject to the following conditions:
      *
      * The above copyright notice and this permission notice shall be included in all
      * copies or substantial portions of the Software.
      *
      * THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY OF ANY KIND, EXPRESS OR
      * IMPLIED, INCLUDING BUT NOT LIMITED TO THE WARRANTIES OF MERCHANTABILITY,
      * FITNESS FOR A PARTICULAR PURPOSE AND NONINFRINGEMENT. IN NO EVENT SHALL THE
      * AUTHORS OR COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM, DAMAGES OR OTHER
      * LIABILITY, WHETHER IN AN ACTION OF CONTRACT, TORT OR OTHERWISE, ARISING FROM,
      * OUT OF OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR OTHER DEALINGS IN THE
      * SOFTWARE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. cob-simplesilver16trialbal.
       AUTHOR.  "Christer Stig Åke Landstedt".

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT INFILE-BALHIST
             ASSIGN TO "cob-simplesilver01balhist.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1BALHIST
             FILE STATUS IS WS-BALHISTFSTAT.
           SELECT INFILE-ACCOUNT
             ASSIGN TO "cob-simplesilver01account.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1ACCOUNT
             FILE STATUS IS WS-ACCOUNTMFSTAT.
           SELECT INFILE-REPORT
             ASSIGN TO "cob-simplesilver01trialbalance.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
         FILE SECTION.
         FD INFILE-BALHIST
           RECORD CONTAINS 83 CHARACTERS.
           01 BALHISTFD.
             05 KEY1BALHIST.
               10 BALHISTACCOUNT PIC 9(15).
               10 BALHISTDATE PIC 9(08).
             05 BALHISTCURRENCY PIC X(03).
             05 BALHISTDEBITS PIC S9(9)9V99.
             05 BALHISTCREDITS PIC S9(9)9V99.
             05 BALHISTCLOSING PIC S9(9)9V99.
             05 BALHISTPOSTINGS PIC 9(05).
             05 BALHISTSTAMP PIC 9(14).
             05 FILLER PIC X(02).

         FD INFILE-ACCOUNT
           RECORD CONTAINS 60 CHARACTERS.
           01 ACCOUNTMASTERFD.
             05 KEY1ACCOUNT PIC 9(15).
             05 ACCOUNTMASTERNAME PIC X(22).
             05 ACCOUNTTYPE PIC X(01).
             05 ACCOUNTOPENDATE PIC 9(08).
             05 ACCOUNTSTATUS PIC X(01).
             05 ACCOUNTODLIMIT PIC 9(7)9V99.

         FD INFILE-REPORT
           DATA RECORD IS REPORTLINE.
           01 REPORTLINE PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-ENDOFFILE PIC 9 VALUE ZERO.
         01 WS-BALHISTFSTAT PIC X(02) VALUE SPACES.
         01 WS-BALHISTFD.
           05 WS-KEY1BALHIST.
             10 WS-BALHISTACCOUNT PIC 9(15).
             10 WS-BALHISTDATE PIC 9(08).
           05 WS-BALHISTCURRENCY PIC X(03).
           05 WS-BALHISTDEBITS PIC S9(9)9V99.
           05 WS-BALHISTCREDITS PIC S9(9)9V99.
           05 WS-BALHISTCLOSING PIC S9(9)9V99.
           05 WS-BALHISTPOSTINGS PIC 9(05).
           05 WS-BALHISTSTAMP PIC 9(14).
           05 FILLER PIC X(02).

         01 WS-ACCOUNTMFSTAT PIC X(02) VALUE SPACES.
         01 WS-ACCOUNTMASTERFD.
           05 WS-KEY1ACCOUNT PIC 9(15).
           05 WS-ACCOUNTMASTERNAME PIC X(22).
           05 WS-ACCOUNTTYPE PIC X(01).
           05 WS-ACCOUNTOPENDATE PIC 9(08).
           05 WS-ACCOUNTSTATUS PIC X(01).
           05 WS-ACCOUNTODLIMIT PIC 9(7)9V99.
         01 WS-ACCTMASTAVAIL PIC X(01) VALUE "N".
           88 WS-ACCTMAST-AVAILABLE VALUE "Y".

         01 WS-TRIALMONTH PIC 9(06) VALUE ZERO.
         01 WS-TRIALMONTHX REDEFINES WS-TRIALMONTH.
           05 WS-TRIALYYYY PIC 9(04).
           05 WS-TRIALMM PIC 9(02).
         01 WS-MONTHSTART PIC 9(08) VALUE ZERO.
         01 WS-MONTHEND PIC 9(08) VALUE ZERO.

         01 WS-CURRENTACCOUNT PIC 9(15) VALUE ZERO.
         01 WS-CURRENTCURRENCY PIC X(03) VALUE SPACES.
         01 WS-OPENINGFOUND PIC X(01) VALUE "N".
           88 WS-OPENING-EXISTS VALUE "Y".
         01 WS-INMONTHFOUND PIC X(01) VALUE "N".
           88 WS-INMONTH-EXISTS VALUE "Y".
         01 WS-OPENINGBALANCE PIC S9(9)9V99 VALUE ZERO.
         01 WS-MONTHDEBITS PIC S9(9)9V99 VALUE ZERO.
         01 WS-MONTHCREDITS PIC S9(9)9V99 VALUE ZERO.
         01 WS-CLOSINGBALANCE PIC S9(9)9V99 VALUE ZERO.
         01 WS-PROOFBALANCE PIC S9(9)9V99 VALUE ZERO.
         01 WS-PROOFFLAG PIC X(10) VALUE SPACES.

         01 WS-CCYTABLE.
           05 WS-CCYENTRY OCCURS 20.
             10 WS-CCYCODE PIC X(03).
             10 WS-CCYACCOUNTS PIC 9(05).
             10 WS-CCYOPENING PIC S9(11)V99.
             10 WS-CCYDEBITS PIC S9(11)V99.
             10 WS-CCYCREDITS PIC S9(11)V99.
             10 WS-CCYCLOSING PIC S9(11)V99.
         01 WS-CCYCOUNT PIC 9(02) VALUE ZERO.
         01 WS-CCYIDX PIC 9(02) VALUE ZERO.
         01 WS-CCYFOUNDIDX PIC 9(02) VALUE ZERO.

         01 WS-OPENINGDISPLAY PIC -9(10).99 VALUE ZERO.
         01 WS-DEBITSDISPLAY PIC -9(10).99 VALUE ZERO.
         01 WS-CREDITSDISPLAY PIC -9(10).99 VALUE ZERO.
         01 WS-CLOSINGDISPLAY PIC -9(10).99 VALUE ZERO.
         01 WS-GTOPENINGDISPLAY PIC -9(12).99 VALUE ZERO.
         01 WS-GTDEBITSDISPLAY PIC -9(12).99 VALUE ZERO.
         01 WS-GTCREDITSDISPLAY PIC -9(12).99 VALUE ZERO.
         01 WS-GTCLOSINGDISPLAY PIC -9(12).99 VALUE ZERO.

         01 WS-RECORDSREAD PIC 9(07) VALUE ZERO.
         01 WS-ACCOUNTSLISTED PIC 9(07) VALUE ZERO.
         01 WS-ACCOUNTSOUT PIC 9(07) VALUE ZERO.

         01 DATEANDTIME.
           05 CURRENTDATE.
             10 YYYY PIC 9999.
             10 MM PIC 99.
             10 DD PIC 99.

       PROCEDURE DIVISION.

       0000MAINLINE.
         ACCEPT CURRENTDATE FROM DATE yyyymmdd.
         DISPLAY "Enter TRIAL BALANCE MONTH (yyyymm, 0=last month):".
         ACCEPT WS-TRIALMONTH.
         IF WS-TRIALMONTH = ZERO
           MOVE YYYY TO WS-TRIALYYYY
           MOVE MM TO WS-TRIALMM
           IF WS-TRIALMM = 1
             SUBTRACT 1 FROM WS-TRIALYYYY
             MOVE 12 TO WS-TRIALMM
           ELSE
             SUBTRACT 1 FROM WS-TRIALMM
           END-IF
         END-IF.
         IF WS-TRIALMM < 1 OR WS-TRIALMM > 12
           DISPLAY "!ERROR TRIAL BALANCE MONTH NOT VALID!"
           STOP RUN
         END-IF.
         COMPUTE WS-MONTHSTART = WS-TRIALMONTH * 100 + 1.
         COMPUTE WS-MONTHEND = WS-TRIALMONTH * 100 + 31.

         OPEN INPUT INFILE-BALHIST.
         IF WS-BALHISTFSTAT = "35"
           DISPLAY "No balance history file - run the end-of-day job"
                   " first."
           STOP RUN
         END-IF.

         OPEN INPUT INFILE-ACCOUNT.
         IF WS-ACCOUNTMFSTAT = "35"
           MOVE "N" TO WS-ACCTMASTAVAIL
         ELSE
           MOVE "Y" TO WS-ACCTMASTAVAIL
         END-IF.

         OPEN OUTPUT INFILE-REPORT.
         MOVE SPACES TO REPORTLINE.
         STRING
           "MONTH-END TRIAL BALANCE " WS-TRIALYYYY "-" WS-TRIALMM
           " PRINTED " YYYY "-" MM "-" DD
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.
         MOVE SPACES TO REPORTLINE.
         STRING
           "ACCOUNT         NAME                   CCY "
           "       OPENING         DEBITS        CREDITS "
           "       CLOSING PROOF"
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.

         MOVE ZERO TO WS-CURRENTACCOUNT.
         PERFORM 0000RESETACCOUNT.
         MOVE 0 TO WS-ENDOFFILE.
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ INFILE-BALHIST NEXT RECORD INTO WS-BALHISTFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               ADD 1 TO WS-RECORDSREAD
               IF WS-BALHISTACCOUNT NOT = WS-CURRENTACCOUNT
                 PERFORM 0000FINISHACCOUNT
                 MOVE WS-BALHISTACCOUNT TO WS-CURRENTACCOUNT
                 PERFORM 0000RESETACCOUNT
               END-IF
               PERFORM 0000APPLYHISTORY
           END-READ
         END-PERFORM.
         PERFORM 0000FINISHACCOUNT.

         PERFORM 0000PRINTCURRENCYTOTALS.

         MOVE SPACES TO REPORTLINE.
         STRING
           "HISTORY RECORDS READ " WS-RECORDSREAD
           " ACCOUNTS LISTED " WS-ACCOUNTSLISTED
           " OUT OF BALANCE " WS-ACCOUNTSOUT
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.

         CLOSE INFILE-BALHIST.
         IF WS-ACCTMAST-AVAILABLE
           CLOSE INFILE-ACCOUNT
         END-IF.
         CLOSE INFILE-REPORT.

         DISPLAY "History records read : " WS-RECORDSREAD.
         DISPLAY "Accounts listed      : " WS-ACCOUNTSLISTED.
         DISPLAY "Out of balance       : " WS-ACCOUNTSOUT.
         DISPLAY "Report written to cob-simplesilver01trialbalance"
                 ".txt".
         STOP RUN.

       0000RESETACCOUNT.
         MOVE "N" TO WS-OPENINGFOUND.
         MOVE "N" TO WS-INMONTHFOUND.
         MOVE SPACES TO WS-CURRENTCURRENCY.
         MOVE ZERO TO WS-OPENINGBALANCE.
         MOVE ZERO TO WS-MONTHDEBITS.
         MOVE ZERO TO WS-MONTHCREDITS.
         MOVE ZERO TO WS-CLOSINGBALANCE.

       0000APPLYHISTORY.
         IF WS-BALHISTDATE < WS-MONTHSTART
           MOVE "Y" TO WS-OPENINGFOUND
           MOVE WS-BALHISTCLOSING TO WS-OPENINGBALANCE
           MOVE WS-BALHISTCURRENCY TO WS-CURRENTCURRENCY
         END-IF.
         IF WS-BALHISTDATE NOT < WS-MONTHSTART
             AND WS-BALHISTDATE NOT > WS-MONTHEND
           IF NOT WS-INMONTH-EXISTS AND NOT WS-OPENING-EXISTS
             COMPUTE WS-OPENINGBALANCE = WS-BALHISTCLOSING
                     + WS-BALHISTDEBITS - WS-BALHISTCREDITS
           END-IF
           MOVE "Y" TO WS-INMONTHFOUND
           ADD WS-BALHISTDEBITS TO WS-MONTHDEBITS
           ADD WS-BALHISTCREDITS TO WS-MONTHCREDITS
           MOVE WS-BALHISTCLOSING TO WS-CLOSINGBALANCE
           MOVE WS-BALHISTCURRENCY TO WS-CURRENTCURRENCY
         END-IF.

       0000FINISHACCOUNT.
         IF WS-OPENING-EXISTS OR WS-INMONTH-EXISTS
           IF NOT WS-INMONTH-EXISTS
             MOVE WS-OPENINGBALANCE TO WS-CLOSINGBALANCE
           END-IF
           COMPUTE WS-PROOFBALANCE = WS-OPENINGBALANCE
                   - WS-MONTHDEBITS + WS-MONTHCREDITS
           IF WS-PROOFBALANCE = WS-CLOSINGBALANCE
             MOVE "OK" TO WS-PROOFFLAG
           ELSE
             MOVE "OUT OF BAL" TO WS-PROOFFLAG
             ADD 1 TO WS-ACCOUNTSOUT
           END-IF
           ADD 1 TO WS-ACCOUNTSLISTED
           PERFORM 0000ADDCURRENCYTOTAL
           PERFORM 0000PRINTACCOUNTLINE
         END-IF.

       0000ADDCURRENCYTOTAL.
         MOVE ZERO TO WS-CCYFOUNDIDX.
         PERFORM VARYING WS-CCYIDX FROM 1 BY 1
             UNTIL WS-CCYIDX > WS-CCYCOUNT
           IF WS-CCYCODE(WS-CCYIDX) = WS-CURRENTCURRENCY
             MOVE WS-CCYIDX TO WS-CCYFOUNDIDX
           END-IF
         END-PERFORM.
         IF WS-CCYFOUNDIDX = ZERO
           IF WS-CCYCOUNT < 20
             ADD 1 TO WS-CCYCOUNT
             MOVE WS-CCYCOUNT TO WS-CCYFOUNDIDX
             MOVE WS-CURRENTCURRENCY TO WS-CCYCODE(WS-CCYFOUNDIDX)
             MOVE ZERO TO WS-CCYACCOUNTS(WS-CCYFOUNDIDX)
             MOVE ZERO TO WS-CCYOPENING(WS-CCYFOUNDIDX)
             MOVE ZERO TO WS-CCYDEBITS(WS-CCYFOUNDIDX)
             MOVE ZERO TO WS-CCYCREDITS(WS-CCYFOUNDIDX)
             MOVE ZERO TO WS-CCYCLOSING(WS-CCYFOUNDIDX)
           ELSE
             DISPLAY "!ERROR MORE THAN 20 CURRENCIES - ACCOUNT "
                     WS-CURRENTACCOUNT " LEFT OUT OF TOTALS!"
           END-IF
         END-IF.
         IF WS-CCYFOUNDIDX > ZERO
           ADD 1 TO WS-CCYACCOUNTS(WS-CCYFOUNDIDX)
           ADD WS-OPENINGBALANCE TO WS-CCYOPENING(WS-CCYFOUNDIDX)
           ADD WS-MONTHDEBITS TO WS-CCYDEBITS(WS-CCYFOUNDIDX)
           ADD WS-MONTHCREDITS TO WS-CCYCREDITS(WS-CCYFOUNDIDX)
           ADD WS-CLOSINGBALANCE TO WS-CCYCLOSING(WS-CCYFOUNDIDX)
         END-IF.

       0000PRINTACCOUNTLINE.
         MOVE SPACES TO WS-ACCOUNTMASTERNAME.
         IF WS-ACCTMAST-AVAILABLE
           MOVE WS-CURRENTACCOUNT TO KEY1ACCOUNT
           READ INFILE-ACCOUNT INTO WS-ACCOUNTMASTERFD
             KEY IS KEY1ACCOUNT
             INVALID KEY MOVE SPACES TO WS-ACCOUNTMASTERNAME
           END-READ
         END-IF.

         MOVE WS-OPENINGBALANCE TO WS-OPENINGDISPLAY.
         MOVE WS-MONTHDEBITS TO WS-DEBITSDISPLAY.
         MOVE WS-MONTHCREDITS TO WS-CREDITSDISPLAY.
         MOVE WS-CLOSINGBALANCE TO WS-CLOSINGDISPLAY.
         MOVE SPACES TO REPORTLINE.
         STRING
           WS-CURRENTACCOUNT " "
           WS-ACCOUNTMASTERNAME " "
           WS-CURRENTCURRENCY " "
           WS-OPENINGDISPLAY " "
           WS-DEBITSDISPLAY " "
           WS-CREDITSDISPLAY " "
           WS-CLOSINGDISPLAY " "
           WS-PROOFFLAG
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.
         DISPLAY REPORTLINE.

       0000PRINTCURRENCYTOTALS.
         MOVE SPACES TO REPORTLINE.
         WRITE REPORTLINE.
         MOVE SPACES TO REPORTLINE.
         STRING
           "GRAND TOTALS BY CURRENCY"
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.
         MOVE SPACES TO REPORTLINE.
         STRING
           "CCY ACCOUNTS         OPENING           DEBITS "
           "         CREDITS          CLOSING"
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.
         PERFORM VARYING WS-CCYIDX FROM 1 BY 1
             UNTIL WS-CCYIDX > WS-CCYCOUNT
           MOVE WS-CCYOPENING(WS-CCYIDX) TO WS-GTOPENINGDISPLAY
           MOVE WS-CCYDEBITS(WS-CCYIDX) TO WS-GTDEBITSDISPLAY
           MOVE WS-CCYCREDITS(WS-CCYIDX) TO WS-GTCREDITSDISPLAY
           MOVE WS-CCYCLOSING(WS-CCYIDX) TO WS-GTCLOSINGDISPLAY
           MOVE SPACES TO REPORTLINE
           STRING
             WS-CCYCODE(WS-CCYIDX) " "
             WS-CCYACCOUNTS(WS-CCYIDX) "    "
             WS-GTOPENINGDISPLAY " "
             WS-GTDEBITSDISPLAY " "
             WS-GTCREDITSDISPLAY " "
             WS-GTCLOSINGDISPLAY
             DELIMITED BY SIZE INTO REPORTLINE
           END-STRING
           WRITE REPORTLINE
           DISPLAY REPORTLINE
         END-PERFORM.
