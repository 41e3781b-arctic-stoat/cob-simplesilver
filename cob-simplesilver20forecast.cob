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
       PROGRAM-ID. cob-simplesilver20forecast.
       AUTHOR.  "Christer Stig Åke Landstedt".

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT INFILE ASSIGN TO "cob-simplesilver01.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1TRANS
             ALTERNATE RECORD KEY IS KEY2ACCOUNT WITH DUPLICATES.
           SELECT INFILETOTAL ASSIGN TO "cob-simplesilver01total.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1TOTAL
             FILE STATUS IS WS-TOTALFSTAT.
           SELECT INFILE-ACCOUNT
             ASSIGN TO "cob-simplesilver01account.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1ACCOUNT
             FILE STATUS IS WS-ACCOUNTMFSTAT.
           SELECT INFILE-STANDING
             ASSIGN TO "cob-simplesilver01standing.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1STANDING
             FILE STATUS IS WS-STANDINGFSTAT.
           SELECT INFILE-PENDING
             ASSIGN TO "cob-simplesilver01pending.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1PENDING
             ALTERNATE RECORD KEY IS PENDACCOUNT WITH DUPLICATES
             FILE STATUS IS WS-PENDINGFSTAT.
           SELECT INFILE-BUDGET
             ASSIGN TO "cob-simplesilver01budget.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1BUDGET
             FILE STATUS IS WS-BUDGETFSTAT.
           SELECT INFILE-SPLIT
             ASSIGN TO "cob-simplesilver01split.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1SPLIT
             FILE STATUS IS WS-SPLITFSTAT.
           SELECT INFILE-RUNCTL
             ASSIGN TO "cob-simplesilver01runcontrol.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1RUNCTL
             FILE STATUS IS WS-RUNCTLFSTAT.
           SELECT INFILE-REPORT
             ASSIGN TO "cob-simplesilver01forecast.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
         FILE SECTION.
         FD INFILE
           RECORD CONTAINS 160 CHARACTERS.
           01 INFILEFD.
             05 KEY1TRANS.
               10 KEY1DATE PIC 9(14).
               10 KEY1SEQ PIC 9(04).
             05 KEY2ACCOUNT PIC 9(15).
             05 ACCOUNTNAME PIC X(22).
             05 TRANSACTIONDESCRIPTION PIC X(40).
             05 TRANSACTIONAMMOUNT PIC S9(7)9V99.
             05 TRANSACTIONCATEGORY PIC X(04).
             05 TRANSACTIONCLEARED PIC X(01).
             05 TRANSORIGCURRENCY PIC X(03).
             05 TRANSORIGAMOUNT PIC S9(7)9V99.
             05 TRANSRATEUSED PIC 9(4)V9(6).
             05 TRANSREVERSALFLAG PIC X(01).
             05 TRANSREVERSALREF PIC 9(18).
             05 FILLER PIC X(08).

         FD INFILETOTAL
           RECORD CONTAINS 100 CHARACTERS.
           01 INFILETOTALFD.
             05 KEY1TOTAL PIC 9(15).
             05 KEY1TOTALCURRENCY PIC X(3).
             05 KEY1TOTALTOTAL PIC S9(9)9V99.

         FD INFILE-ACCOUNT
           RECORD CONTAINS 60 CHARACTERS.
           01 ACCOUNTMASTERFD.
             05 KEY1ACCOUNT PIC 9(15).
             05 ACCOUNTMASTERNAME PIC X(22).
             05 ACCOUNTTYPE PIC X(01).
             05 ACCOUNTOPENDATE PIC 9(08).
             05 ACCOUNTSTATUS PIC X(01).
             05 ACCOUNTODLIMIT PIC 9(7)9V99.

         FD INFILE-STANDING
           RECORD CONTAINS 100 CHARACTERS.
           01 STANDINGFD.
             05 KEY1STANDING PIC 9(04).
             05 STANDINGACCOUNT PIC 9(15).
             05 STANDINGDESCRIPTION PIC X(40).
             05 STANDINGAMOUNT PIC S9(7)9V99.
             05 STANDINGDAY PIC 9(02).
             05 STANDINGSTARTDATE PIC 9(08).
             05 STANDINGENDDATE PIC 9(08).

         FD INFILE-PENDING
           RECORD CONTAINS 150 CHARACTERS.
           01 PENDINGFD.
             05 KEY1PENDING.
               10 PENDENTRYDATE PIC 9(14).
               10 PENDSEQ PIC 9(04).
             05 PENDACCOUNT PIC 9(15).
             05 PENDVALUEDATE PIC 9(08).
             05 PENDDESCRIPTION PIC X(40).
             05 PENDAMOUNT PIC S9(7)9V99.
             05 PENDCATEGORY PIC X(04).
             05 PENDSTATUS PIC X(01).
             05 PENDOPERATOR PIC X(08).
             05 PENDACTIONDATE PIC 9(08).
             05 PENDACTIONOPER PIC X(08).
             05 PENDPOSTEDKEY PIC 9(18).
             05 FILLER PIC X(12).

         FD INFILE-BUDGET
           RECORD CONTAINS 30 CHARACTERS.
           01 BUDGETFD.
             05 KEY1BUDGET.
               10 BUDGETCATEGORY PIC X(04).
               10 BUDGETMONTH PIC 9(06).
             05 BUDGETAMOUNT PIC S9(7)9V99.

         FD INFILE-SPLIT
           RECORD CONTAINS 40 CHARACTERS.
           01 SPLITFD.
             05 KEY1SPLIT.
               10 SPLITTRANS PIC 9(18).
               10 SPLITLINE PIC 9(02).
             05 SPLITCATEGORY PIC X(04).
             05 SPLITAMOUNT PIC S9(7)9V99.
             05 FILLER PIC X(06).

         FD INFILE-RUNCTL
           RECORD CONTAINS 120 CHARACTERS.
           01 RUNCTLFD.
             05 KEY1RUNCTL.
               10 RUNJOBNAME PIC X(08).
               10 RUNDATEKEY PIC 9(08).
               10 RUNSEQ PIC 9(04).
             05 RUNSTARTSTAMP PIC 9(14).
             05 RUNENDSTAMP PIC 9(14).
             05 RUNRECORDSREAD PIC 9(07).
             05 RUNRECORDSPOSTED PIC 9(07).
             05 RUNRECORDSREJECTED PIC 9(07).
             05 RUNOUTCOME PIC X(08).
             05 RUNSIGNATURE PIC X(40).

         FD INFILE-REPORT
           DATA RECORD IS REPORTLINE.
           01 REPORTLINE PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-ENDOFFILE PIC 9 VALUE ZERO.
         01 WS-GROUPEOF PIC 9 VALUE ZERO.
         01 WS-INFILEFD.
             05 WS-KEY1TRANS.
               10 WS-KEY1DATE  PIC 9(14).
               10 WS-KEY1SEQ PIC 9(04).
             05 WS-KEY2ACCOUNT PIC 9(15).
             05 WS-ACCOUNTNAME PIC X(22).
             05 WS-TRANSACTIONDESCRIPTION PIC X(40).
             05 WS-TRANSACTIONAMMOUNT PIC S9(7)9V99.
             05 WS-TRANSACTIONCATEGORY PIC X(04).
             05 WS-TRANSACTIONCLEARED PIC X(01).
             05 WS-TRANSORIGCURRENCY PIC X(03).
             05 WS-TRANSORIGAMOUNT PIC S9(7)9V99.
             05 WS-TRANSRATEUSED PIC 9(4)V9(6).
             05 WS-TRANSREVERSALFLAG PIC X(01).
             05 WS-TRANSREVERSALREF PIC 9(18).
             05 FILLER PIC X(08).

         01 WS-TOTALFSTAT PIC X(02) VALUE SPACES.
         01 WS-INFILETOTALFD.
           05 WS-KEY1TOTAL PIC 9(15).
           05 WS-KEY1TOTALCURRENCY PIC X(3).
           05 WS-KEY1TOTALTOTAL PIC S9(9)9V99.

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

         01 WS-STANDINGFSTAT PIC X(02) VALUE SPACES.
         01 WS-STANDINGFD.
           05 WS-KEY1STANDING PIC 9(04).
           05 WS-STANDINGACCOUNT PIC 9(15).
           05 WS-STANDINGDESCRIPTION PIC X(40).
           05 WS-STANDINGAMOUNT PIC S9(7)9V99.
           05 WS-STANDINGDAY PIC 9(02).
           05 WS-STANDINGSTARTDATE PIC 9(08).
           05 WS-STANDINGENDDATE PIC 9(08).

         01 WS-PENDINGFSTAT PIC X(02) VALUE SPACES.
         01 WS-PENDINGFD.
           05 WS-KEY1PENDING.
             10 WS-PENDENTRYDATE PIC 9(14).
             10 WS-PENDSEQ PIC 9(04).
           05 WS-PENDACCOUNT PIC 9(15).
           05 WS-PENDVALUEDATE PIC 9(08).
           05 WS-PENDDESCRIPTION PIC X(40).
           05 WS-PENDAMOUNT PIC S9(7)9V99.
           05 WS-PENDCATEGORY PIC X(04).
           05 WS-PENDSTATUS PIC X(01).
             88 WS-PEND-PENDING VALUE "P".
           05 WS-PENDOPERATOR PIC X(08).
           05 WS-PENDACTIONDATE PIC 9(08).
           05 WS-PENDACTIONOPER PIC X(08).
           05 WS-PENDPOSTEDKEY PIC 9(18).
           05 FILLER PIC X(12).
         01 WS-PENDINGAVAIL PIC X(01) VALUE "N".
           88 WS-PENDING-AVAILABLE VALUE "Y".

         01 WS-BUDGETFSTAT PIC X(02) VALUE SPACES.
         01 WS-BUDGETFD.
           05 WS-KEY1BUDGET.
             10 WS-BUDGETCATEGORY PIC X(04).
             10 WS-BUDGETMONTH PIC 9(06).
           05 WS-BUDGETAMOUNT PIC S9(7)9V99.

         01 WS-SPLITFSTAT PIC X(02) VALUE SPACES.
         01 WS-SPLITFD.
           05 WS-KEY1SPLIT.
             10 WS-SPLITTRANS PIC 9(18).
             10 WS-SPLITLINE PIC 9(02).
           05 WS-SPLITCATEGORY PIC X(04).
           05 WS-SPLITAMOUNT PIC S9(7)9V99.
           05 FILLER PIC X(06).
         01 WS-SPLITAVAIL PIC X(01) VALUE "N".
           88 WS-SPLIT-AVAILABLE VALUE "Y".
         01 WS-SPLITEOF PIC 9 VALUE ZERO.
         01 WS-SPLITLINES PIC 9(02) VALUE ZERO.
         01 WS-COUNTCATEGORY PIC X(04) VALUE SPACES.
         01 WS-COUNTAMOUNT PIC S9(7)9V99 VALUE ZERO.

         01 WS-RUNCTLFSTAT PIC X(02) VALUE SPACES.
         01 WS-RUNCTLFD.
           05 WS-KEY1RUNCTL.
             10 WS-RUNJOBNAME PIC X(08).
             10 WS-RUNDATEKEY PIC 9(08).
             10 WS-RUNSEQ PIC 9(04).
           05 WS-RUNSTARTSTAMP PIC 9(14).
           05 WS-RUNENDSTAMP PIC 9(14).
           05 WS-RUNRECORDSREAD PIC 9(07).
           05 WS-RUNRECORDSPOSTED PIC 9(07).
           05 WS-RUNRECORDSREJECTED PIC 9(07).
           05 WS-RUNOUTCOME PIC X(08).
           05 WS-RUNSIGNATURE PIC X(40).

         01 WS-HORIZON PIC 9(03) VALUE ZERO.
         01 WS-SELECTACCOUNT PIC 9(15) VALUE ZERO.
         01 WS-BUDGETACCOUNT PIC 9(15) VALUE ZERO.

         01 WS-CALDATE PIC 9(08) VALUE ZERO.
         01 WS-CALDATEX REDEFINES WS-CALDATE.
           05 WS-CALYYYY PIC 9(04).
           05 WS-CALMM PIC 9(02).
           05 WS-CALDD PIC 9(02).
         01 WS-MONTHDAYSLIT PIC X(24)
             VALUE "312831303130313130313031".
         01 WS-MONTHDAYSTAB REDEFINES WS-MONTHDAYSLIT.
           05 WS-MONTHDAYS PIC 9(02) OCCURS 12.
         01 WS-LASTDAY PIC 9(02) VALUE ZERO.
         01 WS-LEAPWORK PIC 9(04) VALUE ZERO.
         01 WS-LEAPREM PIC 9(03) VALUE ZERO.

         01 WS-DAYTAB.
           05 WS-DAYENTRY OCCURS 366.
             10 WS-DAYDATE PIC 9(08).
             10 WS-DAYLAST PIC X(01).
             10 WS-DAYDELTA PIC S9(9)9V99.
         01 WS-DAYIDX PIC 9(03) VALUE ZERO.
         01 WS-DAYFOUNDIDX PIC 9(03) VALUE ZERO.
         01 WS-FINDDATE PIC 9(08) VALUE ZERO.
         01 WS-HORIZONEND PIC 9(08) VALUE ZERO.

         01 WS-STOTAB.
           05 WS-STOENTRY OCCURS 300.
             10 WS-STOACCOUNT PIC 9(15).
             10 WS-STOAMOUNT PIC S9(7)9V99.
             10 WS-STODAY PIC 9(02).
             10 WS-STOSTART PIC 9(08).
             10 WS-STOEND PIC 9(08).
         01 WS-STOCOUNT PIC 9(03) VALUE ZERO.
         01 WS-STOIDX PIC 9(03) VALUE ZERO.

         01 WS-POSTEDTAB.
           05 WS-POSTEDMONTH PIC 9(06) OCCURS 50.
         01 WS-POSTEDCOUNT PIC 9(02) VALUE ZERO.
         01 WS-POSTEDIDX PIC 9(02) VALUE ZERO.
         01 WS-MONTHPOSTED PIC X(01) VALUE "N".
           88 WS-MONTH-POSTED VALUE "Y".
         01 WS-CHECKMONTH PIC 9(06) VALUE ZERO.

         01 WS-BUDTAB.
           05 WS-BUDENTRY OCCURS 300.
             10 WS-BUDCAT PIC X(04).
             10 WS-BUDMONTH PIC 9(06).
             10 WS-BUDBUDGET PIC S9(7)9V99.
             10 WS-BUDACTUAL PIC S9(9)9V99.
         01 WS-BUDCOUNT PIC 9(03) VALUE ZERO.
         01 WS-BUDIDX PIC 9(03) VALUE ZERO.
         01 WS-BUDREMAINING PIC S9(9)9V99 VALUE ZERO.
         01 WS-BUDPERDAY PIC S9(9)9V99 VALUE ZERO.
         01 WS-BUDFIRSTIDX PIC 9(03) VALUE ZERO.
         01 WS-BUDLASTIDX PIC 9(03) VALUE ZERO.
         01 WS-BUDDAYSIN PIC 9(03) VALUE ZERO.
         01 WS-BUDDAYSMONTH PIC 9(03) VALUE ZERO.
         01 WS-FIRSTMONTH PIC 9(06) VALUE ZERO.
         01 WS-LASTMONTH PIC 9(06) VALUE ZERO.
         01 WS-RECORDMONTH PIC 9(06) VALUE ZERO.
         01 WS-SCANKEY PIC 9(14) VALUE ZERO.

         01 WS-CURRENTACCOUNT PIC 9(15) VALUE ZERO.
         01 WS-CURRENTNAME PIC X(22) VALUE SPACES.
         01 WS-STARTBALANCE PIC S9(9)9V99 VALUE ZERO.
         01 WS-RUNBALANCE PIC S9(9)9V99 VALUE ZERO.
         01 WS-LOWBALANCE PIC S9(9)9V99 VALUE ZERO.
         01 WS-LOWDATE PIC 9(08) VALUE ZERO.
         01 WS-FIRSTNEGDATE PIC 9(08) VALUE ZERO.
         01 WS-FLAGTEXT PIC X(24) VALUE SPACES.

         01 WS-STARTDISPLAY PIC -9(10).99 VALUE ZERO.
         01 WS-ENDDISPLAY PIC -9(10).99 VALUE ZERO.
         01 WS-LOWDISPLAY PIC -9(10).99 VALUE ZERO.
         01 WS-DELTADISPLAY PIC -9(10).99 VALUE ZERO.

         01 WS-ACCOUNTSFORECAST PIC 9(07) VALUE ZERO.
         01 WS-ACCOUNTSNEGATIVE PIC 9(07) VALUE ZERO.
         01 WS-ACCOUNTSCLOSED PIC 9(07) VALUE ZERO.

         01 DATEANDTIME.
           05 CURRENTDATE.
             10 YYYY PIC 9999.
             10 MM PIC 99.
             10 DD PIC 99.

       PROCEDURE DIVISION.

       0000MAINLINE.
         ACCEPT CURRENTDATE FROM DATE yyyymmdd.
         DISPLAY "Enter HORIZON IN DAYS (1-366, 0=90):".
         ACCEPT WS-HORIZON.
         IF WS-HORIZON = ZERO
           MOVE 90 TO WS-HORIZON
         END-IF.
         IF WS-HORIZON > 366
           DISPLAY "!ERROR HORIZON NOT VALID!"
           STOP RUN
         END-IF.
         DISPLAY "Enter ACCOUNT (0=all accounts):".
         ACCEPT WS-SELECTACCOUNT.
         DISPLAY "Enter BUDGET SPEND ACCOUNT (0=no budget spread):".
         ACCEPT WS-BUDGETACCOUNT.

         OPEN INPUT INFILETOTAL.
         IF WS-TOTALFSTAT = "35"
           DISPLAY "No account total file - nothing to forecast."
           STOP RUN
         END-IF.

         OPEN INPUT INFILE-ACCOUNT.
         IF WS-ACCOUNTMFSTAT = "35"
           MOVE "N" TO WS-ACCTMASTAVAIL
         ELSE
           MOVE "Y" TO WS-ACCTMASTAVAIL
         END-IF.

         MOVE "N" TO WS-PENDINGAVAIL.
         OPEN INPUT INFILE-PENDING.
         IF WS-PENDINGFSTAT NOT = "35"
           MOVE "Y" TO WS-PENDINGAVAIL
         END-IF.

         PERFORM 0000BUILDCALENDAR.
         PERFORM 0000LOADSTANDINGTABLE.
         PERFORM 0000LOADPOSTEDMONTHS.

         OPEN INPUT INFILE.
         IF WS-BUDGETACCOUNT NOT = ZERO
           PERFORM 0000LOADBUDGETTABLE
         END-IF.

         OPEN OUTPUT INFILE-REPORT.
         MOVE SPACES TO REPORTLINE.
         STRING
           "CASH-FLOW FORECAST " WS-HORIZON " DAYS FROM "
           YYYY "-" MM "-" DD " TO " WS-HORIZONEND
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.
         IF WS-BUDGETACCOUNT NOT = ZERO
           MOVE SPACES TO REPORTLINE
           STRING
             "REMAINING MONTHLY BUDGETS SPREAD AS SPEND ON ACCOUNT "
             WS-BUDGETACCOUNT
             DELIMITED BY SIZE INTO REPORTLINE
           END-STRING
           WRITE REPORTLINE
         END-IF.
         MOVE SPACES TO REPORTLINE.
         STRING
           "ACCOUNT         NAME                   CCY "
           "         START           END           LOW LOW DATE "
           "FLAG"
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.

         MOVE 0 TO WS-ENDOFFILE.
         IF WS-SELECTACCOUNT NOT = ZERO
           MOVE WS-SELECTACCOUNT TO KEY1TOTAL
           READ INFILETOTAL INTO WS-INFILETOTALFD
             KEY IS KEY1TOTAL
             INVALID KEY
               DISPLAY "!ERROR ACCOUNT " WS-SELECTACCOUNT
                       " DOSE NOT EXIST!"
             NOT INVALID KEY PERFORM 0000FORECASTACCOUNT
           END-READ
         ELSE
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ INFILETOTAL NEXT RECORD INTO WS-INFILETOTALFD
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END PERFORM 0000FORECASTACCOUNT
             END-READ
           END-PERFORM
         END-IF.

         MOVE SPACES TO REPORTLINE.
         STRING
           "ACCOUNTS FORECAST " WS-ACCOUNTSFORECAST
           " GOING BELOW ZERO " WS-ACCOUNTSNEGATIVE
           " CLOSED NOT FORECAST " WS-ACCOUNTSCLOSED
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.

         CLOSE INFILE.
         CLOSE INFILETOTAL.
         IF WS-ACCTMAST-AVAILABLE
           CLOSE INFILE-ACCOUNT
         END-IF.
         IF WS-PENDING-AVAILABLE
           CLOSE INFILE-PENDING
         END-IF.
         CLOSE INFILE-REPORT.

         DISPLAY "Accounts forecast    : " WS-ACCOUNTSFORECAST.
         DISPLAY "Going below zero     : " WS-ACCOUNTSNEGATIVE.
         DISPLAY "Closed, not forecast : " WS-ACCOUNTSCLOSED.
         DISPLAY "Report written to cob-simplesilver01forecast.txt".
         STOP RUN.

       0000BUILDCALENDAR.
         MOVE CURRENTDATE TO WS-CALDATE.
         PERFORM VARYING WS-DAYIDX FROM 1 BY 1
             UNTIL WS-DAYIDX > WS-HORIZON
           PERFORM 0000NEXTDAY
           MOVE WS-CALDATE TO WS-DAYDATE(WS-DAYIDX)
           MOVE ZERO TO WS-DAYDELTA(WS-DAYIDX)
           PERFORM 0000SETLASTDAY
           IF WS-CALDD = WS-LASTDAY
             MOVE "Y" TO WS-DAYLAST(WS-DAYIDX)
           ELSE
             MOVE "N" TO WS-DAYLAST(WS-DAYIDX)
           END-IF
         END-PERFORM.
         MOVE WS-DAYDATE(WS-HORIZON) TO WS-HORIZONEND.
         MOVE CURRENTDATE(1:6) TO WS-FIRSTMONTH.
         MOVE WS-HORIZONEND(1:6) TO WS-LASTMONTH.

       0000SETLASTDAY.
         MOVE WS-MONTHDAYS(WS-CALMM) TO WS-LASTDAY.
         IF WS-CALMM = 2
           DIVIDE WS-CALYYYY BY 4 GIVING WS-LEAPWORK
             REMAINDER WS-LEAPREM
           IF WS-LEAPREM = ZERO
             MOVE 29 TO WS-LASTDAY
             DIVIDE WS-CALYYYY BY 100 GIVING WS-LEAPWORK
               REMAINDER WS-LEAPREM
             IF WS-LEAPREM = ZERO
               MOVE 28 TO WS-LASTDAY
               DIVIDE WS-CALYYYY BY 400 GIVING WS-LEAPWORK
                 REMAINDER WS-LEAPREM
               IF WS-LEAPREM = ZERO
                 MOVE 29 TO WS-LASTDAY
               END-IF
             END-IF
           END-IF
         END-IF.

       0000NEXTDAY.
         PERFORM 0000SETLASTDAY.
         IF WS-CALDD < WS-LASTDAY
           ADD 1 TO WS-CALDD
         ELSE
           MOVE 1 TO WS-CALDD
           IF WS-CALMM = 12
             ADD 1 TO WS-CALYYYY
             MOVE 1 TO WS-CALMM
           ELSE
             ADD 1 TO WS-CALMM
           END-IF
         END-IF.

       0000FINDDAY.
         MOVE ZERO TO WS-DAYFOUNDIDX.
         IF WS-FINDDATE NOT > CURRENTDATE
           MOVE 1 TO WS-DAYFOUNDIDX
         ELSE
           IF WS-FINDDATE NOT > WS-HORIZONEND
             PERFORM VARYING WS-DAYIDX FROM 1 BY 1
                 UNTIL WS-DAYIDX > WS-HORIZON
                    OR WS-DAYFOUNDIDX NOT = ZERO
               IF WS-DAYDATE(WS-DAYIDX) = WS-FINDDATE
                 MOVE WS-DAYIDX TO WS-DAYFOUNDIDX
               END-IF
             END-PERFORM
           END-IF
         END-IF.

       0000LOADSTANDINGTABLE.
         MOVE ZERO TO WS-STOCOUNT.
         OPEN INPUT INFILE-STANDING.
         IF WS-STANDINGFSTAT = "35"
           DISPLAY "No standing order file - none applied."
         ELSE
           MOVE 0 TO WS-ENDOFFILE
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ INFILE-STANDING NEXT RECORD INTO WS-STANDINGFD
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 IF WS-STANDINGENDDATE NOT < CURRENTDATE
                     AND WS-STANDINGSTARTDATE NOT > WS-HORIZONEND
                   IF WS-STOCOUNT < 300
                     ADD 1 TO WS-STOCOUNT
                     MOVE WS-STANDINGACCOUNT
                       TO WS-STOACCOUNT(WS-STOCOUNT)
                     MOVE WS-STANDINGAMOUNT
                       TO WS-STOAMOUNT(WS-STOCOUNT)
                     MOVE WS-STANDINGDAY TO WS-STODAY(WS-STOCOUNT)
                     MOVE WS-STANDINGSTARTDATE
                       TO WS-STOSTART(WS-STOCOUNT)
                     MOVE WS-STANDINGENDDATE
                       TO WS-STOEND(WS-STOCOUNT)
                   ELSE
                     DISPLAY "!ERROR MORE THAN 300 STANDING ORDERS - "
                             "FORECAST CUT!"
                     MOVE 1 TO WS-ENDOFFILE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INFILE-STANDING
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000LOADPOSTEDMONTHS.
         MOVE ZERO TO WS-POSTEDCOUNT.
         OPEN INPUT INFILE-RUNCTL.
         IF WS-RUNCTLFSTAT = "35"
           CONTINUE
         ELSE
           MOVE "STANDING" TO RUNJOBNAME
           MOVE ZERO TO RUNDATEKEY
           MOVE ZERO TO RUNSEQ
           MOVE 0 TO WS-ENDOFFILE
           START INFILE-RUNCTL KEY IS NOT LESS THAN KEY1RUNCTL
             INVALID KEY MOVE 1 TO WS-ENDOFFILE
           END-START
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ INFILE-RUNCTL NEXT RECORD INTO WS-RUNCTLFD
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 IF WS-RUNJOBNAME NOT = "STANDING"
                   MOVE 1 TO WS-ENDOFFILE
                 ELSE
                   IF WS-RUNOUTCOME = "SUCCESS"
                       AND WS-RUNDATEKEY(1:6) NOT < WS-FIRSTMONTH
                       AND WS-POSTEDCOUNT < 50
                     ADD 1 TO WS-POSTEDCOUNT
                     MOVE WS-RUNDATEKEY(1:6)
                       TO WS-POSTEDMONTH(WS-POSTEDCOUNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INFILE-RUNCTL
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000CHECKMONTHPOSTED.
         MOVE "N" TO WS-MONTHPOSTED.
         PERFORM VARYING WS-POSTEDIDX FROM 1 BY 1
             UNTIL WS-POSTEDIDX > WS-POSTEDCOUNT
           IF WS-POSTEDMONTH(WS-POSTEDIDX) = WS-CHECKMONTH
             MOVE "Y" TO WS-MONTHPOSTED
           END-IF
         END-PERFORM.

       0000LOADBUDGETTABLE.
         MOVE ZERO TO WS-BUDCOUNT.
         OPEN INPUT INFILE-BUDGET.
         IF WS-BUDGETFSTAT = "35"
           DISPLAY "No budget file - no budget spend spread."
         ELSE
           MOVE 0 TO WS-ENDOFFILE
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ INFILE-BUDGET NEXT RECORD INTO WS-BUDGETFD
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 IF WS-BUDGETMONTH NOT < WS-FIRSTMONTH
                     AND WS-BUDGETMONTH NOT > WS-LASTMONTH
                   IF WS-BUDCOUNT < 300
                     ADD 1 TO WS-BUDCOUNT
                     MOVE WS-BUDGETCATEGORY TO WS-BUDCAT(WS-BUDCOUNT)
                     MOVE WS-BUDGETMONTH TO WS-BUDMONTH(WS-BUDCOUNT)
                     MOVE WS-BUDGETAMOUNT
                       TO WS-BUDBUDGET(WS-BUDCOUNT)
                     MOVE ZERO TO WS-BUDACTUAL(WS-BUDCOUNT)
                   ELSE
                     DISPLAY "!ERROR MORE THAN 300 BUDGETS IN "
                             "HORIZON - BUDGETS CUT!"
                     MOVE 1 TO WS-ENDOFFILE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INFILE-BUDGET
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

         IF WS-BUDCOUNT > ZERO
           PERFORM 0000LOADBUDGETACTUALS
         END-IF.

       0000LOADBUDGETACTUALS.
         MOVE "N" TO WS-SPLITAVAIL.
         OPEN INPUT INFILE-SPLIT.
         IF WS-SPLITFSTAT NOT = "35"
           MOVE "Y" TO WS-SPLITAVAIL
         END-IF.

         COMPUTE WS-SCANKEY = WS-FIRSTMONTH * 100000000 + 1000000.
         MOVE WS-SCANKEY TO KEY1DATE.
         MOVE ZERO TO KEY1SEQ.
         MOVE 0 TO WS-ENDOFFILE.
         START INFILE KEY IS NOT LESS THAN KEY1TRANS
           INVALID KEY MOVE 1 TO WS-ENDOFFILE
         END-START.
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ INFILE NEXT RECORD INTO WS-INFILEFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               MOVE WS-KEY1DATE(1:6) TO WS-RECORDMONTH
               IF WS-RECORDMONTH > WS-LASTMONTH
                 MOVE 1 TO WS-ENDOFFILE
               ELSE
                 PERFORM 0000COUNTPOSTING
               END-IF
           END-READ
         END-PERFORM.
         MOVE 0 TO WS-ENDOFFILE.

         IF WS-SPLIT-AVAILABLE
           CLOSE INFILE-SPLIT
         END-IF.

       0000COUNTPOSTING.
         MOVE ZERO TO WS-SPLITLINES.
         IF WS-SPLIT-AVAILABLE
           MOVE WS-KEY1TRANS TO SPLITTRANS
           MOVE ZERO TO SPLITLINE
           MOVE 0 TO WS-SPLITEOF
           START INFILE-SPLIT KEY IS NOT LESS THAN KEY1SPLIT
             INVALID KEY MOVE 1 TO WS-SPLITEOF
           END-START
           PERFORM UNTIL WS-SPLITEOF = 1
             READ INFILE-SPLIT NEXT RECORD INTO WS-SPLITFD
               AT END MOVE 1 TO WS-SPLITEOF
               NOT AT END
                 IF WS-SPLITTRANS NOT = WS-KEY1TRANS
                   MOVE 1 TO WS-SPLITEOF
                 ELSE
                   ADD 1 TO WS-SPLITLINES
                   MOVE WS-SPLITCATEGORY TO WS-COUNTCATEGORY
                   MOVE WS-SPLITAMOUNT TO WS-COUNTAMOUNT
                   PERFORM 0000ADDBUDGETACTUAL
                 END-IF
             END-READ
           END-PERFORM
         END-IF.
         IF WS-SPLITLINES = ZERO
           MOVE WS-TRANSACTIONCATEGORY TO WS-COUNTCATEGORY
           MOVE WS-TRANSACTIONAMMOUNT TO WS-COUNTAMOUNT
           PERFORM 0000ADDBUDGETACTUAL
         END-IF.

       0000ADDBUDGETACTUAL.
         PERFORM VARYING WS-BUDIDX FROM 1 BY 1
             UNTIL WS-BUDIDX > WS-BUDCOUNT
           IF WS-BUDCAT(WS-BUDIDX) = WS-COUNTCATEGORY
               AND WS-BUDMONTH(WS-BUDIDX) = WS-RECORDMONTH
             ADD WS-COUNTAMOUNT TO WS-BUDACTUAL(WS-BUDIDX)
           END-IF
         END-PERFORM.

       0000FORECASTACCOUNT.
         MOVE WS-KEY1TOTAL TO WS-CURRENTACCOUNT.
         MOVE SPACES TO WS-CURRENTNAME.
         MOVE SPACES TO WS-ACCOUNTSTATUS.
         IF WS-ACCTMAST-AVAILABLE
           MOVE WS-CURRENTACCOUNT TO KEY1ACCOUNT
           READ INFILE-ACCOUNT INTO WS-ACCOUNTMASTERFD
             KEY IS KEY1ACCOUNT
             INVALID KEY MOVE SPACES TO WS-ACCOUNTSTATUS
             NOT INVALID KEY
               MOVE WS-ACCOUNTMASTERNAME TO WS-CURRENTNAME
           END-READ
         END-IF.
         IF WS-ACCOUNTSTATUS = "C"
           ADD 1 TO WS-ACCOUNTSCLOSED
         ELSE
           ADD 1 TO WS-ACCOUNTSFORECAST
           PERFORM VARYING WS-DAYIDX FROM 1 BY 1
               UNTIL WS-DAYIDX > WS-HORIZON
             MOVE ZERO TO WS-DAYDELTA(WS-DAYIDX)
           END-PERFORM
           MOVE WS-KEY1TOTALTOTAL TO WS-STARTBALANCE
           PERFORM 0000APPLYFUTUREPOSTINGS
           PERFORM 0000APPLYPENDING
           PERFORM 0000APPLYSTANDING
           IF WS-CURRENTACCOUNT = WS-BUDGETACCOUNT
             PERFORM 0000APPLYBUDGETS
           END-IF
           PERFORM 0000ROLLFORWARD
           PERFORM 0000PRINTACCOUNTLINE
           IF WS-SELECTACCOUNT NOT = ZERO
             PERFORM 0000PRINTDETAIL
           END-IF
         END-IF.

       0000APPLYFUTUREPOSTINGS.
         MOVE 0 TO WS-GROUPEOF.
         MOVE WS-CURRENTACCOUNT TO KEY2ACCOUNT.
         START INFILE KEY IS = KEY2ACCOUNT
           INVALID KEY MOVE 1 TO WS-GROUPEOF
         END-START.
         PERFORM UNTIL WS-GROUPEOF = 1
           READ INFILE NEXT RECORD INTO WS-INFILEFD
             AT END MOVE 1 TO WS-GROUPEOF
             NOT AT END
               IF WS-KEY2ACCOUNT NOT = WS-CURRENTACCOUNT
                 MOVE 1 TO WS-GROUPEOF
               ELSE
                 IF WS-CURRENTNAME = SPACES
                   MOVE WS-ACCOUNTNAME TO WS-CURRENTNAME
                 END-IF
                 IF WS-KEY1DATE(1:8) > CURRENTDATE
                   SUBTRACT WS-TRANSACTIONAMMOUNT
                     FROM WS-STARTBALANCE
                   MOVE WS-KEY1DATE(1:8) TO WS-FINDDATE
                   PERFORM 0000FINDDAY
                   IF WS-DAYFOUNDIDX NOT = ZERO
                     ADD WS-TRANSACTIONAMMOUNT
                       TO WS-DAYDELTA(WS-DAYFOUNDIDX)
                   END-IF
                 END-IF
               END-IF
           END-READ
         END-PERFORM.

       0000APPLYPENDING.
         IF WS-PENDING-AVAILABLE
           MOVE 0 TO WS-GROUPEOF
           MOVE WS-CURRENTACCOUNT TO PENDACCOUNT
           START INFILE-PENDING KEY IS = PENDACCOUNT
             INVALID KEY MOVE 1 TO WS-GROUPEOF
           END-START
           PERFORM UNTIL WS-GROUPEOF = 1
             READ INFILE-PENDING NEXT RECORD INTO WS-PENDINGFD
               AT END MOVE 1 TO WS-GROUPEOF
               NOT AT END
                 IF WS-PENDACCOUNT NOT = WS-CURRENTACCOUNT
                   MOVE 1 TO WS-GROUPEOF
                 ELSE
                   IF WS-PEND-PENDING
                     MOVE WS-PENDVALUEDATE TO WS-FINDDATE
                     PERFORM 0000FINDDAY
                     IF WS-DAYFOUNDIDX NOT = ZERO
                       ADD WS-PENDAMOUNT
                         TO WS-DAYDELTA(WS-DAYFOUNDIDX)
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
         END-IF.

       0000APPLYSTANDING.
         PERFORM VARYING WS-STOIDX FROM 1 BY 1
             UNTIL WS-STOIDX > WS-STOCOUNT
           IF WS-STOACCOUNT(WS-STOIDX) = WS-CURRENTACCOUNT
             PERFORM 0000APPLYSTANDINGDAYS
           END-IF
         END-PERFORM.

       0000APPLYSTANDINGDAYS.
         PERFORM VARYING WS-DAYIDX FROM 1 BY 1
             UNTIL WS-DAYIDX > WS-HORIZON
           MOVE WS-DAYDATE(WS-DAYIDX) TO WS-CALDATE
           IF (WS-CALDD = WS-STODAY(WS-STOIDX)
               OR (WS-DAYLAST(WS-DAYIDX) = "Y"
                   AND WS-STODAY(WS-STOIDX) > WS-CALDD))
               AND WS-CALDATE NOT < WS-STOSTART(WS-STOIDX)
               AND WS-CALDATE NOT > WS-STOEND(WS-STOIDX)
             MOVE WS-CALDATE(1:6) TO WS-CHECKMONTH
             PERFORM 0000CHECKMONTHPOSTED
             IF NOT WS-MONTH-POSTED
               ADD WS-STOAMOUNT(WS-STOIDX) TO WS-DAYDELTA(WS-DAYIDX)
             END-IF
           END-IF
         END-PERFORM.

       0000APPLYBUDGETS.
         PERFORM VARYING WS-BUDIDX FROM 1 BY 1
             UNTIL WS-BUDIDX > WS-BUDCOUNT
           COMPUTE WS-BUDREMAINING =
                   WS-BUDBUDGET(WS-BUDIDX) + WS-BUDACTUAL(WS-BUDIDX)
           IF WS-BUDREMAINING > ZERO
             PERFORM 0000SPREADBUDGET
           END-IF
         END-PERFORM.

       0000SPREADBUDGET.
         MOVE ZERO TO WS-BUDFIRSTIDX.
         MOVE ZERO TO WS-BUDLASTIDX.
         MOVE ZERO TO WS-BUDDAYSIN.
         PERFORM VARYING WS-DAYIDX FROM 1 BY 1
             UNTIL WS-DAYIDX > WS-HORIZON
           IF WS-DAYDATE(WS-DAYIDX)(1:6) = WS-BUDMONTH(WS-BUDIDX)
             IF WS-BUDFIRSTIDX = ZERO
               MOVE WS-DAYIDX TO WS-BUDFIRSTIDX
             END-IF
             MOVE WS-DAYIDX TO WS-BUDLASTIDX
             ADD 1 TO WS-BUDDAYSIN
           END-IF
         END-PERFORM.
         IF WS-BUDDAYSIN > ZERO
           IF WS-DAYLAST(WS-BUDLASTIDX) = "Y"
             MOVE WS-BUDDAYSIN TO WS-BUDDAYSMONTH
           ELSE
             MOVE WS-DAYDATE(WS-BUDFIRSTIDX) TO WS-CALDATE
             PERFORM 0000SETLASTDAY
             COMPUTE WS-BUDDAYSMONTH = WS-LASTDAY - WS-CALDD + 1
           END-IF
           COMPUTE WS-BUDPERDAY ROUNDED =
                   WS-BUDREMAINING / WS-BUDDAYSMONTH
           PERFORM VARYING WS-DAYIDX FROM WS-BUDFIRSTIDX BY 1
               UNTIL WS-DAYIDX > WS-BUDLASTIDX
             SUBTRACT WS-BUDPERDAY FROM WS-DAYDELTA(WS-DAYIDX)
           END-PERFORM
           IF WS-DAYLAST(WS-BUDLASTIDX) = "Y"
             COMPUTE WS-DAYDELTA(WS-BUDLASTIDX) =
                     WS-DAYDELTA(WS-BUDLASTIDX)
                     - (WS-BUDREMAINING
                        - WS-BUDPERDAY * WS-BUDDAYSMONTH)
           END-IF
         END-IF.

       0000ROLLFORWARD.
         MOVE WS-STARTBALANCE TO WS-RUNBALANCE.
         MOVE WS-STARTBALANCE TO WS-LOWBALANCE.
         MOVE CURRENTDATE TO WS-LOWDATE.
         MOVE ZERO TO WS-FIRSTNEGDATE.
         IF WS-STARTBALANCE < ZERO
           MOVE CURRENTDATE TO WS-FIRSTNEGDATE
         END-IF.
         PERFORM VARYING WS-DAYIDX FROM 1 BY 1
             UNTIL WS-DAYIDX > WS-HORIZON
           ADD WS-DAYDELTA(WS-DAYIDX) TO WS-RUNBALANCE
           IF WS-RUNBALANCE < WS-LOWBALANCE
             MOVE WS-RUNBALANCE TO WS-LOWBALANCE
             MOVE WS-DAYDATE(WS-DAYIDX) TO WS-LOWDATE
           END-IF
           IF WS-RUNBALANCE < ZERO AND WS-FIRSTNEGDATE = ZERO
             MOVE WS-DAYDATE(WS-DAYIDX) TO WS-FIRSTNEGDATE
           END-IF
         END-PERFORM.

       0000PRINTACCOUNTLINE.
         MOVE SPACES TO WS-FLAGTEXT.
         IF WS-FIRSTNEGDATE NOT = ZERO
           ADD 1 TO WS-ACCOUNTSNEGATIVE
           STRING "BELOW ZERO FROM " WS-FIRSTNEGDATE
             DELIMITED BY SIZE INTO WS-FLAGTEXT
           END-STRING
         END-IF.
         MOVE WS-STARTBALANCE TO WS-STARTDISPLAY.
         MOVE WS-RUNBALANCE TO WS-ENDDISPLAY.
         MOVE WS-LOWBALANCE TO WS-LOWDISPLAY.
         MOVE SPACES TO REPORTLINE.
         STRING
           WS-CURRENTACCOUNT " "
           WS-CURRENTNAME " "
           WS-KEY1TOTALCURRENCY " "
           WS-STARTDISPLAY " "
           WS-ENDDISPLAY " "
           WS-LOWDISPLAY " "
           WS-LOWDATE " "
           WS-FLAGTEXT
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.
         DISPLAY REPORTLINE.

       0000PRINTDETAIL.
         MOVE SPACES TO REPORTLINE.
         WRITE REPORTLINE.
         MOVE SPACES TO REPORTLINE.
         STRING
           "DATE           MOVEMENT       BALANCE"
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.
         MOVE WS-STARTBALANCE TO WS-RUNBALANCE.
         PERFORM VARYING WS-DAYIDX FROM 1 BY 1
             UNTIL WS-DAYIDX > WS-HORIZON
           ADD WS-DAYDELTA(WS-DAYIDX) TO WS-RUNBALANCE
           IF WS-DAYDELTA(WS-DAYIDX) NOT = ZERO
             MOVE WS-DAYDELTA(WS-DAYIDX) TO WS-DELTADISPLAY
             MOVE WS-RUNBALANCE TO WS-ENDDISPLAY
             MOVE SPACES TO REPORTLINE
             STRING
               WS-DAYDATE(WS-DAYIDX) " "
               WS-DELTADISPLAY " "
               WS-ENDDISPLAY
               DELIMITED BY SIZE INTO REPORTLINE
             END-STRING
             WRITE REPORTLINE
           END-IF
         END-PERFORM.
         MOVE SPACES TO REPORTLINE.
         WRITE REPORTLINE.
