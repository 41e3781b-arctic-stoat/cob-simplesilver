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
       PROGRAM-ID. cob-simplesilver22fees.
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
           SELECT INFILE-ARCHIVE
             ASSIGN TO DYNAMIC WS-ARCHFILENAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ARCHKEY1TRANS
             FILE STATUS IS WS-ARCHFSTAT.
           SELECT INFILE-ACCOUNT
             ASSIGN TO "cob-simplesilver01account.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1ACCOUNT
             FILE STATUS IS WS-ACCOUNTMFSTAT.
           SELECT INFILE-FEES
             ASSIGN TO "cob-simplesilver01fees.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1FEE
             FILE STATUS IS WS-FEESFSTAT.
           SELECT INFILE-BALHIST
             ASSIGN TO "cob-simplesilver01balhist.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1BALHIST
             FILE STATUS IS WS-BALHISTFSTAT.
           SELECT INFILE-JOURNAL
             ASSIGN TO "cob-simplesilver01feejournal.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.
           SELECT INFILE-RUNCTL
             ASSIGN TO "cob-simplesilver01runcontrol.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1RUNCTL
             FILE STATUS IS WS-RUNCTLFSTAT.
           SELECT INFILE-LOCK
             ASSIGN TO "cob-simplesilver01.lock"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-LOCKFSTAT.

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
             05 TRANSOPERATOR PIC X(08).

         FD INFILETOTAL
           RECORD CONTAINS 100 CHARACTERS.
           01 INFILETOTALFD.
             05 KEY1TOTAL PIC 9(15).
             05 KEY1TOTALCURRENCY PIC X(3).
             05 KEY1TOTALTOTAL PIC S9(9)9V99.

         FD INFILE-ARCHIVE
           RECORD CONTAINS 160 CHARACTERS.
           01 ARCHIVEFD.
             05 ARCHKEY1TRANS.
               10 ARCHKEY1DATE PIC 9(14).
               10 ARCHKEY1SEQ PIC 9(04).
             05 ARCHREST PIC X(142).

         FD INFILE-ACCOUNT
           RECORD CONTAINS 60 CHARACTERS.
           01 ACCOUNTMASTERFD.
             05 KEY1ACCOUNT PIC 9(15).
             05 ACCOUNTMASTERNAME PIC X(22).
             05 ACCOUNTTYPE PIC X(01).
             05 ACCOUNTOPENDATE PIC 9(08).
             05 ACCOUNTSTATUS PIC X(01).
             05 ACCOUNTODLIMIT PIC 9(7)9V99.

         FD INFILE-FEES
           RECORD CONTAINS 50 CHARACTERS.
           01 FEESFD.
             05 KEY1FEE PIC X(01).
             05 FEEMONTHLY PIC 9(7)9V99.
             05 FEEFREETRANS PIC 9(04).
             05 FEEPERTRANS PIC 9(7)9V99.
             05 FEEODDAY PIC 9(7)9V99.
             05 FEECATEGORY PIC X(04).
             05 FILLER PIC X(11).

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

         FD INFILE-JOURNAL
           DATA RECORD IS JOURNALLINE.
           01 JOURNALLINE PIC X(132).

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
         FD INFILE-LOCK
           DATA RECORD IS LOCKLINE.
           01 LOCKLINE PIC X(30).

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
             05 WS-TRANSOPERATOR PIC X(08).

         01 WS-TOTALFSTAT PIC X(02) VALUE SPACES.
         01 WS-INFILETOTALFD.
           05 WS-KEY1TOTAL PIC 9(15).
           05 WS-KEY1TOTALCURRENCY PIC X(3).
           05 WS-KEY1TOTALTOTAL PIC S9(9)9V99.

         01 WS-ARCHFSTAT PIC X(02) VALUE SPACES.
         01 WS-ARCHFILENAME PIC X(60) VALUE SPACES.

         01 WS-ACCOUNTMFSTAT PIC X(02) VALUE SPACES.
         01 WS-ACCOUNTMASTERFD.
           05 WS-KEY1ACCOUNT PIC 9(15).
           05 WS-ACCOUNTMASTERNAME PIC X(22).
           05 WS-ACCOUNTTYPE PIC X(01).
           05 WS-ACCOUNTOPENDATE PIC 9(08).
           05 WS-ACCOUNTSTATUS PIC X(01).
           05 WS-ACCOUNTODLIMIT PIC 9(7)9V99.
         01 WS-ACCTMASTFOUND PIC X(01) VALUE "N".
           88 WS-ACCTMAST-EXISTS VALUE "Y".

         01 WS-FEESFSTAT PIC X(02) VALUE SPACES.
         01 WS-FEESFD.
           05 WS-KEY1FEE PIC X(01).
           05 WS-FEEMONTHLY PIC 9(7)9V99.
           05 WS-FEEFREETRANS PIC 9(04).
           05 WS-FEEPERTRANS PIC 9(7)9V99.
           05 WS-FEEODDAY PIC 9(7)9V99.
           05 WS-FEECATEGORY PIC X(04).
           05 FILLER PIC X(11).
         01 WS-FEEFOUND PIC X(01) VALUE "N".
           88 WS-FEE-EXISTS VALUE "Y".

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
         01 WS-BALHISTAVAIL PIC X(01) VALUE "N".
           88 WS-BALHIST-AVAILABLE VALUE "Y".
         01 WS-HISTDATE PIC 9(08) VALUE ZERO.
         01 WS-HISTDATEX REDEFINES WS-HISTDATE.
           05 WS-HISTYYYYMM PIC 9(06).
           05 WS-HISTDD PIC 9(02).

         01 WS-FEEMONTH PIC 9(06) VALUE ZERO.
         01 WS-FEEMONTHX REDEFINES WS-FEEMONTH.
           05 WS-FEEYYYY PIC 9(04).
           05 WS-FEEMM PIC 9(02).
         01 WS-CURRENTMONTH PIC 9(06) VALUE ZERO.
         01 WS-CALDATE.
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
         01 WS-MONTHLASTDATE PIC 9(08) VALUE ZERO.
         01 WS-POSTINGMONTH PIC 9(06) VALUE ZERO.

         01 WS-MONTHPOSTINGS PIC 9(07) VALUE ZERO.
         01 WS-CHARGEABLE PIC 9(07) VALUE ZERO.
         01 WS-ODDAYS PIC 9(02) VALUE ZERO.
         01 WS-ODHISTDAYS PIC 9(02) VALUE ZERO.
         01 WS-ODPREVDD PIC 9(02) VALUE ZERO.
         01 WS-ODPREVNEG PIC X(01) VALUE "N".
         01 WS-MONTHLYCHARGE PIC S9(7)9V99 VALUE ZERO.
         01 WS-TRANSCHARGE PIC S9(7)9V99 VALUE ZERO.
         01 WS-ODCHARGE PIC S9(7)9V99 VALUE ZERO.
         01 WS-ACCOUNTFEETOTAL PIC S9(9)9V99 VALUE ZERO.
         01 WS-FEEPOSTAMOUNT PIC S9(7)9V99 VALUE ZERO.
         01 WS-FEEPOSTDESC PIC X(40) VALUE SPACES.
         01 WS-FEEPOSTFAILED PIC X(01) VALUE "N".

         01 WS-POSTKEY1DATE PIC 9(14) VALUE ZERO.
         01 WS-POSTRETRY PIC 9(04) VALUE ZERO.
         01 WS-POSTOK PIC X(01) VALUE "Y".
           88 WS-POST-DONE VALUE "Y".

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
         01 WS-RUNSCANEOF PIC 9 VALUE ZERO.
         01 WS-PRIORRUNFOUND PIC X(01) VALUE "N".
           88 WS-PRIORRUN-EXISTS VALUE "Y".
         01 WS-PRIOROUTCOME PIC X(08) VALUE SPACES.
         01 WS-RUNWRITEOK PIC X(01) VALUE "N".
           88 WS-RUNWRITE-DONE VALUE "Y".
         01 WS-RUNSTAMP PIC 9(14) VALUE ZERO.
         01 WS-RUNDATEANDTIME.
           05 WS-RUNCURRDATE PIC 9(08).
           05 WS-RUNCURRTIME.
             10 WS-RUNCURRHH PIC 99.
             10 WS-RUNCURRMM PIC 99.
             10 WS-RUNCURRSS PIC 99.
         01 WS-CHECKJOBNAME PIC X(08) VALUE SPACES.
         01 WS-CHECKDATEKEY PIC 9(08) VALUE ZERO.
         01 WS-CHECKSIGNATURE PIC X(40) VALUE SPACES.
         01 WS-LIVERUNKEY.
           05 WS-LIVERUNJOB PIC X(08).
           05 WS-LIVERUNDATE PIC 9(08).
           05 WS-LIVERUNSEQ PIC 9(04).

         01 WS-ACCOUNTSREAD PIC 9(07) VALUE ZERO.
         01 WS-ACCOUNTSCHARGED PIC 9(07) VALUE ZERO.
         01 WS-ACCOUNTSSKIPPED PIC 9(07) VALUE ZERO.
         01 WS-FEESPOSTED PIC 9(07) VALUE ZERO.
         01 WS-GRANDFEETOTAL PIC S9(9)9V99 VALUE ZERO.
         01 WS-JOURNALAMT PIC -9(8).99 VALUE ZERO.
         01 WS-JOURNALRATE PIC 9(8).99 VALUE ZERO.
         01 WS-JOURNALBAL PIC -9(10).99 VALUE ZERO.
         01 WS-LOCKFSTAT PIC X(02) VALUE SPACES.
         01 WS-LOCKINFO.
           05 WS-LOCKHOLDER PIC X(12).
           05 FILLER PIC X(02).
           05 WS-LOCKSTAMP PIC 9(14).
           05 FILLER PIC X(02).

       PROCEDURE DIVISION.

       0000MAINLINE.
         MOVE "FEES" TO WS-LOCKHOLDER.
         PERFORM 0000ACQUIRELOCK.

         DISPLAY "Enter FEE MONTH (yyyymm, 0=last month):".
         ACCEPT WS-FEEMONTH.
         ACCEPT WS-RUNCURRDATE FROM DATE yyyymmdd.
         COMPUTE WS-CURRENTMONTH = WS-RUNCURRDATE / 100.
         IF WS-FEEMONTH = ZERO
           MOVE WS-CURRENTMONTH TO WS-FEEMONTH
           IF WS-FEEMM = 1
             SUBTRACT 1 FROM WS-FEEYYYY
             MOVE 12 TO WS-FEEMM
           ELSE
             SUBTRACT 1 FROM WS-FEEMM
           END-IF
         END-IF.
         IF WS-FEEMM < 1 OR WS-FEEMM > 12
           DISPLAY "!ERROR FEE MONTH NOT VALID!"
           PERFORM 0000RELEASELOCK
           STOP RUN
         END-IF.
         IF WS-FEEMONTH NOT < WS-CURRENTMONTH
           DISPLAY "!ERROR FEE MONTH " WS-FEEMONTH
                   " HAS NOT ENDED YET!"
           PERFORM 0000RELEASELOCK
           STOP RUN
         END-IF.

         MOVE WS-FEEYYYY TO WS-CALYYYY.
         MOVE WS-FEEMM TO WS-CALMM.
         PERFORM 0000SETLASTDAY.
         COMPUTE WS-MONTHLASTDATE = WS-FEEMONTH * 100 + WS-LASTDAY.

         MOVE "FEES" TO WS-CHECKJOBNAME.
         COMPUTE WS-CHECKDATEKEY = WS-FEEMONTH * 100 + 1.
         MOVE SPACES TO WS-CHECKSIGNATURE.
         STRING "FEE MONTH " WS-FEEMONTH
           DELIMITED BY SIZE INTO WS-CHECKSIGNATURE
         END-STRING.
         PERFORM 0000CHECKPRIORRUN.
         IF WS-PRIORRUN-EXISTS
           DISPLAY "!RUN REFUSED - FEES ALREADY CHARGED FOR "
                   WS-FEEMONTH "!"
           IF WS-PRIOROUTCOME NOT = "SUCCESS"
             DISPLAY "Earlier run ended " WS-PRIOROUTCOME
                     " - check cob-simplesilver01feejournal.txt"
                     " and the account totals before charging"
                     " by hand."
           END-IF
           CLOSE INFILE-RUNCTL
           PERFORM 0000RELEASELOCK
           STOP RUN
         END-IF.
         PERFORM 0000WRITERUNSTART.

         OPEN INPUT INFILE-FEES.
         IF WS-FEESFSTAT = "35"
           DISPLAY "!ERROR NO FEE SCHEDULE FILE!"
           MOVE "FAILED" TO WS-RUNOUTCOME
           PERFORM 0000WRITERUNEND
           PERFORM 0000RELEASELOCK
           STOP RUN
         END-IF.

         OPEN INPUT INFILE-ACCOUNT.
         IF WS-ACCOUNTMFSTAT = "35"
           DISPLAY "!ERROR NO ACCOUNT MASTER FILE - "
                   "ACCOUNT TYPES UNKNOWN!"
           CLOSE INFILE-FEES
           MOVE "FAILED" TO WS-RUNOUTCOME
           PERFORM 0000WRITERUNEND
           PERFORM 0000RELEASELOCK
           STOP RUN
         END-IF.

         MOVE "N" TO WS-BALHISTAVAIL.
         OPEN INPUT INFILE-BALHIST.
         IF WS-BALHISTFSTAT = "35"
           DISPLAY "No balance history - no overdrawn days charged."
         ELSE
           MOVE "Y" TO WS-BALHISTAVAIL
         END-IF.

         OPEN I-O INFILE.
         OPEN I-O INFILETOTAL.
         OPEN OUTPUT INFILE-JOURNAL.

         ACCEPT WS-RUNCURRDATE FROM DATE yyyymmdd.
         COMPUTE WS-POSTKEY1DATE = WS-RUNCURRDATE * 1000000.

         MOVE SPACES TO JOURNALLINE.
         STRING "SERVICE CHARGE JOURNAL FOR " WS-FEEMONTH
           " POSTED " WS-RUNCURRDATE
           DELIMITED BY SIZE INTO JOURNALLINE
         END-STRING.
         WRITE JOURNALLINE.

         MOVE 0 TO WS-ENDOFFILE.
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ INFILETOTAL NEXT RECORD INTO WS-INFILETOTALFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               ADD 1 TO WS-ACCOUNTSREAD
               PERFORM 0000CHARGEACCOUNT
           END-READ
         END-PERFORM.

         MOVE SPACES TO JOURNALLINE.
         WRITE JOURNALLINE.
         MOVE WS-GRANDFEETOTAL TO WS-JOURNALBAL.
         MOVE SPACES TO JOURNALLINE.
         STRING "ACCOUNTS READ     " WS-ACCOUNTSREAD
           DELIMITED BY SIZE INTO JOURNALLINE
         END-STRING.
         WRITE JOURNALLINE.
         MOVE SPACES TO JOURNALLINE.
         STRING "ACCOUNTS CHARGED  " WS-ACCOUNTSCHARGED
           DELIMITED BY SIZE INTO JOURNALLINE
         END-STRING.
         WRITE JOURNALLINE.
         MOVE SPACES TO JOURNALLINE.
         STRING "ACCOUNTS SKIPPED  " WS-ACCOUNTSSKIPPED
           DELIMITED BY SIZE INTO JOURNALLINE
         END-STRING.
         WRITE JOURNALLINE.
         MOVE SPACES TO JOURNALLINE.
         STRING "FEES POSTED       " WS-FEESPOSTED
           " TOTAL " WS-JOURNALBAL
           DELIMITED BY SIZE INTO JOURNALLINE
         END-STRING.
         WRITE JOURNALLINE.

         CLOSE INFILE.
         CLOSE INFILETOTAL.
         CLOSE INFILE-FEES.
         CLOSE INFILE-ACCOUNT.
         IF WS-BALHIST-AVAILABLE
           CLOSE INFILE-BALHIST
         END-IF.
         CLOSE INFILE-JOURNAL.

         IF WS-FEEPOSTFAILED = "Y"
           MOVE "FAILED" TO WS-RUNOUTCOME
         ELSE
           MOVE "SUCCESS" TO WS-RUNOUTCOME
         END-IF.
         PERFORM 0000WRITERUNEND.

         DISPLAY "Fee month         : " WS-FEEMONTH.
         DISPLAY "Accounts read     : " WS-ACCOUNTSREAD.
         DISPLAY "Accounts charged  : " WS-ACCOUNTSCHARGED.
         DISPLAY "Accounts skipped  : " WS-ACCOUNTSSKIPPED.
         DISPLAY "Fees posted       : " WS-FEESPOSTED.
         DISPLAY "Journal written to cob-simplesilver01feejournal.txt".
         PERFORM 0000RELEASELOCK.
         STOP RUN.

       0000CHARGEACCOUNT.
         MOVE "N" TO WS-ACCTMASTFOUND.
         MOVE WS-KEY1TOTAL TO KEY1ACCOUNT.
         READ INFILE-ACCOUNT INTO WS-ACCOUNTMASTERFD
           KEY IS KEY1ACCOUNT
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE "Y" TO WS-ACCTMASTFOUND
         END-READ.

         MOVE SPACES TO JOURNALLINE.
         WRITE JOURNALLINE.
         IF NOT WS-ACCTMAST-EXISTS
           ADD 1 TO WS-ACCOUNTSSKIPPED
           MOVE SPACES TO JOURNALLINE
           STRING "SKIPPED ACCOUNT " WS-KEY1TOTAL
             " - NO ACCOUNT MASTER RECORD"
             DELIMITED BY SIZE INTO JOURNALLINE
           END-STRING
           WRITE JOURNALLINE
         ELSE
           IF WS-ACCOUNTSTATUS = "C"
             ADD 1 TO WS-ACCOUNTSSKIPPED
             MOVE SPACES TO JOURNALLINE
             STRING "SKIPPED ACCOUNT " WS-KEY1TOTAL
               " " WS-ACCOUNTMASTERNAME
               " - ACCOUNT IS CLOSED"
               DELIMITED BY SIZE INTO JOURNALLINE
             END-STRING
             WRITE JOURNALLINE
           ELSE
             IF WS-ACCOUNTOPENDATE > WS-MONTHLASTDATE
               ADD 1 TO WS-ACCOUNTSSKIPPED
               MOVE SPACES TO JOURNALLINE
               STRING "SKIPPED ACCOUNT " WS-KEY1TOTAL
                 " " WS-ACCOUNTMASTERNAME
                 " - OPENED " WS-ACCOUNTOPENDATE
                 " AFTER THE FEE MONTH"
                 DELIMITED BY SIZE INTO JOURNALLINE
               END-STRING
               WRITE JOURNALLINE
             ELSE
               PERFORM 0000CHARGEOPENACCOUNT
             END-IF
           END-IF
         END-IF.

       0000CHARGEOPENACCOUNT.
         MOVE "N" TO WS-FEEFOUND.
         MOVE WS-ACCOUNTTYPE TO KEY1FEE.
         READ INFILE-FEES INTO WS-FEESFD
           KEY IS KEY1FEE
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE "Y" TO WS-FEEFOUND
         END-READ.
         IF NOT WS-FEE-EXISTS
           ADD 1 TO WS-ACCOUNTSSKIPPED
           MOVE SPACES TO JOURNALLINE
           STRING "SKIPPED ACCOUNT " WS-KEY1TOTAL
             " " WS-ACCOUNTMASTERNAME
             " - NO FEE SCHEDULE FOR ACCOUNT TYPE " WS-ACCOUNTTYPE
             DELIMITED BY SIZE INTO JOURNALLINE
           END-STRING
           WRITE JOURNALLINE
         ELSE
           PERFORM 0000COUNTPOSTINGS
           PERFORM 0000COUNTOVERDRAWN
           PERFORM 0000CALCULATEFEES
           PERFORM 0000POSTFEES
         END-IF.

       0000COUNTPOSTINGS.
         MOVE ZERO TO WS-MONTHPOSTINGS.
         MOVE SPACES TO WS-ARCHFILENAME.
         STRING
           "cob-simplesilver01archive." DELIMITED BY SIZE
           WS-KEY1TOTAL DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           WS-FEEMONTH DELIMITED BY SIZE
           ".idx" DELIMITED BY SIZE
           INTO WS-ARCHFILENAME
         END-STRING.
         OPEN INPUT INFILE-ARCHIVE.
         IF WS-ARCHFSTAT NOT = "35"
           MOVE 0 TO WS-GROUPEOF
           PERFORM UNTIL WS-GROUPEOF = 1
             READ INFILE-ARCHIVE NEXT RECORD INTO WS-INFILEFD
               AT END MOVE 1 TO WS-GROUPEOF
               NOT AT END PERFORM 0000COUNTONEPOSTING
             END-READ
           END-PERFORM
           CLOSE INFILE-ARCHIVE
         END-IF.

         MOVE 0 TO WS-GROUPEOF.
         MOVE WS-KEY1TOTAL TO KEY2ACCOUNT.
         START INFILE KEY IS = KEY2ACCOUNT
           INVALID KEY MOVE 1 TO WS-GROUPEOF
         END-START.
         PERFORM UNTIL WS-GROUPEOF = 1
           READ INFILE NEXT RECORD INTO WS-INFILEFD
             AT END MOVE 1 TO WS-GROUPEOF
             NOT AT END
               IF WS-KEY2ACCOUNT NOT = WS-KEY1TOTAL
                 MOVE 1 TO WS-GROUPEOF
               ELSE
                 PERFORM 0000COUNTONEPOSTING
               END-IF
           END-READ
         END-PERFORM.
         MOVE 0 TO WS-GROUPEOF.

       0000COUNTONEPOSTING.
         COMPUTE WS-POSTINGMONTH = WS-KEY1DATE / 100000000.
         IF WS-POSTINGMONTH = WS-FEEMONTH
             AND WS-TRANSACTIONDESCRIPTION NOT = "ARCHIVED BALANCE"
             AND WS-TRANSOPERATOR NOT = "FEES"
           ADD 1 TO WS-MONTHPOSTINGS
         END-IF.

       0000COUNTOVERDRAWN.
         MOVE ZERO TO WS-ODDAYS.
         MOVE ZERO TO WS-ODHISTDAYS.
         MOVE ZERO TO WS-ODPREVDD.
         MOVE "N" TO WS-ODPREVNEG.
         IF WS-BALHIST-AVAILABLE
           MOVE WS-KEY1TOTAL TO BALHISTACCOUNT
           COMPUTE BALHISTDATE = WS-FEEMONTH * 100 + 1
           MOVE 0 TO WS-GROUPEOF
           START INFILE-BALHIST KEY IS NOT LESS THAN KEY1BALHIST
             INVALID KEY MOVE 1 TO WS-GROUPEOF
           END-START
           PERFORM UNTIL WS-GROUPEOF = 1
             READ INFILE-BALHIST NEXT RECORD INTO WS-BALHISTFD
               AT END MOVE 1 TO WS-GROUPEOF
               NOT AT END
                 IF WS-BALHISTACCOUNT NOT = WS-KEY1TOTAL
                     OR WS-BALHISTDATE > WS-MONTHLASTDATE
                   MOVE 1 TO WS-GROUPEOF
                 ELSE
                   PERFORM 0000COUNTODDAY
                 END-IF
             END-READ
           END-PERFORM
           MOVE 0 TO WS-GROUPEOF
           IF WS-ODPREVNEG = "Y"
             COMPUTE WS-ODDAYS = WS-ODDAYS + WS-LASTDAY - WS-ODPREVDD
           END-IF
         END-IF.

       0000COUNTODDAY.
         ADD 1 TO WS-ODHISTDAYS.
         MOVE WS-BALHISTDATE TO WS-HISTDATE.
         IF WS-ODPREVNEG = "Y"
           COMPUTE WS-ODDAYS = WS-ODDAYS + WS-HISTDD - WS-ODPREVDD - 1
         END-IF.
         IF WS-BALHISTCLOSING < ZERO
           ADD 1 TO WS-ODDAYS
           MOVE "Y" TO WS-ODPREVNEG
         ELSE
           MOVE "N" TO WS-ODPREVNEG
         END-IF.
         MOVE WS-HISTDD TO WS-ODPREVDD.

       0000CALCULATEFEES.
         MOVE WS-FEEMONTHLY TO WS-MONTHLYCHARGE.
         MOVE ZERO TO WS-CHARGEABLE.
         IF WS-MONTHPOSTINGS > WS-FEEFREETRANS
           COMPUTE WS-CHARGEABLE = WS-MONTHPOSTINGS - WS-FEEFREETRANS
         END-IF.
         COMPUTE WS-TRANSCHARGE = WS-CHARGEABLE * WS-FEEPERTRANS.
         COMPUTE WS-ODCHARGE = WS-ODDAYS * WS-FEEODDAY.
         COMPUTE WS-ACCOUNTFEETOTAL =
                 WS-MONTHLYCHARGE + WS-TRANSCHARGE + WS-ODCHARGE.

         MOVE SPACES TO JOURNALLINE.
         STRING "ACCOUNT " WS-KEY1TOTAL " " WS-ACCOUNTMASTERNAME
           " TYPE " WS-ACCOUNTTYPE
           " CURRENCY " WS-KEY1TOTALCURRENCY
           " FEE CATEGORY " WS-FEECATEGORY
           DELIMITED BY SIZE INTO JOURNALLINE
         END-STRING.
         WRITE JOURNALLINE.

         MOVE WS-MONTHLYCHARGE TO WS-JOURNALAMT.
         MOVE SPACES TO JOURNALLINE.
         STRING "  MONTHLY FEE       FLAT RATE"
           "                                      "
           WS-JOURNALAMT
           DELIMITED BY SIZE INTO JOURNALLINE
         END-STRING.
         WRITE JOURNALLINE.

         MOVE WS-FEEPERTRANS TO WS-JOURNALRATE.
         MOVE WS-TRANSCHARGE TO WS-JOURNALAMT.
         MOVE SPACES TO JOURNALLINE.
         STRING "  TRANSACTION FEE   " WS-MONTHPOSTINGS
           " POSTED - " WS-FEEFREETRANS " FREE = "
           WS-CHARGEABLE " X " WS-JOURNALRATE " "
           WS-JOURNALAMT
           DELIMITED BY SIZE INTO JOURNALLINE
         END-STRING.
         WRITE JOURNALLINE.

         MOVE WS-FEEODDAY TO WS-JOURNALRATE.
         MOVE WS-ODCHARGE TO WS-JOURNALAMT.
         MOVE SPACES TO JOURNALLINE.
         IF WS-BALHIST-AVAILABLE AND WS-ODHISTDAYS > ZERO
           STRING "  OVERDRAWN FEE     " WS-ODDAYS
             " DAYS ENDED OVERDRAWN (" WS-ODHISTDAYS
             " ON HISTORY) X " WS-JOURNALRATE "  "
             WS-JOURNALAMT
             DELIMITED BY SIZE INTO JOURNALLINE
           END-STRING
         ELSE
           STRING "  OVERDRAWN FEE     NO BALANCE HISTORY FOR THE MONTH"
             "        " WS-JOURNALAMT
             DELIMITED BY SIZE INTO JOURNALLINE
           END-STRING
         END-IF.
         WRITE JOURNALLINE.

       0000POSTFEES.
         IF WS-ACCOUNTFEETOTAL = ZERO
           MOVE SPACES TO JOURNALLINE
           STRING "  NOTHING TO CHARGE"
             DELIMITED BY SIZE INTO JOURNALLINE
           END-STRING
           WRITE JOURNALLINE
         ELSE
           MOVE ZERO TO WS-ACCOUNTFEETOTAL
           IF WS-MONTHLYCHARGE > ZERO
             COMPUTE WS-FEEPOSTAMOUNT = ZERO - WS-MONTHLYCHARGE
             MOVE SPACES TO WS-FEEPOSTDESC
             STRING "MONTHLY FEE " WS-FEEMONTH
               DELIMITED BY SIZE INTO WS-FEEPOSTDESC
             END-STRING
             PERFORM 0000WRITEFEEPOST
           END-IF
           IF WS-TRANSCHARGE > ZERO
             COMPUTE WS-FEEPOSTAMOUNT = ZERO - WS-TRANSCHARGE
             MOVE SPACES TO WS-FEEPOSTDESC
             STRING "TRANSACTION FEE " WS-FEEMONTH
               DELIMITED BY SIZE INTO WS-FEEPOSTDESC
             END-STRING
             PERFORM 0000WRITEFEEPOST
           END-IF
           IF WS-ODCHARGE > ZERO
             COMPUTE WS-FEEPOSTAMOUNT = ZERO - WS-ODCHARGE
             MOVE SPACES TO WS-FEEPOSTDESC
             STRING "OVERDRAWN FEE " WS-FEEMONTH
               DELIMITED BY SIZE INTO WS-FEEPOSTDESC
             END-STRING
             PERFORM 0000WRITEFEEPOST
           END-IF

           MOVE WS-INFILETOTALFD TO INFILETOTALFD
           COMPUTE KEY1TOTALTOTAL =
                   WS-KEY1TOTALTOTAL + WS-ACCOUNTFEETOTAL
           REWRITE INFILETOTALFD
             INVALID KEY
               DISPLAY "!ERROR UPDATING TOTAL RECORD "
                       WS-KEY1TOTAL "!"
               MOVE "Y" TO WS-FEEPOSTFAILED
           END-REWRITE

           ADD 1 TO WS-ACCOUNTSCHARGED
           ADD WS-ACCOUNTFEETOTAL TO WS-GRANDFEETOTAL
           MOVE WS-ACCOUNTFEETOTAL TO WS-JOURNALAMT
           MOVE KEY1TOTALTOTAL TO WS-JOURNALBAL
           MOVE SPACES TO JOURNALLINE
           STRING "  TOTAL CHARGED" "                                "
             "                   " WS-JOURNALAMT
             "  NEW BALANCE " WS-JOURNALBAL
             DELIMITED BY SIZE INTO JOURNALLINE
           END-STRING
           WRITE JOURNALLINE
         END-IF.

       0000WRITEFEEPOST.
         MOVE 0 TO WS-POSTRETRY.
         MOVE "N" TO WS-POSTOK.
         PERFORM UNTIL WS-POST-DONE OR WS-POSTRETRY > 9998
           MOVE WS-POSTKEY1DATE TO KEY1DATE
           MOVE WS-POSTRETRY TO KEY1SEQ
           MOVE WS-KEY1TOTAL TO KEY2ACCOUNT
           MOVE WS-ACCOUNTMASTERNAME TO ACCOUNTNAME
           MOVE WS-FEEPOSTDESC TO TRANSACTIONDESCRIPTION
           MOVE WS-FEEPOSTAMOUNT TO TRANSACTIONAMMOUNT
           MOVE WS-FEECATEGORY TO TRANSACTIONCATEGORY
           MOVE SPACES TO TRANSACTIONCLEARED
           MOVE SPACES TO TRANSORIGCURRENCY
           MOVE ZERO TO TRANSORIGAMOUNT
           MOVE ZERO TO TRANSRATEUSED
           MOVE SPACES TO TRANSREVERSALFLAG
           MOVE ZERO TO TRANSREVERSALREF
           MOVE "FEES" TO TRANSOPERATOR
           WRITE INFILEFD
             INVALID KEY ADD 1 TO WS-POSTRETRY
             NOT INVALID KEY MOVE "Y" TO WS-POSTOK
           END-WRITE
         END-PERFORM.

         IF NOT WS-POST-DONE
           MOVE "Y" TO WS-FEEPOSTFAILED
           MOVE SPACES TO JOURNALLINE
           STRING "  NOT POSTED " WS-FEEPOSTDESC
             " - RECORD ALREADY EXIST"
             DELIMITED BY SIZE INTO JOURNALLINE
           END-STRING
           WRITE JOURNALLINE
         ELSE
           ADD 1 TO WS-FEESPOSTED
           ADD WS-FEEPOSTAMOUNT TO WS-ACCOUNTFEETOTAL
           MOVE SPACES TO JOURNALLINE
           STRING "  POSTED " KEY1TRANS " " WS-FEEPOSTDESC
             DELIMITED BY SIZE INTO JOURNALLINE
           END-STRING
           WRITE JOURNALLINE
         END-IF.

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

       0000OPENRUNCTL.
         OPEN I-O INFILE-RUNCTL.
         IF WS-RUNCTLFSTAT = "35"
           OPEN OUTPUT INFILE-RUNCTL
           CLOSE INFILE-RUNCTL
           OPEN I-O INFILE-RUNCTL
         END-IF.

       0000CHECKPRIORRUN.
         MOVE "N" TO WS-PRIORRUNFOUND.
         PERFORM 0000OPENRUNCTL.
         MOVE WS-CHECKJOBNAME TO RUNJOBNAME.
         MOVE ZERO TO RUNDATEKEY.
         MOVE ZERO TO RUNSEQ.
         MOVE 0 TO WS-RUNSCANEOF.
         START INFILE-RUNCTL KEY IS NOT LESS THAN KEY1RUNCTL
           INVALID KEY MOVE 1 TO WS-RUNSCANEOF
         END-START.
         PERFORM UNTIL WS-RUNSCANEOF = 1
           READ INFILE-RUNCTL NEXT RECORD INTO WS-RUNCTLFD
             AT END MOVE 1 TO WS-RUNSCANEOF
             NOT AT END
               IF WS-RUNJOBNAME NOT = WS-CHECKJOBNAME
                 MOVE 1 TO WS-RUNSCANEOF
               ELSE
                 IF WS-RUNSIGNATURE = WS-CHECKSIGNATURE
                   IF WS-RUNOUTCOME = "SUCCESS"
                       OR WS-RUNOUTCOME = "STARTED"
                       OR WS-RUNRECORDSPOSTED > ZERO
                     MOVE "Y" TO WS-PRIORRUNFOUND
                     MOVE WS-RUNOUTCOME TO WS-PRIOROUTCOME
                   END-IF
                 END-IF
               END-IF
           END-READ
         END-PERFORM.

       0000WRITERUNSTART.
         ACCEPT WS-RUNCURRDATE FROM DATE yyyymmdd.
         ACCEPT WS-RUNCURRTIME FROM TIME.
         MOVE WS-RUNDATEANDTIME TO WS-RUNSTAMP.
         MOVE ZERO TO WS-RUNSEQ.
         MOVE "N" TO WS-RUNWRITEOK.
         PERFORM UNTIL WS-RUNWRITE-DONE OR WS-RUNSEQ > 9998
           MOVE WS-CHECKJOBNAME TO RUNJOBNAME
           MOVE WS-CHECKDATEKEY TO RUNDATEKEY
           MOVE WS-RUNSEQ TO RUNSEQ
           MOVE WS-RUNSTAMP TO RUNSTARTSTAMP
           MOVE ZERO TO RUNENDSTAMP
           MOVE ZERO TO RUNRECORDSREAD
           MOVE ZERO TO RUNRECORDSPOSTED
           MOVE ZERO TO RUNRECORDSREJECTED
           MOVE "STARTED" TO RUNOUTCOME
           MOVE WS-CHECKSIGNATURE TO RUNSIGNATURE
           WRITE RUNCTLFD
             INVALID KEY ADD 1 TO WS-RUNSEQ
             NOT INVALID KEY MOVE "Y" TO WS-RUNWRITEOK
           END-WRITE
         END-PERFORM.
         IF NOT WS-RUNWRITE-DONE
           DISPLAY "!ERROR WRITING RUN CONTROL RECORD!"
         END-IF.
         MOVE KEY1RUNCTL TO WS-LIVERUNKEY.

       0000WRITERUNEND.
         ACCEPT WS-RUNCURRDATE FROM DATE yyyymmdd.
         ACCEPT WS-RUNCURRTIME FROM TIME.
         MOVE WS-RUNDATEANDTIME TO WS-RUNSTAMP.
         MOVE WS-LIVERUNKEY TO KEY1RUNCTL.
         READ INFILE-RUNCTL
           KEY IS KEY1RUNCTL
           INVALID KEY DISPLAY "!ERROR RUN CONTROL RECORD LOST!"
           NOT INVALID KEY
             MOVE WS-RUNSTAMP TO RUNENDSTAMP
             MOVE WS-ACCOUNTSREAD TO RUNRECORDSREAD
             MOVE WS-FEESPOSTED TO RUNRECORDSPOSTED
             MOVE WS-ACCOUNTSSKIPPED TO RUNRECORDSREJECTED
             MOVE WS-RUNOUTCOME TO RUNOUTCOME
             REWRITE RUNCTLFD
               INVALID KEY DISPLAY "!ERROR UPDATING RUN CONTROL!"
             END-REWRITE
         END-READ.
         CLOSE INFILE-RUNCTL.

       0000ACQUIRELOCK.
         OPEN INPUT INFILE-LOCK.
         IF WS-LOCKFSTAT = "00"
           READ INFILE-LOCK INTO WS-LOCKINFO
             AT END CONTINUE
           END-READ
           CLOSE INFILE-LOCK
           DISPLAY "!ERROR DATABASE LOCKED BY " WS-LOCKHOLDER
                   " SINCE " WS-LOCKSTAMP "!"
           DISPLAY "If that run is no longer active delete "
                   "cob-simplesilver01.lock and retry."
           STOP RUN
         END-IF.

         ACCEPT WS-RUNCURRDATE FROM DATE yyyymmdd.
         ACCEPT WS-RUNCURRTIME FROM TIME.
         MOVE WS-RUNDATEANDTIME TO WS-LOCKSTAMP.
         OPEN OUTPUT INFILE-LOCK.
         MOVE WS-LOCKINFO TO LOCKLINE.
         WRITE LOCKLINE.
         CLOSE INFILE-LOCK.

       0000RELEASELOCK.
         DELETE FILE
           INFILE-LOCK
         END-DELETE.
