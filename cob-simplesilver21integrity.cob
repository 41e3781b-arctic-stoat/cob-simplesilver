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
       PROGRAM-ID. cob-simplesilver21integrity.
       AUTHOR.  "Christer Stig Åke Landstedt".

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT INFILE ASSIGN TO "cob-simplesilver01.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1TRANS
             ALTERNATE RECORD KEY IS KEY2ACCOUNT WITH DUPLICATES
             FILE STATUS IS WS-INFILEFSTAT.
           SELECT INFILE-REF ASSIGN TO "cob-simplesilver01.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS REFKEY1TRANS
             ALTERNATE RECORD KEY IS REFKEY2ACCOUNT WITH DUPLICATES
             FILE STATUS IS WS-REFFSTAT.
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
           SELECT INFILE-CATEGORY
             ASSIGN TO "cob-simplesilver01category.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1CATEGORY
             FILE STATUS IS WS-CATEGORYFSTAT.
           SELECT INFILE-SPLIT
             ASSIGN TO "cob-simplesilver01split.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1SPLIT
             FILE STATUS IS WS-SPLITFSTAT.
           SELECT INFILE-STANDING
             ASSIGN TO "cob-simplesilver01standing.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1STANDING
             FILE STATUS IS WS-STANDINGFSTAT.
           SELECT INFILE-BUDGET
             ASSIGN TO "cob-simplesilver01budget.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1BUDGET
             FILE STATUS IS WS-BUDGETFSTAT.
           SELECT INFILE-RULES
             ASSIGN TO "cob-simplesilver01rules.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1RULE
             FILE STATUS IS WS-RULESFSTAT.
           SELECT INFILE-PENDING
             ASSIGN TO "cob-simplesilver01pending.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1PENDING
             ALTERNATE RECORD KEY IS PENDACCOUNT WITH DUPLICATES
             FILE STATUS IS WS-PENDINGFSTAT.
           SELECT INFILE-RUNCTL
             ASSIGN TO "cob-simplesilver01runcontrol.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1RUNCTL
             FILE STATUS IS WS-RUNCTLFSTAT.
           SELECT INFILE-REPORT
             ASSIGN TO "cob-simplesilver01integrity.txt"
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

         FD INFILE-REF
           RECORD CONTAINS 160 CHARACTERS.
           01 REFFD.
             05 REFKEY1TRANS PIC 9(18).
             05 REFKEY2ACCOUNT PIC 9(15).
             05 REFREST PIC X(127).

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

         FD INFILE-CATEGORY
           RECORD CONTAINS 40 CHARACTERS.
           01 CATEGORYFD.
             05 KEY1CATEGORY PIC X(04).
             05 CATEGORYNAME PIC X(30).

         FD INFILE-SPLIT
           RECORD CONTAINS 40 CHARACTERS.
           01 SPLITFD.
             05 KEY1SPLIT.
               10 SPLITTRANS PIC 9(18).
               10 SPLITLINE PIC 9(02).
             05 SPLITCATEGORY PIC X(04).
             05 SPLITAMOUNT PIC S9(7)9V99.
             05 FILLER PIC X(06).

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

         FD INFILE-BUDGET
           RECORD CONTAINS 30 CHARACTERS.
           01 BUDGETFD.
             05 KEY1BUDGET.
               10 BUDGETCATEGORY PIC X(04).
               10 BUDGETMONTH PIC 9(06).
             05 BUDGETAMOUNT PIC S9(7)9V99.

         FD INFILE-RULES
           RECORD CONTAINS 30 CHARACTERS.
           01 RULESFD.
             05 KEY1RULE PIC 9(04).
             05 RULEPATTERN PIC X(20).
             05 RULECATEGORY PIC X(04).

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
         01 WS-INFILEFSTAT PIC X(02) VALUE SPACES.
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
         01 WS-THISKEY PIC 9(18) VALUE ZERO.

         01 WS-REFFSTAT PIC X(02) VALUE SPACES.
         01 WS-REFINFILEFD.
             05 WS-REFKEY1TRANS.
               10 WS-REFKEY1DATE  PIC 9(14).
               10 WS-REFKEY1SEQ PIC 9(04).
             05 WS-REFKEY2ACCOUNT PIC 9(15).
             05 WS-REFACCOUNTNAME PIC X(22).
             05 WS-REFDESCRIPTION PIC X(40).
             05 WS-REFAMMOUNT PIC S9(7)9V99.
             05 WS-REFCATEGORY PIC X(04).
             05 WS-REFCLEARED PIC X(01).
             05 WS-REFORIGCURRENCY PIC X(03).
             05 WS-REFORIGAMOUNT PIC S9(7)9V99.
             05 WS-REFRATEUSED PIC 9(4)V9(6).
             05 WS-REFREVERSALFLAG PIC X(01).
             05 WS-REFREVERSALREF PIC 9(18).
             05 FILLER PIC X(08).
         01 WS-REFFOUND PIC X(01) VALUE "N".
           88 WS-REF-EXISTS VALUE "Y".
         01 WS-REFSUM PIC S9(9)9V99 VALUE ZERO.

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
         01 WS-ACCTMASTAVAIL PIC X(01) VALUE "N".
           88 WS-ACCTMAST-AVAILABLE VALUE "Y".

         01 WS-CATEGORYFSTAT PIC X(02) VALUE SPACES.
         01 WS-CATAVAIL PIC X(01) VALUE "N".
           88 WS-CAT-AVAILABLE VALUE "Y".

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
         01 WS-SPLITSUM PIC S9(9)9V99 VALUE ZERO.

         01 WS-STANDINGFSTAT PIC X(02) VALUE SPACES.
         01 WS-STANDINGFD.
           05 WS-KEY1STANDING PIC 9(04).
           05 WS-STANDINGACCOUNT PIC 9(15).
           05 WS-STANDINGDESCRIPTION PIC X(40).
           05 WS-STANDINGAMOUNT PIC S9(7)9V99.
           05 WS-STANDINGDAY PIC 9(02).
           05 WS-STANDINGSTARTDATE PIC 9(08).
           05 WS-STANDINGENDDATE PIC 9(08).

         01 WS-BUDGETFSTAT PIC X(02) VALUE SPACES.
         01 WS-BUDGETFD.
           05 WS-KEY1BUDGET.
             10 WS-BUDGETCATEGORY PIC X(04).
             10 WS-BUDGETMONTH PIC 9(06).
           05 WS-BUDGETAMOUNT PIC S9(7)9V99.

         01 WS-RULESFSTAT PIC X(02) VALUE SPACES.
         01 WS-RULESFD.
           05 WS-KEY1RULE PIC 9(04).
           05 WS-RULEPATTERN PIC X(20).
           05 WS-RULECATEGORY PIC X(04).

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

         01 WS-RUNCTLFSTAT PIC X(02) VALUE SPACES.
         01 WS-RUNWRITEOK PIC X(01) VALUE "N".
           88 WS-RUNWRITE-DONE VALUE "Y".
         01 WS-RUNSEQ PIC 9(04) VALUE ZERO.
         01 WS-RUNOUTCOME PIC X(08) VALUE SPACES.
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

         01 WS-CHECKDATE PIC 9(08) VALUE ZERO.
         01 WS-CHECKDATEX REDEFINES WS-CHECKDATE.
           05 WS-CHECKYYYY PIC 9(04).
           05 WS-CHECKMM PIC 9(02).
           05 WS-CHECKDD PIC 9(02).

         01 WS-LOOKACCOUNT PIC 9(15) VALUE ZERO.
         01 WS-LOOKTOTALFOUND PIC X(01) VALUE "N".
           88 WS-LOOKTOTAL-EXISTS VALUE "Y".
         01 WS-LOOKMASTERFOUND PIC X(01) VALUE "N".
           88 WS-LOOKMASTER-EXISTS VALUE "Y".
         01 WS-LOOKCLOSED PIC X(01) VALUE "N".
           88 WS-LOOK-CLOSED VALUE "Y".
         01 WS-LOOKCURRENCY PIC X(03) VALUE SPACES.
         01 WS-LOOKCATEGORY PIC X(04) VALUE SPACES.
         01 WS-LOOKCATFOUND PIC X(01) VALUE "N".
           88 WS-LOOKCAT-EXISTS VALUE "Y".

         01 WS-CURRENTACCOUNT PIC 9(15) VALUE ZERO.
         01 WS-FIRSTACCOUNT PIC X(01) VALUE "Y".
         01 WS-FXCHECK PIC S9(7)9V99 VALUE ZERO.

         01 WS-EXCCODE PIC X(08) VALUE SPACES.
         01 WS-EXCKEY PIC X(20) VALUE SPACES.
         01 WS-EXCDETAIL PIC X(90) VALUE SPACES.
         01 WS-EXCTAB.
           05 WS-EXCENTRY OCCURS 20.
             10 WS-EXCTABCODE PIC X(08).
             10 WS-EXCTABCOUNT PIC 9(07).
         01 WS-EXCCOUNTX PIC 9(02) VALUE ZERO.
         01 WS-EXCIDX PIC 9(02) VALUE ZERO.
         01 WS-EXCFOUNDIDX PIC 9(02) VALUE ZERO.
         01 WS-EXCEPTIONS PIC 9(07) VALUE ZERO.

         01 WS-AMOUNTDISPLAY PIC -9(8).99 VALUE ZERO.
         01 WS-AMOUNTDISPLAY2 PIC -9(8).99 VALUE ZERO.

         01 WS-POSTINGSREAD PIC 9(07) VALUE ZERO.
         01 WS-MASTERSREAD PIC 9(07) VALUE ZERO.
         01 WS-RECORDSCHECKED PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       0000MAINLINE.
         DISPLAY "Enter CHECK DATE (yyyymmdd, 0=today):".
         ACCEPT WS-CHECKDATE.
         ACCEPT WS-RUNCURRDATE FROM DATE yyyymmdd.
         IF WS-CHECKDATE = ZERO
           MOVE WS-RUNCURRDATE TO WS-CHECKDATE
         END-IF.
         IF WS-CHECKMM < 1 OR WS-CHECKMM > 12
             OR WS-CHECKDD < 1 OR WS-CHECKDD > 31
           DISPLAY "!ERROR CHECK DATE NOT VALID!"
           STOP RUN
         END-IF.

         MOVE "INTEGRTY" TO WS-CHECKJOBNAME.
         MOVE WS-CHECKDATE TO WS-CHECKDATEKEY.
         MOVE SPACES TO WS-CHECKSIGNATURE.
         STRING "INTEGRITY CHECK " WS-CHECKDATE
           DELIMITED BY SIZE INTO WS-CHECKSIGNATURE
         END-STRING.
         PERFORM 0000OPENRUNCTL.
         PERFORM 0000WRITERUNSTART.

         OPEN OUTPUT INFILE-REPORT.
         MOVE SPACES TO REPORTLINE.
         STRING
           "INTEGRITY CHECK EXCEPTIONS " WS-CHECKDATE
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.
         MOVE SPACES TO REPORTLINE.
         STRING
           "CHECK    KEY                  DETAIL"
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.

         OPEN INPUT INFILETOTAL.
         IF WS-TOTALFSTAT = "35"
           MOVE "NOFILE" TO WS-EXCCODE
           MOVE "TOTAL" TO WS-EXCKEY
           MOVE "ACCOUNT TOTAL FILE MISSING" TO WS-EXCDETAIL
           PERFORM 0000WRITEEXCEPTION
           MOVE "FAILED" TO WS-RUNOUTCOME
           PERFORM 0000FINISHRUN
           STOP RUN
         END-IF.

         OPEN INPUT INFILE-ACCOUNT.
         IF WS-ACCOUNTMFSTAT = "35"
           MOVE "N" TO WS-ACCTMASTAVAIL
           MOVE "NOFILE" TO WS-EXCCODE
           MOVE "ACCOUNT" TO WS-EXCKEY
           MOVE "ACCOUNT MASTER FILE MISSING - MASTER CHECKS SKIPPED"
             TO WS-EXCDETAIL
           PERFORM 0000WRITEEXCEPTION
         ELSE
           MOVE "Y" TO WS-ACCTMASTAVAIL
         END-IF.

         OPEN INPUT INFILE-CATEGORY.
         IF WS-CATEGORYFSTAT = "35"
           MOVE "N" TO WS-CATAVAIL
           MOVE "NOFILE" TO WS-EXCCODE
           MOVE "CATEGORY" TO WS-EXCKEY
           MOVE "CATEGORY FILE MISSING - CATEGORY CHECKS SKIPPED"
             TO WS-EXCDETAIL
           PERFORM 0000WRITEEXCEPTION
         ELSE
           MOVE "Y" TO WS-CATAVAIL
         END-IF.

         MOVE "N" TO WS-SPLITAVAIL.
         OPEN INPUT INFILE-SPLIT.
         IF WS-SPLITFSTAT NOT = "35"
           MOVE "Y" TO WS-SPLITAVAIL
         END-IF.

         PERFORM 0000CHECKPOSTINGS.
         PERFORM 0000CHECKSTANDING.
         PERFORM 0000CHECKBUDGETS.
         PERFORM 0000CHECKRULES.
         PERFORM 0000CHECKPENDING.

         CLOSE INFILETOTAL.
         IF WS-ACCTMAST-AVAILABLE
           CLOSE INFILE-ACCOUNT
         END-IF.
         IF WS-CAT-AVAILABLE
           CLOSE INFILE-CATEGORY
         END-IF.
         IF WS-SPLIT-AVAILABLE
           CLOSE INFILE-SPLIT
         END-IF.

         IF WS-EXCEPTIONS = ZERO
           MOVE "SUCCESS" TO WS-RUNOUTCOME
         ELSE
           MOVE "FAILED" TO WS-RUNOUTCOME
         END-IF.
         PERFORM 0000FINISHRUN.

         DISPLAY "Postings checked     : " WS-POSTINGSREAD.
         DISPLAY "Master records       : " WS-MASTERSREAD.
         DISPLAY "Exceptions           : " WS-EXCEPTIONS.
         DISPLAY "Report written to cob-simplesilver01integrity.txt".
         STOP RUN.

       0000FINISHRUN.
         MOVE SPACES TO REPORTLINE.
         WRITE REPORTLINE.
         MOVE SPACES TO REPORTLINE.
         STRING "EXCEPTIONS BY CHECK"
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.
         PERFORM VARYING WS-EXCIDX FROM 1 BY 1
             UNTIL WS-EXCIDX > WS-EXCCOUNTX
           MOVE SPACES TO REPORTLINE
           STRING
             "  " WS-EXCTABCODE(WS-EXCIDX)
             " " WS-EXCTABCOUNT(WS-EXCIDX)
             DELIMITED BY SIZE INTO REPORTLINE
           END-STRING
           WRITE REPORTLINE
           DISPLAY REPORTLINE
         END-PERFORM.
         COMPUTE WS-RECORDSCHECKED = WS-POSTINGSREAD + WS-MASTERSREAD.
         MOVE SPACES TO REPORTLINE.
         STRING
           "POSTINGS CHECKED " WS-POSTINGSREAD
           " MASTER RECORDS CHECKED " WS-MASTERSREAD
           " EXCEPTIONS " WS-EXCEPTIONS
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.
         CLOSE INFILE-REPORT.
         PERFORM 0000WRITERUNEND.

       0000WRITEEXCEPTION.
         ADD 1 TO WS-EXCEPTIONS.
         MOVE ZERO TO WS-EXCFOUNDIDX.
         PERFORM VARYING WS-EXCIDX FROM 1 BY 1
             UNTIL WS-EXCIDX > WS-EXCCOUNTX
           IF WS-EXCTABCODE(WS-EXCIDX) = WS-EXCCODE
             MOVE WS-EXCIDX TO WS-EXCFOUNDIDX
           END-IF
         END-PERFORM.
         IF WS-EXCFOUNDIDX = ZERO AND WS-EXCCOUNTX < 20
           ADD 1 TO WS-EXCCOUNTX
           MOVE WS-EXCCOUNTX TO WS-EXCFOUNDIDX
           MOVE WS-EXCCODE TO WS-EXCTABCODE(WS-EXCFOUNDIDX)
           MOVE ZERO TO WS-EXCTABCOUNT(WS-EXCFOUNDIDX)
         END-IF.
         IF WS-EXCFOUNDIDX NOT = ZERO
           ADD 1 TO WS-EXCTABCOUNT(WS-EXCFOUNDIDX)
         END-IF.
         MOVE SPACES TO REPORTLINE.
         STRING
           WS-EXCCODE " " WS-EXCKEY " " WS-EXCDETAIL
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.
         MOVE SPACES TO WS-EXCDETAIL.

       0000LOOKUPACCOUNT.
         MOVE "N" TO WS-LOOKTOTALFOUND.
         MOVE "N" TO WS-LOOKMASTERFOUND.
         MOVE "N" TO WS-LOOKCLOSED.
         MOVE SPACES TO WS-LOOKCURRENCY.
         MOVE WS-LOOKACCOUNT TO KEY1TOTAL.
         READ INFILETOTAL INTO WS-INFILETOTALFD
           KEY IS KEY1TOTAL
           INVALID KEY CONTINUE
           NOT INVALID KEY
             MOVE "Y" TO WS-LOOKTOTALFOUND
             MOVE WS-KEY1TOTALCURRENCY TO WS-LOOKCURRENCY
         END-READ.
         IF WS-ACCTMAST-AVAILABLE
           MOVE WS-LOOKACCOUNT TO KEY1ACCOUNT
           READ INFILE-ACCOUNT INTO WS-ACCOUNTMASTERFD
             KEY IS KEY1ACCOUNT
             INVALID KEY CONTINUE
             NOT INVALID KEY
               MOVE "Y" TO WS-LOOKMASTERFOUND
               IF WS-ACCOUNTSTATUS = "C"
                 MOVE "Y" TO WS-LOOKCLOSED
               END-IF
           END-READ
         ELSE
           MOVE "Y" TO WS-LOOKMASTERFOUND
         END-IF.

       0000LOOKUPCATEGORY.
         MOVE "Y" TO WS-LOOKCATFOUND.
         IF WS-CAT-AVAILABLE AND WS-LOOKCATEGORY NOT = SPACES
           MOVE WS-LOOKCATEGORY TO KEY1CATEGORY
           READ INFILE-CATEGORY
             KEY IS KEY1CATEGORY
             INVALID KEY MOVE "N" TO WS-LOOKCATFOUND
           END-READ
         END-IF.

       0000CHECKPOSTINGS.
         OPEN INPUT INFILE.
         IF WS-INFILEFSTAT = "35"
           MOVE "NOFILE" TO WS-EXCCODE
           MOVE "POSTINGS" TO WS-EXCKEY
           MOVE "TRANSACTION FILE MISSING" TO WS-EXCDETAIL
           PERFORM 0000WRITEEXCEPTION
         ELSE
           OPEN INPUT INFILE-REF
           MOVE "Y" TO WS-FIRSTACCOUNT
           MOVE ZERO TO KEY2ACCOUNT
           MOVE 0 TO WS-ENDOFFILE
           START INFILE KEY IS NOT LESS THAN KEY2ACCOUNT
             INVALID KEY MOVE 1 TO WS-ENDOFFILE
           END-START
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ INFILE NEXT RECORD INTO WS-INFILEFD
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 ADD 1 TO WS-POSTINGSREAD
                 PERFORM 0000CHECKONEPOSTING
             END-READ
           END-PERFORM
           CLOSE INFILE-REF
           CLOSE INFILE
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000CHECKONEPOSTING.
         MOVE WS-KEY1TRANS TO WS-THISKEY.
         IF WS-FIRSTACCOUNT = "Y"
             OR WS-KEY2ACCOUNT NOT = WS-CURRENTACCOUNT
           MOVE "N" TO WS-FIRSTACCOUNT
           MOVE WS-KEY2ACCOUNT TO WS-CURRENTACCOUNT
           MOVE WS-KEY2ACCOUNT TO WS-LOOKACCOUNT
           PERFORM 0000LOOKUPACCOUNT
           IF NOT WS-LOOKTOTAL-EXISTS
             MOVE "NOTOTAL" TO WS-EXCCODE
             MOVE WS-THISKEY TO WS-EXCKEY
             STRING "ACCOUNT " WS-CURRENTACCOUNT
               " HAS POSTINGS BUT NO ACCOUNT TOTAL RECORD"
               DELIMITED BY SIZE INTO WS-EXCDETAIL
             END-STRING
             PERFORM 0000WRITEEXCEPTION
           END-IF
           IF NOT WS-LOOKMASTER-EXISTS
             MOVE "NOMASTER" TO WS-EXCCODE
             MOVE WS-THISKEY TO WS-EXCKEY
             STRING "ACCOUNT " WS-CURRENTACCOUNT
               " HAS POSTINGS BUT NO ACCOUNT MASTER RECORD"
               DELIMITED BY SIZE INTO WS-EXCDETAIL
             END-STRING
             PERFORM 0000WRITEEXCEPTION
           END-IF
         END-IF.

         MOVE WS-TRANSACTIONCATEGORY TO WS-LOOKCATEGORY.
         PERFORM 0000LOOKUPCATEGORY.
         IF NOT WS-LOOKCAT-EXISTS
           MOVE "BADCAT" TO WS-EXCCODE
           MOVE WS-THISKEY TO WS-EXCKEY
           STRING "CATEGORY " WS-TRANSACTIONCATEGORY
             " NOT ON CATEGORY FILE"
             DELIMITED BY SIZE INTO WS-EXCDETAIL
           END-STRING
           PERFORM 0000WRITEEXCEPTION
         END-IF.

         IF WS-SPLIT-AVAILABLE
           PERFORM 0000CHECKSPLITLINES
         END-IF.

         IF WS-TRANSREVERSALFLAG NOT = SPACES
           PERFORM 0000CHECKREVERSAL
         END-IF.

         PERFORM 0000CHECKFOREIGN.

       0000CHECKSPLITLINES.
         MOVE ZERO TO WS-SPLITLINES.
         MOVE ZERO TO WS-SPLITSUM.
         MOVE WS-THISKEY TO SPLITTRANS.
         MOVE ZERO TO SPLITLINE.
         MOVE 0 TO WS-SPLITEOF.
         START INFILE-SPLIT KEY IS NOT LESS THAN KEY1SPLIT
           INVALID KEY MOVE 1 TO WS-SPLITEOF
         END-START.
         PERFORM UNTIL WS-SPLITEOF = 1
           READ INFILE-SPLIT NEXT RECORD INTO WS-SPLITFD
             AT END MOVE 1 TO WS-SPLITEOF
             NOT AT END
               IF WS-SPLITTRANS NOT = WS-THISKEY
                 MOVE 1 TO WS-SPLITEOF
               ELSE
                 ADD 1 TO WS-SPLITLINES
                 ADD WS-SPLITAMOUNT TO WS-SPLITSUM
                 MOVE WS-SPLITCATEGORY TO WS-LOOKCATEGORY
                 PERFORM 0000LOOKUPCATEGORY
                 IF NOT WS-LOOKCAT-EXISTS
                     OR WS-SPLITCATEGORY = SPACES
                   MOVE "SPLITCAT" TO WS-EXCCODE
                   MOVE WS-THISKEY TO WS-EXCKEY
                   STRING "SPLIT LINE " WS-SPLITLINE
                     " CATEGORY " WS-SPLITCATEGORY
                     " NOT ON CATEGORY FILE"
                     DELIMITED BY SIZE INTO WS-EXCDETAIL
                   END-STRING
                   PERFORM 0000WRITEEXCEPTION
                 END-IF
               END-IF
           END-READ
         END-PERFORM.
         IF WS-SPLITLINES > ZERO
             AND WS-SPLITSUM NOT = WS-TRANSACTIONAMMOUNT
           MOVE WS-SPLITSUM TO WS-AMOUNTDISPLAY
           MOVE WS-TRANSACTIONAMMOUNT TO WS-AMOUNTDISPLAY2
           MOVE "SPLITSUM" TO WS-EXCCODE
           MOVE WS-THISKEY TO WS-EXCKEY
           STRING "SPLIT LINES ADD UP TO " WS-AMOUNTDISPLAY
             " NOT " WS-AMOUNTDISPLAY2
             DELIMITED BY SIZE INTO WS-EXCDETAIL
           END-STRING
           PERFORM 0000WRITEEXCEPTION
         END-IF.

       0000CHECKREVERSAL.
         IF WS-TRANSREVERSALFLAG NOT = "R"
             AND WS-TRANSREVERSALFLAG NOT = "V"
           MOVE "REVFLAG" TO WS-EXCCODE
           MOVE WS-THISKEY TO WS-EXCKEY
           STRING "UNKNOWN REVERSAL FLAG " WS-TRANSREVERSALFLAG
             DELIMITED BY SIZE INTO WS-EXCDETAIL
           END-STRING
           PERFORM 0000WRITEEXCEPTION
         ELSE
           PERFORM 0000FINDREFERENCE
           IF NOT WS-REF-EXISTS
             MOVE "REVMISS" TO WS-EXCCODE
             MOVE WS-THISKEY TO WS-EXCKEY
             STRING "REVERSAL FLAG " WS-TRANSREVERSALFLAG
               " REFERS TO " WS-TRANSREVERSALREF
               " WHICH DOSE NOT EXIST"
               DELIMITED BY SIZE INTO WS-EXCDETAIL
             END-STRING
             PERFORM 0000WRITEEXCEPTION
           ELSE
             PERFORM 0000CHECKREFERENCE
           END-IF
         END-IF.

       0000FINDREFERENCE.
         MOVE "N" TO WS-REFFOUND.
         MOVE WS-TRANSREVERSALREF TO REFKEY1TRANS.
         READ INFILE-REF INTO WS-REFINFILEFD
           KEY IS REFKEY1TRANS
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE "Y" TO WS-REFFOUND
         END-READ.
         IF NOT WS-REF-EXISTS
           MOVE SPACES TO WS-ARCHFILENAME
           STRING
             "cob-simplesilver01archive." DELIMITED BY SIZE
             WS-KEY2ACCOUNT DELIMITED BY SIZE
             "." DELIMITED BY SIZE
             WS-TRANSREVERSALREF(1:6) DELIMITED BY SIZE
             ".idx" DELIMITED BY SIZE
             INTO WS-ARCHFILENAME
           END-STRING
           OPEN INPUT INFILE-ARCHIVE
           IF WS-ARCHFSTAT NOT = "35"
             MOVE WS-TRANSREVERSALREF TO ARCHKEY1TRANS
             READ INFILE-ARCHIVE INTO WS-REFINFILEFD
               KEY IS ARCHKEY1TRANS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-REFFOUND
             END-READ
             CLOSE INFILE-ARCHIVE
           END-IF
         END-IF.

       0000CHECKREFERENCE.
         IF WS-TRANSREVERSALFLAG = "V"
           COMPUTE WS-REFSUM = WS-REFAMMOUNT + WS-TRANSACTIONAMMOUNT
           IF WS-REFSUM NOT = ZERO
             MOVE WS-REFAMMOUNT TO WS-AMOUNTDISPLAY
             MOVE WS-TRANSACTIONAMMOUNT TO WS-AMOUNTDISPLAY2
             MOVE "REVAMT" TO WS-EXCCODE
             MOVE WS-THISKEY TO WS-EXCKEY
             STRING "REVERSAL " WS-AMOUNTDISPLAY2
               " DOSE NOT OFFSET ORIGINAL " WS-TRANSREVERSALREF
               " " WS-AMOUNTDISPLAY
               DELIMITED BY SIZE INTO WS-EXCDETAIL
             END-STRING
             PERFORM 0000WRITEEXCEPTION
           END-IF
           IF WS-REFREVERSALFLAG NOT = "R"
             MOVE "REVLINK" TO WS-EXCCODE
             MOVE WS-THISKEY TO WS-EXCKEY
             STRING "ORIGINAL " WS-TRANSREVERSALREF
               " IS NOT FLAGGED AS REVERSED"
               DELIMITED BY SIZE INTO WS-EXCDETAIL
             END-STRING
             PERFORM 0000WRITEEXCEPTION
           END-IF
         ELSE
           IF WS-REFREVERSALFLAG NOT = "V"
               OR WS-REFREVERSALREF NOT = WS-THISKEY
             MOVE "REVLINK" TO WS-EXCCODE
             MOVE WS-THISKEY TO WS-EXCKEY
             STRING "REVERSED POSTING POINTS TO "
               WS-TRANSREVERSALREF
               " WHICH IS NOT ITS REVERSAL"
               DELIMITED BY SIZE INTO WS-EXCDETAIL
             END-STRING
             PERFORM 0000WRITEEXCEPTION
           END-IF
         END-IF.

       0000CHECKFOREIGN.
         IF WS-TRANSORIGCURRENCY = SPACES
           IF WS-TRANSORIGAMOUNT NOT = ZERO
               OR WS-TRANSRATEUSED NOT = ZERO
             MOVE "FXAMOUNT" TO WS-EXCCODE
             MOVE WS-THISKEY TO WS-EXCKEY
             STRING "ORIGINAL AMOUNT OR RATE WITHOUT A CURRENCY"
               DELIMITED BY SIZE INTO WS-EXCDETAIL
             END-STRING
             PERFORM 0000WRITEEXCEPTION
           END-IF
         ELSE
           IF WS-TRANSORIGCURRENCY = WS-LOOKCURRENCY
             MOVE "FXCCY" TO WS-EXCCODE
             MOVE WS-THISKEY TO WS-EXCKEY
             STRING "ORIGINAL CURRENCY " WS-TRANSORIGCURRENCY
               " IS THE ACCOUNT CURRENCY"
               DELIMITED BY SIZE INTO WS-EXCDETAIL
             END-STRING
             PERFORM 0000WRITEEXCEPTION
           END-IF
           IF WS-TRANSRATEUSED = ZERO
             MOVE "FXRATE" TO WS-EXCCODE
             MOVE WS-THISKEY TO WS-EXCKEY
             STRING "FOREIGN POSTING IN " WS-TRANSORIGCURRENCY
               " HAS NO RATE"
               DELIMITED BY SIZE INTO WS-EXCDETAIL
             END-STRING
             PERFORM 0000WRITEEXCEPTION
           ELSE
             COMPUTE WS-FXCHECK ROUNDED =
                     WS-TRANSORIGAMOUNT * WS-TRANSRATEUSED
             IF WS-FXCHECK NOT = WS-TRANSACTIONAMMOUNT
               MOVE WS-FXCHECK TO WS-AMOUNTDISPLAY
               MOVE WS-TRANSACTIONAMMOUNT TO WS-AMOUNTDISPLAY2
               MOVE "FXAMOUNT" TO WS-EXCCODE
               MOVE WS-THISKEY TO WS-EXCKEY
               STRING WS-TRANSORIGCURRENCY
                 " AMOUNT TIMES RATE IS " WS-AMOUNTDISPLAY
                 " BUT POSTING IS " WS-AMOUNTDISPLAY2
                 DELIMITED BY SIZE INTO WS-EXCDETAIL
               END-STRING
               PERFORM 0000WRITEEXCEPTION
             END-IF
           END-IF
         END-IF.

       0000CHECKSTANDING.
         OPEN INPUT INFILE-STANDING.
         IF WS-STANDINGFSTAT = "35"
           CONTINUE
         ELSE
           MOVE 0 TO WS-ENDOFFILE
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ INFILE-STANDING NEXT RECORD INTO WS-STANDINGFD
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 ADD 1 TO WS-MASTERSREAD
                 IF WS-STANDINGENDDATE NOT < WS-CHECKDATE
                   PERFORM 0000CHECKONESTANDING
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INFILE-STANDING
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000CHECKONESTANDING.
         MOVE WS-STANDINGACCOUNT TO WS-LOOKACCOUNT.
         PERFORM 0000LOOKUPACCOUNT.
         MOVE SPACES TO WS-EXCKEY.
         STRING "STANDING " WS-KEY1STANDING
           DELIMITED BY SIZE INTO WS-EXCKEY
         END-STRING.
         IF NOT WS-LOOKTOTAL-EXISTS OR NOT WS-LOOKMASTER-EXISTS
           MOVE "STOACCT" TO WS-EXCCODE
           STRING "ACTIVE STANDING ORDER FOR MISSING ACCOUNT "
             WS-STANDINGACCOUNT
             DELIMITED BY SIZE INTO WS-EXCDETAIL
           END-STRING
           PERFORM 0000WRITEEXCEPTION
         ELSE
           IF WS-LOOK-CLOSED
             MOVE "STOACCT" TO WS-EXCCODE
             STRING "ACTIVE STANDING ORDER FOR CLOSED ACCOUNT "
               WS-STANDINGACCOUNT
               DELIMITED BY SIZE INTO WS-EXCDETAIL
             END-STRING
             PERFORM 0000WRITEEXCEPTION
           END-IF
         END-IF.

       0000CHECKBUDGETS.
         OPEN INPUT INFILE-BUDGET.
         IF WS-BUDGETFSTAT = "35"
           CONTINUE
         ELSE
           MOVE 0 TO WS-ENDOFFILE
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ INFILE-BUDGET NEXT RECORD INTO WS-BUDGETFD
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 ADD 1 TO WS-MASTERSREAD
                 MOVE WS-BUDGETCATEGORY TO WS-LOOKCATEGORY
                 PERFORM 0000LOOKUPCATEGORY
                 IF NOT WS-LOOKCAT-EXISTS
                   MOVE "BUDCAT" TO WS-EXCCODE
                   MOVE SPACES TO WS-EXCKEY
                   STRING "BUDGET " WS-BUDGETMONTH
                     DELIMITED BY SIZE INTO WS-EXCKEY
                   END-STRING
                   STRING "BUDGET FOR CATEGORY " WS-BUDGETCATEGORY
                     " WHICH IS NOT ON CATEGORY FILE"
                     DELIMITED BY SIZE INTO WS-EXCDETAIL
                   END-STRING
                   PERFORM 0000WRITEEXCEPTION
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INFILE-BUDGET
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000CHECKRULES.
         OPEN INPUT INFILE-RULES.
         IF WS-RULESFSTAT = "35"
           CONTINUE
         ELSE
           MOVE 0 TO WS-ENDOFFILE
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ INFILE-RULES NEXT RECORD INTO WS-RULESFD
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 ADD 1 TO WS-MASTERSREAD
                 MOVE WS-RULECATEGORY TO WS-LOOKCATEGORY
                 PERFORM 0000LOOKUPCATEGORY
                 IF NOT WS-LOOKCAT-EXISTS
                     OR WS-RULECATEGORY = SPACES
                   MOVE "RULECAT" TO WS-EXCCODE
                   MOVE SPACES TO WS-EXCKEY
                   STRING "RULE " WS-KEY1RULE
                     DELIMITED BY SIZE INTO WS-EXCKEY
                   END-STRING
                   STRING "RULE " WS-RULEPATTERN
                     " ASSIGNS CATEGORY " WS-RULECATEGORY
                     " WHICH IS NOT ON CATEGORY FILE"
                     DELIMITED BY SIZE INTO WS-EXCDETAIL
                   END-STRING
                   PERFORM 0000WRITEEXCEPTION
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INFILE-RULES
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000CHECKPENDING.
         OPEN INPUT INFILE-PENDING.
         IF WS-PENDINGFSTAT = "35"
           CONTINUE
         ELSE
           MOVE 0 TO WS-ENDOFFILE
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ INFILE-PENDING NEXT RECORD INTO WS-PENDINGFD
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 ADD 1 TO WS-MASTERSREAD
                 IF WS-PEND-PENDING
                   PERFORM 0000CHECKONEPENDING
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INFILE-PENDING
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000CHECKONEPENDING.
         MOVE WS-PENDACCOUNT TO WS-LOOKACCOUNT.
         PERFORM 0000LOOKUPACCOUNT.
         MOVE SPACES TO WS-EXCKEY.
         STRING "PEND " WS-PENDENTRYDATE
           DELIMITED BY SIZE INTO WS-EXCKEY
         END-STRING.
         IF NOT WS-LOOKTOTAL-EXISTS OR NOT WS-LOOKMASTER-EXISTS
           MOVE "PENDACCT" TO WS-EXCCODE
           STRING "PENDING PAYMENT SEQ " WS-PENDSEQ
             " FOR MISSING ACCOUNT " WS-PENDACCOUNT
             DELIMITED BY SIZE INTO WS-EXCDETAIL
           END-STRING
           PERFORM 0000WRITEEXCEPTION
         ELSE
           IF WS-LOOK-CLOSED
             MOVE "PENDACCT" TO WS-EXCCODE
             STRING "PENDING PAYMENT SEQ " WS-PENDSEQ
               " FOR CLOSED ACCOUNT " WS-PENDACCOUNT
               DELIMITED BY SIZE INTO WS-EXCDETAIL
             END-STRING
             PERFORM 0000WRITEEXCEPTION
           END-IF
         END-IF.
         MOVE WS-PENDCATEGORY TO WS-LOOKCATEGORY.
         PERFORM 0000LOOKUPCATEGORY.
         IF NOT WS-LOOKCAT-EXISTS
           MOVE "PENDCAT" TO WS-EXCCODE
           STRING "PENDING PAYMENT SEQ " WS-PENDSEQ
             " CATEGORY " WS-PENDCATEGORY " NOT ON CATEGORY FILE"
             DELIMITED BY SIZE INTO WS-EXCDETAIL
           END-STRING
           PERFORM 0000WRITEEXCEPTION
         END-IF.

       0000OPENRUNCTL.
         OPEN I-O INFILE-RUNCTL.
         IF WS-RUNCTLFSTAT = "35"
           OPEN OUTPUT INFILE-RUNCTL
           CLOSE INFILE-RUNCTL
           OPEN I-O INFILE-RUNCTL
         END-IF.

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
             MOVE WS-RECORDSCHECKED TO RUNRECORDSREAD
             MOVE ZERO TO RUNRECORDSPOSTED
             MOVE WS-EXCEPTIONS TO RUNRECORDSREJECTED
             MOVE WS-RUNOUTCOME TO RUNOUTCOME
             REWRITE RUNCTLFD
               INVALID KEY DISPLAY "!ERROR UPDATING RUN CONTROL!"
             END-REWRITE
         END-READ.
         CLOSE INFILE-RUNCTL.
