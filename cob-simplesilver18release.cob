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
       PROGRAM-ID. cob-simplesilver18release.
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
             RECORD KEY IS KEY1TOTAL.
           SELECT INFILE-PENDING
             ASSIGN TO "cob-simplesilver01pending.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1PENDING
             ALTERNATE RECORD KEY IS PENDACCOUNT WITH DUPLICATES
             FILE STATUS IS WS-PENDINGFSTAT.
           SELECT INFILE-JOURNAL
             ASSIGN TO "cob-simplesilver01pendingjournal.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.
           SELECT INFILE-ACCOUNT
             ASSIGN TO "cob-simplesilver01account.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1ACCOUNT
             FILE STATUS IS WS-ACCOUNTMFSTAT.
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

         FD INFILE-JOURNAL
           DATA RECORD IS JOURNALLINE.
           01 JOURNALLINE PIC X(132).

         FD INFILE-ACCOUNT
           RECORD CONTAINS 60 CHARACTERS.
           01 ACCOUNTMASTERFD.
             05 KEY1ACCOUNT PIC 9(15).
             05 ACCOUNTMASTERNAME PIC X(22).
             05 ACCOUNTTYPE PIC X(01).
             05 ACCOUNTOPENDATE PIC 9(08).
             05 ACCOUNTSTATUS PIC X(01).
             05 ACCOUNTODLIMIT PIC 9(7)9V99.

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

         01 WS-INFILETOTALFD.
           05 WS-KEY1TOTAL PIC 9(15).
           05 WS-KEY1TOTALCURRENCY PIC X(3).
           05 WS-KEY1TOTALTOTAL PIC S9(9)9V99.

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

         01 WS-RELEASEDATE PIC 9(08) VALUE ZERO.
         01 WS-RELEASEDATEX REDEFINES WS-RELEASEDATE.
           05 WS-RELEASEYYYY PIC 9(04).
           05 WS-RELEASEMM PIC 9(02).
           05 WS-RELEASEDD PIC 9(02).
         01 WS-POSTKEY1DATE PIC 9(14) VALUE ZERO.
         01 WS-POSTRETRY PIC 9(04) VALUE ZERO.
         01 WS-POSTOK PIC X(01) VALUE "Y".
           88 WS-POST-DONE VALUE "Y".
         01 WS-ACCOUNTFOUND PIC X(01) VALUE "N".
           88 WS-ACCOUNT-EXISTS VALUE "Y".
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
         01 WS-ACCTMASTFOUND PIC X(01) VALUE "N".
           88 WS-ACCTMAST-EXISTS VALUE "Y".
         01 WS-ACCTCLOSEDFLAG PIC X(01) VALUE "N".
           88 WS-ACCT-CLOSED VALUE "Y".
         01 WS-ODFLOOR PIC S9(9)9V99 VALUE ZERO.
         01 WS-ODNEWBALANCE PIC S9(9)9V99 VALUE ZERO.
         01 WS-ODBREACHFLAG PIC X(01) VALUE "N".
           88 WS-OD-BREACHED VALUE "Y".

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

         01 WS-ITEMSDUE PIC 9(07) VALUE ZERO.
         01 WS-ITEMSPOSTED PIC 9(07) VALUE ZERO.
         01 WS-ITEMSSKIPPED PIC 9(07) VALUE ZERO.
         01 WS-ITEMSNOTDUE PIC 9(07) VALUE ZERO.
         01 WS-PENDUPDATEERR PIC X(01) VALUE "N".
         01 WS-JOURNALAMT PIC -9(8).99 VALUE ZERO.
         01 WS-LOCKFSTAT PIC X(02) VALUE SPACES.
         01 WS-LOCKINFO.
           05 WS-LOCKHOLDER PIC X(12).
           05 FILLER PIC X(02).
           05 WS-LOCKSTAMP PIC 9(14).
           05 FILLER PIC X(02).

       PROCEDURE DIVISION.

       0000MAINLINE.
         MOVE "RELEASE" TO WS-LOCKHOLDER.
         PERFORM 0000ACQUIRELOCK.

         DISPLAY "Enter RELEASE DATE (yyyymmdd, 0=today):".
         ACCEPT WS-RELEASEDATE.
         ACCEPT WS-RUNCURRDATE FROM DATE yyyymmdd.
         IF WS-RELEASEDATE = ZERO
           MOVE WS-RUNCURRDATE TO WS-RELEASEDATE
         END-IF.
         IF WS-RELEASEMM < 1 OR WS-RELEASEMM > 12
             OR WS-RELEASEDD < 1 OR WS-RELEASEDD > 31
           DISPLAY "!ERROR RELEASE DATE NOT VALID!"
           PERFORM 0000RELEASELOCK
           STOP RUN
         END-IF.
         IF WS-RELEASEDATE > WS-RUNCURRDATE
           DISPLAY "!ERROR RELEASE DATE IN THE FUTURE!"
           PERFORM 0000RELEASELOCK
           STOP RUN
         END-IF.

         MOVE "RELEASE" TO WS-CHECKJOBNAME.
         MOVE WS-RELEASEDATE TO WS-CHECKDATEKEY.
         MOVE SPACES TO WS-CHECKSIGNATURE.
         STRING "RELEASE DATE " WS-RELEASEDATE
           DELIMITED BY SIZE INTO WS-CHECKSIGNATURE
         END-STRING.
         PERFORM 0000OPENRUNCTL.
         PERFORM 0000WRITERUNSTART.

         OPEN OUTPUT INFILE-JOURNAL.
         MOVE SPACES TO JOURNALLINE.
         STRING "PENDING PAYMENT RELEASE " WS-RELEASEDATE
           DELIMITED BY SIZE INTO JOURNALLINE
         END-STRING.
         WRITE JOURNALLINE.

         OPEN I-O INFILE-PENDING.
         IF WS-PENDINGFSTAT = "35"
           DISPLAY "No pending payment file - nothing to release."
           MOVE SPACES TO JOURNALLINE
           STRING "NO PENDING PAYMENT FILE - NOTHING TO RELEASE"
             DELIMITED BY SIZE INTO JOURNALLINE
           END-STRING
           WRITE JOURNALLINE
           CLOSE INFILE-JOURNAL
           MOVE "SUCCESS" TO WS-RUNOUTCOME
           PERFORM 0000WRITERUNEND
           PERFORM 0000RELEASELOCK
           STOP RUN
         END-IF.

         MOVE "N" TO WS-ACCTMASTAVAIL.
         OPEN INPUT INFILE-ACCOUNT.
         IF WS-ACCOUNTMFSTAT = "35"
           DISPLAY "No account master file - accounts post as before."
         ELSE
           MOVE "Y" TO WS-ACCTMASTAVAIL
         END-IF.

         OPEN I-O INFILE.
         OPEN I-O INFILETOTAL.

         MOVE 0 TO WS-ENDOFFILE.
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ INFILE-PENDING NEXT RECORD INTO WS-PENDINGFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               IF WS-PEND-PENDING
                 IF WS-PENDVALUEDATE > WS-RELEASEDATE
                   ADD 1 TO WS-ITEMSNOTDUE
                 ELSE
                   ADD 1 TO WS-ITEMSDUE
                   PERFORM 0000RELEASEITEM
                 END-IF
               END-IF
           END-READ
         END-PERFORM.

         MOVE SPACES TO JOURNALLINE.
         STRING "ITEMS DUE         " WS-ITEMSDUE
           DELIMITED BY SIZE INTO JOURNALLINE
         END-STRING.
         WRITE JOURNALLINE.
         MOVE SPACES TO JOURNALLINE.
         STRING "ITEMS POSTED      " WS-ITEMSPOSTED
           DELIMITED BY SIZE INTO JOURNALLINE
         END-STRING.
         WRITE JOURNALLINE.
         MOVE SPACES TO JOURNALLINE.
         STRING "ITEMS SKIPPED     " WS-ITEMSSKIPPED
           DELIMITED BY SIZE INTO JOURNALLINE
         END-STRING.
         WRITE JOURNALLINE.
         MOVE SPACES TO JOURNALLINE.
         STRING "ITEMS NOT DUE     " WS-ITEMSNOTDUE
           DELIMITED BY SIZE INTO JOURNALLINE
         END-STRING.
         WRITE JOURNALLINE.

         CLOSE INFILE-PENDING.
         CLOSE INFILE.
         CLOSE INFILETOTAL.
         CLOSE INFILE-JOURNAL.
         IF WS-ACCTMAST-AVAILABLE
           CLOSE INFILE-ACCOUNT
         END-IF.

         IF WS-PENDUPDATEERR = "Y"
           MOVE "FAILED" TO WS-RUNOUTCOME
         ELSE
           MOVE "SUCCESS" TO WS-RUNOUTCOME
         END-IF.
         PERFORM 0000WRITERUNEND.

         DISPLAY "Release date      : " WS-RELEASEDATE.
         DISPLAY "Items due         : " WS-ITEMSDUE.
         DISPLAY "Items posted      : " WS-ITEMSPOSTED.
         DISPLAY "Items skipped     : " WS-ITEMSSKIPPED.
         DISPLAY "Items not due     : " WS-ITEMSNOTDUE.
         DISPLAY "Journal written to "
                 "cob-simplesilver01pendingjournal.txt".
         PERFORM 0000RELEASELOCK.
         STOP RUN.

       0000RELEASEITEM.
         MOVE "N" TO WS-ACCOUNTFOUND.
         MOVE WS-PENDACCOUNT TO KEY1TOTAL.
         READ INFILETOTAL INTO WS-INFILETOTALFD
           KEY IS KEY1TOTAL
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE "Y" TO WS-ACCOUNTFOUND
         END-READ.

         IF NOT WS-ACCOUNT-EXISTS
           ADD 1 TO WS-ITEMSSKIPPED
           MOVE SPACES TO JOURNALLINE
           STRING "SKIPPED " WS-PENDENTRYDATE " " WS-PENDSEQ
             " ACCOUNT " WS-PENDACCOUNT
             " - ACCOUNT DOSE NOT EXIST"
             DELIMITED BY SIZE INTO JOURNALLINE
           END-STRING
           WRITE JOURNALLINE
         ELSE
           PERFORM 0000CHECKACCOUNTOPEN
           IF WS-ACCT-CLOSED
             ADD 1 TO WS-ITEMSSKIPPED
             MOVE SPACES TO JOURNALLINE
             STRING "SKIPPED " WS-PENDENTRYDATE " " WS-PENDSEQ
               " ACCOUNT " WS-PENDACCOUNT
               " - ACCOUNT IS CLOSED"
               DELIMITED BY SIZE INTO JOURNALLINE
             END-STRING
             WRITE JOURNALLINE
           ELSE
             PERFORM 0000WRITEITEMTRANS
           END-IF
         END-IF.

       0000READACCOUNTMASTER.
         MOVE "N" TO WS-ACCTMASTFOUND.
         IF WS-ACCTMAST-AVAILABLE
           MOVE WS-PENDACCOUNT TO KEY1ACCOUNT
           READ INFILE-ACCOUNT INTO WS-ACCOUNTMASTERFD
             KEY IS KEY1ACCOUNT
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE "Y" TO WS-ACCTMASTFOUND
           END-READ
         END-IF.

       0000CHECKACCOUNTOPEN.
         MOVE "N" TO WS-ACCTCLOSEDFLAG.
         PERFORM 0000READACCOUNTMASTER.
         IF WS-ACCTMAST-EXISTS AND WS-ACCOUNTSTATUS = "C"
           MOVE "Y" TO WS-ACCTCLOSEDFLAG
         END-IF.

       0000WRITEITEMTRANS.
         PERFORM 0000CHECKOVERDRAFT.
         IF WS-OD-BREACHED
           ADD 1 TO WS-ITEMSSKIPPED
           MOVE SPACES TO JOURNALLINE
           STRING "SKIPPED " WS-PENDENTRYDATE " " WS-PENDSEQ
             " ACCOUNT " WS-PENDACCOUNT
             " - OVERDRAFT LIMIT EXCEEDED"
             DELIMITED BY SIZE INTO JOURNALLINE
           END-STRING
           WRITE JOURNALLINE
         ELSE
           PERFORM 0000WRITEITEMPOST
         END-IF.

       0000CHECKOVERDRAFT.
         MOVE "N" TO WS-ODBREACHFLAG.
         IF WS-ACCTMAST-EXISTS AND WS-PENDAMOUNT < ZERO
           IF WS-ACCOUNTODLIMIT NOT NUMERIC
             MOVE ZERO TO WS-ACCOUNTODLIMIT
           END-IF
           COMPUTE WS-ODFLOOR = ZERO - WS-ACCOUNTODLIMIT
           COMPUTE WS-ODNEWBALANCE =
                   WS-KEY1TOTALTOTAL + WS-PENDAMOUNT
           IF WS-ODNEWBALANCE < WS-ODFLOOR
             MOVE "Y" TO WS-ODBREACHFLAG
           END-IF
         END-IF.

       0000WRITEITEMPOST.
         MOVE SPACES TO WS-ACCOUNTNAME.
         IF WS-ACCTMAST-EXISTS
           MOVE WS-ACCOUNTMASTERNAME TO WS-ACCOUNTNAME
         ELSE
           MOVE WS-PENDACCOUNT TO KEY2ACCOUNT
           START INFILE KEY IS = KEY2ACCOUNT
             INVALID KEY CONTINUE
             NOT INVALID KEY
               READ INFILE NEXT RECORD
                 AT END CONTINUE
                 NOT AT END MOVE ACCOUNTNAME TO WS-ACCOUNTNAME
               END-READ
           END-START
         END-IF.

         COMPUTE WS-POSTKEY1DATE = WS-PENDVALUEDATE * 1000000.
         MOVE 0 TO WS-POSTRETRY.
         MOVE "N" TO WS-POSTOK.
         PERFORM UNTIL WS-POST-DONE OR WS-POSTRETRY > 9998
           MOVE WS-POSTKEY1DATE TO KEY1DATE
           MOVE WS-POSTRETRY TO KEY1SEQ
           MOVE WS-PENDACCOUNT TO KEY2ACCOUNT
           MOVE WS-ACCOUNTNAME TO ACCOUNTNAME
           MOVE WS-PENDDESCRIPTION TO TRANSACTIONDESCRIPTION
           MOVE WS-PENDAMOUNT TO TRANSACTIONAMMOUNT
           MOVE WS-PENDCATEGORY TO TRANSACTIONCATEGORY
           MOVE SPACES TO TRANSACTIONCLEARED
           MOVE SPACES TO TRANSORIGCURRENCY
           MOVE ZERO TO TRANSORIGAMOUNT
           MOVE ZERO TO TRANSRATEUSED
           MOVE SPACES TO TRANSREVERSALFLAG
           MOVE ZERO TO TRANSREVERSALREF
           MOVE "RELEASE" TO TRANSOPERATOR
           WRITE INFILEFD
             INVALID KEY ADD 1 TO WS-POSTRETRY
             NOT INVALID KEY MOVE "Y" TO WS-POSTOK
           END-WRITE
         END-PERFORM.

         IF NOT WS-POST-DONE
           ADD 1 TO WS-ITEMSSKIPPED
           MOVE SPACES TO JOURNALLINE
           STRING "SKIPPED " WS-PENDENTRYDATE " " WS-PENDSEQ
             " ACCOUNT " WS-PENDACCOUNT
             " - RECORD ALREADY EXIST"
             DELIMITED BY SIZE INTO JOURNALLINE
           END-STRING
           WRITE JOURNALLINE
         ELSE
           MOVE WS-PENDACCOUNT TO KEY1TOTAL
           READ INFILETOTAL INTO WS-INFILETOTALFD
             KEY IS KEY1TOTAL
             INVALID KEY DISPLAY "!ERROR TOTAL RECORD DOSE NOT EXIST!"
           END-READ
           COMPUTE KEY1TOTALTOTAL =
                   WS-KEY1TOTALTOTAL + WS-PENDAMOUNT
           REWRITE INFILETOTALFD
             INVALID KEY DISPLAY "!ERROR UPDATING TOTAL RECORD!"
           END-REWRITE

           MOVE "R" TO WS-PENDSTATUS
           MOVE WS-RELEASEDATE TO WS-PENDACTIONDATE
           MOVE "RELEASE" TO WS-PENDACTIONOPER
           MOVE KEY1TRANS TO WS-PENDPOSTEDKEY
           MOVE WS-PENDINGFD TO PENDINGFD
           REWRITE PENDINGFD
             INVALID KEY
               DISPLAY "!ERROR UPDATING PENDING PAYMENT "
                       WS-PENDENTRYDATE " " WS-PENDSEQ "!"
               MOVE "Y" TO WS-PENDUPDATEERR
           END-REWRITE

           ADD 1 TO WS-ITEMSPOSTED
           MOVE WS-PENDAMOUNT TO WS-JOURNALAMT
           MOVE SPACES TO JOURNALLINE
           STRING "POSTED  " WS-PENDENTRYDATE " " WS-PENDSEQ
             " ACCOUNT " WS-PENDACCOUNT
             " " WS-JOURNALAMT
             " " WS-PENDDESCRIPTION
             DELIMITED BY SIZE INTO JOURNALLINE
           END-STRING
           WRITE JOURNALLINE
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
             MOVE WS-ITEMSDUE TO RUNRECORDSREAD
             MOVE WS-ITEMSPOSTED TO RUNRECORDSPOSTED
             MOVE WS-ITEMSSKIPPED TO RUNRECORDSREJECTED
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
