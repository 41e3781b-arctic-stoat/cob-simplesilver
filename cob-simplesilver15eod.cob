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
       PROGRAM-ID. cob-simplesilver15eod.
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
           SELECT INFILETOTAL ASSIGN TO "cob-simplesilver01total.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1TOTAL
             FILE STATUS IS WS-TOTALFSTAT.
           SELECT INFILE-BALHIST
             ASSIGN TO "cob-simplesilver01balhist.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1BALHIST
             FILE STATUS IS WS-BALHISTFSTAT.
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
             05 FILLER PIC X(08).

         FD INFILETOTAL
           RECORD CONTAINS 100 CHARACTERS.
           01 INFILETOTALFD.
             05 KEY1TOTAL PIC 9(15).
             05 KEY1TOTALCURRENCY PIC X(3).
             05 KEY1TOTALTOTAL PIC S9(9)9V99.

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
         01 WS-INFILEFSTAT PIC X(02) VALUE SPACES.
         01 WS-TOTALFSTAT PIC X(02) VALUE SPACES.
         01 WS-BALHISTFSTAT PIC X(02) VALUE SPACES.

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

         01 WS-INFILETOTALFD.
           05 WS-KEY1TOTAL PIC 9(15).
           05 WS-KEY1TOTALCURRENCY PIC X(3).
           05 WS-KEY1TOTALTOTAL PIC S9(9)9V99.

         01 WS-BUSINESSDATE PIC 9(08) VALUE ZERO.
         01 WS-BUSINESSDATEX REDEFINES WS-BUSINESSDATE.
           05 WS-BUSINESSYYYY PIC 9(04).
           05 WS-BUSINESSMM PIC 9(02).
           05 WS-BUSINESSDD PIC 9(02).
         01 WS-DAYDEBITS PIC S9(9)9V99 VALUE ZERO.
         01 WS-DAYCREDITS PIC S9(9)9V99 VALUE ZERO.
         01 WS-DAYPOSTINGS PIC 9(05) VALUE ZERO.
         01 WS-LATERAMOUNT PIC S9(9)9V99 VALUE ZERO.
         01 WS-CLOSINGBALANCE PIC S9(9)9V99 VALUE ZERO.
         01 WS-HISTWRITEOK PIC X(01) VALUE "N".
           88 WS-HISTWRITE-DONE VALUE "Y".

         01 WS-ACCOUNTSREAD PIC 9(07) VALUE ZERO.
         01 WS-HISTWRITTEN PIC 9(07) VALUE ZERO.
         01 WS-HISTREPLACED PIC 9(07) VALUE ZERO.
         01 WS-HISTFAILED PIC 9(07) VALUE ZERO.

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
         01 WS-LOCKFSTAT PIC X(02) VALUE SPACES.
         01 WS-LOCKINFO.
           05 WS-LOCKHOLDER PIC X(12).
           05 FILLER PIC X(02).
           05 WS-LOCKSTAMP PIC 9(14).
           05 FILLER PIC X(02).

       PROCEDURE DIVISION.

       0000MAINLINE.
         MOVE "ENDOFDAY" TO WS-LOCKHOLDER.
         PERFORM 0000ACQUIRELOCK.

         DISPLAY "Enter BUSINESS DATE (yyyymmdd, 0=today):".
         ACCEPT WS-BUSINESSDATE.
         ACCEPT WS-RUNCURRDATE FROM DATE yyyymmdd.
         IF WS-BUSINESSDATE = ZERO
           MOVE WS-RUNCURRDATE TO WS-BUSINESSDATE
         END-IF.
         IF WS-BUSINESSMM < 1 OR WS-BUSINESSMM > 12
             OR WS-BUSINESSDD < 1 OR WS-BUSINESSDD > 31
           DISPLAY "!ERROR BUSINESS DATE NOT VALID!"
           PERFORM 0000RELEASELOCK
           STOP RUN
         END-IF.
         IF WS-BUSINESSDATE > WS-RUNCURRDATE
           DISPLAY "!ERROR BUSINESS DATE IN THE FUTURE!"
           PERFORM 0000RELEASELOCK
           STOP RUN
         END-IF.

         MOVE "EOD" TO WS-CHECKJOBNAME.
         MOVE WS-BUSINESSDATE TO WS-CHECKDATEKEY.
         MOVE SPACES TO WS-CHECKSIGNATURE.
         STRING "BUSINESS DATE " WS-BUSINESSDATE
           DELIMITED BY SIZE INTO WS-CHECKSIGNATURE
         END-STRING.
         PERFORM 0000OPENRUNCTL.
         PERFORM 0000WRITERUNSTART.

         OPEN INPUT INFILETOTAL.
         IF WS-TOTALFSTAT = "35"
           DISPLAY "No total file - no accounts to record."
         ELSE
           OPEN INPUT INFILE
           PERFORM 0000OPENBALHIST
           MOVE 0 TO WS-ENDOFFILE
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ INFILETOTAL NEXT RECORD INTO WS-INFILETOTALFD
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 ADD 1 TO WS-ACCOUNTSREAD
                 PERFORM 0000SUMACCOUNTDAY
                 PERFORM 0000WRITEBALHIST
             END-READ
           END-PERFORM
           CLOSE INFILE
           CLOSE INFILE-BALHIST
           CLOSE INFILETOTAL
         END-IF.

         IF WS-HISTFAILED = ZERO
           MOVE "SUCCESS" TO WS-RUNOUTCOME
         ELSE
           MOVE "FAILED" TO WS-RUNOUTCOME
         END-IF.
         PERFORM 0000WRITERUNEND.

         DISPLAY "Business date     : " WS-BUSINESSDATE.
         DISPLAY "Accounts read     : " WS-ACCOUNTSREAD.
         DISPLAY "History written   : " WS-HISTWRITTEN.
         DISPLAY "History replaced  : " WS-HISTREPLACED.
         DISPLAY "History failed    : " WS-HISTFAILED.
         PERFORM 0000RELEASELOCK.
         STOP RUN.

       0000SUMACCOUNTDAY.
         MOVE ZERO TO WS-DAYDEBITS.
         MOVE ZERO TO WS-DAYCREDITS.
         MOVE ZERO TO WS-DAYPOSTINGS.
         MOVE ZERO TO WS-LATERAMOUNT.
         IF WS-INFILEFSTAT = "35"
           CONTINUE
         ELSE
           MOVE 0 TO WS-GROUPEOF
           MOVE WS-KEY1TOTAL TO KEY2ACCOUNT
           START INFILE KEY IS = KEY2ACCOUNT
             INVALID KEY MOVE 1 TO WS-GROUPEOF
           END-START
           PERFORM UNTIL WS-GROUPEOF = 1
             READ INFILE NEXT RECORD INTO WS-INFILEFD
               AT END MOVE 1 TO WS-GROUPEOF
               NOT AT END
                 IF WS-KEY2ACCOUNT NOT = WS-KEY1TOTAL
                   MOVE 1 TO WS-GROUPEOF
                 ELSE
                   PERFORM 0000SUMPOSTING
                 END-IF
             END-READ
           END-PERFORM
         END-IF.
         COMPUTE WS-CLOSINGBALANCE =
                 WS-KEY1TOTALTOTAL - WS-LATERAMOUNT.

       0000SUMPOSTING.
         IF WS-KEY1DATE(1:8) > WS-BUSINESSDATE
           ADD WS-TRANSACTIONAMMOUNT TO WS-LATERAMOUNT
         END-IF.
         IF WS-KEY1DATE(1:8) = WS-BUSINESSDATE
             AND WS-TRANSACTIONDESCRIPTION(1:16)
               NOT = "ARCHIVED BALANCE"
           ADD 1 TO WS-DAYPOSTINGS
           IF WS-TRANSACTIONAMMOUNT < ZERO
             SUBTRACT WS-TRANSACTIONAMMOUNT FROM WS-DAYDEBITS
           ELSE
             ADD WS-TRANSACTIONAMMOUNT TO WS-DAYCREDITS
           END-IF
         END-IF.

       0000WRITEBALHIST.
         ACCEPT WS-RUNCURRDATE FROM DATE yyyymmdd.
         ACCEPT WS-RUNCURRTIME FROM TIME.
         MOVE WS-RUNDATEANDTIME TO WS-RUNSTAMP.
         MOVE "N" TO WS-HISTWRITEOK.
         MOVE WS-KEY1TOTAL TO BALHISTACCOUNT.
         MOVE WS-BUSINESSDATE TO BALHISTDATE.
         MOVE WS-KEY1TOTALCURRENCY TO BALHISTCURRENCY.
         MOVE WS-DAYDEBITS TO BALHISTDEBITS.
         MOVE WS-DAYCREDITS TO BALHISTCREDITS.
         MOVE WS-CLOSINGBALANCE TO BALHISTCLOSING.
         MOVE WS-DAYPOSTINGS TO BALHISTPOSTINGS.
         MOVE WS-RUNSTAMP TO BALHISTSTAMP.
         WRITE BALHISTFD
           INVALID KEY
             REWRITE BALHISTFD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 MOVE "Y" TO WS-HISTWRITEOK
                 ADD 1 TO WS-HISTREPLACED
             END-REWRITE
           NOT INVALID KEY
             MOVE "Y" TO WS-HISTWRITEOK
             ADD 1 TO WS-HISTWRITTEN
         END-WRITE.
         IF NOT WS-HISTWRITE-DONE
           ADD 1 TO WS-HISTFAILED
           DISPLAY "!ERROR WRITING BALANCE HISTORY FOR ACCOUNT "
                   WS-KEY1TOTAL "!"
         END-IF.

       0000OPENBALHIST.
         OPEN I-O INFILE-BALHIST.
         IF WS-BALHISTFSTAT = "35"
           OPEN OUTPUT INFILE-BALHIST
           CLOSE INFILE-BALHIST
           OPEN I-O INFILE-BALHIST
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
             MOVE WS-ACCOUNTSREAD TO RUNRECORDSREAD
             COMPUTE RUNRECORDSPOSTED =
                     WS-HISTWRITTEN + WS-HISTREPLACED
             MOVE WS-HISTFAILED TO RUNRECORDSREJECTED
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
