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
       PROGRAM-ID. cob-simplesilver14overdraft.
       AUTHOR.  "Christer Stig Åke Landstedt".

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
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
           SELECT INFILE-REPORT
             ASSIGN TO "cob-simplesilver01overdraftreport.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
         FILE SECTION.
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

         FD INFILE-REPORT
           DATA RECORD IS REPORTLINE.
           01 REPORTLINE PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-ENDOFFILE PIC 9 VALUE ZERO.
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
         01 WS-ACCTMASTFOUND PIC X(01) VALUE "N".
           88 WS-ACCTMAST-EXISTS VALUE "Y".

         01 WS-WARNPERCENT PIC 9(03) VALUE ZERO.
         01 WS-HEADROOM PIC S9(9)9V99 VALUE ZERO.
         01 WS-WARNHEADROOM PIC S9(9)9V99 VALUE ZERO.
         01 WS-LIMITSTATUS PIC X(10) VALUE SPACES.
         01 WS-STATUSNOTE PIC X(10) VALUE SPACES.

         01 WS-BALANCEDISPLAY PIC -9(10).99 VALUE ZERO.
         01 WS-LIMITDISPLAY PIC 9(8).99 VALUE ZERO.
         01 WS-HEADROOMDISPLAY PIC -9(10).99 VALUE ZERO.

         01 WS-ACCOUNTSREAD PIC 9(07) VALUE ZERO.
         01 WS-ACCOUNTSOVER PIC 9(07) VALUE ZERO.
         01 WS-ACCOUNTSNEAR PIC 9(07) VALUE ZERO.

         01 DATEANDTIME.
           05 CURRENTDATE.
             10 YYYY PIC 9999.
             10 MM PIC 99.
             10 DD PIC 99.

       PROCEDURE DIVISION.

       0000MAINLINE.
         ACCEPT CURRENTDATE FROM DATE yyyymmdd.
         DISPLAY "Enter WARNING PERCENT of limit (0=over limit only):".
         ACCEPT WS-WARNPERCENT.
         IF WS-WARNPERCENT > 100
           DISPLAY "!ERROR WARNING PERCENT OUT OF RANGE (MAX 100)!"
           STOP RUN
         END-IF.

         OPEN INPUT INFILETOTAL.
         IF WS-TOTALFSTAT = "35"
           DISPLAY "No total file - no accounts to report."
           STOP RUN
         END-IF.

         OPEN INPUT INFILE-ACCOUNT.
         IF WS-ACCOUNTMFSTAT = "35"
           DISPLAY "No account master file - limits taken as zero."
           MOVE "N" TO WS-ACCTMASTAVAIL
         ELSE
           MOVE "Y" TO WS-ACCTMASTAVAIL
         END-IF.

         OPEN OUTPUT INFILE-REPORT.
         MOVE SPACES TO REPORTLINE.
         STRING
           "OVERDRAFT LIMIT REPORT " YYYY "-" MM "-" DD
           " WARNING AT " WS-WARNPERCENT " PERCENT OF LIMIT"
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.
         MOVE SPACES TO REPORTLINE.
         STRING
           "ACCOUNT         NAME                   CCY "
           "       BALANCE    OD LIMIT       HEADROOM STATUS"
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.

         MOVE 0 TO WS-ENDOFFILE.
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ INFILETOTAL NEXT RECORD INTO WS-INFILETOTALFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               ADD 1 TO WS-ACCOUNTSREAD
               PERFORM 0000CHECKACCOUNTLIMIT
           END-READ
         END-PERFORM.

         MOVE SPACES TO REPORTLINE.
         STRING
           "ACCOUNTS READ " WS-ACCOUNTSREAD
           " OVER LIMIT " WS-ACCOUNTSOVER
           " NEAR LIMIT " WS-ACCOUNTSNEAR
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.

         CLOSE INFILETOTAL.
         IF WS-ACCTMAST-AVAILABLE
           CLOSE INFILE-ACCOUNT
         END-IF.
         CLOSE INFILE-REPORT.

         DISPLAY "Accounts read : " WS-ACCOUNTSREAD.
         DISPLAY "Over limit    : " WS-ACCOUNTSOVER.
         DISPLAY "Near limit    : " WS-ACCOUNTSNEAR.
         DISPLAY "Report written to cob-simplesilver01overdraftreport"
                 ".txt".
         STOP RUN.

       0000CHECKACCOUNTLIMIT.
         PERFORM 0000READACCOUNTMASTER.
         IF NOT WS-ACCTMAST-EXISTS
           MOVE SPACES TO WS-ACCOUNTMASTERNAME
           MOVE SPACES TO WS-ACCOUNTSTATUS
           MOVE ZERO TO WS-ACCOUNTODLIMIT
         END-IF.
         IF WS-ACCOUNTODLIMIT NOT NUMERIC
           MOVE ZERO TO WS-ACCOUNTODLIMIT
         END-IF.

         COMPUTE WS-HEADROOM = WS-KEY1TOTALTOTAL + WS-ACCOUNTODLIMIT.
         COMPUTE WS-WARNHEADROOM ROUNDED =
                 WS-ACCOUNTODLIMIT * WS-WARNPERCENT / 100.

         MOVE SPACES TO WS-LIMITSTATUS.
         IF WS-HEADROOM < ZERO
           MOVE "OVER LIMIT" TO WS-LIMITSTATUS
           ADD 1 TO WS-ACCOUNTSOVER
         ELSE
           IF WS-ACCOUNTODLIMIT > ZERO AND WS-WARNPERCENT > ZERO
               AND WS-HEADROOM NOT > WS-WARNHEADROOM
             MOVE "NEAR LIMIT" TO WS-LIMITSTATUS
             ADD 1 TO WS-ACCOUNTSNEAR
           END-IF
         END-IF.

         IF WS-LIMITSTATUS NOT = SPACES
           PERFORM 0000PRINTACCOUNTLINE
         END-IF.

       0000READACCOUNTMASTER.
         MOVE "N" TO WS-ACCTMASTFOUND.
         IF WS-ACCTMAST-AVAILABLE
           MOVE WS-KEY1TOTAL TO KEY1ACCOUNT
           READ INFILE-ACCOUNT INTO WS-ACCOUNTMASTERFD
             KEY IS KEY1ACCOUNT
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE "Y" TO WS-ACCTMASTFOUND
           END-READ
         END-IF.

       0000PRINTACCOUNTLINE.
         MOVE WS-KEY1TOTALTOTAL TO WS-BALANCEDISPLAY.
         MOVE WS-ACCOUNTODLIMIT TO WS-LIMITDISPLAY.
         MOVE WS-HEADROOM TO WS-HEADROOMDISPLAY.
         MOVE SPACES TO WS-STATUSNOTE.
         IF WS-ACCOUNTSTATUS = "C"
           MOVE "CLOSED" TO WS-STATUSNOTE
         END-IF.
         IF NOT WS-ACCTMAST-EXISTS
           MOVE "NO MASTER" TO WS-STATUSNOTE
         END-IF.

         MOVE SPACES TO REPORTLINE.
         STRING
           WS-KEY1TOTAL " "
           WS-ACCOUNTMASTERNAME " "
           WS-KEY1TOTALCURRENCY " "
           WS-BALANCEDISPLAY " "
           WS-LIMITDISPLAY " "
           WS-HEADROOMDISPLAY " "
           WS-LIMITSTATUS " "
           WS-STATUSNOTE
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.
         DISPLAY REPORTLINE.
