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
       PROGRAM-ID. cob-simplesilver19yearend.
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
           SELECT INFILE-REPORT
             ASSIGN TO "cob-simplesilver01yearend.txt"
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

         01 WS-ARCHFSTAT PIC X(02) VALUE SPACES.
         01 WS-ARCHFILENAME PIC X(60) VALUE SPACES.
         01 WS-ARCHMONTH.
           05 WS-ARCHYYYY PIC 9(04).
           05 WS-ARCHMM PIC 9(02).
         01 WS-ARCHMONTH6 REDEFINES WS-ARCHMONTH PIC 9(06).
         01 WS-ARCHTOMONTH PIC 9(06) VALUE ZERO.

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
         01 WS-CATEGORYFD.
           05 WS-KEY1CATEGORY PIC X(04).
           05 WS-CATEGORYNAME PIC X(30).

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

         01 WS-YEAR PIC 9(04) VALUE ZERO.
         01 WS-SELECTACCOUNT PIC 9(15) VALUE ZERO.
         01 WS-RECORDYEAR PIC 9(04) VALUE ZERO.
         01 WS-RECORDMM PIC 9(02) VALUE ZERO.

         01 WS-MONTHNAMES PIC X(36)
             VALUE "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
         01 WS-MONTHNAMETAB REDEFINES WS-MONTHNAMES.
           05 WS-MONTHNAME PIC X(03) OCCURS 12.

         01 WS-MONTHTAB.
           05 WS-MONTHENTRY OCCURS 12.
             10 WS-MONTHCOUNT PIC 9(05).
             10 WS-MONTHDEBITS PIC S9(9)9V99.
             10 WS-MONTHCREDITS PIC S9(9)9V99.
         01 WS-MONTHIDX PIC 9(02) VALUE ZERO.

         01 WS-CATTAB.
           05 WS-CATENTRY OCCURS 100.
             10 WS-CATCODE PIC X(04).
             10 WS-CATNAME PIC X(30).
         01 WS-CATCOUNT PIC 9(03) VALUE ZERO.
         01 WS-CATIDX PIC 9(03) VALUE ZERO.

         01 WS-RPTTAB.
           05 WS-RPTENTRY OCCURS 100.
             10 WS-RPTCODE PIC X(04).
             10 WS-RPTCOUNT PIC 9(05).
             10 WS-RPTTOTAL PIC S9(9)9V99.
         01 WS-RPTCOUNTX PIC 9(03) VALUE ZERO.
         01 WS-RPTIDX PIC 9(03) VALUE ZERO.
         01 WS-RPTFOUNDIDX PIC 9(03) VALUE ZERO.
         01 WS-RPTWARNED PIC X(01) VALUE "N".
         01 WS-REPORTCODE PIC X(04) VALUE SPACES.
         01 WS-REPORTNAME PIC X(30) VALUE SPACES.
         01 WS-NAMEFOUND PIC X(01) VALUE "N".
           88 WS-NAME-ON-FILE VALUE "Y".

         01 WS-INTTAB.
           05 WS-INTENTRY OCCURS 60.
             10 WS-INTDATE PIC 9(08).
             10 WS-INTAMOUNT PIC S9(7)9V99.
         01 WS-INTCOUNT PIC 9(03) VALUE ZERO.
         01 WS-INTIDX PIC 9(03) VALUE ZERO.
         01 WS-INTTOTAL PIC S9(9)9V99 VALUE ZERO.

         01 WS-CURRENTACCOUNT PIC 9(15) VALUE ZERO.
         01 WS-CURRENTNAME PIC X(22) VALUE SPACES.
         01 WS-YEARCOUNT PIC 9(07) VALUE ZERO.
         01 WS-YEARDEBITS PIC S9(9)9V99 VALUE ZERO.
         01 WS-YEARCREDITS PIC S9(9)9V99 VALUE ZERO.
         01 WS-LATERTOTAL PIC S9(9)9V99 VALUE ZERO.
         01 WS-OPENINGBALANCE PIC S9(9)9V99 VALUE ZERO.
         01 WS-CLOSINGBALANCE PIC S9(9)9V99 VALUE ZERO.

         01 WS-OPENINGDISPLAY PIC -9(10).99 VALUE ZERO.
         01 WS-CLOSINGDISPLAY PIC -9(10).99 VALUE ZERO.
         01 WS-DEBITSDISPLAY PIC -9(10).99 VALUE ZERO.
         01 WS-CREDITSDISPLAY PIC -9(10).99 VALUE ZERO.
         01 WS-AMOUNTDISPLAY PIC -9(10).99 VALUE ZERO.

         01 WS-RECORDSREAD PIC 9(07) VALUE ZERO.
         01 WS-ARCHIVEDREAD PIC 9(07) VALUE ZERO.
         01 WS-ACCOUNTSPRINTED PIC 9(07) VALUE ZERO.
         01 WS-ACCOUNTSSKIPPED PIC 9(07) VALUE ZERO.

         01 DATEANDTIME.
           05 CURRENTDATE.
             10 YYYY PIC 9999.
             10 MM PIC 99.
             10 DD PIC 99.

       PROCEDURE DIVISION.

       0000MAINLINE.
         ACCEPT CURRENTDATE FROM DATE yyyymmdd.
         DISPLAY "Enter YEAR (yyyy, 0=last year):".
         ACCEPT WS-YEAR.
         IF WS-YEAR = ZERO
           COMPUTE WS-YEAR = YYYY - 1
         END-IF.
         IF WS-YEAR < 1900 OR WS-YEAR > YYYY
           DISPLAY "!ERROR YEAR NOT VALID!"
           STOP RUN
         END-IF.
         DISPLAY "Enter ACCOUNT (0=all accounts):".
         ACCEPT WS-SELECTACCOUNT.

         OPEN INPUT INFILETOTAL.
         IF WS-TOTALFSTAT = "35"
           DISPLAY "No account total file - nothing to report."
           STOP RUN
         END-IF.

         PERFORM 0000LOADCATEGORYTABLE.

         OPEN INPUT INFILE-ACCOUNT.
         IF WS-ACCOUNTMFSTAT = "35"
           MOVE "N" TO WS-ACCTMASTAVAIL
         ELSE
           MOVE "Y" TO WS-ACCTMASTAVAIL
         END-IF.

         MOVE "N" TO WS-SPLITAVAIL.
         OPEN INPUT INFILE-SPLIT.
         IF WS-SPLITFSTAT NOT = "35"
           MOVE "Y" TO WS-SPLITAVAIL
         END-IF.

         MOVE CURRENTDATE(1:6) TO WS-ARCHTOMONTH.

         OPEN OUTPUT INFILE-REPORT.
         OPEN INPUT INFILE.

         MOVE 0 TO WS-ENDOFFILE.
         IF WS-SELECTACCOUNT NOT = ZERO
           MOVE WS-SELECTACCOUNT TO KEY1TOTAL
           READ INFILETOTAL INTO WS-INFILETOTALFD
             KEY IS KEY1TOTAL
             INVALID KEY
               DISPLAY "!ERROR ACCOUNT " WS-SELECTACCOUNT
                       " DOSE NOT EXIST!"
             NOT INVALID KEY PERFORM 0000SUMMARIZEACCOUNT
           END-READ
         ELSE
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ INFILETOTAL NEXT RECORD INTO WS-INFILETOTALFD
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END PERFORM 0000SUMMARIZEACCOUNT
             END-READ
           END-PERFORM
         END-IF.

         CLOSE INFILE.
         CLOSE INFILETOTAL.
         IF WS-ACCTMAST-AVAILABLE
           CLOSE INFILE-ACCOUNT
         END-IF.
         IF WS-SPLIT-AVAILABLE
           CLOSE INFILE-SPLIT
         END-IF.
         CLOSE INFILE-REPORT.

         DISPLAY "Live records read    : " WS-RECORDSREAD.
         DISPLAY "Archived records read: " WS-ARCHIVEDREAD.
         DISPLAY "Accounts printed     : " WS-ACCOUNTSPRINTED.
         DISPLAY "Accounts no activity : " WS-ACCOUNTSSKIPPED.
         DISPLAY "Report written to cob-simplesilver01yearend.txt".
         STOP RUN.

       0000LOADCATEGORYTABLE.
         MOVE ZERO TO WS-CATCOUNT.
         OPEN INPUT INFILE-CATEGORY.
         IF WS-CATEGORYFSTAT = "35"
           DISPLAY "No category file - all postings report as OTHER."
         ELSE
           MOVE 0 TO WS-ENDOFFILE
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ INFILE-CATEGORY NEXT RECORD INTO WS-CATEGORYFD
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 IF WS-CATCOUNT < 100
                   ADD 1 TO WS-CATCOUNT
                   MOVE WS-KEY1CATEGORY TO WS-CATCODE(WS-CATCOUNT)
                   MOVE WS-CATEGORYNAME TO WS-CATNAME(WS-CATCOUNT)
                 ELSE
                   MOVE 1 TO WS-ENDOFFILE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INFILE-CATEGORY
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000SUMMARIZEACCOUNT.
         MOVE WS-KEY1TOTAL TO WS-CURRENTACCOUNT.
         MOVE SPACES TO WS-CURRENTNAME.
         MOVE ZERO TO WS-YEARCOUNT.
         MOVE ZERO TO WS-YEARDEBITS.
         MOVE ZERO TO WS-YEARCREDITS.
         MOVE ZERO TO WS-LATERTOTAL.
         MOVE ZERO TO WS-INTCOUNT.
         MOVE ZERO TO WS-INTTOTAL.
         MOVE ZERO TO WS-RPTCOUNTX.
         MOVE "N" TO WS-RPTWARNED.
         PERFORM VARYING WS-MONTHIDX FROM 1 BY 1
             UNTIL WS-MONTHIDX > 12
           MOVE ZERO TO WS-MONTHCOUNT(WS-MONTHIDX)
           MOVE ZERO TO WS-MONTHDEBITS(WS-MONTHIDX)
           MOVE ZERO TO WS-MONTHCREDITS(WS-MONTHIDX)
         END-PERFORM.

         COMPUTE WS-ARCHMONTH6 = WS-YEAR * 100 + 1.
         PERFORM UNTIL WS-ARCHMONTH6 > WS-ARCHTOMONTH
           PERFORM 0000LOADARCHIVEMONTH
           IF WS-ARCHMM = 12
             ADD 1 TO WS-ARCHYYYY
             MOVE 1 TO WS-ARCHMM
           ELSE
             ADD 1 TO WS-ARCHMM
           END-IF
         END-PERFORM.

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
                 ADD 1 TO WS-RECORDSREAD
                 IF WS-TRANSACTIONDESCRIPTION(1:16)
                     NOT = "ARCHIVED BALANCE"
                   PERFORM 0000APPLYPOSTING
                 END-IF
               END-IF
           END-READ
         END-PERFORM.

         COMPUTE WS-CLOSINGBALANCE = WS-KEY1TOTALTOTAL - WS-LATERTOTAL.
         COMPUTE WS-OPENINGBALANCE = WS-CLOSINGBALANCE
                 + WS-YEARDEBITS - WS-YEARCREDITS.

         IF WS-YEARCOUNT = ZERO AND WS-OPENINGBALANCE = ZERO
             AND WS-CLOSINGBALANCE = ZERO
           ADD 1 TO WS-ACCOUNTSSKIPPED
         ELSE
           IF WS-ACCTMAST-AVAILABLE
             MOVE WS-CURRENTACCOUNT TO KEY1ACCOUNT
             READ INFILE-ACCOUNT INTO WS-ACCOUNTMASTERFD
               KEY IS KEY1ACCOUNT
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 MOVE WS-ACCOUNTMASTERNAME TO WS-CURRENTNAME
             END-READ
           END-IF
           ADD 1 TO WS-ACCOUNTSPRINTED
           PERFORM 0000PRINTSUMMARY
           PERFORM 0000PRINTCERTIFICATE
         END-IF.

       0000LOADARCHIVEMONTH.
         MOVE SPACES TO WS-ARCHFILENAME.
         STRING
           "cob-simplesilver01archive." DELIMITED BY SIZE
           WS-CURRENTACCOUNT DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           WS-ARCHMONTH6 DELIMITED BY SIZE
           ".idx" DELIMITED BY SIZE
           INTO WS-ARCHFILENAME
         END-STRING.

         OPEN INPUT INFILE-ARCHIVE.
         IF WS-ARCHFSTAT = "35"
           CONTINUE
         ELSE
           MOVE 0 TO WS-GROUPEOF
           PERFORM UNTIL WS-GROUPEOF = 1
             READ INFILE-ARCHIVE NEXT RECORD INTO WS-INFILEFD
               AT END MOVE 1 TO WS-GROUPEOF
               NOT AT END
                 ADD 1 TO WS-ARCHIVEDREAD
                 IF WS-TRANSACTIONDESCRIPTION(1:16)
                     NOT = "ARCHIVED BALANCE"
                   PERFORM 0000APPLYPOSTING
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INFILE-ARCHIVE
         END-IF.
         MOVE 0 TO WS-GROUPEOF.

       0000APPLYPOSTING.
         IF WS-CURRENTNAME = SPACES
           MOVE WS-ACCOUNTNAME TO WS-CURRENTNAME
         END-IF.
         MOVE WS-KEY1DATE(1:4) TO WS-RECORDYEAR.
         MOVE WS-KEY1DATE(5:2) TO WS-RECORDMM.
         IF WS-RECORDYEAR > WS-YEAR
           ADD WS-TRANSACTIONAMMOUNT TO WS-LATERTOTAL
         END-IF.
         IF WS-RECORDYEAR = WS-YEAR
             AND WS-RECORDMM > ZERO AND WS-RECORDMM < 13
           ADD 1 TO WS-YEARCOUNT
           ADD 1 TO WS-MONTHCOUNT(WS-RECORDMM)
           IF WS-TRANSACTIONAMMOUNT < ZERO
             SUBTRACT WS-TRANSACTIONAMMOUNT
               FROM WS-MONTHDEBITS(WS-RECORDMM)
             SUBTRACT WS-TRANSACTIONAMMOUNT FROM WS-YEARDEBITS
           ELSE
             ADD WS-TRANSACTIONAMMOUNT
               TO WS-MONTHCREDITS(WS-RECORDMM)
             ADD WS-TRANSACTIONAMMOUNT TO WS-YEARCREDITS
           END-IF
           IF WS-TRANSACTIONDESCRIPTION = "INTEREST"
               AND WS-TRANSREVERSALFLAG NOT = "R"
             ADD WS-TRANSACTIONAMMOUNT TO WS-INTTOTAL
             IF WS-INTCOUNT < 60
               ADD 1 TO WS-INTCOUNT
               MOVE WS-KEY1DATE(1:8) TO WS-INTDATE(WS-INTCOUNT)
               MOVE WS-TRANSACTIONAMMOUNT
                 TO WS-INTAMOUNT(WS-INTCOUNT)
             END-IF
           END-IF
           PERFORM 0000COUNTPOSTING
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
                   PERFORM 0000COUNTRECORD
                 END-IF
             END-READ
           END-PERFORM
         END-IF.
         IF WS-SPLITLINES = ZERO
           MOVE WS-TRANSACTIONCATEGORY TO WS-COUNTCATEGORY
           MOVE WS-TRANSACTIONAMMOUNT TO WS-COUNTAMOUNT
           PERFORM 0000COUNTRECORD
         END-IF.

       0000COUNTRECORD.
         MOVE WS-COUNTCATEGORY TO WS-REPORTCODE.
         PERFORM 0000RESOLVECATEGORY.

         MOVE ZERO TO WS-RPTFOUNDIDX.
         PERFORM VARYING WS-RPTIDX FROM 1 BY 1
             UNTIL WS-RPTIDX > WS-RPTCOUNTX
           IF WS-RPTCODE(WS-RPTIDX) = WS-REPORTCODE
             MOVE WS-RPTIDX TO WS-RPTFOUNDIDX
           END-IF
         END-PERFORM.
         IF WS-RPTFOUNDIDX = ZERO
           IF WS-RPTCOUNTX < 100
             ADD 1 TO WS-RPTCOUNTX
             MOVE WS-RPTCOUNTX TO WS-RPTFOUNDIDX
             MOVE WS-REPORTCODE TO WS-RPTCODE(WS-RPTFOUNDIDX)
             MOVE ZERO TO WS-RPTCOUNT(WS-RPTFOUNDIDX)
             MOVE ZERO TO WS-RPTTOTAL(WS-RPTFOUNDIDX)
           ELSE
             IF WS-RPTWARNED = "N"
               DISPLAY "!ERROR MORE THAN 100 CATEGORIES FOR ACCOUNT "
                       WS-CURRENTACCOUNT " - REPORT CUT!"
               MOVE "Y" TO WS-RPTWARNED
             END-IF
           END-IF
         END-IF.
         IF WS-RPTFOUNDIDX NOT = ZERO
           ADD 1 TO WS-RPTCOUNT(WS-RPTFOUNDIDX)
           ADD WS-COUNTAMOUNT TO WS-RPTTOTAL(WS-RPTFOUNDIDX)
         END-IF.

       0000RESOLVECATEGORY.
         IF WS-REPORTCODE = SPACES
           MOVE "OTH" TO WS-REPORTCODE
         ELSE
           PERFORM 0000FINDCATEGORYNAME
           IF NOT WS-NAME-ON-FILE
             MOVE "OTH" TO WS-REPORTCODE
           END-IF
         END-IF.

       0000FINDCATEGORYNAME.
         MOVE "N" TO WS-NAMEFOUND.
         MOVE "UNKNOWN" TO WS-REPORTNAME.
         IF WS-REPORTCODE = "OTH"
           MOVE "OTHER" TO WS-REPORTNAME
           MOVE "Y" TO WS-NAMEFOUND
         ELSE
           PERFORM VARYING WS-CATIDX FROM 1 BY 1
               UNTIL WS-CATIDX > WS-CATCOUNT
             IF WS-CATCODE(WS-CATIDX) = WS-REPORTCODE
               MOVE WS-CATNAME(WS-CATIDX) TO WS-REPORTNAME
               MOVE "Y" TO WS-NAMEFOUND
             END-IF
           END-PERFORM
         END-IF.

       0000PRINTSUMMARY.
         MOVE SPACES TO REPORTLINE.
         STRING
           "YEAR-END ACCOUNT SUMMARY " WS-YEAR
           " PRINTED " YYYY "-" MM "-" DD
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         IF WS-ACCOUNTSPRINTED = 1
           WRITE REPORTLINE
         ELSE
           WRITE REPORTLINE AFTER ADVANCING PAGE
         END-IF.
         MOVE SPACES TO REPORTLINE.
         STRING
           "ACCOUNT " WS-CURRENTACCOUNT " " WS-CURRENTNAME
           " CURRENCY " WS-KEY1TOTALCURRENCY
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.
         DISPLAY REPORTLINE.
         MOVE SPACES TO REPORTLINE.
         WRITE REPORTLINE.

         MOVE WS-OPENINGBALANCE TO WS-OPENINGDISPLAY.
         MOVE SPACES TO REPORTLINE.
         STRING
           "OPENING BALANCE 01 JAN " WS-YEAR "   " WS-OPENINGDISPLAY
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.
         MOVE SPACES TO REPORTLINE.
         WRITE REPORTLINE.

         MOVE SPACES TO REPORTLINE.
         STRING
           "MONTH POSTINGS         DEBITS        CREDITS"
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.
         PERFORM VARYING WS-MONTHIDX FROM 1 BY 1
             UNTIL WS-MONTHIDX > 12
           MOVE WS-MONTHDEBITS(WS-MONTHIDX) TO WS-DEBITSDISPLAY
           MOVE WS-MONTHCREDITS(WS-MONTHIDX) TO WS-CREDITSDISPLAY
           MOVE SPACES TO REPORTLINE
           STRING
             WS-MONTHNAME(WS-MONTHIDX) "      "
             WS-MONTHCOUNT(WS-MONTHIDX) " "
             WS-DEBITSDISPLAY " "
             WS-CREDITSDISPLAY
             DELIMITED BY SIZE INTO REPORTLINE
           END-STRING
           WRITE REPORTLINE
         END-PERFORM.
         MOVE WS-YEARDEBITS TO WS-DEBITSDISPLAY.
         MOVE WS-YEARCREDITS TO WS-CREDITSDISPLAY.
         MOVE SPACES TO REPORTLINE.
         STRING
           "YEAR  " WS-YEARCOUNT " "
           WS-DEBITSDISPLAY " "
           WS-CREDITSDISPLAY
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.
         MOVE SPACES TO REPORTLINE.
         WRITE REPORTLINE.

         MOVE WS-CLOSINGBALANCE TO WS-CLOSINGDISPLAY.
         MOVE SPACES TO REPORTLINE.
         STRING
           "CLOSING BALANCE 31 DEC " WS-YEAR "   " WS-CLOSINGDISPLAY
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.
         MOVE WS-INTTOTAL TO WS-AMOUNTDISPLAY.
         MOVE SPACES TO REPORTLINE.
         STRING
           "INTEREST CREDITED           " WS-AMOUNTDISPLAY
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.
         MOVE SPACES TO REPORTLINE.
         WRITE REPORTLINE.

         MOVE SPACES TO REPORTLINE.
         STRING
           "TOTALS BY CATEGORY"
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.
         PERFORM VARYING WS-RPTIDX FROM 1 BY 1
             UNTIL WS-RPTIDX > WS-RPTCOUNTX
           MOVE WS-RPTCODE(WS-RPTIDX) TO WS-REPORTCODE
           PERFORM 0000FINDCATEGORYNAME
           MOVE WS-RPTTOTAL(WS-RPTIDX) TO WS-AMOUNTDISPLAY
           MOVE SPACES TO REPORTLINE
           STRING
             "  " WS-REPORTCODE
             " " WS-REPORTNAME
             " COUNT " WS-RPTCOUNT(WS-RPTIDX)
             " TOTAL " WS-AMOUNTDISPLAY
             DELIMITED BY SIZE INTO REPORTLINE
           END-STRING
           WRITE REPORTLINE
         END-PERFORM.

       0000PRINTCERTIFICATE.
         MOVE SPACES TO REPORTLINE.
         STRING
           "INTEREST CERTIFICATE FOR THE YEAR " WS-YEAR
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE AFTER ADVANCING PAGE.
         MOVE SPACES TO REPORTLINE.
         WRITE REPORTLINE.
         MOVE SPACES TO REPORTLINE.
         STRING
           "ACCOUNT HOLDER : " WS-CURRENTNAME
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.
         MOVE SPACES TO REPORTLINE.
         STRING
           "ACCOUNT NUMBER : " WS-CURRENTACCOUNT
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.
         MOVE SPACES TO REPORTLINE.
         STRING
           "PERIOD         : " WS-YEAR "-01-01 TO " WS-YEAR "-12-31"
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.
         MOVE SPACES TO REPORTLINE.
         WRITE REPORTLINE.

         IF WS-INTCOUNT = ZERO
           MOVE SPACES TO REPORTLINE
           STRING
             "NO INTEREST WAS CREDITED TO THIS ACCOUNT IN " WS-YEAR
             DELIMITED BY SIZE INTO REPORTLINE
           END-STRING
           WRITE REPORTLINE
         ELSE
           MOVE SPACES TO REPORTLINE
           STRING
             "DATE CREDITED          AMOUNT"
             DELIMITED BY SIZE INTO REPORTLINE
           END-STRING
           WRITE REPORTLINE
           PERFORM VARYING WS-INTIDX FROM 1 BY 1
               UNTIL WS-INTIDX > WS-INTCOUNT
             MOVE WS-INTAMOUNT(WS-INTIDX) TO WS-AMOUNTDISPLAY
             MOVE SPACES TO REPORTLINE
             STRING
               WS-INTDATE(WS-INTIDX) "   " WS-AMOUNTDISPLAY
               DELIMITED BY SIZE INTO REPORTLINE
             END-STRING
             WRITE REPORTLINE
           END-PERFORM
         END-IF.

         MOVE WS-INTTOTAL TO WS-AMOUNTDISPLAY.
         MOVE SPACES TO REPORTLINE.
         WRITE REPORTLINE.
         MOVE SPACES TO REPORTLINE.
         STRING
           "TOTAL INTEREST CREDITED " WS-AMOUNTDISPLAY " "
           WS-KEY1TOTALCURRENCY
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.
         DISPLAY REPORTLINE.
         MOVE SPACES TO REPORTLINE.
         WRITE REPORTLINE.
         MOVE SPACES TO REPORTLINE.
         STRING
           "Reversed interest postings are not included."
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.
