             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1RULE
             FILE STATUS IS WS-RULESFSTAT.
           SELECT INFILE-OPERATOR
             ASSIGN TO "cob-simplesilver01operator.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1OPERATOR
             FILE STATUS IS WS-OPERATORFSTAT.
           SELECT INFILE-BALHIST
             ASSIGN TO "cob-simplesilver01balhist.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1BALHIST
             FILE STATUS IS WS-BALHISTFSTAT.
           SELECT INFILE-PENDING
             ASSIGN TO "cob-simplesilver01pending.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1PENDING
             ALTERNATE RECORD KEY IS PENDACCOUNT WITH DUPLICATES
             FILE STATUS IS WS-PENDINGFSTAT.
           SELECT INFILE-SPLIT
             ASSIGN TO "cob-simplesilver01split.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1SPLIT
             FILE STATUS IS WS-SPLITFSTAT.
           SELECT INFILE-FEES
             ASSIGN TO "cob-simplesilver01fees.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1FEE
             FILE STATUS IS WS-FEESFSTAT.
           SELECT INFILE-LOCK
             ASSIGN TO "cob-simplesilver01.lock"
             ORGANIZATION IS LINE SEQUENTIAL
             05 TRANSRATEUSED PIC 9(4)V9(6).
             05 TRANSREVERSALFLAG PIC X(01).
             05 TRANSREVERSALREF PIC 9(18).
             05 TRANSOPERATOR PIC X(08).



             05 CATEGORYNAME PIC X(30).

         FD INFILE-ACCOUNT
           RECORD CONTAINS 60 CHARACTERS.
           01 ACCOUNTMASTERFD.
             05 KEY1ACCOUNT PIC 9(15).
             05 ACCOUNTMASTERNAME PIC X(22).
             05 ACCOUNTTYPE PIC X(01).
             05 ACCOUNTOPENDATE PIC 9(08).
             05 ACCOUNTSTATUS PIC X(01).
             05 ACCOUNTODLIMIT PIC 9(7)9V99.

         FD INFILE-BUDGET
           RECORD CONTAINS 30 CHARACTERS.
             05 RULEPATTERN PIC X(20).
             05 RULECATEGORY PIC X(04).

         FD INFILE-OPERATOR
           RECORD CONTAINS 50 CHARACTERS.
           01 OPERATORFD.
             05 KEY1OPERATOR PIC X(08).
             05 OPERATORNAME PIC X(22).
             05 OPERATORPASSWORD PIC X(12).
             05 OPERATORROLE PIC X(01).

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

         FD INFILE-SPLIT
           RECORD CONTAINS 40 CHARACTERS.
           01 SPLITFD.
             05 KEY1SPLIT.
               10 SPLITTRANS PIC 9(18).
               10 SPLITLINE PIC 9(02).
             05 SPLITCATEGORY PIC X(04).
             05 SPLITAMOUNT PIC S9(7)9V99.
             05 FILLER PIC X(06).

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

         FD INFILE-LOCK
           DATA RECORD IS LOCKLINE.
           01 LOCKLINE PIC X(30).
             05 WS-TRANSRATEUSED PIC 9(4)V9(6).
             05 WS-TRANSREVERSALFLAG PIC X(01).
             05 WS-TRANSREVERSALREF PIC 9(18).
             05 WS-TRANSOPERATOR PIC X(08).



         01 WS-RECONCILEDISPLAY PIC -9(10).99 VALUE ZERO.
         01 WS-STOREDTOTALDISPLAY PIC -9(10).99 VALUE ZERO.

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
         01 WS-ASOFDATE PIC 9(08) VALUE ZERO.
         01 WS-ASOFDATEX REDEFINES WS-ASOFDATE.
           05 WS-ASOFYYYY PIC 9(04).
           05 WS-ASOFMM PIC 9(02).
           05 WS-ASOFDD PIC 9(02).
         01 WS-ASOFHISTFOUND PIC X(01) VALUE "N".
           88 WS-ASOFHIST-EXISTS VALUE "Y".
         01 WS-ASOFHISTDATE PIC 9(08) VALUE ZERO.
         01 WS-ASOFHISTBALANCE PIC S9(9)9V99 VALUE ZERO.
         01 WS-ASOFARCHIVED PIC X(01) VALUE "N".
           88 WS-ASOF-ARCHIVED VALUE "Y".
         01 WS-ASOFLATER PIC S9(9)9V99 VALUE ZERO.
         01 WS-ASOFBALANCE PIC S9(9)9V99 VALUE ZERO.
         01 WS-ASOFDISPLAY PIC -9(10).99 VALUE ZERO.

         01 WS-PENDINGFSTAT PIC X(02) VALUE SPACES.
         01 WS-PENDINGFD.
           05 WS-KEY1PENDING.
             10 WS-PENDENTRYDATE PIC 9(14).
             10 WS-PENDSEQ PIC 9(04).
           05 WS-PENDACCOUNT PIC 9(15).
           05 WS-PENDVALUEDATE PIC 9(08).
           05 WS-PENDVALUEDATEX REDEFINES WS-PENDVALUEDATE.
             10 WS-PENDVALUEYYYY PIC 9(04).
             10 WS-PENDVALUEMM PIC 9(02).
             10 WS-PENDVALUEDD PIC 9(02).
           05 WS-PENDDESCRIPTION PIC X(40).
           05 WS-PENDAMOUNT PIC S9(7)9V99.
           05 WS-PENDCATEGORY PIC X(04).
           05 WS-PENDSTATUS PIC X(01).
             88 WS-PEND-PENDING VALUE "P".
             88 WS-PEND-RELEASED VALUE "R".
             88 WS-PEND-CANCELLED VALUE "C".
           05 WS-PENDOPERATOR PIC X(08).
           05 WS-PENDACTIONDATE PIC 9(08).
           05 WS-PENDACTIONOPER PIC X(08).
           05 WS-PENDPOSTEDKEY PIC 9(18).
           05 FILLER PIC X(12).
         01 WS-PENDINGFOUND PIC X(01) VALUE "N".
           88 WS-PENDING-EXISTS VALUE "Y".
         01 WS-PENDAMTDISPLAY PIC -9(8).99 VALUE ZERO.
         01 WS-PENDINGCOUNT PIC 9(05) VALUE ZERO.
         01 WS-PENDINGTOTAL PIC S9(9)9V99 VALUE ZERO.
         01 WS-PENDTOTALDISPLAY PIC -9(10).99 VALUE ZERO.

         01 WS-SPLITFSTAT PIC X(02) VALUE SPACES.
         01 WS-SPLITFD.
           05 WS-KEY1SPLIT.
             10 WS-SPLITTRANS PIC 9(18).
             10 WS-SPLITLINE PIC 9(02).
           05 WS-SPLITCATEGORY PIC X(04).
           05 WS-SPLITAMOUNT PIC S9(7)9V99.
           05 FILLER PIC X(06).
         01 WS-SPLITTABLE.
           05 WS-SPLITENTRY OCCURS 9.
             10 WS-SPLITTABCAT PIC X(04).
             10 WS-SPLITTABAMT PIC S9(7)9V99.
         01 WS-SPLITCOUNT PIC 9(02) VALUE ZERO.
         01 WS-SPLITIDX PIC 9(02) VALUE ZERO.
         01 WS-SPLITKEY PIC 9(18) VALUE ZERO.
         01 WS-SPLITREMAINING PIC S9(7)9V99 VALUE ZERO.
         01 WS-SPLITREMDISPLAY PIC -9(8).99 VALUE ZERO.
         01 WS-SPLITANSWER PIC X(01) VALUE "N".
         01 WS-SPLITDONE PIC X(01) VALUE "N".
           88 WS-SPLIT-COMPLETE VALUE "Y".
         01 WS-SPLITCHANGED PIC X(01) VALUE "N".
           88 WS-SPLIT-CHANGED VALUE "Y".
         01 WS-SPLITEOF PIC 9 VALUE ZERO.

         01 WS-INTERESTRATE PIC S9(3)V99 VALUE ZERO.
         01 WS-INTERESTPERIOD PIC S9(3)V99 VALUE ZERO.
         01 WS-INTERESTAMOUNT PIC S9(7)9V99 VALUE ZERO.
           05 WS-ACCOUNTTYPE PIC X(01).
           05 WS-ACCOUNTOPENDATE PIC 9(08).
           05 WS-ACCOUNTSTATUS PIC X(01).
           05 WS-ACCOUNTODLIMIT PIC 9(7)9V99.
         01 WS-ACCTMASTFOUND PIC X(01) VALUE "N".
           88 WS-ACCTMAST-EXISTS VALUE "Y".
         01 WS-ACCTMASTLOOKUP PIC 9(15) VALUE ZERO.
           88 WS-ACCT-CLOSED VALUE "Y".
         01 WS-ACCTTYPEDESC PIC X(07) VALUE SPACES.
         01 WS-ACCTSTATUSDESC PIC X(06) VALUE SPACES.
         01 WS-ODLIMITDISPLAY PIC 9(8).99 VALUE ZERO.
         01 WS-ODFLOOR PIC S9(9)9V99 VALUE ZERO.
         01 WS-ODNEWBALANCE PIC S9(9)9V99 VALUE ZERO.
         01 WS-ODBREACHFLAG PIC X(01) VALUE "N".
           88 WS-OD-BREACHED VALUE "Y".

         01 WS-BUDGETFSTAT PIC X(02) VALUE SPACES.
         01 WS-BUDGETFD.
           05 WS-BUDGETAMOUNT PIC S9(7)9V99.
         01 WS-BUDGETAMTDISPLAY PIC -9(8).99 VALUE ZERO.

         01 WS-FEESFSTAT PIC X(02) VALUE SPACES.
         01 WS-FEESFD.
           05 WS-KEY1FEE PIC X(01).
           05 WS-FEEMONTHLY PIC 9(7)9V99.
           05 WS-FEEFREETRANS PIC 9(04).
           05 WS-FEEPERTRANS PIC 9(7)9V99.
           05 WS-FEEODDAY PIC 9(7)9V99.
           05 WS-FEECATEGORY PIC X(04).
           05 FILLER PIC X(11).
         01 WS-FEEMONTHLYDISPLAY PIC 9(8).99 VALUE ZERO.
         01 WS-FEEPERTRANSDISPLAY PIC 9(8).99 VALUE ZERO.
         01 WS-FEEODDAYDISPLAY PIC 9(8).99 VALUE ZERO.

         01 WS-REVERSEKEY PIC 9(18) VALUE ZERO.
         01 WS-REVERSALNEWKEY PIC 9(18) VALUE ZERO.
         01 WS-REVREFDISPLAY PIC Z(18) VALUE SPACES.

         01 WS-OPERATORFSTAT PIC X(02) VALUE SPACES.
         01 WS-OPERATORFD.
           05 WS-KEY1OPERATOR PIC X(08).
           05 WS-OPERATORNAME PIC X(22).
           05 WS-OPERATORPASSWORD PIC X(12).
           05 WS-OPERATORROLE PIC X(01).
         01 WS-OPERATORID PIC X(08) VALUE SPACES.
         01 WS-SIGNONROLE PIC X(01) VALUE SPACES.
           88 WS-ROLE-VIEWONLY VALUE "V".
           88 WS-ROLE-CLERK VALUE "C".
           88 WS-ROLE-SUPERVISOR VALUE "S".
           88 WS-ROLE-CANPOST VALUE "C" "S".
         01 WS-SIGNONPASSWORD PIC X(12) VALUE SPACES.
         01 WS-SIGNONTRIES PIC 9(01) VALUE ZERO.
         01 WS-SIGNONOK PIC X(01) VALUE "N".
           88 WS-SIGNON-DONE VALUE "Y".
         01 WS-OPERATORONFILE PIC X(01) VALUE "N".
           88 WS-OPERATOR-EXISTS VALUE "Y".
         01 WS-ACCESSFLAG PIC X(01) VALUE "Y".
           88 WS-ACCESS-ALLOWED VALUE "Y".
         01 WS-ROLEDESC PIC X(10) VALUE SPACES.
         01 WS-OPERROLEDESC PIC X(10) VALUE SPACES.

         01 WS-LOCKFSTAT PIC X(02) VALUE SPACES.
         01 WS-LOCKINFO.
           05 WS-LOCKHOLDER PIC X(12).
       MAIN-PROGRAM.
         MOVE "ONLINE" TO WS-LOCKHOLDER.
         PERFORM 0000ACQUIRELOCK.
         PERFORM 0000SIGNON.

       0000SELECTIONSTART.
         MOVE 0 TO USER-SELECTION.
         DISPLAY "-----------------------------------------------------"
                 "-----------------------------------------------------"
                 "-----------".
         DISPLAY "Cobol Simple Silver 0.1 "YYYY"-"MM"-"DD
                 " Operator: " WS-OPERATORID " " WS-ROLEDESC.
         DISPLAY "-----------------------------------------------------"
                 "-----------------------------------------------------"
                 "-----------".
           DISPLAY "    1 : Account"
           DISPLAY "    2 : List Accounts"
           DISPLAY "    3 : Information"
           IF WS-ROLE-SUPERVISOR
             DISPLAY "    4 : Change Currency"
           END-IF
           IF WS-ROLE-CANPOST
             DISPLAY "    5 : Standing Orders"
           END-IF
           IF WS-ROLE-SUPERVISOR
             DISPLAY "    6 : Exchange Rates"
             DISPLAY "    7 : Categories"
             DISPLAY "    8 : Account Master"
             DISPLAY "    9 : Delete Database"
           END-IF
           DISPLAY "   10 : Exit Application"
           IF WS-ROLE-SUPERVISOR
             DISPLAY "   11 : Operators"
             DISPLAY "   12 : Fee Schedule"
           END-IF
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION

           PERFORM 0000CHECKMAINACCESS
           IF NOT WS-ACCESS-ALLOWED
             PERFORM 0000SELECTIONSTARTDENIED
           END-IF

           EVALUATE USER-SELECTION
             WHEN 1 PERFORM 0000SELECTIONACCOUNT
             WHEN 2 GO TO 0000SELECTIONLIST
             WHEN 8 GO TO 0000SELECTIONACCOUNTMASTER
             WHEN 9 GO TO 0000SELECTIONDELETEALL
             WHEN 10 GO TO 0000SELECTIONQUIT
             WHEN 11 GO TO 0000SELECTIONOPERATOR
             WHEN 12 GO TO 0000SELECTIONFEES
             WHEN OTHER PERFORM 0000SELECTIONSTARTERROR
           END-EVALUATE
         END-PERFORM.
       DISPLAY " ".
       DISPLAY "!ERROR WRONG INPUT!".
       GO TO 0000SELECTIONSTART.

       0000SELECTIONSTARTDENIED.

       DISPLAY " ".
       DISPLAY "!ERROR OPTION NOT ALLOWED FOR " WS-ROLEDESC "!".
       GO TO 0000SELECTIONSTART.

       0000CHECKMAINACCESS.
         MOVE "Y" TO WS-ACCESSFLAG.
         EVALUATE USER-SELECTION
           WHEN 5
             IF NOT WS-ROLE-CANPOST
               MOVE "N" TO WS-ACCESSFLAG
             END-IF
           WHEN 4
           WHEN 6
           WHEN 7
           WHEN 8
           WHEN 9
           WHEN 11
           WHEN 12
             IF NOT WS-ROLE-SUPERVISOR
               MOVE "N" TO WS-ACCESSFLAG
             END-IF
         END-EVALUATE.

       0000CHECKACCOUNTACCESS.
         MOVE "Y" TO WS-ACCESSFLAG.
         EVALUATE USER-SELECTION
           WHEN 1
           WHEN 2
           WHEN 6
           WHEN 7
           WHEN 8
           WHEN 12
           WHEN 13
             IF NOT WS-ROLE-CANPOST
               MOVE "N" TO WS-ACCESSFLAG
             END-IF
           WHEN 3
             IF NOT WS-ROLE-SUPERVISOR
               MOVE "N" TO WS-ACCESSFLAG
             END-IF
         END-EVALUATE.
       
       0000SELECTIONACCOUNT.
         ACCEPT CURRENTDATE FROM DATE yyyymmdd.
         MOVE 0 TO USER-SELECTION.
         MOVE ZERO TO WS-SPLITCOUNT.

         IF WS-DIRECTSELECT = "Y"
           MOVE "N" TO WS-DIRECTSELECT
           MOVE WS-ACCOUNTMASTERNAME TO WS-ACCOUNTNAME
         END-IF.

         IF NOT WS-ACCOUNT-EXISTS AND NOT WS-ROLE-CANPOST
           DISPLAY "!ERROR ACCOUNT DOSE NOT EXIST!"
           GO TO 0000SELECTIONSTART
         END-IF.

         IF NOT WS-ACCOUNT-EXISTS
           DISPLAY "Account not found."
           DISPLAY "Create NEW ACCOUNT? (Y/N):"
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

         PERFORM 0000LISTPENDING.

         PERFORM UNTIL USER-SELECTION>0
           DISPLAY " "
           DISPLAY "---------------------------------------------------"
           DISPLAY "---------------------------------------------------"
                   "---------------------------------------------------"
                   "---------------"
           IF WS-ROLE-CANPOST
             DISPLAY "    1 : Add Transaction"
             DISPLAY "    2 : Edit Transaction"
           END-IF
           IF WS-ROLE-SUPERVISOR
             DISPLAY "    3 : Delete Transaction"
           END-IF
           DISPLAY "    4 : Export Statement"
           DISPLAY "    5 : Reconcile Balance"
           IF WS-ROLE-CANPOST
             DISPLAY "    6 : Post Interest"
             DISPLAY "    7 : Transfer"
             DISPLAY "    8 : Reverse Transaction"
           END-IF
           DISPLAY "    9 : Go To Main Menu"
           DISPLAY "   10 : Exit Application"
           DISPLAY "   11 : Balance As Of Date"
           IF WS-ROLE-CANPOST
             DISPLAY "   12 : Future-Dated Payment"
             DISPLAY "   13 : Cancel Pending Payment"
           END-IF
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION

           PERFORM 0000CHECKACCOUNTACCESS
           IF NOT WS-ACCESS-ALLOWED
             PERFORM 0000SELECTIONACCOUNTDENIED
           END-IF

           EVALUATE USER-SELECTION
             WHEN 1 PERFORM 0000SELECTIONADD
             WHEN 2 PERFORM 0000SELECTIONEDIT
             WHEN 8 PERFORM 0000SELECTIONREVERSE
             WHEN 9 PERFORM 0000SELECTIONSTART
             WHEN 10 GO TO 0000SELECTIONQUIT
             WHEN 11 PERFORM 0000SELECTIONBALANCEASOF
             WHEN 12 PERFORM 0000SELECTIONPENDINGADD
             WHEN 13 PERFORM 0000SELECTIONPENDINGCANCEL
             WHEN OTHER PERFORM 0000SELECTIONCONTACTSERROR
           END-EVALUATE
         END-PERFORM.
         DISPLAY "!ERROR WRONG INPUT!".
         GO TO 0000SELECTIONACCOUNT.

       0000SELECTIONACCOUNTDENIED.

         DISPLAY " ".
         DISPLAY "!ERROR OPTION NOT ALLOWED FOR " WS-ROLEDESC "!".
         GO TO 0000SELECTIONACCOUNT.

       0000CREATENEWACCOUNT.
         DISPLAY " ".
         DISPLAY "Enter ACCOUNT NAME:".
           MOVE WS-ACCOUNTTYPE TO ACCOUNTTYPE.
           MOVE CURRENTDATE TO ACCOUNTOPENDATE.
           MOVE "O" TO ACCOUNTSTATUS.
           MOVE ZERO TO ACCOUNTODLIMIT.
           WRITE ACCOUNTMASTERFD
             INVALID KEY DISPLAY "!ERROR ACCOUNT ALREADY ON MASTER!"
           END-WRITE.

         PERFORM 0000SELECTIONACCOUNT.

       0000SELECTIONBALANCEASOF.
         MOVE 0 TO USER-SELECTION.
         ACCEPT CURRENTDATE FROM DATE yyyymmdd.
         DISPLAY " ".
         DISPLAY "Enter BALANCE DATE (YYYYMMDD):".
         MOVE ZERO TO WS-ASOFDATE.
         ACCEPT WS-ASOFDATE.
         IF WS-ASOFMM < 1 OR WS-ASOFMM > 12
             OR WS-ASOFDD < 1 OR WS-ASOFDD > 31
           DISPLAY "!ERROR DATE NOT VALID!"
           GO TO 0000SELECTIONACCOUNT
         END-IF.
         IF WS-ASOFDATE > CURRENTDATE
           DISPLAY "!ERROR DATE IN THE FUTURE!"
           GO TO 0000SELECTIONACCOUNT
         END-IF.

         MOVE "N" TO WS-ASOFHISTFOUND.
         OPEN INPUT INFILE-BALHIST.
         IF WS-BALHISTFSTAT = "35"
           CONTINUE
         ELSE
           MOVE 0 TO WS-ENDOFFILE
           MOVE WS-SELECTEDACCOUNT TO BALHISTACCOUNT
           MOVE ZERO TO BALHISTDATE
           START INFILE-BALHIST KEY IS NOT LESS THAN KEY1BALHIST
             INVALID KEY MOVE 1 TO WS-ENDOFFILE
           END-START
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ INFILE-BALHIST NEXT RECORD INTO WS-BALHISTFD
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 IF WS-BALHISTACCOUNT NOT = WS-SELECTEDACCOUNT
                     OR WS-BALHISTDATE > WS-ASOFDATE
                   MOVE 1 TO WS-ENDOFFILE
                 ELSE
                   MOVE "Y" TO WS-ASOFHISTFOUND
                   MOVE WS-BALHISTDATE TO WS-ASOFHISTDATE
                   MOVE WS-BALHISTCLOSING TO WS-ASOFHISTBALANCE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INFILE-BALHIST
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

         MOVE ZERO TO WS-ASOFLATER.
         MOVE "N" TO WS-ASOFARCHIVED.
         OPEN INPUT INFILE.
           MOVE WS-SELECTEDACCOUNT TO KEY2ACCOUNT.
           START INFILE KEY IS = KEY2ACCOUNT
             INVALID KEY MOVE 1 TO WS-ENDOFFILE
           END-START.
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ INFILE NEXT RECORD INTO WS-INFILEFD
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 IF WS-KEY2ACCOUNT NOT = WS-SELECTEDACCOUNT
                   MOVE 1 TO WS-ENDOFFILE
                 ELSE
                   IF WS-KEY1DATE(1:8) > WS-ASOFDATE
                     ADD WS-TRANSACTIONAMMOUNT TO WS-ASOFLATER
                     IF WS-TRANSACTIONDESCRIPTION(1:16)
                         = "ARCHIVED BALANCE"
                       MOVE "Y" TO WS-ASOFARCHIVED
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
         CLOSE INFILE.
         MOVE 0 TO WS-ENDOFFILE.

         MOVE "N" TO WS-TOTALFOUND.
         OPEN INPUT INFILETOTAL.
           MOVE WS-SELECTEDACCOUNT TO KEY1TOTAL.
           READ INFILETOTAL INTO WS-INFILETOTALFD
             KEY IS KEY1TOTAL
             INVALID KEY DISPLAY "!ERROR TOTAL RECORD DOSE NOT EXIST!"
             NOT INVALID KEY MOVE "Y" TO WS-TOTALFOUND
           END-READ.
         CLOSE INFILETOTAL.

         IF NOT WS-TOTAL-EXISTS
           GO TO 0000SELECTIONACCOUNT
         END-IF.

         DISPLAY " ".
         IF WS-ASOFHIST-EXISTS AND WS-ASOFHISTDATE = WS-ASOFDATE
           MOVE WS-ASOFHISTBALANCE TO WS-ASOFDISPLAY
           DISPLAY "Balance at end of " WS-ASOFDATE " : "
                   WS-ASOFDISPLAY " " WS-KEY1TOTALCURRENCY
                   " (end-of-day history)"
         ELSE
           IF NOT WS-ASOF-ARCHIVED
             COMPUTE WS-ASOFBALANCE = WS-KEY1TOTALTOTAL - WS-ASOFLATER
             MOVE WS-ASOFBALANCE TO WS-ASOFDISPLAY
             DISPLAY "Balance at end of " WS-ASOFDATE " : "
                     WS-ASOFDISPLAY " " WS-KEY1TOTALCURRENCY
                     " (from live postings)"
           ELSE
             IF WS-ASOFHIST-EXISTS
               MOVE WS-ASOFHISTBALANCE TO WS-ASOFDISPLAY
               DISPLAY "Balance at end of " WS-ASOFHISTDATE " : "
                       WS-ASOFDISPLAY " " WS-KEY1TOTALCURRENCY
                       " (latest end-of-day history on or before "
                       WS-ASOFDATE ")"
             ELSE
               DISPLAY "!ERROR DATE IS ARCHIVED AND HAS NO "
                       "END-OF-DAY HISTORY!"
             END-IF
           END-IF
         END-IF.

         PERFORM 0000SELECTIONACCOUNT.

       0000OPENPENDING.
         OPEN I-O INFILE-PENDING.
         IF WS-PENDINGFSTAT = "35"
           OPEN OUTPUT INFILE-PENDING
           CLOSE INFILE-PENDING
           OPEN I-O INFILE-PENDING
         END-IF.

       0000LISTPENDING.
         MOVE ZERO TO WS-PENDINGCOUNT.
         MOVE ZERO TO WS-PENDINGTOTAL.
         OPEN INPUT INFILE-PENDING.
         IF WS-PENDINGFSTAT = "35"
           CONTINUE
         ELSE
           MOVE 0 TO WS-ENDOFFILE
           MOVE WS-SELECTEDACCOUNT TO PENDACCOUNT
           START INFILE-PENDING KEY IS = PENDACCOUNT
             INVALID KEY MOVE 1 TO WS-ENDOFFILE
           END-START
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ INFILE-PENDING NEXT RECORD INTO WS-PENDINGFD
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 IF WS-PENDACCOUNT NOT = WS-SELECTEDACCOUNT
                   MOVE 1 TO WS-ENDOFFILE
                 ELSE
                   IF WS-PEND-PENDING
                     IF WS-PENDINGCOUNT = ZERO
                       DISPLAY " "
                       DISPLAY "Pending Payments (not yet in "
                               "Account Total)"
                       DISPLAY "ENTERED        SEQ  | VALUE DATE | "
                               "DESCRIPTION                          "
                               "    | AMMOUNT      | CAT  | BY"
                     END-IF
                     ADD 1 TO WS-PENDINGCOUNT
                     ADD WS-PENDAMOUNT TO WS-PENDINGTOTAL
                     MOVE WS-PENDAMOUNT TO WS-PENDAMTDISPLAY
                     DISPLAY
                       WS-PENDENTRYDATE " " WS-PENDSEQ " | "
                       WS-PENDVALUEDATE "   | "
                       WS-PENDDESCRIPTION " | "
                       WS-PENDAMTDISPLAY " | "
                       WS-PENDCATEGORY " | "
                       WS-PENDOPERATOR
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INFILE-PENDING
           MOVE 0 TO WS-ENDOFFILE
         END-IF.
         IF WS-PENDINGCOUNT > ZERO
           MOVE WS-PENDINGTOTAL TO WS-PENDTOTALDISPLAY
           DISPLAY "Pending Payments: " WS-PENDINGCOUNT
                   " Pending Total: " WS-PENDTOTALDISPLAY " "
                   WS-KEY1TOTALCURRENCY
         END-IF.

       0000SELECTIONPENDINGADD.
         MOVE 0 TO USER-SELECTION.
         ACCEPT CURRENTDATE FROM DATE yyyymmdd.
         ACCEPT CURRENTTIME FROM TIME.

         MOVE WS-SELECTEDACCOUNT TO WS-ACCTMASTLOOKUP.
         PERFORM 0000CHECKACCOUNTOPEN.
         IF WS-ACCT-CLOSED
           DISPLAY "!ERROR ACCOUNT " WS-SELECTEDACCOUNT
                   " IS CLOSED - PAYMENT REFUSED!"
           GO TO 0000SELECTIONACCOUNT
         END-IF.

         DISPLAY " ".
         DISPLAY "Enter VALUE DATE (YYYYMMDD, after today):".
         MOVE ZERO TO WS-PENDVALUEDATE.
         ACCEPT WS-PENDVALUEDATE.
         IF WS-PENDVALUEMM < 1 OR WS-PENDVALUEMM > 12
             OR WS-PENDVALUEDD < 1 OR WS-PENDVALUEDD > 31
           DISPLAY "!ERROR DATE NOT VALID!"
           GO TO 0000SELECTIONACCOUNT
         END-IF.
         IF WS-PENDVALUEDATE NOT > CURRENTDATE
           DISPLAY "!ERROR VALUE DATE MUST BE AFTER TODAY - "
                   "USE ADD TRANSACTION!"
           GO TO 0000SELECTIONACCOUNT
         END-IF.

         MOVE "N" TO WS-DESCVALIDFLAG.
         PERFORM UNTIL WS-DESC-VALID
           DISPLAY "Enter PAYMENT DESCRIPTION:"
           ACCEPT WS-TRANSACTIONDESCRIPTION
           PERFORM 0000VALIDATEDESCRIPTION
           IF NOT WS-DESC-VALID
             DISPLAY "!ERROR DESCRIPTION CANNOT BE BLANK!"
           END-IF
         END-PERFORM.

         MOVE "N" TO WS-AMOUNTVALIDFLAG.
         PERFORM UNTIL WS-AMOUNT-VALID
           DISPLAY "Enter PAYMENT AMMOUNT:"
           MOVE SPACES TO WS-AMOUNTTEXT
           ACCEPT WS-AMOUNTTEXT
           PERFORM 0000VALIDATEAMOUNT
           IF NOT WS-AMOUNT-VALID
             DISPLAY "!ERROR AMMOUNT MUST BE NUMERIC!"
           END-IF
         END-PERFORM.

         PERFORM 0000PROMPTCATEGORY.

         MOVE DATEANDTIME TO WS-PENDENTRYDATE.
         MOVE WS-SELECTEDACCOUNT TO WS-PENDACCOUNT.
         MOVE WS-TRANSACTIONDESCRIPTION TO WS-PENDDESCRIPTION.
         MOVE WS-AMOUNTPARSED TO WS-PENDAMOUNT.
         MOVE WS-TRANSACTIONCATEGORY TO WS-PENDCATEGORY.
         MOVE "P" TO WS-PENDSTATUS.
         MOVE WS-OPERATORID TO WS-PENDOPERATOR.
         MOVE ZERO TO WS-PENDACTIONDATE.
         MOVE SPACES TO WS-PENDACTIONOPER.
         MOVE ZERO TO WS-PENDPOSTEDKEY.

         PERFORM 0000OPENPENDING.
           MOVE ZERO TO WS-SEQRETRY.
           MOVE "N" TO WS-SEQWRITEOK.
           PERFORM UNTIL WS-SEQWRITE-DONE OR WS-SEQRETRY > 9998
             MOVE WS-SEQRETRY TO WS-PENDSEQ
             MOVE WS-PENDINGFD TO PENDINGFD
             WRITE PENDINGFD
               INVALID KEY ADD 1 TO WS-SEQRETRY
               NOT INVALID KEY MOVE "Y" TO WS-SEQWRITEOK
             END-WRITE
           END-PERFORM.
         CLOSE INFILE-PENDING.

         IF WS-SEQWRITE-DONE
           MOVE WS-PENDAMOUNT TO WS-PENDAMTDISPLAY
           DISPLAY "Pending Payment Added: " WS-PENDENTRYDATE " "
                   WS-PENDSEQ " " WS-PENDAMTDISPLAY
                   " releases on " WS-PENDVALUEDATE "."
         ELSE
           DISPLAY "!ERROR PENDING PAYMENT NOT SAVED!"
         END-IF.

         PERFORM 0000SELECTIONACCOUNT.

       0000SELECTIONPENDINGCANCEL.
         MOVE 0 TO USER-SELECTION.
         ACCEPT CURRENTDATE FROM DATE yyyymmdd.

         DISPLAY " ".
         DISPLAY "Enter Pending Payment ENTERED (yyyymmddhhmmss):".
         MOVE ZERO TO WS-PENDENTRYDATE.
         ACCEPT WS-PENDENTRYDATE.
         DISPLAY "Enter Pending Payment SEQ:".
         MOVE ZERO TO WS-PENDSEQ.
         ACCEPT WS-PENDSEQ.

         MOVE "N" TO WS-PENDINGFOUND.
         OPEN I-O INFILE-PENDING.
         IF WS-PENDINGFSTAT = "35"
           DISPLAY "!ERROR PENDING PAYMENT DOSE NOT EXIST!"
           GO TO 0000SELECTIONACCOUNT
         END-IF.
           MOVE WS-KEY1PENDING TO KEY1PENDING.
           READ INFILE-PENDING INTO WS-PENDINGFD
             KEY IS KEY1PENDING
             INVALID KEY
               DISPLAY "!ERROR PENDING PAYMENT DOSE NOT EXIST!"
             NOT INVALID KEY MOVE "Y" TO WS-PENDINGFOUND
           END-READ.

           IF WS-PENDING-EXISTS
               AND WS-PENDACCOUNT NOT = WS-SELECTEDACCOUNT
             DISPLAY "!ERROR PENDING PAYMENT IS NOT ON ACCOUNT "
                     WS-SELECTEDACCOUNT "!"
             MOVE "N" TO WS-PENDINGFOUND
           END-IF.

           IF WS-PENDING-EXISTS AND NOT WS-PEND-PENDING
             IF WS-PEND-RELEASED
               DISPLAY "!ERROR PAYMENT ALREADY RELEASED ON "
                       WS-PENDACTIONDATE " - USE REVERSE!"
             ELSE
               DISPLAY "!ERROR PAYMENT ALREADY CANCELLED!"
             END-IF
             MOVE "N" TO WS-PENDINGFOUND
           END-IF.

           IF WS-PENDING-EXISTS
             MOVE "C" TO WS-PENDSTATUS
             MOVE CURRENTDATE TO WS-PENDACTIONDATE
             MOVE WS-OPERATORID TO WS-PENDACTIONOPER
             MOVE WS-PENDINGFD TO PENDINGFD
             REWRITE PENDINGFD
               INVALID KEY
                 DISPLAY "!ERROR PENDING PAYMENT DOSE NOT EXIST!"
                 MOVE "N" TO WS-PENDINGFOUND
               NOT INVALID KEY DISPLAY "Pending Payment Cancelled."
             END-REWRITE
           END-IF.
         CLOSE INFILE-PENDING.

         IF WS-PENDING-EXISTS
           MOVE WS-PENDENTRYDATE TO WS-KEY1DATE
           MOVE WS-PENDSEQ TO WS-KEY1SEQ
           MOVE WS-PENDACCOUNT TO WS-KEY2ACCOUNT
           MOVE WS-PENDAMOUNT TO WS-OLDAMOUNT
           MOVE WS-PENDDESCRIPTION TO WS-OLDDESCRIPTION
           MOVE "CANCEL" TO WS-AUDITACTION
           PERFORM 0000WRITEAUDITLOG
         END-IF.

         PERFORM 0000SELECTIONACCOUNT.

       0000SELECTIONINTEREST.
         MOVE 0 TO USER-SELECTION.
         DISPLAY " ".
         PERFORM 0000SELECTIONACCOUNT.

       0000POSTTRANSFER.
         COMPUTE WS-ODNEWBALANCE =
                 WS-KEY1TOTALTOTAL - WS-TRANSFERAMOUNT.
         MOVE WS-SELECTEDACCOUNT TO WS-ACCTMASTLOOKUP.
         PERFORM 0000CHECKOVERDRAFT.
         IF WS-OD-BREACHED
           MOVE WS-ACCOUNTODLIMIT TO WS-ODLIMITDISPLAY
           DISPLAY "!ERROR ACCOUNT " WS-SELECTEDACCOUNT
                   " OVERDRAFT LIMIT " WS-ODLIMITDISPLAY
                   " EXCEEDED - TRANSFER REFUSED!"
           MOVE "N" TO WS-TRANSFEROK
         ELSE
           PERFORM 0000POSTTRANSFERWRITE
         END-IF.

       0000POSTTRANSFERWRITE.
         ACCEPT CURRENTDATE FROM DATE yyyymmdd.
         ACCEPT CURRENTTIME FROM TIME.
         MOVE "Y" TO WS-TRANSFEROK.
           STRING
             "KEY1DATE,KEY1SEQ,KEY2ACCOUNT,OLDDESCRIPTION,OLDAMMOUNT,"
             DELIMITED BY SIZE
             "ACTION,TIMESTAMP,OPERATOR" DELIMITED BY SIZE
             INTO AUDITLINE
           END-STRING
           WRITE AUDITLINE
         MOVE WS-OLDDESCRIPTION TO WS-CSVDESCRIPTION.
         INSPECT WS-CSVDESCRIPTION REPLACING ALL "," BY ";".

         MOVE SPACES TO AUDITLINE.
         STRING
           WS-KEY1DATE DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           WS-AUDITACTION DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           WS-AUDITTIMESTAMP DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           WS-OPERATORID DELIMITED BY SIZE
           INTO AUDITLINE
         END-STRING.
         WRITE AUDITLINE.
           MOVE WS-AMOUNTPARSED TO WS-TRANSACTIONAMMOUNT
         END-IF.

         MOVE ZERO TO WS-SPLITCOUNT.
         DISPLAY "Split across CATEGORIES? (Y/N):".
         MOVE "N" TO WS-SPLITANSWER.
         ACCEPT WS-SPLITANSWER.
         IF WS-SPLITANSWER = "Y" OR WS-SPLITANSWER = "y"
           PERFORM 0000PROMPTSPLIT
         END-IF.
         IF WS-SPLITCOUNT = ZERO
           PERFORM 0000PROMPTCATEGORY
         END-IF.

         PERFORM 0000POSTTRANSACTION.

           END-IF
         END-PERFORM.

       0000OPENSPLIT.
         OPEN I-O INFILE-SPLIT.
         IF WS-SPLITFSTAT = "35"
           OPEN OUTPUT INFILE-SPLIT
           CLOSE INFILE-SPLIT
           OPEN I-O INFILE-SPLIT
         END-IF.

       0000PROMPTSPLIT.
         MOVE ZERO TO WS-SPLITCOUNT.
         MOVE WS-TRANSACTIONAMMOUNT TO WS-SPLITREMAINING.
         MOVE "N" TO WS-SPLITDONE.
         DISPLAY "Enter SPLIT LINES (up to 9, blank CATEGORY ends):".
         PERFORM UNTIL WS-SPLIT-COMPLETE
           PERFORM 0000PROMPTSPLITLINE
         END-PERFORM.
         IF WS-SPLITCOUNT > ZERO
           MOVE WS-SPLITTABCAT(1) TO WS-TRANSACTIONCATEGORY
         ELSE
           MOVE SPACES TO WS-TRANSACTIONCATEGORY
         END-IF.

       0000PROMPTSPLITLINE.
         COMPUTE WS-SPLITIDX = WS-SPLITCOUNT + 1.
         MOVE WS-SPLITREMAINING TO WS-SPLITREMDISPLAY.
         DISPLAY "Line " WS-SPLITIDX " - remaining "
                 WS-SPLITREMDISPLAY.
         DISPLAY "Enter CATEGORY CODE (blank = end split):".
         MOVE SPACES TO WS-TRANSACTIONCATEGORY.
         ACCEPT WS-TRANSACTIONCATEGORY.
         IF WS-TRANSACTIONCATEGORY = SPACES
           IF WS-SPLITREMAINING = ZERO AND WS-SPLITCOUNT > ZERO
             MOVE "Y" TO WS-SPLITDONE
           ELSE
             DISPLAY "!ERROR SPLIT LINES MUST ADD UP TO THE "
                     "TRANSACTION AMMOUNT!"
             DISPLAY "Abandon split? (Y/N):"
             MOVE "N" TO WS-SPLITANSWER
             ACCEPT WS-SPLITANSWER
             IF WS-SPLITANSWER = "Y" OR WS-SPLITANSWER = "y"
               MOVE ZERO TO WS-SPLITCOUNT
               MOVE "Y" TO WS-SPLITDONE
             END-IF
           END-IF
         ELSE
           PERFORM 0000VALIDATECATEGORY
           IF NOT WS-CAT-VALID
             DISPLAY "!ERROR CATEGORY NOT ON FILE!"
           ELSE
             IF WS-SPLITIDX = 9
               MOVE WS-SPLITREMAINING TO WS-AMOUNTPARSED
               DISPLAY "Last line takes the remaining ammount."
             ELSE
               MOVE "N" TO WS-AMOUNTVALIDFLAG
               PERFORM UNTIL WS-AMOUNT-VALID
                 DISPLAY "Enter LINE AMMOUNT:"
                 MOVE SPACES TO WS-AMOUNTTEXT
                 ACCEPT WS-AMOUNTTEXT
                 PERFORM 0000VALIDATEAMOUNT
                 IF NOT WS-AMOUNT-VALID
                   DISPLAY "!ERROR AMMOUNT MUST BE NUMERIC!"
                 END-IF
               END-PERFORM
             END-IF
             ADD 1 TO WS-SPLITCOUNT
             MOVE WS-TRANSACTIONCATEGORY
               TO WS-SPLITTABCAT(WS-SPLITCOUNT)
             MOVE WS-AMOUNTPARSED TO WS-SPLITTABAMT(WS-SPLITCOUNT)
             SUBTRACT WS-AMOUNTPARSED FROM WS-SPLITREMAINING
             IF WS-SPLITREMAINING = ZERO
               MOVE "Y" TO WS-SPLITDONE
             END-IF
           END-IF
         END-IF.

       0000LOADSPLITLINES.
         MOVE ZERO TO WS-SPLITCOUNT.
         OPEN INPUT INFILE-SPLIT.
         IF WS-SPLITFSTAT = "35"
           CONTINUE
         ELSE
           MOVE WS-SPLITKEY TO SPLITTRANS
           MOVE ZERO TO SPLITLINE
           MOVE 0 TO WS-SPLITEOF
           START INFILE-SPLIT KEY IS NOT LESS THAN KEY1SPLIT
             INVALID KEY MOVE 1 TO WS-SPLITEOF
           END-START
           PERFORM UNTIL WS-SPLITEOF = 1
             READ INFILE-SPLIT NEXT RECORD INTO WS-SPLITFD
               AT END MOVE 1 TO WS-SPLITEOF
               NOT AT END
                 IF WS-SPLITTRANS NOT = WS-SPLITKEY
                     OR WS-SPLITCOUNT NOT < 9
                   MOVE 1 TO WS-SPLITEOF
                 ELSE
                   ADD 1 TO WS-SPLITCOUNT
                   MOVE WS-SPLITCATEGORY
                     TO WS-SPLITTABCAT(WS-SPLITCOUNT)
                   MOVE WS-SPLITAMOUNT
                     TO WS-SPLITTABAMT(WS-SPLITCOUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INFILE-SPLIT
         END-IF.

       0000WRITESPLITLINES.
         PERFORM 0000OPENSPLIT.
         PERFORM VARYING WS-SPLITIDX FROM 1 BY 1
             UNTIL WS-SPLITIDX > WS-SPLITCOUNT
           MOVE SPACES TO SPLITFD
           MOVE WS-SPLITKEY TO SPLITTRANS
           MOVE WS-SPLITIDX TO SPLITLINE
           MOVE WS-SPLITTABCAT(WS-SPLITIDX) TO SPLITCATEGORY
           MOVE WS-SPLITTABAMT(WS-SPLITIDX) TO SPLITAMOUNT
           WRITE SPLITFD
             INVALID KEY DISPLAY "!ERROR SPLIT LINE ALREADY EXIST!"
           END-WRITE
         END-PERFORM.
         CLOSE INFILE-SPLIT.

       0000DELETESPLITLINES.
         OPEN I-O INFILE-SPLIT.
         IF WS-SPLITFSTAT = "35"
           CONTINUE
         ELSE
           MOVE WS-SPLITKEY TO SPLITTRANS
           MOVE ZERO TO SPLITLINE
           MOVE 0 TO WS-SPLITEOF
           START INFILE-SPLIT KEY IS NOT LESS THAN KEY1SPLIT
             INVALID KEY MOVE 1 TO WS-SPLITEOF
           END-START
           PERFORM UNTIL WS-SPLITEOF = 1
             READ INFILE-SPLIT NEXT RECORD INTO WS-SPLITFD
               AT END MOVE 1 TO WS-SPLITEOF
               NOT AT END
                 IF WS-SPLITTRANS NOT = WS-SPLITKEY
                   MOVE 1 TO WS-SPLITEOF
                 ELSE
                   DELETE INFILE-SPLIT
                     INVALID KEY
                       DISPLAY "!ERROR DELETING SPLIT LINE!"
                   END-DELETE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INFILE-SPLIT
         END-IF.

       0000VALIDATECATEGORY.
         MOVE "N" TO WS-CATVALIDFLAG.
         OPEN INPUT INFILE-CATEGORY.
                   " IS CLOSED - POSTING REFUSED!"
           MOVE "N" TO WS-SEQWRITEOK
         ELSE
           MOVE "N" TO WS-ODBREACHFLAG
           IF WS-TRANSACTIONAMMOUNT < ZERO
             PERFORM 0000CHECKPOSTINGLIMIT
           END-IF
           IF WS-OD-BREACHED
             MOVE WS-ACCOUNTODLIMIT TO WS-ODLIMITDISPLAY
             DISPLAY "!ERROR ACCOUNT " WS-KEY2ACCOUNT
                     " OVERDRAFT LIMIT " WS-ODLIMITDISPLAY
                     " EXCEEDED - POSTING REFUSED!"
             MOVE "N" TO WS-SEQWRITEOK
           ELSE
             PERFORM 0000POSTTRANSACTIONWRITE
           END-IF
         END-IF.
         MOVE ZERO TO WS-SPLITCOUNT.

       0000CHECKPOSTINGLIMIT.
         OPEN INPUT INFILETOTAL.
           MOVE WS-KEY2ACCOUNT TO KEY1TOTAL.
           READ INFILETOTAL INTO WS-INFILETOTALFD
             KEY IS KEY1TOTAL
             INVALID KEY MOVE ZERO TO WS-KEY1TOTALTOTAL
           END-READ.
         CLOSE INFILETOTAL.
         COMPUTE WS-ODNEWBALANCE =
                 WS-KEY1TOTALTOTAL + WS-TRANSACTIONAMMOUNT.
         MOVE WS-KEY2ACCOUNT TO WS-ACCTMASTLOOKUP.
         PERFORM 0000CHECKOVERDRAFT.

       0000POSTTRANSACTIONWRITE.
         MOVE WS-TRANSACTIONDESCRIPTION TO TRANSACTIONDESCRIPTION.

         OPEN I-O INFILE.
           PERFORM 0000WRITEINFILESEQ.
           MOVE KEY1TRANS TO WS-SPLITKEY.
         CLOSE INFILE.

         IF NOT WS-SEQWRITE-DONE
           DISPLAY "!ERROR RECORD ALREADY EXIST!"
         ELSE
           IF WS-SPLITCOUNT > ZERO
             PERFORM 0000WRITESPLITLINES
           END-IF
           OPEN I-O INFILETOTAL
           MOVE WS-SELECTEDACCOUNT TO KEY1TOTAL
           READ INFILETOTAL INTO WS-INFILETOTALFD
         END-IF.

       0000WRITEINFILESEQ.
         MOVE WS-OPERATORID TO TRANSOPERATOR.
         MOVE ZERO TO KEY1SEQ.
         MOVE ZERO TO WS-SEQRETRY.
         MOVE "N" TO WS-SEQWRITEOK.
         MOVE WS-TRANSACTIONAMMOUNT TO WS-OLDAMOUNT.
         MOVE WS-TRANSACTIONDESCRIPTION TO WS-OLDDESCRIPTION.

         MOVE WS-KEY1TRANS TO WS-SPLITKEY.
         PERFORM 0000LOADSPLITLINES.
         MOVE "N" TO WS-SPLITCHANGED.
         IF WS-SPLITCOUNT > ZERO
           DISPLAY "Transaction is split across " WS-SPLITCOUNT
                   " category lines:"
           PERFORM VARYING WS-SPLITIDX FROM 1 BY 1
               UNTIL WS-SPLITIDX > WS-SPLITCOUNT
             MOVE WS-SPLITTABAMT(WS-SPLITIDX) TO WS-SPLITREMDISPLAY
             DISPLAY "  " WS-SPLITTABCAT(WS-SPLITIDX) " "
                     WS-SPLITREMDISPLAY
           END-PERFORM
         END-IF.

         OPEN I-O INFILETOTAL.
           MOVE WS-KEY2ACCOUNT TO KEY1TOTAL.
           READ INFILETOTAL INTO WS-INFILETOTALFD
         DISPLAY "    2 : Edit AMMOUNT"
         DISPLAY "    3 : Edit Category"
         DISPLAY "    4 : Cancel Edit"
         DISPLAY "    5 : Split Categories"
         DISPLAY "Select number and press Enter: "
         ACCEPT USER-SELECTION

           WHEN 2 PERFORM 0000SELECTIONEDITTRANSACTION
           WHEN 3 PERFORM 0000SELECTIONEDITCATEGORY
           WHEN 4 GO TO 0000SELECTIONACCOUNT
           WHEN 5 PERFORM 0000SELECTIONEDITSPLIT
           WHEN OTHER PERFORM 0000SELECTIONEDITERROR
         END-EVALUATE
       END-PERFORM.
             END-IF
           END-PERFORM.
           MOVE WS-AMOUNTPARSED TO WS-TRANSACTIONAMMOUNT.
           IF WS-SPLITCOUNT > ZERO
             DISPLAY "Transaction is split - enter the split lines "
                     "for the new ammount."
             MOVE "Y" TO WS-SPLITCHANGED
             PERFORM 0000PROMPTSPLIT
             IF WS-SPLITCOUNT = ZERO
               PERFORM 0000PROMPTCATEGORY
             END-IF
           END-IF.
           GO TO 0000CONTINUEEDIT.

         0000SELECTIONEDITCATEGORY.
           DISPLAY " ".
           PERFORM 0000PROMPTCATEGORY.
           IF WS-SPLITCOUNT > ZERO
             DISPLAY "Split removed - whole ammount now in "
                     "one category."
             MOVE ZERO TO WS-SPLITCOUNT
             MOVE "Y" TO WS-SPLITCHANGED
           END-IF.
           GO TO 0000CONTINUEEDIT.

         0000SELECTIONEDITSPLIT.
           DISPLAY " ".
           PERFORM 0000PROMPTSPLIT.
           IF WS-SPLITCOUNT = ZERO
             DISPLAY "Split not changed."
             GO TO 0000SELECTIONACCOUNT
           END-IF.
           MOVE "Y" TO WS-SPLITCHANGED.
           GO TO 0000CONTINUEEDIT.

         0000CONTINUEEDIT.

         IF WS-TRANSACTIONAMMOUNT < WS-OLDAMOUNT
           OPEN INPUT INFILETOTAL
             MOVE WS-KEY2ACCOUNT TO KEY1TOTAL
             READ INFILETOTAL INTO WS-INFILETOTALFD
               KEY IS KEY1TOTAL
               INVALID KEY MOVE ZERO TO WS-KEY1TOTALTOTAL
             END-READ
           CLOSE INFILETOTAL
           COMPUTE WS-ODNEWBALANCE = WS-KEY1TOTALTOTAL
                   - WS-OLDAMOUNT + WS-TRANSACTIONAMMOUNT
           MOVE WS-KEY2ACCOUNT TO WS-ACCTMASTLOOKUP
           PERFORM 0000CHECKOVERDRAFT
           IF WS-OD-BREACHED
             MOVE WS-ACCOUNTODLIMIT TO WS-ODLIMITDISPLAY
             DISPLAY "!ERROR ACCOUNT " WS-KEY2ACCOUNT
                     " OVERDRAFT LIMIT " WS-ODLIMITDISPLAY
                     " EXCEEDED - POSTING REFUSED!"
             MOVE "N" TO WS-SPLITCHANGED
             GO TO 0000SELECTIONACCOUNT
           END-IF
         END-IF.

         MOVE "EDIT" TO WS-AUDITACTION.
         PERFORM 0000WRITEAUDITLOG.

           END-REWRITE.
         CLOSE INFILE.

         IF WS-SPLIT-CHANGED
           MOVE WS-KEY1TRANS TO WS-SPLITKEY
           PERFORM 0000DELETESPLITLINES
           IF WS-SPLITCOUNT > ZERO
             PERFORM 0000WRITESPLITLINES
           END-IF
           MOVE ZERO TO WS-SPLITCOUNT
           MOVE "N" TO WS-SPLITCHANGED
         END-IF.

         OPEN I-O INFILETOTAL.
           MOVE WS-KEY2ACCOUNT TO KEY1TOTAL.
           READ INFILETOTAL INTO WS-INFILETOTALFD

         0000CONTINUEDELETE.

         IF WS-OLDAMOUNT > ZERO
           COMPUTE WS-ODNEWBALANCE = WS-KEY1TOTALTOTAL - WS-OLDAMOUNT
           MOVE WS-KEY2ACCOUNT TO WS-ACCTMASTLOOKUP
           PERFORM 0000CHECKOVERDRAFT
           IF WS-OD-BREACHED
             MOVE WS-ACCOUNTODLIMIT TO WS-ODLIMITDISPLAY
             DISPLAY "!ERROR ACCOUNT " WS-KEY2ACCOUNT
                     " OVERDRAFT LIMIT " WS-ODLIMITDISPLAY
                     " EXCEEDED - POSTING REFUSED!"
             GO TO 0000SELECTIONACCOUNT
           END-IF
         END-IF.

         MOVE "DELETE" TO WS-AUDITACTION.
         PERFORM 0000WRITEAUDITLOG.

         END-DELETE.
         CLOSE INFILE.

         MOVE WS-KEY1TRANS TO WS-SPLITKEY.
         PERFORM 0000DELETESPLITLINES.

         OPEN I-O INFILETOTAL.
           MOVE WS-KEY2ACCOUNT TO KEY1TOTAL.
           READ INFILETOTAL INTO WS-INFILETOTALFD
         MOVE "V" TO WS-TRANSREVERSALFLAG.
         MOVE WS-REVERSEKEY TO WS-TRANSREVERSALREF.

         MOVE WS-REVERSEKEY TO WS-SPLITKEY.
         PERFORM 0000LOADSPLITLINES.
         PERFORM VARYING WS-SPLITIDX FROM 1 BY 1
             UNTIL WS-SPLITIDX > WS-SPLITCOUNT
           COMPUTE WS-SPLITTABAMT(WS-SPLITIDX) =
                   ZERO - WS-SPLITTABAMT(WS-SPLITIDX)
         END-PERFORM.

         PERFORM 0000POSTTRANSACTION.

         IF NOT WS-SEQWRITE-DONE
           MOVE ZERO TO TRANSRATEUSED.
           MOVE SPACES TO TRANSREVERSALFLAG.
           MOVE ZERO TO TRANSREVERSALREF.
           MOVE WS-OPERATORID TO TRANSOPERATOR.

           
           WRITE INFILEFD
           MOVE "Y" TO WS-ACCTCLOSEDFLAG
         END-IF.

       0000CHECKOVERDRAFT.
         MOVE "N" TO WS-ODBREACHFLAG.
         PERFORM 0000READACCOUNTMASTER.
         IF WS-ACCTMAST-EXISTS
           IF WS-ACCOUNTODLIMIT NOT NUMERIC
             MOVE ZERO TO WS-ACCOUNTODLIMIT
           END-IF
           COMPUTE WS-ODFLOOR = ZERO - WS-ACCOUNTODLIMIT
           IF WS-ODNEWBALANCE < WS-ODFLOOR
             MOVE "Y" TO WS-ODBREACHFLAG
           END-IF
         END-IF.

       0000SELECTIONACCOUNTMASTER.
         MOVE 0 TO USER-SELECTION.
         PERFORM 0000OPENACCOUNTMASTER.
                 "-----------------------------------------------------"
                 "-----------".
         DISPLAY "ACCOUNT         | NAME                   | TYPE   "
                 " | OPENED   | STATUS | OD LIMIT".
         DISPLAY "-----------------------------------------------------"
                 "-----------------------------------------------------"
                 "-----------".
                 WS-ACCOUNTMASTERNAME " | "
                 WS-ACCTTYPEDESC " | "
                 WS-ACCOUNTOPENDATE " | "
                 WS-ACCTSTATUSDESC " | "
                 WS-ODLIMITDISPLAY
           END-READ
         END-PERFORM.
         CLOSE INFILE-ACCOUNT.
           WHEN "C" MOVE "CLOSED" TO WS-ACCTSTATUSDESC
           WHEN OTHER MOVE "?" TO WS-ACCTSTATUSDESC
         END-EVALUATE.
         IF WS-ACCOUNTODLIMIT NOT NUMERIC
           MOVE ZERO TO WS-ACCOUNTODLIMIT
         END-IF.
         MOVE WS-ACCOUNTODLIMIT TO WS-ODLIMITDISPLAY.

       0000ACCOUNTMASTERADD.
         MOVE 0 TO USER-SELECTION.
           MOVE CURRENTDATE TO WS-ACCOUNTOPENDATE
         END-IF.

         MOVE "N" TO WS-AMOUNTVALIDFLAG.
         PERFORM UNTIL WS-AMOUNT-VALID
           DISPLAY "Enter OVERDRAFT LIMIT (0=no overdraft):"
           MOVE SPACES TO WS-AMOUNTTEXT
           ACCEPT WS-AMOUNTTEXT
           PERFORM 0000VALIDATEAMOUNT
           IF WS-AMOUNT-VALID
             IF WS-AMOUNTPARSED < ZERO
               DISPLAY "!ERROR OVERDRAFT LIMIT CANNOT BE NEGATIVE!"
               MOVE "N" TO WS-AMOUNTVALIDFLAG
             END-IF
           ELSE
             DISPLAY "!ERROR OVERDRAFT LIMIT MUST BE NUMERIC!"
           END-IF
         END-PERFORM.
         MOVE WS-AMOUNTPARSED TO WS-ACCOUNTODLIMIT.

         PERFORM 0000OPENACCOUNTMASTER.
           MOVE WS-KEY1ACCOUNT TO KEY1ACCOUNT.
           READ INFILE-ACCOUNT
           MOVE WS-ACCOUNTMASTERNAME TO ACCOUNTMASTERNAME.
           MOVE WS-ACCOUNTTYPE TO ACCOUNTTYPE.
           MOVE WS-ACCOUNTOPENDATE TO ACCOUNTOPENDATE.
           MOVE WS-ACCOUNTODLIMIT TO ACCOUNTODLIMIT.
           WRITE ACCOUNTMASTERFD
             INVALID KEY
               REWRITE ACCOUNTMASTERFD

         GO TO 0000SELECTIONSTART.
       
       0000SIGNON.
         DISPLAY "-----------------------------------------------------"
                 "-----------------------------------------------------"
                 "-----------".
         DISPLAY "Cobol Simple Silver Sign-On".
         DISPLAY "-----------------------------------------------------"
                 "-----------------------------------------------------"
                 "-----------".
         MOVE "N" TO WS-OPERATORONFILE.
         PERFORM 0000OPENOPERATOR.
         READ INFILE-OPERATOR NEXT RECORD
           AT END CONTINUE
           NOT AT END MOVE "Y" TO WS-OPERATORONFILE
         END-READ.
         IF NOT WS-OPERATOR-EXISTS
           PERFORM 0000SIGNONFIRSTOPERATOR
         END-IF.
         CLOSE INFILE-OPERATOR.

         MOVE ZERO TO WS-SIGNONTRIES.
         MOVE "N" TO WS-SIGNONOK.
         PERFORM UNTIL WS-SIGNON-DONE OR WS-SIGNONTRIES > 2
           DISPLAY "Enter OPERATOR ID:"
           MOVE SPACES TO WS-OPERATORID
           ACCEPT WS-OPERATORID
           DISPLAY "Enter PASSWORD:"
           MOVE SPACES TO WS-SIGNONPASSWORD
           ACCEPT WS-SIGNONPASSWORD
           PERFORM 0000CHECKSIGNON
           IF NOT WS-SIGNON-DONE
             ADD 1 TO WS-SIGNONTRIES
             DISPLAY "!ERROR INVALID OPERATOR ID OR PASSWORD!"
           END-IF
         END-PERFORM.

         IF NOT WS-SIGNON-DONE
           DISPLAY "!ERROR SIGN-ON FAILED - APPLICATION ENDED!"
           GO TO 0000SELECTIONQUIT
         END-IF.
         MOVE WS-OPERROLEDESC TO WS-ROLEDESC.
         DISPLAY "Signed on as " WS-OPERATORID " " WS-ROLEDESC.

       0000SIGNONFIRSTOPERATOR.
         DISPLAY "No operators on file - set up the first SUPERVISOR.".
         MOVE SPACES TO WS-KEY1OPERATOR.
         PERFORM UNTIL WS-KEY1OPERATOR NOT = SPACES
           DISPLAY "Enter OPERATOR ID:"
           ACCEPT WS-KEY1OPERATOR
         END-PERFORM.
         MOVE SPACES TO WS-OPERATORNAME.
         PERFORM UNTIL WS-OPERATORNAME NOT = SPACES
           DISPLAY "Enter OPERATOR NAME:"
           ACCEPT WS-OPERATORNAME
         END-PERFORM.
         MOVE SPACES TO WS-OPERATORPASSWORD.
         PERFORM UNTIL WS-OPERATORPASSWORD NOT = SPACES
           DISPLAY "Enter PASSWORD:"
           ACCEPT WS-OPERATORPASSWORD
         END-PERFORM.
         MOVE "S" TO WS-OPERATORROLE.
         WRITE OPERATORFD FROM WS-OPERATORFD
           INVALID KEY DISPLAY "!ERROR CREATING OPERATOR!"
           NOT INVALID KEY DISPLAY "Operator Added."
         END-WRITE.

       0000CHECKSIGNON.
         MOVE "N" TO WS-SIGNONOK.
         MOVE SPACES TO WS-SIGNONROLE.
         OPEN INPUT INFILE-OPERATOR.
         IF WS-OPERATORFSTAT = "35"
           CONTINUE
         ELSE
           MOVE WS-OPERATORID TO KEY1OPERATOR
           READ INFILE-OPERATOR INTO WS-OPERATORFD
             KEY IS KEY1OPERATOR
             INVALID KEY CONTINUE
             NOT INVALID KEY
               IF WS-OPERATORPASSWORD = WS-SIGNONPASSWORD
                   AND WS-SIGNONPASSWORD NOT = SPACES
                 MOVE "Y" TO WS-SIGNONOK
                 MOVE WS-OPERATORROLE TO WS-SIGNONROLE
                 PERFORM 0000DESCRIBEROLE
               END-IF
           END-READ
           CLOSE INFILE-OPERATOR
         END-IF.

       0000OPENOPERATOR.
         OPEN I-O INFILE-OPERATOR.
         IF WS-OPERATORFSTAT = "35"
           OPEN OUTPUT INFILE-OPERATOR
           CLOSE INFILE-OPERATOR
           OPEN I-O INFILE-OPERATOR
         END-IF.

       0000DESCRIBEROLE.
         EVALUATE WS-OPERATORROLE
           WHEN "V" MOVE "VIEW-ONLY" TO WS-OPERROLEDESC
           WHEN "C" MOVE "CLERK" TO WS-OPERROLEDESC
           WHEN "S" MOVE "SUPERVISOR" TO WS-OPERROLEDESC
           WHEN OTHER MOVE "UNKNOWN" TO WS-OPERROLEDESC
         END-EVALUATE.

       0000SELECTIONOPERATOR.
         MOVE 0 TO USER-SELECTION.
         PERFORM 0000OPENOPERATOR.

         DISPLAY " ".
         DISPLAY "-----------------------------------------------------"
                 "-----------------------------------------------------"
                 "-----------".
         DISPLAY "Operators".
         DISPLAY "-----------------------------------------------------"
                 "-----------------------------------------------------"
                 "-----------".
         DISPLAY "OPERATOR | NAME                   | ROLE".
         DISPLAY "-----------------------------------------------------"
                 "-----------------------------------------------------"
                 "-----------".
         MOVE 0 TO WS-ENDOFFILE.
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ INFILE-OPERATOR NEXT RECORD INTO WS-OPERATORFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               PERFORM 0000DESCRIBEROLE
               DISPLAY
                 WS-KEY1OPERATOR " | "
                 WS-OPERATORNAME " | "
                 WS-OPERROLEDESC
           END-READ
         END-PERFORM.
         CLOSE INFILE-OPERATOR.
         MOVE 0 TO WS-ENDOFFILE.

         PERFORM UNTIL USER-SELECTION>0
           DISPLAY " "
           DISPLAY "MENU"
           DISPLAY "---------------------------------------------------"
                   "---------------------------------------------------"
                   "---------------"
           DISPLAY "    1 : Add Or Update Operator"
           DISPLAY "    2 : Delete Operator"
           DISPLAY "    3 : Go To Main Menu"
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION

           EVALUATE USER-SELECTION
             WHEN 1 PERFORM 0000OPERATORADD
             WHEN 2 PERFORM 0000OPERATORDELETE
             WHEN 3 GO TO 0000SELECTIONSTART
             WHEN OTHER PERFORM 0000SELECTIONOPERATORERROR
           END-EVALUATE
         END-PERFORM.

       0000SELECTIONOPERATORERROR.

       DISPLAY " ".
       DISPLAY "!ERROR WRONG INPUT!".
       GO TO 0000SELECTIONOPERATOR.

       0000OPERATORADD.
         MOVE 0 TO USER-SELECTION.
         DISPLAY " ".
         DISPLAY "Enter OPERATOR ID:".
         MOVE SPACES TO WS-KEY1OPERATOR.
         ACCEPT WS-KEY1OPERATOR.
         IF WS-KEY1OPERATOR = SPACES
           DISPLAY "!ERROR OPERATOR ID CANNOT BE BLANK!"
           GO TO 0000SELECTIONOPERATOR
         END-IF.

         MOVE SPACES TO WS-OPERATORNAME.
         PERFORM UNTIL WS-OPERATORNAME NOT = SPACES
           DISPLAY "Enter OPERATOR NAME:"
           ACCEPT WS-OPERATORNAME
         END-PERFORM.

         MOVE SPACES TO WS-OPERATORPASSWORD.
         PERFORM UNTIL WS-OPERATORPASSWORD NOT = SPACES
           DISPLAY "Enter PASSWORD:"
           ACCEPT WS-OPERATORPASSWORD
         END-PERFORM.

         MOVE SPACES TO WS-OPERATORROLE.
         PERFORM UNTIL WS-OPERATORROLE = "V" OR WS-OPERATORROLE = "C"
             OR WS-OPERATORROLE = "S"
           DISPLAY "Enter ROLE (V=VIEW-ONLY C=CLERK S=SUPERVISOR):"
           ACCEPT WS-OPERATORROLE
           IF WS-OPERATORROLE = "v"
             MOVE "V" TO WS-OPERATORROLE
           END-IF
           IF WS-OPERATORROLE = "c"
             MOVE "C" TO WS-OPERATORROLE
           END-IF
           IF WS-OPERATORROLE = "s"
             MOVE "S" TO WS-OPERATORROLE
           END-IF
           IF WS-OPERATORROLE NOT = "V" AND WS-OPERATORROLE NOT = "C"
               AND WS-OPERATORROLE NOT = "S"
             DISPLAY "!ERROR ROLE MUST BE V, C OR S!"
           END-IF
         END-PERFORM.

         IF WS-KEY1OPERATOR = WS-OPERATORID
             AND WS-OPERATORROLE NOT = "S"
           DISPLAY "!ERROR CANNOT REMOVE OWN SUPERVISOR ROLE!"
           GO TO 0000SELECTIONOPERATOR
         END-IF.

         PERFORM 0000OPENOPERATOR.
           WRITE OPERATORFD FROM WS-OPERATORFD
             INVALID KEY
               REWRITE OPERATORFD FROM WS-OPERATORFD
                 INVALID KEY DISPLAY "!ERROR UPDATING OPERATOR!"
                 NOT INVALID KEY DISPLAY "Operator Updated."
               END-REWRITE
             NOT INVALID KEY DISPLAY "Operator Added."
           END-WRITE.
         CLOSE INFILE-OPERATOR.
         GO TO 0000SELECTIONOPERATOR.

       0000OPERATORDELETE.
         MOVE 0 TO USER-SELECTION.
         DISPLAY " ".
         DISPLAY "Enter OPERATOR ID To Delete:".
         MOVE SPACES TO WS-KEY1OPERATOR.
         ACCEPT WS-KEY1OPERATOR.
         IF WS-KEY1OPERATOR = WS-OPERATORID
           DISPLAY "!ERROR CANNOT DELETE OWN OPERATOR ID!"
           GO TO 0000SELECTIONOPERATOR
         END-IF.

         PERFORM 0000OPENOPERATOR.
           MOVE WS-KEY1OPERATOR TO KEY1OPERATOR.
           DELETE INFILE-OPERATOR RECORD
             INVALID KEY DISPLAY "!ERROR OPERATOR DOSE NOT EXIST!"
             NOT INVALID KEY DISPLAY "Operator Deleted."
           END-DELETE.
         CLOSE INFILE-OPERATOR.
         GO TO 0000SELECTIONOPERATOR.

       0000SELECTIONFEES.
         MOVE 0 TO USER-SELECTION.
         PERFORM 0000OPENFEES.

         DISPLAY " ".
         DISPLAY "-----------------------------------------------------"
                 "-----------------------------------------------------"
                 "-----------".
         DISPLAY "Fee Schedule".
         DISPLAY "-----------------------------------------------------"
                 "-----------------------------------------------------"
                 "-----------".
         DISPLAY "TYPE    | MONTHLY FEE | FREE | PER TRANS   "
                 "| OVERDRAWN DAY | CAT".
         DISPLAY "-----------------------------------------------------"
                 "-----------------------------------------------------"
                 "-----------".
         MOVE 0 TO WS-ENDOFFILE.
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ INFILE-FEES NEXT RECORD INTO WS-FEESFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               MOVE WS-KEY1FEE TO WS-ACCOUNTTYPE
               PERFORM 0000DESCRIBEACCOUNTMASTER
               MOVE WS-FEEMONTHLY TO WS-FEEMONTHLYDISPLAY
               MOVE WS-FEEPERTRANS TO WS-FEEPERTRANSDISPLAY
               MOVE WS-FEEODDAY TO WS-FEEODDAYDISPLAY
               DISPLAY
                 WS-ACCTTYPEDESC " | "
                 WS-FEEMONTHLYDISPLAY "  | "
                 WS-FEEFREETRANS " | "
                 WS-FEEPERTRANSDISPLAY "  | "
                 WS-FEEODDAYDISPLAY "    | "
                 WS-FEECATEGORY
           END-READ
         END-PERFORM.
         CLOSE INFILE-FEES.
         MOVE 0 TO WS-ENDOFFILE.

         PERFORM UNTIL USER-SELECTION>0
           DISPLAY " "
           DISPLAY "MENU"
           DISPLAY "---------------------------------------------------"
                   "---------------------------------------------------"
                   "---------------"
           DISPLAY "    1 : Add Or Update Fee Schedule"
           DISPLAY "    2 : Delete Fee Schedule"
           DISPLAY "    3 : Go To Main Menu"
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION

           EVALUATE USER-SELECTION
             WHEN 1 PERFORM 0000FEESADD
             WHEN 2 PERFORM 0000FEESDELETE
             WHEN 3 GO TO 0000SELECTIONSTART
             WHEN OTHER PERFORM 0000SELECTIONFEESERROR
           END-EVALUATE
         END-PERFORM.

       0000SELECTIONFEESERROR.

       DISPLAY " ".
       DISPLAY "!ERROR WRONG INPUT!".
       GO TO 0000SELECTIONFEES.

       0000OPENFEES.
         OPEN I-O INFILE-FEES.
         IF WS-FEESFSTAT = "35"
           OPEN OUTPUT INFILE-FEES
           CLOSE INFILE-FEES
           OPEN I-O INFILE-FEES
         END-IF.

       0000PROMPTFEETYPE.
         MOVE SPACES TO WS-KEY1FEE.
         PERFORM UNTIL WS-KEY1FEE = "S" OR WS-KEY1FEE = "C"
           DISPLAY "Enter ACCOUNT TYPE (S=SAVINGS C=CURRENT):"
           ACCEPT WS-KEY1FEE
           IF WS-KEY1FEE = "s"
             MOVE "S" TO WS-KEY1FEE
           END-IF
           IF WS-KEY1FEE = "c"
             MOVE "C" TO WS-KEY1FEE
           END-IF
           IF WS-KEY1FEE NOT = "S" AND WS-KEY1FEE NOT = "C"
             DISPLAY "!ERROR TYPE MUST BE S OR C!"
           END-IF
         END-PERFORM.

       0000PROMPTFEEAMOUNT.
         MOVE "N" TO WS-AMOUNTVALIDFLAG.
         PERFORM UNTIL WS-AMOUNT-VALID
           MOVE SPACES TO WS-AMOUNTTEXT
           ACCEPT WS-AMOUNTTEXT
           PERFORM 0000VALIDATEAMOUNT
           IF WS-AMOUNT-VALID
             IF WS-AMOUNTPARSED < ZERO
               DISPLAY "!ERROR FEE CANNOT BE NEGATIVE!"
               MOVE "N" TO WS-AMOUNTVALIDFLAG
             END-IF
           ELSE
             DISPLAY "!ERROR FEE MUST BE NUMERIC!"
           END-IF
           IF NOT WS-AMOUNT-VALID
             DISPLAY "Enter FEE AMMOUNT again:"
           END-IF
         END-PERFORM.

       0000FEESADD.
         MOVE 0 TO USER-SELECTION.
         DISPLAY " ".
         PERFORM 0000PROMPTFEETYPE.

         DISPLAY "Enter MONTHLY MAINTENANCE FEE (0=none):".
         PERFORM 0000PROMPTFEEAMOUNT.
         MOVE WS-AMOUNTPARSED TO WS-FEEMONTHLY.

         DISPLAY "Enter FREE TRANSACTIONS PER MONTH:".
         MOVE ZERO TO WS-FEEFREETRANS.
         ACCEPT WS-FEEFREETRANS.

         DISPLAY "Enter FEE PER TRANSACTION ABOVE FREE (0=none):".
         PERFORM 0000PROMPTFEEAMOUNT.
         MOVE WS-AMOUNTPARSED TO WS-FEEPERTRANS.

         DISPLAY "Enter CHARGE PER DAY ENDED OVERDRAWN (0=none):".
         PERFORM 0000PROMPTFEEAMOUNT.
         MOVE WS-AMOUNTPARSED TO WS-FEEODDAY.

         MOVE "N" TO WS-CATVALIDFLAG.
         PERFORM UNTIL WS-CAT-VALID
           DISPLAY "Enter FEE CATEGORY CODE:"
           MOVE SPACES TO WS-TRANSACTIONCATEGORY
           ACCEPT WS-TRANSACTIONCATEGORY
           IF WS-TRANSACTIONCATEGORY = SPACES
             DISPLAY "!ERROR CATEGORY CANNOT BE BLANK!"
           ELSE
             PERFORM 0000VALIDATECATEGORY
             IF NOT WS-CAT-VALID
               DISPLAY "!ERROR CATEGORY NOT ON FILE!"
             END-IF
           END-IF
         END-PERFORM.
         MOVE WS-TRANSACTIONCATEGORY TO WS-FEECATEGORY.

         PERFORM 0000OPENFEES.
           MOVE WS-FEESFD TO FEESFD.
           WRITE FEESFD
             INVALID KEY
               REWRITE FEESFD
                 INVALID KEY DISPLAY "!ERROR UPDATING FEE SCHEDULE!"
                 NOT INVALID KEY DISPLAY "Fee Schedule Updated."
               END-REWRITE
             NOT INVALID KEY DISPLAY "Fee Schedule Added."
           END-WRITE.
         CLOSE INFILE-FEES.
         GO TO 0000SELECTIONFEES.

       0000FEESDELETE.
         MOVE 0 TO USER-SELECTION.
         DISPLAY " ".
         DISPLAY "Fee Schedule To Delete:".
         PERFORM 0000PROMPTFEETYPE.

         PERFORM 0000OPENFEES.
           MOVE WS-KEY1FEE TO KEY1FEE.
           DELETE INFILE-FEES
             INVALID KEY DISPLAY "!ERROR FEE SCHEDULE DOSE NOT EXIST!"
             NOT INVALID KEY DISPLAY "Fee Schedule Deleted."
           END-DELETE.
         CLOSE INFILE-FEES.
         GO TO 0000SELECTIONFEES.

       0000ACQUIRELOCK.
         OPEN INPUT INFILE-LOCK.
         IF WS-LOCKFSTAT = "00"
