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
       PROGRAM-ID. cob-simplesilver17nightrun.
       AUTHOR.  "Christer Stig Åke Landstedt".

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT INFILE-STEPS
             ASSIGN TO "cob-simplesilver01steps.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STEPSFSTAT.
           SELECT INFILE-RESTART
             ASSIGN TO "cob-simplesilver01nightrestart.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-RESTARTFSTAT.
           SELECT INFILE-RUNCTL
             ASSIGN TO "cob-simplesilver01runcontrol.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1RUNCTL
             FILE STATUS IS WS-RUNCTLFSTAT.
           SELECT INFILE-REPORT
             ASSIGN TO "cob-simplesilver01nightrun.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
         FILE SECTION.
         FD INFILE-STEPS
           DATA RECORD IS STEPLINE.
           01 STEPLINE PIC X(256).

         FD INFILE-RESTART
           DATA RECORD IS RESTARTLINE.
           01 RESTARTLINE PIC X(30).

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
         01 WS-STEPSFSTAT PIC X(02) VALUE SPACES.
         01 WS-RESTARTFSTAT PIC X(02) VALUE SPACES.
         01 WS-STEPSLINE PIC X(256) VALUE SPACES.

         01 WS-NIGHTDATE PIC 9(08) VALUE ZERO.
         01 WS-NIGHTDATEX REDEFINES WS-NIGHTDATE PIC X(08).
         01 WS-NIGHTMONTHSTART PIC 9(08) VALUE ZERO.
         01 WS-NIGHTMONTHSTARTX REDEFINES WS-NIGHTMONTHSTART
           PIC X(08).
         01 WS-RESTARTDATE PIC 9(08) VALUE ZERO.
         01 WS-RESTARTFOUND PIC X(01) VALUE "N".
           88 WS-RESTART-EXISTS VALUE "Y".
         01 WS-RESTARTSTEP PIC X(08) VALUE SPACES.

         01 WS-CSVSTEPNO PIC X(03) VALUE SPACES.
         01 WS-CSVSTEPNAME PIC X(08) VALUE SPACES.
         01 WS-CSVRUNJOB PIC X(08) VALUE SPACES.
         01 WS-CSVDEPENDS PIC X(40) VALUE SPACES.
         01 WS-CSVONFAIL PIC X(04) VALUE SPACES.
         01 WS-CSVCOMMAND PIC X(200) VALUE SPACES.

         01 WS-STEPTABLE.
           05 WS-STEPENTRY OCCURS 20.
             10 WS-STEPNO PIC 9(03).
             10 WS-STEPNAME PIC X(08).
             10 WS-STEPRUNJOB PIC X(08).
             10 WS-STEPDEP PIC X(08) OCCURS 4.
             10 WS-STEPONFAIL PIC X(04).
             10 WS-STEPCOMMAND PIC X(200).
             10 WS-STEPSTATUS PIC X(08).
             10 WS-STEPSTART PIC 9(14).
             10 WS-STEPEND PIC 9(14).
             10 WS-STEPNOTE PIC X(30).
         01 WS-STEPCOUNT PIC 9(02) VALUE ZERO.
         01 WS-STEPIDX PIC 9(02) VALUE ZERO.
         01 WS-DEPIDX PIC 9(02) VALUE ZERO.
         01 WS-LOOKIDX PIC 9(02) VALUE ZERO.
         01 WS-DEPFOUNDIDX PIC 9(02) VALUE ZERO.
         01 WS-LASTSTEPNO PIC 9(03) VALUE ZERO.
         01 WS-STEPFILEOK PIC X(01) VALUE "Y".
           88 WS-STEPFILE-VALID VALUE "Y".
         01 WS-DEPENDSOK PIC X(01) VALUE "Y".
           88 WS-DEPENDS-MET VALUE "Y".
         01 WS-STREAMSTOP PIC X(01) VALUE "N".
           88 WS-STREAM-STOPPED VALUE "Y".

         01 WS-WORKCMD PIC X(210) VALUE SPACES.
         01 WS-EXPANDEDCMD PIC X(200) VALUE SPACES.
         01 WS-CMDIDX PIC 9(03) VALUE ZERO.
         01 WS-OUTPOS PIC 9(03) VALUE ZERO.
         01 WS-STEPRC PIC S9(04) VALUE ZERO.
         01 WS-STEPRCDISPLAY PIC -9(04) VALUE ZERO.

         01 WS-NEWRUNFOUND PIC X(01) VALUE "N".
           88 WS-NEWRUN-EXISTS VALUE "Y".
         01 WS-PRIORSUCCESS PIC X(01) VALUE "N".
           88 WS-PRIORSUCCESS-EXISTS VALUE "Y".
         01 WS-FOUNDOUTCOME PIC X(08) VALUE SPACES.

         01 WS-STEPSRUN PIC 9(03) VALUE ZERO.
         01 WS-STEPSOK PIC 9(03) VALUE ZERO.
         01 WS-STEPSFAILED PIC 9(03) VALUE ZERO.
         01 WS-STEPSSKIPPED PIC 9(03) VALUE ZERO.
         01 WS-STEPSNOTRUN PIC 9(03) VALUE ZERO.
         01 WS-STEPSPRIOR PIC 9(03) VALUE ZERO.
         01 WS-FIRSTFAILNO PIC 9(03) VALUE ZERO.

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

       PROCEDURE DIVISION.

       0000MAINLINE.
         DISPLAY "Enter NIGHT RUN DATE (yyyymmdd, 0=today):".
         ACCEPT WS-NIGHTDATE.
         ACCEPT WS-RUNCURRDATE FROM DATE yyyymmdd.
         IF WS-NIGHTDATE = ZERO
           MOVE WS-RUNCURRDATE TO WS-NIGHTDATE
         END-IF.

         PERFORM 0000LOADSTEPS.
         IF NOT WS-STEPFILE-VALID
           DISPLAY "!NIGHT RUN NOT STARTED - FIX THE STEP FILE!"
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF.

         PERFORM 0000READRESTARTFILE.

         MOVE "NIGHTRUN" TO WS-CHECKJOBNAME.
         MOVE WS-NIGHTDATE TO WS-CHECKDATEKEY.
         MOVE SPACES TO WS-CHECKSIGNATURE.
         STRING "NIGHT RUN " WS-NIGHTDATE
           DELIMITED BY SIZE INTO WS-CHECKSIGNATURE
         END-STRING.
         PERFORM 0000WRITERUNSTART.

         PERFORM VARYING WS-STEPIDX FROM 1 BY 1
             UNTIL WS-STEPIDX > WS-STEPCOUNT
           PERFORM 0000RUNSTEP
         END-PERFORM.

         IF WS-STEPSFAILED = ZERO AND WS-STEPSSKIPPED = ZERO
             AND WS-STEPSNOTRUN = ZERO
           MOVE "SUCCESS" TO WS-RUNOUTCOME
           DELETE FILE
             INFILE-RESTART
           END-DELETE
         ELSE
           MOVE "FAILED" TO WS-RUNOUTCOME
         END-IF.
         PERFORM 0000WRITERUNEND.
         PERFORM 0000PRINTSUMMARY.

         DISPLAY "Night run date  : " WS-NIGHTDATE.
         DISPLAY "Steps defined   : " WS-STEPCOUNT.
         DISPLAY "Steps run       : " WS-STEPSRUN.
         DISPLAY "Steps succeeded : " WS-STEPSOK.
         DISPLAY "Steps failed    : " WS-STEPSFAILED.
         DISPLAY "Steps skipped   : " WS-STEPSSKIPPED.
         DISPLAY "Steps not run   : " WS-STEPSNOTRUN.
         DISPLAY "Done in prior   : " WS-STEPSPRIOR.
         DISPLAY "Night run outcome: " WS-RUNOUTCOME.
         DISPLAY "Summary written to cob-simplesilver01nightrun.txt".
         IF WS-RUNOUTCOME NOT = "SUCCESS"
           MOVE 8 TO RETURN-CODE
         ELSE
           MOVE 0 TO RETURN-CODE
         END-IF.
         STOP RUN.

       0000LOADSTEPS.
         MOVE "Y" TO WS-STEPFILEOK.
         MOVE ZERO TO WS-STEPCOUNT.
         MOVE ZERO TO WS-LASTSTEPNO.
         OPEN INPUT INFILE-STEPS.
         IF WS-STEPSFSTAT = "35"
           DISPLAY "!ERROR NO STEP FILE cob-simplesilver01steps.csv!"
           MOVE "N" TO WS-STEPFILEOK
         ELSE
           MOVE 0 TO WS-ENDOFFILE
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ INFILE-STEPS INTO WS-STEPSLINE
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 IF WS-STEPSLINE(1:4) = "STEP"
                     OR WS-STEPSLINE(1:1) = "*"
                     OR WS-STEPSLINE = SPACES
                   CONTINUE
                 ELSE
                   PERFORM 0000LOADSTEPLINE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INFILE-STEPS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.
         IF WS-STEPFILE-VALID AND WS-STEPCOUNT = ZERO
           DISPLAY "!ERROR STEP FILE HOLDS NO STEPS!"
           MOVE "N" TO WS-STEPFILEOK
         END-IF.

       0000LOADSTEPLINE.
         MOVE SPACES TO WS-CSVSTEPNO.
         MOVE SPACES TO WS-CSVSTEPNAME.
         MOVE SPACES TO WS-CSVRUNJOB.
         MOVE SPACES TO WS-CSVDEPENDS.
         MOVE SPACES TO WS-CSVONFAIL.
         MOVE SPACES TO WS-CSVCOMMAND.
         UNSTRING WS-STEPSLINE DELIMITED BY ","
           INTO WS-CSVSTEPNO
                WS-CSVSTEPNAME
                WS-CSVRUNJOB
                WS-CSVDEPENDS
                WS-CSVONFAIL
                WS-CSVCOMMAND
         END-UNSTRING.

         IF WS-CSVSTEPNO NOT NUMERIC
           DISPLAY "!ERROR STEP NUMBER NOT NUMERIC: " WS-CSVSTEPNO "!"
           MOVE "N" TO WS-STEPFILEOK
         ELSE
           IF WS-STEPCOUNT NOT < 20
             DISPLAY "!ERROR MORE THAN 20 STEPS IN STEP FILE!"
             MOVE "N" TO WS-STEPFILEOK
           ELSE
             ADD 1 TO WS-STEPCOUNT
             PERFORM 0000STORESTEP
           END-IF
         END-IF.

       0000STORESTEP.
         MOVE WS-CSVSTEPNO TO WS-STEPNO(WS-STEPCOUNT).
         MOVE WS-CSVSTEPNAME TO WS-STEPNAME(WS-STEPCOUNT).
         MOVE WS-CSVRUNJOB TO WS-STEPRUNJOB(WS-STEPCOUNT).
         MOVE SPACES TO WS-STEPDEP(WS-STEPCOUNT, 1).
         MOVE SPACES TO WS-STEPDEP(WS-STEPCOUNT, 2).
         MOVE SPACES TO WS-STEPDEP(WS-STEPCOUNT, 3).
         MOVE SPACES TO WS-STEPDEP(WS-STEPCOUNT, 4).
         UNSTRING WS-CSVDEPENDS DELIMITED BY "/"
           INTO WS-STEPDEP(WS-STEPCOUNT, 1)
                WS-STEPDEP(WS-STEPCOUNT, 2)
                WS-STEPDEP(WS-STEPCOUNT, 3)
                WS-STEPDEP(WS-STEPCOUNT, 4)
         END-UNSTRING.
         IF WS-CSVONFAIL = "SKIP"
           MOVE "SKIP" TO WS-STEPONFAIL(WS-STEPCOUNT)
         ELSE
           MOVE "STOP" TO WS-STEPONFAIL(WS-STEPCOUNT)
         END-IF.
         MOVE WS-CSVCOMMAND TO WS-STEPCOMMAND(WS-STEPCOUNT).
         MOVE "PENDING" TO WS-STEPSTATUS(WS-STEPCOUNT).
         MOVE ZERO TO WS-STEPSTART(WS-STEPCOUNT).
         MOVE ZERO TO WS-STEPEND(WS-STEPCOUNT).
         MOVE SPACES TO WS-STEPNOTE(WS-STEPCOUNT).

         IF WS-STEPNO(WS-STEPCOUNT) NOT > WS-LASTSTEPNO
           DISPLAY "!ERROR STEP " WS-STEPNO(WS-STEPCOUNT)
                   " OUT OF ORDER - STEPS MUST BE IN RUN ORDER!"
           MOVE "N" TO WS-STEPFILEOK
         END-IF.
         MOVE WS-STEPNO(WS-STEPCOUNT) TO WS-LASTSTEPNO.
         IF WS-STEPNAME(WS-STEPCOUNT) = SPACES
             OR WS-STEPCOMMAND(WS-STEPCOUNT) = SPACES
           DISPLAY "!ERROR STEP " WS-STEPNO(WS-STEPCOUNT)
                   " HAS NO NAME OR NO COMMAND!"
           MOVE "N" TO WS-STEPFILEOK
         END-IF.

         PERFORM VARYING WS-DEPIDX FROM 1 BY 1 UNTIL WS-DEPIDX > 4
           IF WS-STEPDEP(WS-STEPCOUNT, WS-DEPIDX) NOT = SPACES
             MOVE ZERO TO WS-DEPFOUNDIDX
             PERFORM VARYING WS-LOOKIDX FROM 1 BY 1
                 UNTIL WS-LOOKIDX NOT < WS-STEPCOUNT
               IF WS-STEPNAME(WS-LOOKIDX)
                   = WS-STEPDEP(WS-STEPCOUNT, WS-DEPIDX)
                 MOVE WS-LOOKIDX TO WS-DEPFOUNDIDX
               END-IF
             END-PERFORM
             IF WS-DEPFOUNDIDX = ZERO
               DISPLAY "!ERROR STEP " WS-STEPNAME(WS-STEPCOUNT)
                       " DEPENDS ON UNKNOWN OR LATER STEP "
                       WS-STEPDEP(WS-STEPCOUNT, WS-DEPIDX) "!"
               MOVE "N" TO WS-STEPFILEOK
             END-IF
           END-IF
         END-PERFORM.

       0000READRESTARTFILE.
         MOVE "N" TO WS-RESTARTFOUND.
         OPEN INPUT INFILE-RESTART.
         IF WS-RESTARTFSTAT = "35"
           CONTINUE
         ELSE
           MOVE 0 TO WS-ENDOFFILE
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ INFILE-RESTART
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 IF NOT WS-RESTART-EXISTS
                   MOVE "Y" TO WS-RESTARTFOUND
                   MOVE RESTARTLINE(1:8) TO WS-RESTARTDATE
                   DISPLAY "!RESTART DETECTED - RESUMING NIGHT RUN OF "
                           WS-RESTARTDATE "!"
                   MOVE WS-RESTARTDATE TO WS-NIGHTDATE
                 END-IF
                 MOVE RESTARTLINE(10:8) TO WS-RESTARTSTEP
                 PERFORM 0000MARKSTEPDONE
             END-READ
           END-PERFORM
           CLOSE INFILE-RESTART
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000MARKSTEPDONE.
         PERFORM VARYING WS-LOOKIDX FROM 1 BY 1
             UNTIL WS-LOOKIDX > WS-STEPCOUNT
           IF WS-STEPNAME(WS-LOOKIDX) = WS-RESTARTSTEP
             MOVE "SUCCESS" TO WS-STEPSTATUS(WS-LOOKIDX)
             MOVE "COMPLETED IN PRIOR RUN" TO WS-STEPNOTE(WS-LOOKIDX)
             ADD 1 TO WS-STEPSPRIOR
             DISPLAY "STEP " WS-STEPNAME(WS-LOOKIDX)
                     " ALREADY COMPLETE - WILL BE SKIPPED"
           END-IF
         END-PERFORM.

       0000WRITECHECKPOINT.
         OPEN EXTEND INFILE-RESTART.
         IF WS-RESTARTFSTAT = "35"
           OPEN OUTPUT INFILE-RESTART
         END-IF.
         MOVE SPACES TO RESTARTLINE.
         STRING WS-NIGHTDATE " " WS-STEPNAME(WS-STEPIDX)
           DELIMITED BY SIZE INTO RESTARTLINE
         END-STRING.
         WRITE RESTARTLINE.
         CLOSE INFILE-RESTART.

       0000RUNSTEP.
         IF WS-STEPSTATUS(WS-STEPIDX) = "SUCCESS"
           CONTINUE
         ELSE
           IF WS-STREAM-STOPPED
             MOVE "NOT RUN" TO WS-STEPSTATUS(WS-STEPIDX)
             MOVE "STREAM STOPPED" TO WS-STEPNOTE(WS-STEPIDX)
             ADD 1 TO WS-STEPSNOTRUN
           ELSE
             PERFORM 0000CHECKDEPENDENCIES
             IF WS-DEPENDS-MET
               PERFORM 0000EXECUTESTEP
             ELSE
               MOVE "SKIPPED" TO WS-STEPSTATUS(WS-STEPIDX)
               ADD 1 TO WS-STEPSSKIPPED
               DISPLAY "STEP " WS-STEPNAME(WS-STEPIDX) " SKIPPED - "
                       WS-STEPNOTE(WS-STEPIDX)
             END-IF
           END-IF
         END-IF.

       0000CHECKDEPENDENCIES.
         MOVE "Y" TO WS-DEPENDSOK.
         PERFORM VARYING WS-DEPIDX FROM 1 BY 1 UNTIL WS-DEPIDX > 4
           IF WS-STEPDEP(WS-STEPIDX, WS-DEPIDX) NOT = SPACES
             PERFORM VARYING WS-LOOKIDX FROM 1 BY 1
                 UNTIL WS-LOOKIDX NOT < WS-STEPIDX
               IF WS-STEPNAME(WS-LOOKIDX)
                   = WS-STEPDEP(WS-STEPIDX, WS-DEPIDX)
                   AND WS-STEPSTATUS(WS-LOOKIDX) NOT = "SUCCESS"
                   AND WS-DEPENDS-MET
                 MOVE "N" TO WS-DEPENDSOK
                 MOVE SPACES TO WS-STEPNOTE(WS-STEPIDX)
                 STRING "DEPENDS ON " WS-STEPNAME(WS-LOOKIDX)
                   DELIMITED BY SIZE INTO WS-STEPNOTE(WS-STEPIDX)
                 END-STRING
               END-IF
             END-PERFORM
           END-IF
         END-PERFORM.

       0000EXECUTESTEP.
         PERFORM 0000EXPANDCOMMAND.
         ACCEPT WS-RUNCURRDATE FROM DATE yyyymmdd.
         ACCEPT WS-RUNCURRTIME FROM TIME.
         MOVE WS-RUNDATEANDTIME TO WS-STEPSTART(WS-STEPIDX).
         ADD 1 TO WS-STEPSRUN.
         DISPLAY "STEP " WS-STEPNO(WS-STEPIDX) " "
                 WS-STEPNAME(WS-STEPIDX) " STARTED "
                 WS-STEPSTART(WS-STEPIDX).

         MOVE ZERO TO RETURN-CODE.
         CALL "SYSTEM" USING WS-EXPANDEDCMD.
         MOVE RETURN-CODE TO WS-STEPRC.
         MOVE ZERO TO RETURN-CODE.

         ACCEPT WS-RUNCURRDATE FROM DATE yyyymmdd.
         ACCEPT WS-RUNCURRTIME FROM TIME.
         MOVE WS-RUNDATEANDTIME TO WS-STEPEND(WS-STEPIDX).

         IF WS-STEPRUNJOB(WS-STEPIDX) = SPACES
           IF WS-STEPRC = ZERO
             MOVE "SUCCESS" TO WS-STEPSTATUS(WS-STEPIDX)
           ELSE
             MOVE "FAILED" TO WS-STEPSTATUS(WS-STEPIDX)
             MOVE WS-STEPRC TO WS-STEPRCDISPLAY
             MOVE SPACES TO WS-STEPNOTE(WS-STEPIDX)
             STRING "RETURN CODE " WS-STEPRCDISPLAY
               DELIMITED BY SIZE INTO WS-STEPNOTE(WS-STEPIDX)
             END-STRING
           END-IF
         ELSE
           PERFORM 0000CHECKSTEPOUTCOME
         END-IF.

         DISPLAY "STEP " WS-STEPNO(WS-STEPIDX) " "
                 WS-STEPNAME(WS-STEPIDX) " ENDED "
                 WS-STEPSTATUS(WS-STEPIDX) " "
                 WS-STEPNOTE(WS-STEPIDX).

         IF WS-STEPSTATUS(WS-STEPIDX) = "SUCCESS"
           ADD 1 TO WS-STEPSOK
           PERFORM 0000WRITECHECKPOINT
         ELSE
           ADD 1 TO WS-STEPSFAILED
           IF WS-FIRSTFAILNO = ZERO
             MOVE WS-STEPNO(WS-STEPIDX) TO WS-FIRSTFAILNO
           END-IF
           IF WS-STEPONFAIL(WS-STEPIDX) = "STOP"
             MOVE "Y" TO WS-STREAMSTOP
             DISPLAY "!STEP " WS-STEPNAME(WS-STEPIDX)
                     " FAILED - NIGHT RUN STOPPED!"
           END-IF
         END-IF.

       0000EXPANDCOMMAND.
         MOVE WS-STEPCOMMAND(WS-STEPIDX) TO WS-WORKCMD.
         MOVE SPACES TO WS-EXPANDEDCMD.
         MOVE 1 TO WS-OUTPOS.
         PERFORM VARYING WS-CMDIDX FROM 1 BY 1 UNTIL WS-CMDIDX > 200
           EVALUATE TRUE
             WHEN WS-WORKCMD(WS-CMDIDX:8) = "&RUNDATE"
               MOVE WS-NIGHTDATEX TO WS-EXPANDEDCMD(WS-OUTPOS:8)
               ADD 8 TO WS-OUTPOS
               ADD 7 TO WS-CMDIDX
             WHEN WS-WORKCMD(WS-CMDIDX:9) = "&RUNMONTH"
               MOVE WS-NIGHTDATEX(1:6) TO WS-EXPANDEDCMD(WS-OUTPOS:6)
               ADD 6 TO WS-OUTPOS
               ADD 8 TO WS-CMDIDX
             WHEN OTHER
               MOVE WS-WORKCMD(WS-CMDIDX:1)
                 TO WS-EXPANDEDCMD(WS-OUTPOS:1)
               ADD 1 TO WS-OUTPOS
           END-EVALUATE
         END-PERFORM.

       0000CHECKSTEPOUTCOME.
         MOVE "N" TO WS-NEWRUNFOUND.
         MOVE "N" TO WS-PRIORSUCCESS.
         MOVE SPACES TO WS-FOUNDOUTCOME.
         MOVE WS-NIGHTDATE TO WS-NIGHTMONTHSTART.
         MOVE "01" TO WS-NIGHTMONTHSTARTX(7:2).
         OPEN INPUT INFILE-RUNCTL.
         IF WS-RUNCTLFSTAT = "35"
           CONTINUE
         ELSE
           MOVE WS-STEPRUNJOB(WS-STEPIDX) TO RUNJOBNAME
           MOVE ZERO TO RUNDATEKEY
           MOVE ZERO TO RUNSEQ
           MOVE 0 TO WS-RUNSCANEOF
           START INFILE-RUNCTL KEY IS NOT LESS THAN KEY1RUNCTL
             INVALID KEY MOVE 1 TO WS-RUNSCANEOF
           END-START
           PERFORM UNTIL WS-RUNSCANEOF = 1
             READ INFILE-RUNCTL NEXT RECORD INTO WS-RUNCTLFD
               AT END MOVE 1 TO WS-RUNSCANEOF
               NOT AT END
                 IF WS-RUNJOBNAME NOT = WS-STEPRUNJOB(WS-STEPIDX)
                   MOVE 1 TO WS-RUNSCANEOF
                 ELSE
                   IF WS-RUNSTARTSTAMP NOT < WS-STEPSTART(WS-STEPIDX)
                     MOVE "Y" TO WS-NEWRUNFOUND
                     MOVE WS-RUNOUTCOME TO WS-FOUNDOUTCOME
                   ELSE
                     IF (WS-RUNDATEKEY = WS-NIGHTDATE
                         OR WS-RUNDATEKEY = WS-NIGHTMONTHSTART)
                         AND WS-RUNOUTCOME = "SUCCESS"
                       MOVE "Y" TO WS-PRIORSUCCESS
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INFILE-RUNCTL
         END-IF.

         MOVE SPACES TO WS-STEPNOTE(WS-STEPIDX).
         IF WS-NEWRUN-EXISTS
           IF WS-FOUNDOUTCOME = "SUCCESS"
             MOVE "SUCCESS" TO WS-STEPSTATUS(WS-STEPIDX)
           ELSE
             MOVE "FAILED" TO WS-STEPSTATUS(WS-STEPIDX)
             STRING "RUNOUTCOME " WS-FOUNDOUTCOME
               DELIMITED BY SIZE INTO WS-STEPNOTE(WS-STEPIDX)
             END-STRING
           END-IF
         ELSE
           IF WS-PRIORSUCCESS-EXISTS
             MOVE "SUCCESS" TO WS-STEPSTATUS(WS-STEPIDX)
             MOVE "ALREADY RUN FOR THIS DATE"
               TO WS-STEPNOTE(WS-STEPIDX)
           ELSE
             MOVE "FAILED" TO WS-STEPSTATUS(WS-STEPIDX)
             MOVE "NO RUN RECORDED" TO WS-STEPNOTE(WS-STEPIDX)
           END-IF
         END-IF.

       0000PRINTSUMMARY.
         OPEN OUTPUT INFILE-REPORT.
         MOVE SPACES TO REPORTLINE.
         STRING
           "NIGHT RUN SUMMARY " WS-NIGHTDATE
           " OUTCOME " WS-RUNOUTCOME
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.
         IF WS-RESTART-EXISTS
           MOVE SPACES TO REPORTLINE
           STRING
             "RESTARTED RUN - STEPS COMPLETED EARLIER WERE NOT REPEATED"
             DELIMITED BY SIZE INTO REPORTLINE
           END-STRING
           WRITE REPORTLINE
         END-IF.
         MOVE SPACES TO REPORTLINE.
         STRING
           "STEP NAME     RUNJOB   ON   START          "
           "END            STATUS   NOTE"
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.
         PERFORM VARYING WS-STEPIDX FROM 1 BY 1
             UNTIL WS-STEPIDX > WS-STEPCOUNT
           MOVE SPACES TO REPORTLINE
           STRING
             WS-STEPNO(WS-STEPIDX) "  "
             WS-STEPNAME(WS-STEPIDX) " "
             WS-STEPRUNJOB(WS-STEPIDX) " "
             WS-STEPONFAIL(WS-STEPIDX) " "
             WS-STEPSTART(WS-STEPIDX) " "
             WS-STEPEND(WS-STEPIDX) " "
             WS-STEPSTATUS(WS-STEPIDX) " "
             WS-STEPNOTE(WS-STEPIDX)
             DELIMITED BY SIZE INTO REPORTLINE
           END-STRING
           WRITE REPORTLINE
           DISPLAY REPORTLINE
         END-PERFORM.
         MOVE SPACES TO REPORTLINE.
         STRING
           "STEPS " WS-STEPCOUNT
           " RUN " WS-STEPSRUN
           " OK " WS-STEPSOK
           " FAILED " WS-STEPSFAILED
           " SKIPPED " WS-STEPSSKIPPED
           " NOT RUN " WS-STEPSNOTRUN
           " DONE IN PRIOR RUN " WS-STEPSPRIOR
           DELIMITED BY SIZE INTO REPORTLINE
         END-STRING.
         WRITE REPORTLINE.
         IF WS-FIRSTFAILNO NOT = ZERO
           MOVE SPACES TO REPORTLINE
           STRING
             "RESUBMIT AFTER THE FIX - THE RUN RESTARTS AT STEP "
             WS-FIRSTFAILNO
             DELIMITED BY SIZE INTO REPORTLINE
           END-STRING
           WRITE REPORTLINE
           DISPLAY REPORTLINE
         END-IF.
         CLOSE INFILE-REPORT.

       0000OPENRUNCTL.
         OPEN I-O INFILE-RUNCTL.
         IF WS-RUNCTLFSTAT = "35"
           OPEN OUTPUT INFILE-RUNCTL
           CLOSE INFILE-RUNCTL
           OPEN I-O INFILE-RUNCTL
         END-IF.

       0000WRITERUNSTART.
         PERFORM 0000OPENRUNCTL.
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
         CLOSE INFILE-RUNCTL.

       0000WRITERUNEND.
         PERFORM 0000OPENRUNCTL.
         ACCEPT WS-RUNCURRDATE FROM DATE yyyymmdd.
         ACCEPT WS-RUNCURRTIME FROM TIME.
         MOVE WS-RUNDATEANDTIME TO WS-RUNSTAMP.
         MOVE WS-LIVERUNKEY TO KEY1RUNCTL.
         READ INFILE-RUNCTL
           KEY IS KEY1RUNCTL
           INVALID KEY DISPLAY "!ERROR RUN CONTROL RECORD LOST!"
           NOT INVALID KEY
             MOVE WS-RUNSTAMP TO RUNENDSTAMP
             MOVE WS-STEPCOUNT TO RUNRECORDSREAD
             MOVE WS-STEPSOK TO RUNRECORDSPOSTED
             COMPUTE RUNRECORDSREJECTED = WS-STEPSFAILED
                     + WS-STEPSSKIPPED + WS-STEPSNOTRUN
             MOVE WS-RUNOUTCOME TO RUNOUTCOME
             REWRITE RUNCTLFD
               INVALID KEY DISPLAY "!ERROR UPDATING RUN CONTROL!"
             END-REWRITE
         END-READ.
         CLOSE INFILE-RUNCTL.
