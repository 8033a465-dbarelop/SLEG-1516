         77 SO-PASS  PIC X(8).
         77 SO-TRIES PIC 9 VALUE ZERO.
         77 MENU-OK  PIC X(1).
         77 MENU-PAGE PIC 9.
         01 SIGNON-OPID PIC X(6) EXTERNAL.
         01 SIGNON-ROLE PIC X(1) EXTERNAL.

             GO TO MAIN-PARA.

         MAIN-PARA.
             MOVE 1 TO MENU-PAGE.
             DISPLAY ERASE-1
             DISPLAY "*******************************************"
               AT LINE 3 COL 15.
                   AT LINE 19 COL 42
             END-IF.
             DISPLAY "26. EXIT" AT LINE 20 COL 42.
             DISPLAY "27. MORE OPTIONS" AT LINE 21 COL 42.
             DISPLAY "ENTER YOUR CHOICE :" AT LINE 24 COL 25.
             ACCEPT CHOICE AT LINE 24 COL 46.
             GO TO MENU-CHECK-PARA.

         MAIN-PAGE2-PARA.
             MOVE 2 TO MENU-PAGE.
             DISPLAY ERASE-1
             DISPLAY "*******************************************"
               AT LINE 3 COL 15.
             DISPLAY "     HUMAN RESOURCE MANAGEMENT SYSTEM      "
               AT LINE 5 COL 15.
             DISPLAY "*******************************************"
               AT LINE 7 COL 15.
             IF SIGNON-ROLE = 'S'
                 DISPLAY "28. LEAVE APPROVAL / CANCELLATION"
                   AT LINE 8 COL 5
                 DISPLAY "29. HOLIDAY / WEEKLY-OFF MAINTENANCE"
                   AT LINE 9 COL 5
             END-IF.
             IF SIGNON-ROLE = 'S'
                 DISPLAY "32. PAY PERIOD REVERSAL / REOPEN"
                   AT LINE 12 COL 5
                 DISPLAY "33. MONTH-END JOB STREAM"
                   AT LINE 13 COL 5
                 DISPLAY "34. BANK RETURN PROCESSING"
                   AT LINE 14 COL 5
                 DISPLAY "35. SUPPLEMENTARY SALARY DISBURSEMENT"
                   AT LINE 15 COL 5
             END-IF.
             DISPLAY "36. HELD SALARY REGISTER"
               AT LINE 16 COL 5.
             DISPLAY "37. EMPLOYEE SERVICE BOOK"
               AT LINE 17 COL 5.
             IF SIGNON-ROLE = 'S'
                 DISPLAY "38. PAY / BANK CHANGE APPROVAL"
                   AT LINE 18 COL 5
                 DISPLAY "39. GRATUITY / LEAVE ENCASHMENT PROVISION"
                   AT LINE 19 COL 5
                 DISPLAY "40. ARCHIVE / PURGE SEPARATED STAFF"
                   AT LINE 8 COL 42
             END-IF.
             DISPLAY "41. ARCHIVED EMPLOYEE INQUIRY"
               AT LINE 9 COL 42.
             DISPLAY "30. BRANCH HOLIDAY CALENDAR"
               AT LINE 10 COL 5.
             DISPLAY "31. PRE-CLOSE PAYROLL VARIANCE REPORT"
               AT LINE 11 COL 5.
             DISPLAY "26. EXIT" AT LINE 20 COL 42.
             DISPLAY "27. PREVIOUS OPTIONS" AT LINE 21 COL 42.
             DISPLAY "ENTER YOUR CHOICE :" AT LINE 24 COL 25.
             ACCEPT CHOICE AT LINE 24 COL 46.
             IF CHOICE = 27
                 GO TO MAIN-PARA
             END-IF.

         MENU-CHECK-PARA.
             MOVE 'Y' TO MENU-OK.
             IF SIGNON-ROLE NOT = 'S'
                 IF CHOICE = 6 OR CHOICE = 7 OR CHOICE = 14
                     OR CHOICE = 16 OR CHOICE = 17 OR CHOICE = 19
                     OR CHOICE = 20 OR CHOICE = 21 OR CHOICE = 22
                     OR CHOICE = 23 OR CHOICE = 25 OR CHOICE = 28
                     OR CHOICE = 29 OR CHOICE = 32 OR CHOICE = 33
                     OR CHOICE = 34 OR CHOICE = 35 OR CHOICE = 38
                     OR CHOICE = 39 OR CHOICE = 40
                     MOVE 'N' TO MENU-OK
                 END-IF
             END-IF.
                    AT LINE 22 COL 5
                 DISPLAY "PRESS ENTER TO CONTINUE" AT LINE 23 COL 5
                 ACCEPT OMIT AT LINE 23 COL 30
                 IF MENU-PAGE = 2
                     GO TO MAIN-PAGE2-PARA
                 END-IF
                 GO TO MAIN-PARA
             END-IF.
             EVALUATE CHOICE
                    CALL "GLPOST"
                    CANCEL "GLPOST"
                    GO TO MAIN-PARA
                WHEN 27
                    GO TO MAIN-PAGE2-PARA
                WHEN 28
                    CALL "LEAVEAPR"
                    CANCEL "LEAVEAPR"
                    GO TO MAIN-PAGE2-PARA
                WHEN 29
                    CALL "HOLMAINT"
                    CANCEL "HOLMAINT"
                    GO TO MAIN-PAGE2-PARA
                WHEN 30
                    CALL "HOLCAL"
                    CANCEL "HOLCAL"
                    GO TO MAIN-PAGE2-PARA
                WHEN 31
                    CALL "PAYVAR"
                    CANCEL "PAYVAR"
                    GO TO MAIN-PAGE2-PARA
                WHEN 32
                    CALL "PAYREV"
                    CANCEL "PAYREV"
                    GO TO MAIN-PAGE2-PARA
                WHEN 33
                    CALL "MONTHEND"
                    CANCEL "MONTHEND"
                    GO TO MAIN-PAGE2-PARA
                WHEN 34
                    CALL "BANKRET"
                    CANCEL "BANKRET"
                    GO TO MAIN-PAGE2-PARA
                WHEN 35
                    CALL "BANKSUPP"
                    CANCEL "BANKSUPP"
                    GO TO MAIN-PAGE2-PARA
                WHEN 36
                    CALL "HELDREG"
                    CANCEL "HELDREG"
                    GO TO MAIN-PAGE2-PARA
                WHEN 37
                    CALL "SVCBOOK"
                    CANCEL "SVCBOOK"
                    GO TO MAIN-PAGE2-PARA
                WHEN 38
                    CALL "CHGAPPR"
                    CANCEL "CHGAPPR"
                    GO TO MAIN-PAGE2-PARA
                WHEN 39
                    CALL "GRATPROV"
                    CANCEL "GRATPROV"
                    GO TO MAIN-PAGE2-PARA
                WHEN 40
                    CALL "EMPARCH"
                    CANCEL "EMPARCH"
                    GO TO MAIN-PAGE2-PARA
                WHEN 41
                    CALL "ARCREAD"
                    CANCEL "ARCREAD"
                    GO TO MAIN-PAGE2-PARA
                WHEN OTHER
                    STOP RUN.
       END PROGRAM MAINHRMS.
             02 LFMDATE   PIC X(10).
             02 LTODATE   PIC X(10).
             02 LLEVCAT   PIC X(3).
             02 LSTATUS   PIC X(1).
             02 LAPPRID   PIC X(6).
             02 LAPPRDT   PIC X(8).

         FD BRANCHFILE
             LABEL RECORDS ARE STANDARD
             02 HDEDUCT  PIC 9(8)V99.
             02 HNET     PIC 9(8)V99.
             02 HARREAR  PIC 9(8)V99.
             02 HLLOP    PIC 999.

         WORKING-STORAGE SECTION.
         77 FSE   PIC XX.
                 ADD 1 TO LV-LINE
                 DISPLAY " LEAVE CATEGORY : " AT LINE LV-LINE COL 1
                 DISPLAY LLEVCAT AT LINE LV-LINE COL 19
                 DISPLAY " STATUS : " AT LINE LV-LINE COL 24
                 DISPLAY LSTATUS AT LINE LV-LINE COL 34
                 ADD 2 TO LV-LINE
             END-IF.

                 ACCESS MODE IS SEQUENTIAL
                 FILE STATUS IS FSAUD.

             SELECT HOLIDAYFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS HOLKEY
                 FILE STATUS IS FSHOL.

             SELECT WEEKOFFFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS WBRID
                 FILE STATUS IS FSWO.

             SELECT EMPARCFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS XEEMPID
                 FILE STATUS IS FSXE.

         DATA DIVISION.
         FILE SECTION.
         FD EMPFILE
             02 LFMDATE   PIC X(10).
             02 LTODATE   PIC X(10).
             02 LLEVCAT   PIC X(3).
             02 LSTATUS   PIC X(1).
             02 LAPPRID   PIC X(6).
             02 LAPPRDT   PIC X(8).

         FD BRANCHFILE
             LABEL RECORDS ARE STANDARD
             02 AUDDATE   PIC X(8).
             02 AUDTIME   PIC X(8).

         FD HOLIDAYFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "HOLIDAY.DAT".
         01 HOLIDAYREC.
             02 HOLKEY.
                 03 HBRID  PIC X(6).
                 03 HDATE  PIC X(10).
             02 HDESC    PIC X(25).

         FD WEEKOFFFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "WEEKOFF.DAT".
         01 WEEKOFFREC.
             02 WBRID    PIC X(6).
             02 WOFFDAYS PIC X(7).

         *>EMPLOYEES MOVED OFF EMP.DAT BY EMPARCH. THEIR CODES ARE
         *>NEVER GIVEN TO ANYONE ELSE
         FD EMPARCFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "EMP.ARC".
         01 EMPARCREC.
             02 XEEMPID   PIC X(6).
             02 FILLER    PIC X(152).

         WORKING-STORAGE SECTION.
         77 FSO   PIC XX.
         77 FSBK  PIC XX.
         77 LV-NEW-TODATE PIC X(10).
         77 LV-NEW-LEVCAT PIC X(3).
         77 LV-FRESH-FILE PIC X(1).
         77 LV-BKD-EOF    PIC X(1).
         77 LV-BKD-DAYS   PIC 9(5).
         77 FSHOL PIC XX.
         77 FSWO  PIC XX.
         77 FSXE  PIC XX.
         77 LV-HOL-OK     PIC X(1).
         77 LV-BRANCH     PIC X(6).
         77 LV-WOFF       PIC X(7).
         77 LV-DAY-NUM    PIC 9(9).
         77 LV-CNT-DAYS   PIC 9(5).
         77 LV-QUOT       PIC 9(9).
         77 LV-WDAY       PIC 9.
         77 LV-OFF        PIC X(1).
         77 LV-CAL-NUM    PIC 9(8).
         01 LV-DATE-WORK.
             02 LV-YYYY  PIC 9(4).
             02 LV-MM    PIC 9(2).
             02 LV-DD    PIC 9(2).
         01 LV-CAL-ISO.
             02 LV-ISO-YYYY PIC 9(4).
             02 FILLER      PIC X(1) VALUE "-".
             02 LV-ISO-MM   PIC 9(2).
             02 FILLER      PIC X(1) VALUE "-".
             02 LV-ISO-DD   PIC 9(2).

         SCREEN SECTION.
         01 ERASE-1.
             PERFORM EMP-VALIDATE-DESIGNATION-PARA.
             PERFORM EMP-VALIDATE-GRADE-PARA.
             PERFORM EMP-VALIDATE-DEPARTMENT-PARA.
             PERFORM EMP-VALIDATE-ARCHIVE-PARA.
             IF EMP-VALID = 'Y'
                 WRITE EMPREC
                 MOVE EEMPID  TO AUD-KEY
             END-READ.
             CLOSE DEPARTMENTFILE.

         EMP-VALIDATE-ARCHIVE-PARA.
             OPEN INPUT EMPARCFILE.
             IF FSXE = 00
                 MOVE EEMPID TO XEEMPID
                 READ EMPARCFILE
                     NOT INVALID KEY
                         DISPLAY "CODE BELONGS TO AN ARCHIVED EMPLOYEE"
                             AT LINE 18 COL 1
                         MOVE 'N' TO EMP-VALID
                 END-READ
                 CLOSE EMPARCFILE
             END-IF.

         LEAVE-PARA.
             DISPLAY ERASE-1
             MOVE 'N' TO LV-FRESH-FILE.
                 MOVE LV-NEW-FMDATE  TO LFMDATE
                 MOVE LV-NEW-TODATE  TO LTODATE
                 MOVE LV-NEW-LEVCAT  TO LLEVCAT
                 *>NEW LEAVE IS ONLY AN APPLICATION UNTIL A SUPERVISOR
                 *>APPROVES IT THROUGH LEAVE APPROVAL
                 MOVE 'P'            TO LSTATUS
                 MOVE SPACES         TO LAPPRID
                 MOVE SPACES         TO LAPPRDT
                 WRITE LEAVEREC
                 DISPLAY "LEAVE APPLIED - PENDING APPROVAL"
                     AT LINE 22 COL 1
                 DISPLAY "PRESS ENTER TO CONTINUE" AT LINE 23 COL 1
                 ACCEPT OMIT AT LINE 23 COL 25
             ELSE
                 DISPLAY "LEAVE ENTRY NOT SAVED" AT LINE 22 COL 1
                 DISPLAY "PRESS ENTER TO CONTINUE" AT LINE 23 COL 1
                     WHEN "PL"  MOVE PPL TO LV-BAL
                     WHEN OTHER MOVE ZERO TO LV-BAL
                 END-EVALUATE
                 PERFORM LEAVE-CALENDAR-OPEN-PARA
                 PERFORM LEAVE-DAYS-REQUESTED-PARA
                 PERFORM LEAVE-BOOKED-PARA
                 PERFORM LEAVE-CALENDAR-CLOSE-PARA
                 IF LV-REQ-DAYS + LV-BKD-DAYS > LV-BAL
                     DISPLAY "LEAVE DAYS REQUESTED EXCEED BALANCE"
                         AT LINE 20 COL 1
                     MOVE 'N' TO LV-OK
             MOVE LV-NEW-TODATE(9:2) TO LV-DD.
             COMPUTE LV-TO-NUM = FUNCTION INTEGER-OF-DATE
                 (LV-YYYY * 10000 + LV-MM * 100 + LV-DD).
             PERFORM LEAVE-COUNT-DAYS-PARA.
             MOVE LV-CNT-DAYS TO LV-REQ-DAYS.

         LEAVE-COUNT-DAYS-PARA.
             *>HOLIDAYS AND WEEKLY OFFS INSIDE THE RANGE ARE NOT
             *>CHARGED AS LEAVE
             MOVE ZERO TO LV-CNT-DAYS.
             PERFORM LEAVE-COUNT-ONE-PARA
                 VARYING LV-DAY-NUM FROM LV-FROM-NUM BY 1
                 UNTIL LV-DAY-NUM > LV-TO-NUM.

         LEAVE-COUNT-ONE-PARA.
             PERFORM LEAVE-OFF-DAY-PARA.
             IF LV-OFF = 'N'
                 ADD 1 TO LV-CNT-DAYS
             END-IF.

         LEAVE-OFF-DAY-PARA.
             MOVE 'N' TO LV-OFF.
             *>DAY 1 OF THE INTEGER CALENDAR (1601-01-01) IS A MONDAY
             DIVIDE LV-DAY-NUM BY 7 GIVING LV-QUOT
                 REMAINDER LV-WDAY.
             IF LV-WDAY = 0
                 MOVE 7 TO LV-WDAY
             END-IF.
             IF LV-WOFF(LV-WDAY:1) = 'Y'
                 MOVE 'Y' TO LV-OFF
             END-IF.
             IF LV-OFF = 'N' AND LV-HOL-OK = 'Y'
                 COMPUTE LV-CAL-NUM =
                     FUNCTION DATE-OF-INTEGER (LV-DAY-NUM)
                 MOVE LV-CAL-NUM TO LV-DATE-WORK
                 MOVE LV-YYYY TO LV-ISO-YYYY
                 MOVE LV-MM   TO LV-ISO-MM
                 MOVE LV-DD   TO LV-ISO-DD
                 MOVE LV-BRANCH  TO HBRID
                 MOVE LV-CAL-ISO TO HDATE
                 READ HOLIDAYFILE
                     INVALID KEY
                         MOVE SPACES TO HBRID
                         READ HOLIDAYFILE
                             NOT INVALID KEY MOVE 'Y' TO LV-OFF
                         END-READ
                     NOT INVALID KEY MOVE 'Y' TO LV-OFF
                 END-READ
             END-IF.

         LEAVE-CALENDAR-OPEN-PARA.
             *>THE EMPLOYEE'S BRANCH DECIDES WHICH BRANCH HOLIDAYS
             *>AND WEEKLY-OFF PATTERN APPLY. A BLANK BRANCH ON THE
             *>CALENDAR FILES MEANS ALL BRANCHES.
             MOVE SPACES TO LV-BRANCH.
             OPEN INPUT EMPFILE.
             MOVE LV-NEW-LEMPID TO EEMPID.
             READ EMPFILE NOT INVALID KEY
                 MOVE EBRNID TO LV-BRANCH
             END-READ.
             CLOSE EMPFILE.
             MOVE "NNNNNNN" TO LV-WOFF.
             OPEN INPUT WEEKOFFFILE.
             IF FSWO = 00
                 MOVE LV-BRANCH TO WBRID
                 READ WEEKOFFFILE
                     INVALID KEY
                         MOVE SPACES TO WBRID
                         READ WEEKOFFFILE
                             NOT INVALID KEY MOVE WOFFDAYS TO LV-WOFF
                         END-READ
                     NOT INVALID KEY MOVE WOFFDAYS TO LV-WOFF
                 END-READ
                 CLOSE WEEKOFFFILE
             END-IF.
             MOVE 'Y' TO LV-HOL-OK.
             OPEN INPUT HOLIDAYFILE.
             IF FSHOL NOT = 00
                 MOVE 'N' TO LV-HOL-OK
             END-IF.

         LEAVE-CALENDAR-CLOSE-PARA.
             IF LV-HOL-OK = 'Y'
                 CLOSE HOLIDAYFILE
             END-IF.

         LEAVE-BOOKED-PARA.
             *>DAYS OF THE SAME CATEGORY ALREADY APPLIED FOR OR
             *>APPROVED IN THE YEAR COME OFF THE BALANCE. REJECTED
             *>AND CANCELLED LEAVE GIVES ITS DAYS BACK.
             MOVE ZERO TO LV-BKD-DAYS.
             MOVE 'N' TO LV-BKD-EOF.
             IF LV-FRESH-FILE = 'Y'
                 MOVE 'Y' TO LV-BKD-EOF
             END-IF.
             MOVE LV-NEW-LEMPID TO LEMPID.
             IF LV-BKD-EOF = 'N'
                 START LEAVEFILE KEY IS EQUAL LEMPID
                     INVALID KEY MOVE 'Y' TO LV-BKD-EOF
                 END-START
             END-IF.
             PERFORM LEAVE-BOOKED-READ-PARA UNTIL LV-BKD-EOF = 'Y'.

         LEAVE-BOOKED-READ-PARA.
             READ LEAVEFILE NEXT RECORD
                 AT END MOVE 'Y' TO LV-BKD-EOF
                 NOT AT END PERFORM LEAVE-BOOKED-TEST-PARA
             END-READ.

         LEAVE-BOOKED-TEST-PARA.
             IF LEMPID NOT = LV-NEW-LEMPID
                 MOVE 'Y' TO LV-BKD-EOF
             ELSE
                 IF LLEVCAT = LV-NEW-LEVCAT
                    AND LFMDATE(1:4) = LV-NEW-FMDATE(1:4)
                    AND LSTATUS NOT = 'R' AND LSTATUS NOT = 'C'
                     PERFORM LEAVE-BOOKED-DAYS-PARA
                 END-IF
             END-IF.

         LEAVE-BOOKED-DAYS-PARA.
             MOVE LFMDATE(1:4) TO LV-YYYY.
             MOVE LFMDATE(6:2) TO LV-MM.
             MOVE LFMDATE(9:2) TO LV-DD.
             COMPUTE LV-FROM-NUM = FUNCTION INTEGER-OF-DATE
                 (LV-YYYY * 10000 + LV-MM * 100 + LV-DD).
             MOVE LTODATE(1:4) TO LV-YYYY.
             MOVE LTODATE(6:2) TO LV-MM.
             MOVE LTODATE(9:2) TO LV-DD.
             COMPUTE LV-TO-NUM = FUNCTION INTEGER-OF-DATE
                 (LV-YYYY * 10000 + LV-MM * 100 + LV-DD).
             PERFORM LEAVE-COUNT-DAYS-PARA.
             ADD LV-CNT-DAYS TO LV-BKD-DAYS.

         LEAVE-CHECK-OVERLAP-PARA.
             MOVE 'N' TO LV-OVERLAP.
             IF LV-FRESH-FILE = 'Y'
                 GO TO LEAVE-OVERLAP-EXIT-PARA
             END-IF.
             MOVE LV-NEW-LEMPID TO LEMPID.
             START LEAVEFILE KEY IS EQUAL LEMPID
                 INVALID KEY GO TO LEAVE-OVERLAP-EXIT-PARA
             END-START.
                 MOVE 10 TO FSL
             ELSE
                 IF LFMDATE <= LV-NEW-TODATE AND
                    LTODATE >= LV-NEW-FMDATE AND
                    LSTATUS NOT = 'R' AND LSTATUS NOT = 'C'
                     MOVE 'Y' TO LV-OVERLAP
                 END-IF
             END-IF.
                 RECORD KEY IS PCTLID
                 FILE STATUS IS FSPC.

             SELECT CLOSEJNLFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CJKEY
                 FILE STATUS IS FSCJ.

             SELECT PENDCHGFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PDKEY
                 FILE STATUS IS FSPD.

             SELECT PENDWARNFILE ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FSPW.

         DATA DIVISION.
         FILE SECTION.
         FD PAYMENTFILE
             02 PCRESTART PIC X(6).
             02 PCGLPER   PIC X(6).

         FD CLOSEJNLFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "CLOSEJNL.DAT".
         01 CLOSEJNLREC.
             02 CJKEY.
                 03 CJPERIOD PIC X(6).
                 03 CJEMPID  PIC X(6).
                 03 CJLOANID PIC X(6).
             02 CJOLDLOAN   PIC 9(8)V99.
             02 CJOLDLOANDA PIC 9(8)V99.
             02 CJOLDBAL    PIC 9(8)V99.
             02 CJOLDSTAT   PIC X(1).
             02 CJRECOV     PIC 9(8)V99.

         FD PENDCHGFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "PENDCHG.DAT".
         01 PENDCHGREC.
             02 PDKEY.
                 03 PDEMPID  PIC X(6).
                 03 PDFILE   PIC X(1).
                 03 PDSTAMP.
                     04 PDMKDATE PIC X(8).
                     04 PDMKTIME PIC X(8).
             02 PDSTATUS  PIC X(1).
             02 PDMAKER   PIC X(6).
             02 PDCHECKER PIC X(6).
             02 PDCKDATE  PIC X(8).
             02 PDOLD     PIC X(264).
             02 PDNEW     PIC X(264).

         FD PENDWARNFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "PENDWARN.DAT".
         01 PENDWARN-LINE  PIC X(80).

         FD EMPFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "EMP.DAT".
             02 HDEDUCT  PIC 9(8)V99.
             02 HNET     PIC 9(8)V99.
             02 HARREAR  PIC 9(8)V99.
             02 HLLOP    PIC 999.

         WORKING-STORAGE SECTION.
         77 FSP   PIC XX.
         77 PC-LOAN-RECOV PIC 9(8)V99.
         77 PC-NEW-LOAN   PIC 9(10)V99.
         77 PC-NEW-LOANDA PIC 9(10)V99.
         77 FSCJ          PIC XX.
         77 PC-JNL-OK     PIC X(1).
         77 FSPD          PIC XX.
         77 FSPW          PIC XX.
         77 PC-PEND-EOF   PIC X(1).
         77 PC-PEND-CNT   PIC 9(5) VALUE ZERO.
         01 SIGNON-ROLE PIC X(1) EXTERNAL.

         01 PC-WARN-HEAD-LINE.
             02 FILLER       PIC X(45) VALUE
                "MASTER CHANGES KEYED BUT NOT YET APPROVED:".

         01 PC-WARN-LINE.
             02 PC-W-EMPID   PIC X(6).
             02 FILLER       PIC X(1) VALUE SPACES.
             02 PC-W-FILE    PIC X(8).
             02 FILLER       PIC X(10) VALUE "KEYED BY ".
             02 PC-W-MAKER   PIC X(6).
             02 FILLER       PIC X(4) VALUE " ON ".
             02 PC-W-DATE    PIC X(8).

         01 PC-WARN-COUNT-LINE.
             02 FILLER       PIC X(30) VALUE
                "CHANGES AWAITING APPROVAL   :".
             02 PC-W-COUNT   PIC ZZZZ9.

         01 JOB-STEP-AREA EXTERNAL.
             02 JOB-MODE     PIC X(1).
             02 JOB-PERIOD   PIC X(6).
             02 JOB-RUNDATE  PIC X(10).
             02 JOB-ARR-MODE PIC X(1).
             02 JOB-VAR-PCT  PIC 999.
             02 JOB-RESULT   PIC X(1).
             02 JOB-COUNT    PIC 9(6).
             02 JOB-MESSAGE  PIC X(50).

         SCREEN SECTION.
         01 ERASE-1.
            02 BLANK SCREEN.
             DISPLAY ERASE-1
             DISPLAY "MONTHLY PAYROLL CLOSE" AT LINE 3 COL 15.
             DISPLAY "ENTER PAY PERIOD (YYYYMM) :" AT LINE 5 COL 5.
             IF JOB-MODE = 'Y'
                 MOVE JOB-PERIOD TO PC-PERIOD
             ELSE
                 ACCEPT PC-PERIOD AT LINE 5 COL 34
             END-IF.
             IF PC-PERIOD NOT NUMERIC
                 GO TO ERROR-PERIOD-PARA
             END-IF.
             IF FSLN NOT = 00
                 MOVE 'N' TO PC-LOAN-OK
             END-IF.
             MOVE 'Y' TO PC-JNL-OK.
             OPEN I-O CLOSEJNLFILE.
             IF FSCJ NOT = 00
                 OPEN OUTPUT CLOSEJNLFILE
                 CLOSE CLOSEJNLFILE
                 OPEN I-O CLOSEJNLFILE
                 IF FSCJ NOT = 00
                     MOVE 'N' TO PC-JNL-OK
                 END-IF
             END-IF.
             MOVE ZERO TO PC-COUNT.
             PERFORM PAYCLOSE-READ-PARA UNTIL FSP = 10.
             CLOSE PAYMENTFILE.
             IF PC-LOAN-OK = 'Y'
                 CLOSE LOANFILE
             END-IF.
             IF PC-JNL-OK = 'Y'
                 CLOSE CLOSEJNLFILE
             END-IF.
             MOVE 'C' TO PCSTATE.
             MOVE SPACES TO PCRESTART.
             REWRITE PAYCTLREC.
             CLOSE PAYCTLFILE.
             PERFORM PC-PEND-WARN-PARA.
             DISPLAY "PAY RECORDS CLOSED TO PAYHIST.DAT :"
                AT LINE 10 COL 10.
             DISPLAY PC-COUNT AT LINE 10 COL 47.
             MOVE PC-COUNT TO JOB-COUNT.
             MOVE SPACES TO JOB-MESSAGE.
             IF PC-PEND-CNT > 0
                 DISPLAY "WARNING - CHANGES NOT APPROVED :"
                    AT LINE 11 COL 10
                 DISPLAY PC-PEND-CNT AT LINE 11 COL 47
                 MOVE "UNAPPROVED MASTER CHANGES - SEE PENDWARN.DAT"
                    TO JOB-MESSAGE
             END-IF.
             PERFORM JOB-DONE-PARA.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             IF PCPERIOD = PC-PERIOD AND
                (PCSTATE = 'C' OR PCSTATE = 'D')
                 MOVE 'N' TO PC-OK
                 IF SIGNON-ROLE = 'S' AND JOB-MODE NOT = 'Y'
                     IF PCSTATE = 'D'
                         DISPLAY "PERIOD ALREADY DISBURSED - FORCE"
                            AT LINE 7 COL 5
                AND PCSTATE = 'I'
                 DISPLAY "INTERRUPTED RUN FOUND - (R)ESUME (F)RESH"
                    AT LINE 8 COL 5
                 IF JOB-MODE = 'Y'
                     MOVE 'R' TO PC-ANSWER
                 ELSE
                     ACCEPT PC-ANSWER AT LINE 8 COL 48
                 END-IF
                 IF PC-ANSWER = 'R' OR PC-ANSWER = 'r'
                     MOVE 'Y' TO PC-RESUME
                 END-IF
             END-IF.
             MOVE PC-LOAN-RECOV TO HLOANDA.
             MOVE POTHERD   TO HOTHERD.
             MOVE PLLOP     TO HLLOP.
             COMPUTE HGROSS = PBASIC + PDA + PCCA + PHRA + HALLOW
                 + HARREAR.
             COMPUTE HDEDUCT = PPF + PESI + PPTAX + PITAX
                 PERFORM PC-HIST-SCAN-PARA
                 IF PC-HISTFOUND = 'Y'
                     MOVE 'N' TO PC-OK
                     IF SIGNON-ROLE = 'S' AND JOB-MODE NOT = 'Y'
                         DISPLAY "PERIOD ALREADY IN PAY HISTORY"
                            AT LINE 9 COL 5
                         DISPLAY "FORCE RERUN (Y/N) :"
             MOVE ZERO TO PC-NEW-LOAN.
             MOVE ZERO TO PC-NEW-LOANDA.
             MOVE 'N' TO PC-LN-FOUND.
             IF PC-JNL-OK = 'Y'
                 PERFORM PC-JNL-MASTER-PARA
             END-IF.
             IF PC-LOAN-OK = 'Y'
                 PERFORM PC-LOAN-LEDGER-PARA
             END-IF.
                     ELSE
                         MOVE LNINST TO PC-LN-RECOV
                     END-IF
                     IF PC-JNL-OK = 'Y'
                         PERFORM PC-JNL-LOAN-PARA
                     END-IF
                     SUBTRACT PC-LN-RECOV FROM LNBAL
                     IF LNBAL = ZERO
                         MOVE 'C' TO LNSTATUS
                 END-IF
             END-IF.

         PC-JNL-MASTER-PARA.
             *>THE CLOSE JOURNAL KEEPS WHAT THE CLOSE IS ABOUT TO
             *>CHANGE SO THAT THE PERIOD CAN BE REVERSED. A ROW LEFT
             *>ON FILE BY AN EARLIER CLOSE OF THE PERIOD IS REPLACED.
             MOVE PC-PERIOD TO CJPERIOD.
             MOVE PEMPID    TO CJEMPID.
             MOVE SPACES    TO CJLOANID.
             MOVE PLOAN     TO CJOLDLOAN.
             MOVE PLOANDA   TO CJOLDLOANDA.
             MOVE ZERO      TO CJOLDBAL.
             MOVE SPACES    TO CJOLDSTAT.
             MOVE ZERO      TO CJRECOV.
             WRITE CLOSEJNLREC INVALID KEY
                 REWRITE CLOSEJNLREC
             END-WRITE.

         PC-JNL-LOAN-PARA.
             MOVE PC-PERIOD TO CJPERIOD.
             MOVE PEMPID    TO CJEMPID.
             MOVE LNLOANID  TO CJLOANID.
             MOVE ZERO      TO CJOLDLOAN.
             MOVE ZERO      TO CJOLDLOANDA.
             MOVE LNBAL     TO CJOLDBAL.
             MOVE LNSTATUS  TO CJOLDSTAT.
             MOVE PC-LN-RECOV TO CJRECOV.
             WRITE CLOSEJNLREC INVALID KEY
                 REWRITE CLOSEJNLREC
             END-WRITE.

         PC-PEND-WARN-PARA.
             *>PAY AND BANK CHANGES STILL AWAITING A CHECKER WERE NOT
             *>APPLIED TO THIS CLOSE - LIST THEM, BUT DO NOT STOP IT
             MOVE ZERO TO PC-PEND-CNT.
             OPEN OUTPUT PENDWARNFILE.
             WRITE PENDWARN-LINE FROM PC-WARN-HEAD-LINE.
             OPEN INPUT PENDCHGFILE.
             IF FSPD = 00
                 MOVE 'N' TO PC-PEND-EOF
                 PERFORM PC-PEND-READ-PARA UNTIL PC-PEND-EOF = 'Y'
                 CLOSE PENDCHGFILE
             END-IF.
             MOVE PC-PEND-CNT TO PC-W-COUNT.
             WRITE PENDWARN-LINE FROM PC-WARN-COUNT-LINE.
             CLOSE PENDWARNFILE.

         PC-PEND-READ-PARA.
             READ PENDCHGFILE NEXT RECORD
                 AT END MOVE 'Y' TO PC-PEND-EOF
             END-READ.
             IF PC-PEND-EOF = 'N' AND FSPD NOT = 00
                 MOVE 'Y' TO PC-PEND-EOF
             END-IF.
             IF PC-PEND-EOF = 'N' AND PDSTATUS = 'P'
                 MOVE PDEMPID  TO PC-W-EMPID
                 IF PDFILE = 'P'
                     MOVE "PAYMENT" TO PC-W-FILE
                 ELSE
                     MOVE "BANK"    TO PC-W-FILE
                 END-IF
                 MOVE PDMAKER  TO PC-W-MAKER
                 MOVE PDMKDATE TO PC-W-DATE
                 WRITE PENDWARN-LINE FROM PC-WARN-LINE
                 ADD 1 TO PC-PEND-CNT
             END-IF.

         ERROR-PERIOD-PARA.
             MOVE "PAY PERIOD MUST BE NUMERIC YYYYMM"
                TO JOB-MESSAGE.
             PERFORM JOB-FAIL-PARA.
             DISPLAY "PAY PERIOD MUST BE NUMERIC YYYYMM"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
             EXIT PROGRAM.

         ERROR-CLOSED-PARA.
             MOVE "PERIOD ALREADY CLOSED - RUN REFUSED"
                TO JOB-MESSAGE.
             PERFORM JOB-FAIL-PARA.
             DISPLAY "PERIOD ALREADY CLOSED - RUN REFUSED"
                AT LINE 10 COL 10.
             DISPLAY "A SUPERVISOR MAY FORCE A RERUN"
             EXIT PROGRAM.

         ERROR-DISBURSED-PARA.
             MOVE "PERIOD ALREADY DISBURSED - RUN REFUSED"
                TO JOB-MESSAGE.
             PERFORM JOB-FAIL-PARA.
             DISPLAY "PERIOD ALREADY DISBURSED - RUN REFUSED"
                AT LINE 10 COL 10.
             DISPLAY "A SUPERVISOR MAY FORCE A RERUN"
                AT LINE 13 COL 10.
             ACCEPT OMIT AT LINE 13 COL 50.
             EXIT PROGRAM.

         JOB-DONE-PARA.
             *>UNDER THE MONTH-END JOB STREAM THERE IS NO OPERATOR
             *>AT THE SCREEN - HAND THE OUTCOME BACK AND RETURN
             IF JOB-MODE = 'Y'
                 MOVE 'S' TO JOB-RESULT
                 EXIT PROGRAM
             END-IF.

         JOB-FAIL-PARA.
             IF JOB-MODE = 'Y'
                 MOVE 'F' TO JOB-RESULT
                 EXIT PROGRAM
             END-IF.
       END PROGRAM PAYCLOSE.

       IDENTIFICATION DIVISION.
                 ACCESS MODE IS SEQUENTIAL
                 FILE STATUS IS FSG.

             SELECT PENDCHGFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PDKEY
                 FILE STATUS IS FSPD.

             SELECT AUDITFILE ASSIGN TO DISK
                 ORGANIZATION IS SEQUENTIAL
                 ACCESS MODE IS SEQUENTIAL
             02 GGRADE   PIC 99.
             02 GDESIGN  PIC X(25).

         FD PENDCHGFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "PENDCHG.DAT".
         01 PENDCHGREC.
             02 PDKEY.
                 03 PDEMPID  PIC X(6).
                 03 PDFILE   PIC X(1).
                 03 PDSTAMP.
                     04 PDMKDATE PIC X(8).
                     04 PDMKTIME PIC X(8).
             02 PDSTATUS  PIC X(1).
             02 PDMAKER   PIC X(6).
             02 PDCHECKER PIC X(6).
             02 PDCKDATE  PIC X(8).
             02 PDOLD     PIC X(264).
             02 PDNEW     PIC X(264).

         FD AUDITFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "AUDIT.DAT".
         77 FSBK  PIC XX.
         77 FSDES PIC XX.
         77 FSG   PIC XX.
         77 FSPD  PIC XX.
         77 FSAUD PIC XX.
         77 CHOICE PIC 9.
         77 OMIT   PIC 99.
         77 EMP-VALID     PIC X(1).
         77 EMP-DES-FOUND PIC X(1).
         77 EMP-GR-FOUND  PIC X(1).
         77 MT-PENDING    PIC X(1).
         77 MT-PEND-EOF   PIC X(1).
         77 MT-PEND-FILE  PIC X(1).
         77 MT-PEND-EMPID PIC X(6).
         77 MT-OLD-IMAGE  PIC X(264).
         77 MT-NEW-IMAGE  PIC X(264).
         77 AUD-OPID   PIC X(6).
         77 AUD-KEY    PIC X(6).
         77 AUD-FILENM PIC X(12).
             DISPLAY "(M)ODIFY (D)ELETE (C)ANCEL :" AT LINE 3 COL 1.
             ACCEPT MT-ACTION AT LINE 3 COL 31.
             IF MT-ACTION = 'M' OR MT-ACTION = 'm'
                 MOVE PEMPID TO MT-PEND-EMPID
                 MOVE 'P' TO MT-PEND-FILE
                 PERFORM MT-PEND-CHECK-PARA
                 IF MT-PENDING = 'Y'
                     PERFORM MT-PEND-BUSY-PARA
                 ELSE
                     PERFORM PAYMENT-MODIFY-PARA
                 END-IF
             ELSE
                 IF MT-ACTION = 'D' OR MT-ACTION = 'd'
                     PERFORM PAYMENT-DELETE-PARA
             GO TO MAIN-PARA.

         PAYMENT-MODIFY-PARA.
             MOVE PAYMENTREC TO MT-OLD-IMAGE.
             DISPLAY ERASE-1
             DISPLAY "CURRENT VALUE SHOWN - KEY NEW VALUE AT RIGHT"
                AT LINE 1 COL 1.
             DISPLAY "ARREARS (ONE-TIME) :" AT LINE 13 COL 1.
             DISPLAY PARREAR AT LINE 13 COL 30.
             ACCEPT PARREAR AT LINE 13 COL 50.
             MOVE PAYMENTREC TO MT-NEW-IMAGE.
             PERFORM MT-PEND-WRITE-PARA.

         PAYMENT-DELETE-PARA.
             DISPLAY "CONFIRM DELETE (Y/N) :" AT LINE 4 COL 1.
             DISPLAY "(M)ODIFY (D)ELETE (C)ANCEL :" AT LINE 6 COL 1.
             ACCEPT MT-ACTION AT LINE 6 COL 31.
             IF MT-ACTION = 'M' OR MT-ACTION = 'm'
                 MOVE BKEMPID TO MT-PEND-EMPID
                 MOVE 'B' TO MT-PEND-FILE
                 PERFORM MT-PEND-CHECK-PARA
                 IF MT-PENDING = 'Y'
                     PERFORM MT-PEND-BUSY-PARA
                 ELSE
                     PERFORM BANK-MODIFY-PARA
                 END-IF
             ELSE
                 IF MT-ACTION = 'D' OR MT-ACTION = 'd'
                     PERFORM BANK-DELETE-PARA
             GO TO MAIN-PARA.

         BANK-MODIFY-PARA.
             MOVE BANKREC TO MT-OLD-IMAGE.
             DISPLAY "KEY NEW VALUES AT RIGHT OF CURRENT"
                AT LINE 7 COL 1.
             ACCEPT BKBANKCD AT LINE 2 COL 52.
             ACCEPT BKIFSC AT LINE 3 COL 52.
             ACCEPT BKACCNO AT LINE 4 COL 52.
             MOVE BANKREC TO MT-NEW-IMAGE.
             PERFORM MT-PEND-WRITE-PARA.

         BANK-DELETE-PARA.
             DISPLAY "CONFIRM DELETE (Y/N) :" AT LINE 7 COL 1.
                 PERFORM AUDIT-LOG-PARA
             END-IF.

         *>PAY AND BANK MASTER CHANGES ARE HELD AS PENDING
         *>TRANSACTIONS UNTIL A SECOND OPERATOR APPROVES THEM IN
         *>CHGAPPR. ONLY ONE CHANGE PER RECORD MAY AWAIT APPROVAL.
         MT-PEND-CHECK-PARA.
             MOVE 'N' TO MT-PENDING.
             OPEN INPUT PENDCHGFILE.
             IF FSPD = 00
                 MOVE 'N' TO MT-PEND-EOF
                 MOVE MT-PEND-EMPID TO PDEMPID
                 MOVE MT-PEND-FILE  TO PDFILE
                 MOVE LOW-VALUES    TO PDSTAMP
                 START PENDCHGFILE KEY IS NOT LESS THAN PDKEY
                     INVALID KEY MOVE 'Y' TO MT-PEND-EOF
                 END-START
                 PERFORM MT-PEND-READ-PARA
                     UNTIL MT-PEND-EOF = 'Y' OR MT-PENDING = 'Y'
                 CLOSE PENDCHGFILE
             END-IF.

         MT-PEND-READ-PARA.
             READ PENDCHGFILE NEXT RECORD
                 AT END MOVE 'Y' TO MT-PEND-EOF
             END-READ.
             IF MT-PEND-EOF = 'N' AND FSPD NOT = 00
                 MOVE 'Y' TO MT-PEND-EOF
             END-IF.
             IF MT-PEND-EOF = 'N' AND (PDEMPID NOT = MT-PEND-EMPID
                OR PDFILE NOT = MT-PEND-FILE)
                 MOVE 'Y' TO MT-PEND-EOF
             END-IF.
             IF MT-PEND-EOF = 'N' AND PDSTATUS = 'P'
                 MOVE 'Y' TO MT-PENDING
             END-IF.

         MT-PEND-BUSY-PARA.
             DISPLAY "CHANGE ALREADY AWAITING APPROVAL - NOT KEYED"
                AT LINE 20 COL 1.
             DISPLAY "PRESS ENTER TO CONTINUE" AT LINE 21 COL 1.
             ACCEPT OMIT AT LINE 21 COL 30.

         MT-PEND-WRITE-PARA.
             IF MT-NEW-IMAGE = MT-OLD-IMAGE
                 DISPLAY "NO CHANGE KEYED" AT LINE 20 COL 1
             ELSE
                 PERFORM MT-PEND-ADD-PARA
                 DISPLAY "CHANGE HELD FOR APPROVAL BY ANOTHER OPERATOR"
                    AT LINE 20 COL 1
             END-IF.
             DISPLAY "PRESS ENTER TO CONTINUE" AT LINE 21 COL 1.
             ACCEPT OMIT AT LINE 21 COL 30.

         MT-PEND-ADD-PARA.
             OPEN I-O PENDCHGFILE.
             IF FSPD NOT = 00
                 OPEN OUTPUT PENDCHGFILE
                 CLOSE PENDCHGFILE
                 OPEN I-O PENDCHGFILE
             END-IF.
             MOVE MT-PEND-EMPID TO PDEMPID.
             MOVE MT-PEND-FILE  TO PDFILE.
             ACCEPT PDMKDATE FROM DATE YYYYMMDD.
             ACCEPT PDMKTIME FROM TIME.
             MOVE 'P'           TO PDSTATUS.
             MOVE SIGNON-OPID   TO PDMAKER.
             MOVE SPACES        TO PDCHECKER.
             MOVE SPACES        TO PDCKDATE.
             MOVE MT-OLD-IMAGE  TO PDOLD.
             MOVE MT-NEW-IMAGE  TO PDNEW.
             WRITE PENDCHGREC.
             CLOSE PENDCHGFILE.
             MOVE SIGNON-OPID   TO AUD-OPID.
             MOVE MT-PEND-EMPID TO AUD-KEY.
             IF MT-PEND-FILE = 'P'
                 MOVE "PAYMENT" TO AUD-FILENM
             ELSE
                 MOVE "BANK"    TO AUD-FILENM
             END-IF.
             MOVE "PEND"        TO AUD-ACTION.
             PERFORM AUDIT-LOG-PARA.

         ERROR-BANK-MAINT-PARA.
             CLOSE BANKFILE.
             DISPLAY ERASE-1
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FSLA.

             SELECT HOLIDAYFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS HOLKEY
                 FILE STATUS IS FSHOL.

             SELECT WEEKOFFFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS WBRID
                 FILE STATUS IS FSWO.

         DATA DIVISION.
         FILE SECTION.
         FD EMPFILE
             02 LFMDATE   PIC X(10).
             02 LTODATE   PIC X(10).
             02 LLEVCAT   PIC X(3).
             02 LSTATUS   PIC X(1).
             02 LAPPRID   PIC X(6).
             02 LAPPRDT   PIC X(8).

         FD LEAVACRFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "LEAVACR.DAT".
         01 LEAVACR-LINE  PIC X(90).

         FD HOLIDAYFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "HOLIDAY.DAT".
         01 HOLIDAYREC.
             02 HOLKEY.
                 03 HBRID  PIC X(6).
                 03 HDATE  PIC X(10).
             02 HDESC    PIC X(25).

         FD WEEKOFFFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "WEEKOFF.DAT".
         01 WEEKOFFREC.
             02 WBRID    PIC X(6).
             02 WOFFDAYS PIC X(7).

         WORKING-STORAGE SECTION.
         77 FSE   PIC XX.
         77 FSP   PIC XX.
         77 FSL   PIC XX.
         77 FSLA  PIC XX.
         77 FSHOL PIC XX.
         77 FSWO  PIC XX.
         77 OMIT  PIC 99.
         77 LA-YEAR      PIC 9(4).
         77 LA-YEAR-X    PIC X(4).
         77 LA-REQ-DAYS  PIC 9(5).
         77 LA-FROM-NUM  PIC 9(9).
         77 LA-TO-NUM    PIC 9(9).
         77 LA-HOL-OK    PIC X(1).
         77 LA-WO-OK     PIC X(1).
         77 LA-BRANCH    PIC X(6).
         77 LA-WOFF      PIC X(7).
         77 LA-DAY-NUM   PIC 9(9).
         77 LA-QUOT      PIC 9(9).
         77 LA-WDAY      PIC 9.
         77 LA-OFF       PIC X(1).
         77 LA-CAL-NUM   PIC 9(8).
         01 LA-DATE-WORK.
             02 LA-YYYY  PIC 9(4).
             02 LA-MM    PIC 9(2).
             02 LA-DD    PIC 9(2).
         01 LA-CAL-ISO.
             02 LA-ISO-YYYY PIC 9(4).
             02 FILLER      PIC X(1) VALUE "-".
             02 LA-ISO-MM   PIC 9(2).
             02 FILLER      PIC X(1) VALUE "-".
             02 LA-ISO-DD   PIC 9(2).

         01 LA-HEAD-LINE-1.
             02 FILLER       PIC X(42) VALUE
             OPEN I-O PAYMENTFILE.
             OPEN INPUT LEAVEFILE.
             OPEN OUTPUT LEAVACRFILE.
             MOVE 'Y' TO LA-HOL-OK.
             OPEN INPUT HOLIDAYFILE.
             IF FSHOL NOT = 00
                 MOVE 'N' TO LA-HOL-OK
             END-IF.
             MOVE 'Y' TO LA-WO-OK.
             OPEN INPUT WEEKOFFFILE.
             IF FSWO NOT = 00
                 MOVE 'N' TO LA-WO-OK
             END-IF.
             MOVE LA-YEAR TO LA-H-YEAR.
             WRITE LEAVACR-LINE FROM LA-HEAD-LINE-1.
             WRITE LEAVACR-LINE FROM LA-HEAD-LINE-2.
             CLOSE PAYMENTFILE.
             CLOSE LEAVEFILE.
             CLOSE LEAVACRFILE.
             IF LA-HOL-OK = 'Y'
                 CLOSE HOLIDAYFILE
             END-IF.
             IF LA-WO-OK = 'Y'
                 CLOSE WEEKOFFFILE
             END-IF.
             DISPLAY "LEAVE ROLL STATEMENT WRITTEN TO LEAVACR.DAT"
                AT LINE 10 COL 10.
             DISPLAY "EMPLOYEES ROLLED :" AT LINE 11 COL 10.
             MOVE ZERO TO LA-CONS-CL.
             MOVE ZERO TO LA-CONS-SL.
             MOVE ZERO TO LA-CONS-PL.
             PERFORM LEAVACR-CALENDAR-PARA.
             MOVE 'N' TO LA-LV-EOF.
             MOVE EEMPID TO LEMPID.
             START LEAVEFILE KEY IS EQUAL LEMPID
             IF LEMPID NOT = EEMPID
                 MOVE 'Y' TO LA-LV-EOF
             ELSE
                 *>ONLY APPROVED LEAVE IS CONSUMED. RECORDS KEYED BEFORE
                 *>THE APPROVAL WORKFLOW CARRY NO STATUS AND STAND.
                 IF LFMDATE(1:4) = LA-YEAR-X
                    AND (LSTATUS = 'A' OR LSTATUS = SPACE)
                     PERFORM LEAVACR-DAYS-PARA
                     EVALUATE LLEVCAT
                         WHEN "CL" ADD LA-REQ-DAYS TO LA-CONS-CL
             MOVE LTODATE(9:2) TO LA-DD.
             COMPUTE LA-TO-NUM = FUNCTION INTEGER-OF-DATE
                 (LA-YYYY * 10000 + LA-MM * 100 + LA-DD).
             PERFORM LEAVACR-COUNT-PARA.

         LEAVACR-CALENDAR-PARA.
             *>HOLIDAYS AND WEEKLY OFFS FOLLOW THE EMPLOYEE'S BRANCH;
             *>A BLANK BRANCH ON THE CALENDAR FILES MEANS ALL BRANCHES
             MOVE EBRNID TO LA-BRANCH.
             MOVE "NNNNNNN" TO LA-WOFF.
             IF LA-WO-OK = 'Y'
                 MOVE LA-BRANCH TO WBRID
                 READ WEEKOFFFILE
                     INVALID KEY
                         MOVE SPACES TO WBRID
                         READ WEEKOFFFILE
                             NOT INVALID KEY MOVE WOFFDAYS TO LA-WOFF
                         END-READ
                     NOT INVALID KEY MOVE WOFFDAYS TO LA-WOFF
                 END-READ
             END-IF.

         LEAVACR-COUNT-PARA.
             *>ONLY WORKING DAYS ARE CHARGED, AS WHEN LEAVE IS KEYED
             MOVE ZERO TO LA-REQ-DAYS.
             PERFORM LEAVACR-COUNT-ONE-PARA
                 VARYING LA-DAY-NUM FROM LA-FROM-NUM BY 1
                 UNTIL LA-DAY-NUM > LA-TO-NUM.

         LEAVACR-COUNT-ONE-PARA.
             MOVE 'N' TO LA-OFF.
             *>DAY 1 OF THE INTEGER CALENDAR (1601-01-01) IS A MONDAY
             DIVIDE LA-DAY-NUM BY 7 GIVING LA-QUOT
                 REMAINDER LA-WDAY.
             IF LA-WDAY = 0
                 MOVE 7 TO LA-WDAY
             END-IF.
             IF LA-WOFF(LA-WDAY:1) = 'Y'
                 MOVE 'Y' TO LA-OFF
             END-IF.
             IF LA-OFF = 'N' AND LA-HOL-OK = 'Y'
                 COMPUTE LA-CAL-NUM =
                     FUNCTION DATE-OF-INTEGER (LA-DAY-NUM)
                 MOVE LA-CAL-NUM TO LA-DATE-WORK
                 MOVE LA-YYYY TO LA-ISO-YYYY
                 MOVE LA-MM   TO LA-ISO-MM
                 MOVE LA-DD   TO LA-ISO-DD
                 MOVE LA-BRANCH  TO HBRID
                 MOVE LA-CAL-ISO TO HDATE
                 READ HOLIDAYFILE
                     INVALID KEY
                         MOVE SPACES TO HBRID
                         READ HOLIDAYFILE
                             NOT INVALID KEY MOVE 'Y' TO LA-OFF
                         END-READ
                     NOT INVALID KEY MOVE 'Y' TO LA-OFF
                 END-READ
             END-IF.
             IF LA-OFF = 'N'
                 ADD 1 TO LA-REQ-DAYS
             END-IF.

         LEAVACR-ROLL-PARA.
             MOVE PCL TO LA-OLD-CL.
             02 LFMDATE   PIC X(10).
             02 LTODATE   PIC X(10).
             02 LLEVCAT   PIC X(3).
             02 LSTATUS   PIC X(1).
             02 LAPPRID   PIC X(6).
             02 LAPPRDT   PIC X(8).

         FD BRANCHFILE
             LABEL RECORDS ARE STANDARD
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FSBL.

             SELECT ARCMANFILE ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FSAM.

             SELECT EMPARCFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS XEEMPID
                 FILE STATUS IS FSXE.

             SELECT EMPPERARCFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS XPEMPID
                 FILE STATUS IS FSXP.

             SELECT BANKARCFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS XBEMPID
                 FILE STATUS IS FSXB.

             SELECT PAYMENTARCFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS XYEMPID
                 FILE STATUS IS FSXY.

             SELECT LEAVEARCFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS XLLVID
                 ALTERNATE RECORD KEY IS XLEMPID
                     WITH DUPLICATES
                 FILE STATUS IS FSXL.

             SELECT ATTENDARCFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS XAKEY
                 FILE STATUS IS FSXA.

             SELECT CONFIRMARCFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS XCCONID
                 ALTERNATE RECORD KEY IS XCEMPID
                     WITH DUPLICATES
                 FILE STATUS IS FSXC.

             SELECT TRANSFERARCFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS XTTRFID
                 ALTERNATE RECORD KEY IS XTEMPID
                     WITH DUPLICATES
                 FILE STATUS IS FSXT.

             SELECT REVISIONARCFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS XRREVID
                 ALTERNATE RECORD KEY IS XREMPID
                     WITH DUPLICATES
                 FILE STATUS IS FSXR.

         DATA DIVISION.
         FILE SECTION.
         FD EMPFILE
             02 LFMDATE   PIC X(10).
             02 LTODATE   PIC X(10).
             02 LLEVCAT   PIC X(3).
             02 LSTATUS   PIC X(1).
             02 LAPPRID   PIC X(6).
             02 LAPPRDT   PIC X(8).

         FD BRANCHFILE
             LABEL RECORDS ARE STANDARD
             02 HDEDUCT  PIC 9(8)V99.
             02 HNET     PIC 9(8)V99.
             02 HARREAR  PIC 9(8)V99.
             02 HLLOP    PIC 999.

         FD BANKFILE
             LABEL RECORDS ARE STANDARD
         FD LEAVEBAKFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "LEAVE.BAK".
         01 LEAVEBAK-REC   PIC X(50).

         FD BRANCHBAKFILE
             LABEL RECORDS ARE STANDARD
         FD PAYHISTBAKFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "PAYHIST.BAK".
         01 PAYHISTBAK-REC PIC X(147).

         FD BANKBAKFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "HRMBKUP.DAT".
         01 BKLOG-LINE     PIC X(70).

         *>ARCHIVE MANIFEST WRITTEN BY EMPARCH. F LINES CARRY THE
         *>EXPECTED RECORD COUNT OF EACH ARCHIVE FILE, E LINES THE
         *>EMPLOYEES MOVED IN THE LAST ARCHIVE RUN
         FD ARCMANFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "ARCHMAN.DAT".
         01 ARCMAN-REC.
             02 AMTYPE     PIC X(1).
             02 FILLER     PIC X(1).
             02 AMFILE     PIC X(12).
             02 AMARCFILE  PIC X(12).
             02 FILLER     PIC X(7).
             02 AMMOVED    PIC 9(6).
             02 FILLER     PIC X(15).
             02 AMARCTOT   PIC 9(6).
             02 FILLER     PIC X(40).
         01 ARCMAN-EMP-REC.
             02 FILLER     PIC X(2).
             02 AMEMPID    PIC X(6).
             02 FILLER     PIC X(92).

         FD EMPARCFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "EMP.ARC".
         01 EMPARCREC.
             02 XEEMPID   PIC X(6).
             02 FILLER    PIC X(152).

         FD EMPPERARCFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "EMPPER.ARC".
         01 EMPPERARCREC.
             02 XPEMPID  PIC X(6).
             02 FILLER   PIC X(230).

         FD BANKARCFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "BANK.ARC".
         01 BANKARCREC.
             02 XBEMPID  PIC X(6).
             02 FILLER   PIC X(33).

         FD PAYMENTARCFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "PAYMENT.ARC".
         01 PAYMENTARCREC.
             02 XYEMPID  PIC X(6).
             02 FILLER   PIC X(258).

         FD LEAVEARCFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "LEAVE.ARC".
         01 LEAVEARCREC.
             02 XLLVID   PIC X(6).
             02 XLEMPID  PIC X(6).
             02 FILLER   PIC X(38).

         FD ATTENDARCFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "ATTEND.ARC".
         01 ATTENDARCREC.
             02 XAKEY.
                 03 XAEMPID  PIC X(6).
                 03 XADATE   PIC X(10).
             02 FILLER   PIC X(1).

         FD CONFIRMARCFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "CONFIRM.ARC".
         01 CONFIRMARCREC.
             02 XCCONID  PIC X(6).
             02 XCEMPID  PIC X(6).
             02 FILLER   PIC X(6).

         FD TRANSFERARCFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "TRANSFER.ARC".
         01 TRANSFERARCREC.
             02 XTTRFID  PIC X(6).
             02 XTEMPID  PIC X(6).
             02 FILLER   PIC X(22).

         FD REVISIONARCFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "REVISION.ARC".
         01 REVISIONARCREC.
             02 XRREVID  PIC X(6).
             02 XREMPID  PIC X(6).
             02 FILLER   PIC X(112).

         WORKING-STORAGE SECTION.
         77 FSE   PIC XX.
         77 FSL   PIC XX.
         77 FSGPB PIC XX.
         77 FSBPB PIC XX.
         77 FSBL  PIC XX.
         77 FSAM  PIC XX.
         77 FSXE  PIC XX.
         77 FSXP  PIC XX.
         77 FSXB  PIC XX.
         77 FSXY  PIC XX.
         77 FSXL  PIC XX.
         77 FSXA  PIC XX.
         77 FSXC  PIC XX.
         77 FSXT  PIC XX.
         77 FSXR  PIC XX.
         77 OMIT  PIC 99.
         77 BK-MODE    PIC X(1).
         77 BK-EOF     PIC X(1).
         77 BK-COUNT2  PIC 9(6).
         77 BK-FAIL    PIC X(1).
         77 BK-LINE    PIC 99.
         77 BK-ARC-EOF   PIC X(1).
         77 BK-ARC-OPEN  PIC X(1).
         77 BK-LIVE-OPEN PIC X(1).
         77 BK-ARC-FOUND PIC X(1).
         77 BK-ARC-KNOWN PIC X(1).
         77 BK-ARC-EMPS  PIC 9(6).

         01 BK-LOG-LINE.
             02 BK-L-NAME  PIC X(13).
                AT LINE 3 COL 15.
             DISPLAY "(U)NLOAD TO BACKUP OR (R)ELOAD FROM BACKUP :"
                AT LINE 5 COL 5.
             DISPLAY "OR (V)ERIFY THE EMPLOYEE ARCHIVE"
                AT LINE 6 COL 5.
             ACCEPT BK-MODE AT LINE 5 COL 51.
             OPEN OUTPUT BKLOGFILE.
             MOVE 'N' TO BK-FAIL.
                 IF BK-MODE = 'R' OR BK-MODE = 'r'
                     PERFORM BK-RELOAD-ALL-PARA
                 ELSE
                     IF BK-MODE = 'V' OR BK-MODE = 'v'
                         PERFORM BK-VERIFY-ARC-PARA
                     ELSE
                         MOVE "HRMBKUP" TO BK-L-NAME
                         MOVE "INVALID MODE - NOTHING DONE"
                           TO BK-L-TEXT
                         MOVE ZERO TO BK-COUNT
                         PERFORM BK-LOG-PARA
                     END-IF
                 END-IF
             END-IF.
             CLOSE BKLOGFILE.
                        AT LINE BK-LINE COL 5
                 END-IF
             END-IF.
             IF BK-MODE = 'V' OR BK-MODE = 'v'
                 IF BK-FAIL = 'N'
                     DISPLAY "ARCHIVE VERIFIED - ALL COUNTS AGREE"
                        AT LINE BK-LINE COL 5
                 ELSE
                     DISPLAY "ARCHIVE VERIFICATION FAILED - SEE LOG"
                        AT LINE BK-LINE COL 5
                 END-IF
             END-IF.
             ADD 1 TO BK-LINE.
             DISPLAY "CONTROL LOG WRITTEN TO HRMBKUP.DAT"
                AT LINE BK-LINE COL 5.
             IF BK-EOF = 'N' AND FSBP NOT = 00 AND FSBP NOT = 02
                 MOVE 'Y' TO BK-EOF
             END-IF.

         *>ARCHIVE VERIFICATION - EVERY FILE COUNT ON THE MANIFEST MUST
         *>MATCH THE ARCHIVE FILE, AND EVERY EMPLOYEE MOVED IN THE LAST
         *>RUN MUST BE ON EMP.ARC AND NO LONGER ON EMP.DAT
         BK-VERIFY-ARC-PARA.
             MOVE ZERO TO BK-COUNT.
             MOVE "ARCHMAN.DAT" TO BK-L-NAME.
             OPEN INPUT ARCMANFILE.
             IF FSAM NOT = 00
                 MOVE "MANIFEST NOT FOUND - NOTHING CHECKED"
                   TO BK-L-TEXT
                 PERFORM BK-LOG-PARA
                 MOVE 'Y' TO BK-FAIL
             ELSE
                 MOVE 'Y' TO BK-LIVE-OPEN
                 OPEN INPUT EMPFILE
                 IF FSE NOT = 00
                     MOVE 'N' TO BK-LIVE-OPEN
                 END-IF
                 MOVE 'Y' TO BK-ARC-OPEN
                 OPEN INPUT EMPARCFILE
                 IF FSXE NOT = 00
                     MOVE 'N' TO BK-ARC-OPEN
                 END-IF
                 MOVE ZERO TO BK-ARC-EMPS
                 MOVE 'N' TO BK-EOF
                 PERFORM BK-ARC-READ-PARA UNTIL BK-EOF = 'Y'
                 CLOSE ARCMANFILE
                 IF BK-LIVE-OPEN = 'Y'
                     CLOSE EMPFILE
                 END-IF
                 IF BK-ARC-OPEN = 'Y'
                     CLOSE EMPARCFILE
                 END-IF
                 MOVE "ARCHMAN.DAT" TO BK-L-NAME
                 MOVE "ARCHIVED EMPLOYEES CHECKED:" TO BK-L-TEXT
                 MOVE BK-ARC-EMPS TO BK-COUNT
                 PERFORM BK-LOG-PARA
             END-IF.

         BK-ARC-READ-PARA.
             READ ARCMANFILE
                 AT END MOVE 'Y' TO BK-EOF
                 NOT AT END PERFORM BK-ARC-LINE-PARA
             END-READ.
             IF BK-EOF = 'N' AND FSAM NOT = 00
                 MOVE 'Y' TO BK-EOF
             END-IF.

         BK-ARC-LINE-PARA.
             EVALUATE AMTYPE
                WHEN 'F'   PERFORM BK-ARC-FILE-PARA
                WHEN 'E'   PERFORM BK-ARC-EMP-PARA
                WHEN OTHER CONTINUE
             END-EVALUATE.

         BK-ARC-FILE-PARA.
             MOVE ZERO TO BK-COUNT2.
             MOVE AMARCFILE TO BK-L-NAME.
             MOVE 'Y' TO BK-ARC-KNOWN.
             EVALUATE AMARCFILE
                WHEN "EMP.ARC"     PERFORM BK-ARC-CNT-EMP-PARA
                WHEN "EMPPER.ARC"  PERFORM BK-ARC-CNT-EMPPER-PARA
                WHEN "BANK.ARC"    PERFORM BK-ARC-CNT-BANK-PARA
                WHEN "PAYMENT.ARC" PERFORM BK-ARC-CNT-PAYMENT-PARA
                WHEN "LEAVE.ARC"   PERFORM BK-ARC-CNT-LEAVE-PARA
                WHEN "ATTEND.ARC"  PERFORM BK-ARC-CNT-ATTEND-PARA
                WHEN "CONFIRM.ARC" PERFORM BK-ARC-CNT-CONFIRM-PARA
                WHEN "TRANSFER.ARC" PERFORM BK-ARC-CNT-TRANSFER-PARA
                WHEN "REVISION.ARC" PERFORM BK-ARC-CNT-REVISION-PARA
                WHEN OTHER         MOVE 'N' TO BK-ARC-KNOWN
             END-EVALUATE.
             MOVE AMARCTOT TO BK-COUNT.
             IF BK-ARC-KNOWN = 'N'
                 MOVE "UNKNOWN ARCHIVE FILE - NOT CHECKED"
                   TO BK-L-TEXT
                 PERFORM BK-LOG-PARA
                 MOVE 'Y' TO BK-FAIL
             ELSE
                 IF BK-COUNT = BK-COUNT2
                     MOVE "ARCHIVE COUNT VERIFIED:" TO BK-L-TEXT
                     PERFORM BK-LOG-PARA
                 ELSE
                     MOVE "COUNT MISMATCH - MANIFEST SAYS:"
                       TO BK-L-TEXT
                     PERFORM BK-LOG-PARA
                     MOVE "ARCHIVE FILE ACTUALLY HOLDS:" TO BK-L-TEXT
                     MOVE BK-COUNT2 TO BK-COUNT
                     PERFORM BK-LOG-PARA
                     MOVE 'Y' TO BK-FAIL
                 END-IF
             END-IF.

         BK-ARC-EMP-PARA.
             ADD 1 TO BK-ARC-EMPS.
             MOVE AMEMPID TO BK-L-NAME.
             MOVE ZERO TO BK-COUNT.
             MOVE 'N' TO BK-ARC-FOUND.
             IF BK-LIVE-OPEN = 'Y'
                 MOVE 'Y' TO BK-ARC-FOUND
                 MOVE AMEMPID TO EEMPID
                 READ EMPFILE
                     INVALID KEY MOVE 'N' TO BK-ARC-FOUND
                 END-READ
             END-IF.
             IF BK-ARC-FOUND = 'Y'
                 MOVE "STILL ON EMP.DAT - NOT PURGED" TO BK-L-TEXT
                 PERFORM BK-LOG-PARA
                 MOVE 'Y' TO BK-FAIL
             END-IF.
             MOVE 'N' TO BK-ARC-FOUND.
             IF BK-ARC-OPEN = 'Y'
                 MOVE 'Y' TO BK-ARC-FOUND
                 MOVE AMEMPID TO XEEMPID
                 READ EMPARCFILE
                     INVALID KEY MOVE 'N' TO BK-ARC-FOUND
                 END-READ
             END-IF.
             IF BK-ARC-FOUND = 'N'
                 MOVE "NOT FOUND ON EMP.ARC" TO BK-L-TEXT
                 PERFORM BK-LOG-PARA
                 MOVE 'Y' TO BK-FAIL
             END-IF.

         *>EMP.ARC IS ALREADY OPEN FOR THE EMPLOYEE CHECKS
         BK-ARC-CNT-EMP-PARA.
             IF BK-ARC-OPEN = 'Y'
                 MOVE 'N' TO BK-ARC-EOF
                 MOVE LOW-VALUES TO XEEMPID
                 START EMPARCFILE KEY IS NOT LESS THAN XEEMPID
                     INVALID KEY MOVE 'Y' TO BK-ARC-EOF
                 END-START
                 PERFORM BK-ARC-CNT-EMP-READ-PARA
                   UNTIL BK-ARC-EOF = 'Y'
             END-IF.

         BK-ARC-CNT-EMP-READ-PARA.
             READ EMPARCFILE NEXT RECORD
                 AT END MOVE 'Y' TO BK-ARC-EOF
                 NOT AT END ADD 1 TO BK-COUNT2
             END-READ.
             IF BK-ARC-EOF = 'N' AND FSXE NOT = 00 AND FSXE NOT = 02
                 MOVE 'Y' TO BK-ARC-EOF
             END-IF.

         BK-ARC-CNT-EMPPER-PARA.
             OPEN INPUT EMPPERARCFILE.
             IF FSXP = 00
                 MOVE 'N' TO BK-ARC-EOF
                 PERFORM BK-ARC-CNT-EMPPER-READ-PARA
                   UNTIL BK-ARC-EOF = 'Y'
                 CLOSE EMPPERARCFILE
             END-IF.

         BK-ARC-CNT-EMPPER-READ-PARA.
             READ EMPPERARCFILE NEXT RECORD
                 AT END MOVE 'Y' TO BK-ARC-EOF
                 NOT AT END ADD 1 TO BK-COUNT2
             END-READ.
             IF BK-ARC-EOF = 'N' AND FSXP NOT = 00 AND FSXP NOT = 02
                 MOVE 'Y' TO BK-ARC-EOF
             END-IF.

         BK-ARC-CNT-BANK-PARA.
             OPEN INPUT BANKARCFILE.
             IF FSXB = 00
                 MOVE 'N' TO BK-ARC-EOF
                 PERFORM BK-ARC-CNT-BANK-READ-PARA
                   UNTIL BK-ARC-EOF = 'Y'
                 CLOSE BANKARCFILE
             END-IF.

         BK-ARC-CNT-BANK-READ-PARA.
             READ BANKARCFILE NEXT RECORD
                 AT END MOVE 'Y' TO BK-ARC-EOF
                 NOT AT END ADD 1 TO BK-COUNT2
             END-READ.
             IF BK-ARC-EOF = 'N' AND FSXB NOT = 00 AND FSXB NOT = 02
                 MOVE 'Y' TO BK-ARC-EOF
             END-IF.

         BK-ARC-CNT-PAYMENT-PARA.
             OPEN INPUT PAYMENTARCFILE.
             IF FSXY = 00
                 MOVE 'N' TO BK-ARC-EOF
                 PERFORM BK-ARC-CNT-PAYMENT-READ-PARA
                   UNTIL BK-ARC-EOF = 'Y'
                 CLOSE PAYMENTARCFILE
             END-IF.

         BK-ARC-CNT-PAYMENT-READ-PARA.
             READ PAYMENTARCFILE NEXT RECORD
                 AT END MOVE 'Y' TO BK-ARC-EOF
                 NOT AT END ADD 1 TO BK-COUNT2
             END-READ.
             IF BK-ARC-EOF = 'N' AND FSXY NOT = 00 AND FSXY NOT = 02
                 MOVE 'Y' TO BK-ARC-EOF
             END-IF.

         BK-ARC-CNT-LEAVE-PARA.
             OPEN INPUT LEAVEARCFILE.
             IF FSXL = 00
                 MOVE 'N' TO BK-ARC-EOF
                 PERFORM BK-ARC-CNT-LEAVE-READ-PARA
                   UNTIL BK-ARC-EOF = 'Y'
                 CLOSE LEAVEARCFILE
             END-IF.

         BK-ARC-CNT-LEAVE-READ-PARA.
             READ LEAVEARCFILE NEXT RECORD
                 AT END MOVE 'Y' TO BK-ARC-EOF
                 NOT AT END ADD 1 TO BK-COUNT2
             END-READ.
             IF BK-ARC-EOF = 'N' AND FSXL NOT = 00 AND FSXL NOT = 02
                 MOVE 'Y' TO BK-ARC-EOF
             END-IF.

         BK-ARC-CNT-ATTEND-PARA.
             OPEN INPUT ATTENDARCFILE.
             IF FSXA = 00
                 MOVE 'N' TO BK-ARC-EOF
                 PERFORM BK-ARC-CNT-ATTEND-READ-PARA
                   UNTIL BK-ARC-EOF = 'Y'
                 CLOSE ATTENDARCFILE
             END-IF.

         BK-ARC-CNT-ATTEND-READ-PARA.
             READ ATTENDARCFILE NEXT RECORD
                 AT END MOVE 'Y' TO BK-ARC-EOF
                 NOT AT END ADD 1 TO BK-COUNT2
             END-READ.
             IF BK-ARC-EOF = 'N' AND FSXA NOT = 00 AND FSXA NOT = 02
                 MOVE 'Y' TO BK-ARC-EOF
             END-IF.

         BK-ARC-CNT-CONFIRM-PARA.
             OPEN INPUT CONFIRMARCFILE.
             IF FSXC = 00
                 MOVE 'N' TO BK-ARC-EOF
                 PERFORM BK-ARC-CNT-CONFIRM-READ-PARA
                   UNTIL BK-ARC-EOF = 'Y'
                 CLOSE CONFIRMARCFILE
             END-IF.

         BK-ARC-CNT-CONFIRM-READ-PARA.
             READ CONFIRMARCFILE NEXT RECORD
                 AT END MOVE 'Y' TO BK-ARC-EOF
                 NOT AT END ADD 1 TO BK-COUNT2
             END-READ.
             IF BK-ARC-EOF = 'N' AND FSXC NOT = 00 AND FSXC NOT = 02
                 MOVE 'Y' TO BK-ARC-EOF
             END-IF.

         BK-ARC-CNT-TRANSFER-PARA.
             OPEN INPUT TRANSFERARCFILE.
             IF FSXT = 00
                 MOVE 'N' TO BK-ARC-EOF
                 PERFORM BK-ARC-CNT-TRANSFER-READ-PARA
                   UNTIL BK-ARC-EOF = 'Y'
                 CLOSE TRANSFERARCFILE
             END-IF.

         BK-ARC-CNT-TRANSFER-READ-PARA.
             READ TRANSFERARCFILE NEXT RECORD
                 AT END MOVE 'Y' TO BK-ARC-EOF
                 NOT AT END ADD 1 TO BK-COUNT2
             END-READ.
             IF BK-ARC-EOF = 'N' AND FSXT NOT = 00 AND FSXT NOT = 02
                 MOVE 'Y' TO BK-ARC-EOF
             END-IF.

         BK-ARC-CNT-REVISION-PARA.
             OPEN INPUT REVISIONARCFILE.
             IF FSXR = 00
                 MOVE 'N' TO BK-ARC-EOF
                 PERFORM BK-ARC-CNT-REVISION-READ-PARA
                   UNTIL BK-ARC-EOF = 'Y'
                 CLOSE REVISIONARCFILE
             END-IF.

         BK-ARC-CNT-REVISION-READ-PARA.
             READ REVISIONARCFILE NEXT RECORD
                 AT END MOVE 'Y' TO BK-ARC-EOF
                 NOT AT END ADD 1 TO BK-COUNT2
             END-READ.
             IF BK-ARC-EOF = 'N' AND FSXR NOT = 00 AND FSXR NOT = 02
                 MOVE 'Y' TO BK-ARC-EOF
             END-IF.
       END PROGRAM HRMBKUP.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRREP.

         ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT EMPFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EEMPID
                 FILE STATUS IS FSE.

             SELECT BRANCHFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
         01 RA-BLANK-LINE.
             02 FILLER       PIC X(1) VALUE SPACES.

         01 JOB-STEP-AREA EXTERNAL.
             02 JOB-MODE     PIC X(1).
             02 JOB-PERIOD   PIC X(6).
             02 JOB-RUNDATE  PIC X(10).
             02 JOB-ARR-MODE PIC X(1).
             02 JOB-VAR-PCT  PIC 999.
             02 JOB-RESULT   PIC X(1).
             02 JOB-COUNT    PIC 9(6).
             02 JOB-MESSAGE  PIC X(50).

         SCREEN SECTION.
         01 ERASE-1.
            02 BLANK SCREEN.
             DISPLAY "APPLY SALARY REVISIONS TO PAYMENT MASTER"
                AT LINE 3 COL 15.
             DISPLAY "ENTER RUN DATE (YYYY-MM-DD) :" AT LINE 5 COL 5.
             IF JOB-MODE = 'Y'
                 MOVE JOB-RUNDATE TO RA-RUNDATE
             ELSE
                 ACCEPT RA-RUNDATE AT LINE 5 COL 36
             END-IF.
             IF RA-RUNDATE(1:4) NOT NUMERIC
                 OR RA-RUNDATE(6:2) NOT NUMERIC
                 OR RA-RUNDATE(9:2) NOT NUMERIC
             DISPLAY RA-APPLIED AT LINE 11 COL 31.
             DISPLAY "EXCEPTIONS        :" AT LINE 12 COL 10.
             DISPLAY RA-EXCEPTS AT LINE 12 COL 31.
             MOVE RA-APPLIED TO JOB-COUNT.
             MOVE SPACES TO JOB-MESSAGE.
             PERFORM JOB-DONE-PARA.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 14 COL 10.
             ACCEPT OMIT AT LINE 14 COL 50.
             END-READ.

         ERROR-DATE-PARA.
             MOVE "RUN DATE MUST BE YYYY-MM-DD"
                TO JOB-MESSAGE.
             PERFORM JOB-FAIL-PARA.
             DISPLAY "RUN DATE MUST BE YYYY-MM-DD"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"

         ERROR-CTL-PARA.
             CLOSE PAYCTLFILE.
             MOVE "PAY PERIOD AWAITING DISBURSEMENT OR CLOSING"
                TO JOB-MESSAGE.
             PERFORM JOB-FAIL-PARA.
             DISPLAY "PAY PERIOD AWAITING DISBURSEMENT OR CLOSING"
                AT LINE 10 COL 10.
             DISPLAY "REVISIONS BLOCKED UNTIL THE RUN COMPLETES"
                AT LINE 13 COL 10.
             ACCEPT OMIT AT LINE 13 COL 50.
             EXIT PROGRAM.

         JOB-DONE-PARA.
             *>UNDER THE MONTH-END JOB STREAM THERE IS NO OPERATOR
             *>AT THE SCREEN - HAND THE OUTCOME BACK AND RETURN
             IF JOB-MODE = 'Y'
                 MOVE 'S' TO JOB-RESULT
                 EXIT PROGRAM
             END-IF.

         JOB-FAIL-PARA.
             IF JOB-MODE = 'Y'
                 MOVE 'F' TO JOB-RESULT
                 EXIT PROGRAM
             END-IF.
       END PROGRAM REVAPPLY.

       IDENTIFICATION DIVISION.
                 RECORD KEY IS PCTLID
                 FILE STATUS IS FSPC.

             SELECT PENDCHGFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PDKEY
                 FILE STATUS IS FSPD.

             SELECT PAYHISTFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
             02 HDEDUCT  PIC 9(8)V99.
             02 HNET     PIC 9(8)V99.
             02 HARREAR  PIC 9(8)V99.
             02 HLLOP    PIC 999.

         FD EMPFILE
             LABEL RECORDS ARE STANDARD
             02 PCRESTART PIC X(6).
             02 PCGLPER   PIC X(6).

         FD PENDCHGFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "PENDCHG.DAT".
         01 PENDCHGREC.
             02 PDKEY.
                 03 PDEMPID  PIC X(6).
                 03 PDFILE   PIC X(1).
                 03 PDSTAMP.
                     04 PDMKDATE PIC X(8).
                     04 PDMKTIME PIC X(8).
             02 PDSTATUS  PIC X(1).
             02 PDMAKER   PIC X(6).
             02 PDCHECKER PIC X(6).
             02 PDCKDATE  PIC X(8).
             02 PDOLD     PIC X(264).
             02 PDNEW     PIC X(264).

         WORKING-STORAGE SECTION.
         77 FSP   PIC XX.
         77 FSE   PIC XX.
         77 BD-SEP-CNT   PIC 9(6) VALUE ZERO.
         77 BD-NOHIST-CNT PIC 9(6) VALUE ZERO.
         77 BD-ADV-TOTAL PIC 9(12)V99 VALUE ZERO.
         77 FSPD         PIC XX.
         77 BD-PEND-EOF  PIC X(1).
         77 BD-PEND-CNT  PIC 9(6) VALUE ZERO.

         01 BD-WARN-HEAD-LINE.
             02 FILLER       PIC X(45) VALUE
                "MASTER CHANGES KEYED BUT NOT YET APPROVED:".

         01 BD-WARN-LINE.
             02 BD-W-EMPID   PIC X(6).
             02 FILLER       PIC X(1) VALUE SPACES.
             02 BD-W-FILE    PIC X(8).
             02 FILLER       PIC X(10) VALUE "KEYED BY ".
             02 BD-W-MAKER   PIC X(6).
             02 FILLER       PIC X(4) VALUE " ON ".
             02 BD-W-DATE    PIC X(8).

         01 BD-DETAIL-REC.
             02 FILLER       PIC X(1) VALUE "D".
         01 BD-BLANK-LINE.
             02 FILLER       PIC X(1) VALUE SPACES.

         01 JOB-STEP-AREA EXTERNAL.
             02 JOB-MODE     PIC X(1).
             02 JOB-PERIOD   PIC X(6).
             02 JOB-RUNDATE  PIC X(10).
             02 JOB-ARR-MODE PIC X(1).
             02 JOB-VAR-PCT  PIC 999.
             02 JOB-RESULT   PIC X(1).
             02 JOB-COUNT    PIC 9(6).
             02 JOB-MESSAGE  PIC X(50).

         SCREEN SECTION.
         01 ERASE-1.
            02 BLANK SCREEN.
             DISPLAY ERASE-1
             DISPLAY "BANK SALARY DISBURSEMENT" AT LINE 3 COL 15.
             DISPLAY "ENTER PAY PERIOD (YYYYMM) :" AT LINE 5 COL 5.
             IF JOB-MODE = 'Y'
                 MOVE JOB-PERIOD TO BD-PERIOD
             ELSE
                 ACCEPT BD-PERIOD AT LINE 5 COL 34
             END-IF.
             IF BD-PERIOD NOT NUMERIC
                 GO TO ERROR-PERIOD-PARA
             END-IF.
             WRITE BANKCTL-LINE FROM BD-CTL-COUNT-LINE.
             MOVE BD-ADV-TOTAL TO BD-C-TOTAL.
             WRITE BANKCTL-LINE FROM BD-CTL-TOTAL-LINE.
             PERFORM BD-PEND-WARN-PARA.
             CLOSE PAYMENTFILE.
             CLOSE PAYHISTFILE.
             CLOSE EMPFILE.
             DISPLAY BD-ADV-CNT AT LINE 12 COL 28.
             DISPLAY "EXCEPTIONS     :" AT LINE 13 COL 10.
             DISPLAY BD-EXC-CNT AT LINE 13 COL 28.
             MOVE BD-ADV-CNT TO JOB-COUNT.
             MOVE SPACES TO JOB-MESSAGE.
             IF BD-PEND-CNT > 0
                 DISPLAY "NOT APPROVED   :" AT LINE 14 COL 10
                 DISPLAY BD-PEND-CNT AT LINE 14 COL 28
                 MOVE "UNAPPROVED MASTER CHANGES - SEE BANKCTL.DAT"
                    TO JOB-MESSAGE
             END-IF.
             PERFORM JOB-DONE-PARA.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 15 COL 10.
             ACCEPT OMIT AT LINE 15 COL 50.
                 ADD 1 TO BD-EXC-CNT
             END-IF.

         BD-PEND-WARN-PARA.
             *>BANK DETAIL CHANGES STILL AWAITING A CHECKER ARE NOT ON
             *>THE ADVICE - LIST THEM AS WARNINGS WITHOUT FAILING
             MOVE ZERO TO BD-PEND-CNT.
             WRITE BANKCTL-LINE FROM BD-BLANK-LINE.
             WRITE BANKCTL-LINE FROM BD-WARN-HEAD-LINE.
             OPEN INPUT PENDCHGFILE.
             IF FSPD = 00
                 MOVE 'N' TO BD-PEND-EOF
                 PERFORM BD-PEND-READ-PARA UNTIL BD-PEND-EOF = 'Y'
                 CLOSE PENDCHGFILE
             END-IF.
             MOVE "CHANGES AWAITING APPROVAL   :" TO BD-C-CAPTION.
             MOVE BD-PEND-CNT TO BD-C-COUNT.
             WRITE BANKCTL-LINE FROM BD-CTL-COUNT-LINE.

         BD-PEND-READ-PARA.
             READ PENDCHGFILE NEXT RECORD
                 AT END MOVE 'Y' TO BD-PEND-EOF
             END-READ.
             IF BD-PEND-EOF = 'N' AND FSPD NOT = 00
                 MOVE 'Y' TO BD-PEND-EOF
             END-IF.
             IF BD-PEND-EOF = 'N' AND PDSTATUS = 'P'
                 MOVE PDEMPID  TO BD-W-EMPID
                 IF PDFILE = 'P'
                     MOVE "PAYMENT" TO BD-W-FILE
                 ELSE
                     MOVE "BANK"    TO BD-W-FILE
                 END-IF
                 MOVE PDMAKER  TO BD-W-MAKER
                 MOVE PDMKDATE TO BD-W-DATE
                 WRITE BANKCTL-LINE FROM BD-WARN-LINE
                 ADD 1 TO BD-PEND-CNT
             END-IF.

         ERROR-PERIOD-PARA.
             MOVE "PAY PERIOD MUST BE NUMERIC YYYYMM"
                TO JOB-MESSAGE.
             PERFORM JOB-FAIL-PARA.
             DISPLAY "PAY PERIOD MUST BE NUMERIC YYYYMM"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"

         ERROR-NOCTL-PARA.
             CLOSE PAYCTLFILE.
             MOVE "NO PERIOD CONTROL - RUN PAYROLL CLOSE FIRST"
                TO JOB-MESSAGE.
             PERFORM JOB-FAIL-PARA.
             DISPLAY "NO PERIOD CONTROL - RUN PAYROLL CLOSE FIRST"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"

         ERROR-NOTCLOSED-PARA.
             CLOSE PAYCTLFILE.
             MOVE "PERIOD NOT CLOSED TO PAY HISTORY - REFUSED"
                TO JOB-MESSAGE.
             PERFORM JOB-FAIL-PARA.
             DISPLAY "PERIOD NOT CLOSED TO PAY HISTORY - REFUSED"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"

         ERROR-INPROG-PARA.
             CLOSE PAYCTLFILE.
             MOVE "PAYROLL CLOSE IN PROGRESS - RUN REFUSED"
                TO JOB-MESSAGE.
             PERFORM JOB-FAIL-PARA.
             DISPLAY "PAYROLL CLOSE IN PROGRESS - RUN REFUSED"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"

         ERROR-DISBURSED-PARA.
             CLOSE PAYCTLFILE.
             MOVE "PERIOD ALREADY DISBURSED - RUN REFUSED"
                TO JOB-MESSAGE.
             PERFORM JOB-FAIL-PARA.
             DISPLAY "PERIOD ALREADY DISBURSED - RUN REFUSED"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
         ERROR-NOHIST-PARA.
             CLOSE BNKPAIDFILE.
             CLOSE PAYCTLFILE.
             MOVE "NO PAY HISTORY FILE - RUN PAYROLL CLOSE FIRST"
                TO JOB-MESSAGE.
             PERFORM JOB-FAIL-PARA.
             DISPLAY "NO PAY HISTORY FILE - RUN PAYROLL CLOSE FIRST"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.

         JOB-DONE-PARA.
             *>UNDER THE MONTH-END JOB STREAM THERE IS NO OPERATOR
             *>AT THE SCREEN - HAND THE OUTCOME BACK AND RETURN
             IF JOB-MODE = 'Y'
                 MOVE 'S' TO JOB-RESULT
                 EXIT PROGRAM
             END-IF.

         JOB-FAIL-PARA.
             IF JOB-MODE = 'Y'
                 MOVE 'F' TO JOB-RESULT
                 EXIT PROGRAM
             END-IF.
       END PROGRAM BANKDISB.

       IDENTIFICATION DIVISION.
                 RECORD KEY IS EEMPID
                 FILE STATUS IS FSE.

             SELECT HOLIDAYFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS HOLKEY
                 FILE STATUS IS FSHOL.

             SELECT WEEKOFFFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS WBRID
                 FILE STATUS IS FSWO.

         DATA DIVISION.
         FILE SECTION.
         FD ATTENDFILE
             02 ESTATUS   PIC X(1).
             02 EDOL      PIC X(10).

         FD HOLIDAYFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "HOLIDAY.DAT".
         01 HOLIDAYREC.
             02 HOLKEY.
                 03 HBRID  PIC X(6).
                 03 HDATE  PIC X(10).
             02 HDESC    PIC X(25).

         FD WEEKOFFFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "WEEKOFF.DAT".
         01 WEEKOFFREC.
             02 WBRID    PIC X(6).
             02 WOFFDAYS PIC X(7).

         WORKING-STORAGE SECTION.
         77 FSA   PIC XX.
         77 FSE   PIC XX.
         77 FSHOL PIC XX.
         77 FSWO  PIC XX.
         77 CHOICE PIC 9.
         77 OMIT   PIC 99.
         77 AT-VALID PIC X(1).
         77 AT-BRANCH  PIC X(6).
         77 AT-WOFF    PIC X(7).
         77 AT-DAY-NUM PIC 9(9).
         77 AT-QUOT    PIC 9(9).
         77 AT-WDAY    PIC 9.
         01 AT-DATE-WORK.
             02 AT-YYYY  PIC 9(4).
             02 AT-MM    PIC 9(2).
             02 AT-DD    PIC 9(2).

         SCREEN SECTION.
         01 ERASE-1.
             MOVE 'Y' TO AT-VALID.
             PERFORM ATT-VALIDATE-EMP-PARA.
             PERFORM ATT-VALIDATE-DATE-PARA.
             IF AT-VALID = 'Y'
                 PERFORM ATT-VALIDATE-CALENDAR-PARA
             END-IF.
             IF ASTATUS NOT = 'P' AND ASTATUS NOT = 'A'
                 DISPLAY "STATUS MUST BE P OR A" AT LINE 21 COL 1
                 MOVE 'N' TO AT-VALID
         ATT-VALIDATE-EMP-PARA.
             OPEN INPUT EMPFILE.
             MOVE AEMPID TO EEMPID.
             MOVE SPACES TO AT-BRANCH.
             READ EMPFILE INVALID KEY
                 DISPLAY "INVALID EMP CODE" AT LINE 20 COL 1
                 MOVE 'N' TO AT-VALID
                 NOT INVALID KEY MOVE EBRNID TO AT-BRANCH
             END-READ.
             CLOSE EMPFILE.

                 MOVE 'N' TO AT-VALID
             END-IF.

         ATT-VALIDATE-CALENDAR-PARA.
             *>NO ATTENDANCE IS TAKEN ON A WEEKLY OFF OR A HOLIDAY
             *>OF THE EMPLOYEE'S BRANCH - BLANK BRANCH ON THE
             *>CALENDAR FILES MEANS ALL BRANCHES
             MOVE "NNNNNNN" TO AT-WOFF.
             OPEN INPUT WEEKOFFFILE.
             IF FSWO = 00
                 MOVE AT-BRANCH TO WBRID
                 READ WEEKOFFFILE
                     INVALID KEY
                         MOVE SPACES TO WBRID
                         READ WEEKOFFFILE
                             NOT INVALID KEY MOVE WOFFDAYS TO AT-WOFF
                         END-READ
                     NOT INVALID KEY MOVE WOFFDAYS TO AT-WOFF
                 END-READ
                 CLOSE WEEKOFFFILE
             END-IF.
             MOVE ADATE(1:4) TO AT-YYYY.
             MOVE ADATE(6:2) TO AT-MM.
             MOVE ADATE(9:2) TO AT-DD.
             COMPUTE AT-DAY-NUM = FUNCTION INTEGER-OF-DATE
                 (AT-YYYY * 10000 + AT-MM * 100 + AT-DD).
             *>DAY 1 OF THE INTEGER CALENDAR (1601-01-01) IS A MONDAY
             DIVIDE AT-DAY-NUM BY 7 GIVING AT-QUOT
                 REMAINDER AT-WDAY.
             IF AT-WDAY = 0
                 MOVE 7 TO AT-WDAY
             END-IF.
             IF AT-WOFF(AT-WDAY:1) = 'Y'
                 DISPLAY "DATE IS A WEEKLY OFF FOR THIS BRANCH"
                     AT LINE 18 COL 1
                 MOVE 'N' TO AT-VALID
             END-IF.
             IF AT-VALID = 'Y'
                 OPEN INPUT HOLIDAYFILE
                 IF FSHOL = 00
                     MOVE AT-BRANCH TO HBRID
                     MOVE ADATE     TO HDATE
                     READ HOLIDAYFILE
                         INVALID KEY
                             MOVE SPACES TO HBRID
                             READ HOLIDAYFILE
                                 NOT INVALID KEY
                                     MOVE 'N' TO AT-VALID
                             END-READ
                         NOT INVALID KEY MOVE 'N' TO AT-VALID
                     END-READ
                     IF AT-VALID = 'N'
                         DISPLAY "DATE IS A HOLIDAY :" AT LINE 18 COL 1
                         DISPLAY HDESC AT LINE 18 COL 21
                     END-IF
                     CLOSE HOLIDAYFILE
                 END-IF
             END-IF.

         ATT-CORRECT-PARA.
             DISPLAY ERASE-1
             OPEN I-O ATTENDFILE.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FSAP.

             SELECT EMPFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EEMPID
                 FILE STATUS IS FSE.

             SELECT HOLIDAYFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS HOLKEY
                 FILE STATUS IS FSHOL.

             SELECT WEEKOFFFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS WBRID
                 FILE STATUS IS FSWO.

         DATA DIVISION.
         FILE SECTION.
         FD PAYMENTFILE
             02 LFMDATE   PIC X(10).
             02 LTODATE   PIC X(10).
             02 LLEVCAT   PIC X(3).
             02 LSTATUS   PIC X(1).
             02 LAPPRID   PIC X(6).
             02 LAPPRDT   PIC X(8).

         FD ATTPOSTFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "ATTPOST.DAT".
         01 ATTPOST-LINE  PIC X(60).

         FD EMPFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "EMP.DAT".
         01 EMPREC.
             02 EEMPID    PIC X(6).
             02 EEMPNAME  PIC X(25).
             02 EEMPADDR  PIC X(30).
             02 EPHONE    PIC X(10).
             02 EDOJ      PIC X(10).
             02 EDIP      PIC X(10).
             02 EUG       PIC X(4).
             02 EPG       PIC X(4).
             02 EPROFQ    PIC X(4).
             02 ESKILL    PIC X(10).
             02 EGRDNO    PIC 99.
             02 EBRNID    PIC X(6).
             02 EDESID    PIC X(6).
             02 EDEPID    PIC X(6).
             02 ESTATUS   PIC X(1).
             02 EDOL      PIC X(10).

         FD HOLIDAYFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "HOLIDAY.DAT".
         01 HOLIDAYREC.
             02 HOLKEY.
                 03 HBRID  PIC X(6).
                 03 HDATE  PIC X(10).
             02 HDESC    PIC X(25).

         FD WEEKOFFFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "WEEKOFF.DAT".
         01 WEEKOFFREC.
             02 WBRID    PIC X(6).
             02 WOFFDAYS PIC X(7).

         WORKING-STORAGE SECTION.
         77 FSP   PIC XX.
         77 FSA   PIC XX.
         77 FSL   PIC XX.
         77 FSAP  PIC XX.
         77 FSE   PIC XX.
         77 FSHOL PIC XX.
         77 FSWO  PIC XX.
         77 OMIT  PIC 99.
         77 AP-PERIOD    PIC X(6).
         77 AP-EOF       PIC X(1).
         77 AP-COVERED   PIC X(1).
         77 AP-ABS-DAYS  PIC 999.
         77 AP-COUNT     PIC 9(5) VALUE ZERO.
         77 AP-EMP-OK    PIC X(1).
         77 AP-HOL-OK    PIC X(1).
         77 AP-WO-OK     PIC X(1).
         77 AP-BRANCH    PIC X(6).
         77 AP-WOFF      PIC X(7).
         77 AP-OFF       PIC X(1).
         77 AP-DAY-NUM   PIC 9(9).
         77 AP-QUOT      PIC 9(9).
         77 AP-WDAY      PIC 9.
         01 AP-DATE-WORK.
             02 AP-YYYY  PIC 9(4).
             02 AP-MM    PIC 9(2).
             02 AP-DD    PIC 9(2).

         01 AP-HEAD-LINE-1.
             02 FILLER       PIC X(41) VALUE
                "EMPLOYEES POSTED  :".
             02 AP-T-COUNT   PIC ZZZZ9.

         01 JOB-STEP-AREA EXTERNAL.
             02 JOB-MODE     PIC X(1).
             02 JOB-PERIOD   PIC X(6).
             02 JOB-RUNDATE  PIC X(10).
             02 JOB-ARR-MODE PIC X(1).
             02 JOB-VAR-PCT  PIC 999.
             02 JOB-RESULT   PIC X(1).
             02 JOB-COUNT    PIC 9(6).
             02 JOB-MESSAGE  PIC X(50).

         SCREEN SECTION.
         01 ERASE-1.
            02 BLANK SCREEN.
             DISPLAY ERASE-1
             DISPLAY "MONTH-END ATTENDANCE POSTING" AT LINE 3 COL 15.
             DISPLAY "ENTER PAY PERIOD (YYYYMM) :" AT LINE 5 COL 5.
             IF JOB-MODE = 'Y'
                 MOVE JOB-PERIOD TO AP-PERIOD
             ELSE
                 ACCEPT AP-PERIOD AT LINE 5 COL 34
             END-IF.
             IF AP-PERIOD NOT NUMERIC
                 GO TO ERROR-PERIOD-PARA
             END-IF.
             OPEN I-O PAYMENTFILE.
             OPEN INPUT LEAVEFILE.
             OPEN OUTPUT ATTPOSTFILE.
             MOVE 'Y' TO AP-EMP-OK.
             OPEN INPUT EMPFILE.
             IF FSE NOT = 00
                 MOVE 'N' TO AP-EMP-OK
             END-IF.
             MOVE 'Y' TO AP-HOL-OK.
             OPEN INPUT HOLIDAYFILE.
             IF FSHOL NOT = 00
                 MOVE 'N' TO AP-HOL-OK
             END-IF.
             MOVE 'Y' TO AP-WO-OK.
             OPEN INPUT WEEKOFFFILE.
             IF FSWO NOT = 00
                 MOVE 'N' TO AP-WO-OK
             END-IF.
             MOVE AP-PERIOD TO AP-H-PERIOD.
             WRITE ATTPOST-LINE FROM AP-HEAD-LINE-1.
             WRITE ATTPOST-LINE FROM AP-HEAD-LINE-2.
             CLOSE ATTENDFILE.
             CLOSE LEAVEFILE.
             CLOSE ATTPOSTFILE.
             IF AP-EMP-OK = 'Y'
                 CLOSE EMPFILE
             END-IF.
             IF AP-HOL-OK = 'Y'
                 CLOSE HOLIDAYFILE
             END-IF.
             IF AP-WO-OK = 'Y'
                 CLOSE WEEKOFFFILE
             END-IF.
             DISPLAY "LOP DAYS POSTED TO PAYMENT MASTER"
                AT LINE 10 COL 10.
             DISPLAY "POSTING REPORT WRITTEN TO ATTPOST.DAT"
                AT LINE 11 COL 10.
             DISPLAY "EMPLOYEES POSTED :" AT LINE 12 COL 10.
             DISPLAY AP-COUNT AT LINE 12 COL 30.
             MOVE AP-COUNT TO JOB-COUNT.
             MOVE SPACES TO JOB-MESSAGE.
             PERFORM JOB-DONE-PARA.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 14 COL 10.
             ACCEPT OMIT AT LINE 14 COL 50.

         AP-EMP-PARA.
             MOVE ZERO TO AP-ABS-DAYS.
             PERFORM AP-CALENDAR-PARA.
             MOVE 'N' TO AP-ATT-EOF.
             MOVE PEMPID TO AEMPID.
             MOVE SPACES TO ADATE.
                 IF ADATE(1:4) = AP-PERIOD(1:4) AND
                    ADATE(6:2) = AP-PERIOD(5:2) AND
                    ASTATUS = 'A'
                     PERFORM AP-OFF-DAY-PARA
                     IF AP-OFF = 'N'
                         PERFORM AP-LEAVE-COVER-PARA
                         IF AP-COVERED = 'N'
                             ADD 1 TO AP-ABS-DAYS
                         END-IF
                     END-IF
                 END-IF
             END-IF.

         AP-CALENDAR-PARA.
             *>BRANCH HOLIDAYS AND WEEKLY OFF FOR THIS EMPLOYEE. A
             *>BLANK BRANCH ON THE CALENDAR FILES MEANS ALL BRANCHES.
             MOVE SPACES TO AP-BRANCH.
             IF AP-EMP-OK = 'Y'
                 MOVE PEMPID TO EEMPID
                 READ EMPFILE NOT INVALID KEY
                     MOVE EBRNID TO AP-BRANCH
                 END-READ
             END-IF.
             MOVE "NNNNNNN" TO AP-WOFF.
             IF AP-WO-OK = 'Y'
                 MOVE AP-BRANCH TO WBRID
                 READ WEEKOFFFILE
                     INVALID KEY
                         MOVE SPACES TO WBRID
                         READ WEEKOFFFILE
                             NOT INVALID KEY MOVE WOFFDAYS TO AP-WOFF
                         END-READ
                     NOT INVALID KEY MOVE WOFFDAYS TO AP-WOFF
                 END-READ
             END-IF.

         AP-OFF-DAY-PARA.
             *>AN ABSENCE MARKED ON A WEEKLY OFF OR HOLIDAY IS NOT
             *>A WORKING DAY LOST
             MOVE 'N' TO AP-OFF.
             MOVE ADATE(1:4) TO AP-YYYY.
             MOVE ADATE(6:2) TO AP-MM.
             MOVE ADATE(9:2) TO AP-DD.
             COMPUTE AP-DAY-NUM = FUNCTION INTEGER-OF-DATE
                 (AP-YYYY * 10000 + AP-MM * 100 + AP-DD).
             *>DAY 1 OF THE INTEGER CALENDAR (1601-01-01) IS A MONDAY
             DIVIDE AP-DAY-NUM BY 7 GIVING AP-QUOT
                 REMAINDER AP-WDAY.
             IF AP-WDAY = 0
                 MOVE 7 TO AP-WDAY
             END-IF.
             IF AP-WOFF(AP-WDAY:1) = 'Y'
                 MOVE 'Y' TO AP-OFF
             END-IF.
             IF AP-OFF = 'N' AND AP-HOL-OK = 'Y'
                 MOVE AP-BRANCH TO HBRID
                 MOVE ADATE     TO HDATE
                 READ HOLIDAYFILE
                     INVALID KEY
                         MOVE SPACES TO HBRID
                         READ HOLIDAYFILE
                             NOT INVALID KEY MOVE 'Y' TO AP-OFF
                         END-READ
                     NOT INVALID KEY MOVE 'Y' TO AP-OFF
                 END-READ
             END-IF.

         AP-LEAVE-COVER-PARA.
             MOVE 'N' TO AP-COVERED.
             MOVE 'N' TO AP-LV-EOF.
             IF LEMPID NOT = PEMPID
                 MOVE 'Y' TO AP-LV-EOF
             ELSE
                 *>AN APPLICATION STILL AWAITING APPROVAL, OR ONE THAT
                 *>WAS REJECTED OR CANCELLED, DOES NOT EXCUSE AN ABSENCE
                 IF LFMDATE <= ADATE AND LTODATE >= ADATE
                    AND (LSTATUS = 'A' OR LSTATUS = SPACE)
                     MOVE 'Y' TO AP-COVERED
                 END-IF
             END-IF.

         ERROR-PERIOD-PARA.
             MOVE "PAY PERIOD MUST BE NUMERIC YYYYMM"
                TO JOB-MESSAGE.
             PERFORM JOB-FAIL-PARA.
             DISPLAY "PAY PERIOD MUST BE NUMERIC YYYYMM"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
             EXIT PROGRAM.

         ERROR-ATT-FILE-PARA.
             MOVE "NO ATTENDANCE FILE FOUND - NOTHING POSTED"
                TO JOB-MESSAGE.
             PERFORM JOB-FAIL-PARA.
             DISPLAY "NO ATTENDANCE FILE FOUND - NOTHING POSTED"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.

         JOB-DONE-PARA.
             *>UNDER THE MONTH-END JOB STREAM THERE IS NO OPERATOR
             *>AT THE SCREEN - HAND THE OUTCOME BACK AND RETURN
             IF JOB-MODE = 'Y'
                 MOVE 'S' TO JOB-RESULT
                 EXIT PROGRAM
             END-IF.

         JOB-FAIL-PARA.
             IF JOB-MODE = 'Y'
                 MOVE 'F' TO JOB-RESULT
                 EXIT PROGRAM
             END-IF.
       END PROGRAM ATTPOST.

       IDENTIFICATION DIVISION.
             02 HDEDUCT  PIC 9(8)V99.
             02 HNET     PIC 9(8)V99.
             02 HARREAR  PIC 9(8)V99.
             02 HLLOP    PIC 999.

         FD LOANSTMTFILE
             LABEL RECORDS ARE STANDARD
             02 HDEDUCT  PIC 9(8)V99.
             02 HNET     PIC 9(8)V99.
             02 HARREAR  PIC 9(8)V99.
             02 HLLOP    PIC 999.

         FD ITAXFILE
             LABEL RECORDS ARE STANDARD
             02 HDEDUCT  PIC 9(8)V99.
             02 HNET     PIC 9(8)V99.
             02 HARREAR  PIC 9(8)V99.
             02 HLLOP    PIC 999.

         FD PAYMENTFILE
             LABEL RECORDS ARE STANDARD
         01 AR-BLANK-LINE.
             02 FILLER       PIC X(1) VALUE SPACES.

         01 JOB-STEP-AREA EXTERNAL.
             02 JOB-MODE     PIC X(1).
             02 JOB-PERIOD   PIC X(6).
             02 JOB-RUNDATE  PIC X(10).
             02 JOB-ARR-MODE PIC X(1).
             02 JOB-VAR-PCT  PIC 999.
             02 JOB-RESULT   PIC X(1).
             02 JOB-COUNT    PIC 9(6).
             02 JOB-MESSAGE  PIC X(50).

         SCREEN SECTION.
         01 ERASE-1.
            02 BLANK SCREEN.
             DISPLAY "SALARY ARREARS CALCULATION" AT LINE 3 COL 15.
             DISPLAY "(R)EGISTER ONLY OR (L)OAD APPROVED :"
                AT LINE 5 COL 5.
             IF JOB-MODE = 'Y'
                 MOVE JOB-ARR-MODE TO AR-MODE
             ELSE
                 ACCEPT AR-MODE AT LINE 5 COL 43
             END-IF.
             IF AR-MODE NOT = 'R' AND AR-MODE NOT = 'r'
                 AND AR-MODE NOT = 'L' AND AR-MODE NOT = 'l'
                 GO TO ERROR-MODE-PARA
             DISPLAY AR-REV-CNT AT LINE 11 COL 32.
             DISPLAY "ARREARS LOADED     :" AT LINE 12 COL 10.
             DISPLAY AR-LOAD-CNT AT LINE 12 COL 32.
             MOVE AR-REV-CNT TO JOB-COUNT.
             MOVE SPACES TO JOB-MESSAGE.
             PERFORM JOB-DONE-PARA.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 14 COL 10.
             ACCEPT OMIT AT LINE 14 COL 50.
             END-READ.

         ERROR-MODE-PARA.
             MOVE "MODE MUST BE R OR L"
                TO JOB-MESSAGE.
             PERFORM JOB-FAIL-PARA.
             DISPLAY "MODE MUST BE R OR L" AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             EXIT PROGRAM.

         ERROR-REV-PARA.
             MOVE ZERO TO JOB-COUNT.
             MOVE "NO REVISION FILE FOUND"
                TO JOB-MESSAGE.
             PERFORM JOB-DONE-PARA.
             DISPLAY "NO REVISION FILE FOUND" AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.

         ERROR-HIST-PARA.
             CLOSE REVISIONFILE.
             MOVE ZERO TO JOB-COUNT.
             MOVE "NO PAY HISTORY FILE - RUN PAYROLL CLOSE FIRST"
                TO JOB-MESSAGE.
             PERFORM JOB-DONE-PARA.
             DISPLAY "NO PAY HISTORY FILE - RUN PAYROLL CLOSE FIRST"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.

         JOB-DONE-PARA.
             *>UNDER THE MONTH-END JOB STREAM THERE IS NO OPERATOR
             *>AT THE SCREEN - HAND THE OUTCOME BACK AND RETURN
             IF JOB-MODE = 'Y'
                 MOVE 'S' TO JOB-RESULT
                 EXIT PROGRAM
             END-IF.

         JOB-FAIL-PARA.
             IF JOB-MODE = 'Y'
                 MOVE 'F' TO JOB-RESULT
                 EXIT PROGRAM
             END-IF.
       END PROGRAM ARREARS.

       IDENTIFICATION DIVISION.
                 ACCESS MODE IS SEQUENTIAL
                 FILE STATUS IS FSG.

             SELECT HOLIDAYFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS HOLKEY
                 FILE STATUS IS FSHOL.

             SELECT WEEKOFFFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS WBRID
                 FILE STATUS IS FSWO.

             SELECT EMPARCFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS XEEMPID
                 FILE STATUS IS FSXE.

         DATA DIVISION.
         FILE SECTION.
         FD BATCHINFILE
             02 LFMDATE   PIC X(10).
             02 LTODATE   PIC X(10).
             02 LLEVCAT   PIC X(3).
             02 LSTATUS   PIC X(1).
             02 LAPPRID   PIC X(6).
             02 LAPPRDT   PIC X(8).

         FD EMPPERSONALFILE
             LABEL RECORDS ARE STANDARD
             02 GGRADE   PIC 99.
             02 GDESIGN  PIC X(25).

         FD HOLIDAYFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "HOLIDAY.DAT".
         01 HOLIDAYREC.
             02 HOLKEY.
                 03 HBRID  PIC X(6).
                 03 HDATE  PIC X(10).
             02 HDESC    PIC X(25).

         FD WEEKOFFFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "WEEKOFF.DAT".
         01 WEEKOFFREC.
             02 WBRID    PIC X(6).
             02 WOFFDAYS PIC X(7).

         *>EMPLOYEES MOVED OFF EMP.DAT BY EMPARCH. THEIR CODES ARE
         *>NEVER GIVEN TO ANYONE ELSE
         FD EMPARCFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "EMP.ARC".
         01 EMPARCREC.
             02 XEEMPID   PIC X(6).
             02 FILLER    PIC X(152).

         WORKING-STORAGE SECTION.
         77 FSBI  PIC XX.
         77 FSBR  PIC XX.
         77 FSDEP PIC XX.
         77 FSDES PIC XX.
         77 FSG   PIC XX.
         77 FSHOL PIC XX.
         77 FSWO  PIC XX.
         77 FSXE  PIC XX.
         77 OMIT  PIC 99.
         77 BL-EOF       PIC X(1).
         77 BL-VALID     PIC X(1).
         77 BL-REASON    PIC X(40).
         77 BL-BR-OK     PIC X(1).
         77 BL-DP-OK     PIC X(1).
         77 BL-ARC-OK    PIC X(1).
         77 BL-LV-FRESH  PIC X(1).
         77 BL-READ-CNT  PIC 9(6) VALUE ZERO.
         77 BL-ACC-CNT   PIC 9(6) VALUE ZERO.
         77 BL-FROM-NUM  PIC 9(9).
         77 BL-TO-NUM    PIC 9(9).
         77 BL-REQ-DAYS  PIC 9(5).
         77 BL-BKD-DAYS  PIC 9(5).
         77 BL-HOL-OK    PIC X(1).
         77 BL-WO-OK     PIC X(1).
         77 BL-BRANCH    PIC X(6).
         77 BL-WOFF      PIC X(7).
         77 BL-DAY-NUM   PIC 9(9).
         77 BL-CNT-DAYS  PIC 9(5).
         77 BL-QUOT      PIC 9(9).
         77 BL-WDAY      PIC 9.
         77 BL-OFF       PIC X(1).
         77 BL-CAL-NUM   PIC 9(8).
         77 BL-NEW-LLVID  PIC X(6).
         77 BL-NEW-LEMPID PIC X(6).
         77 BL-NEW-FMDATE PIC X(10).
             02 BL-YYYY  PIC 9(4).
             02 BL-MM    PIC 9(2).
             02 BL-DD    PIC 9(2).
         01 BL-CAL-ISO.
             02 BL-ISO-YYYY PIC 9(4).
             02 FILLER      PIC X(1) VALUE "-".
             02 BL-ISO-MM   PIC 9(2).
             02 FILLER      PIC X(1) VALUE "-".
             02 BL-ISO-DD   PIC 9(2).
         01 BL-DES-TABLE.
             02 BL-DES-ENTRY OCCURS 99 TIMES.
                 03 BL-DES-ID PIC X(6).
             IF FSDEP NOT = 00
                 MOVE 'N' TO BL-DP-OK
             END-IF.
             MOVE 'Y' TO BL-HOL-OK.
             OPEN INPUT HOLIDAYFILE.
             IF FSHOL NOT = 00
                 MOVE 'N' TO BL-HOL-OK
             END-IF.
             MOVE 'Y' TO BL-WO-OK.
             OPEN INPUT WEEKOFFFILE.
             IF FSWO NOT = 00
                 MOVE 'N' TO BL-WO-OK
             END-IF.
             MOVE 'Y' TO BL-ARC-OK.
             OPEN INPUT EMPARCFILE.
             IF FSXE NOT = 00
                 MOVE 'N' TO BL-ARC-OK
             END-IF.
             PERFORM BL-LOAD-DES-PARA.
             PERFORM BL-LOAD-GRADE-PARA.
             OPEN OUTPUT BATCHRPTFILE.
             IF BL-DP-OK = 'Y'
                 CLOSE DEPARTMENTFILE
             END-IF.
             IF BL-HOL-OK = 'Y'
                 CLOSE HOLIDAYFILE
             END-IF.
             IF BL-WO-OK = 'Y'
                 CLOSE WEEKOFFFILE
             END-IF.
             IF BL-ARC-OK = 'Y'
                 CLOSE EMPARCFILE
             END-IF.
             CLOSE BATCHRPTFILE.
             DISPLAY "RUN REPORT WRITTEN TO BATCHRPT.DAT"
                AT LINE 10 COL 10.
                 MOVE 'N' TO BL-VALID
                 MOVE "EMPLOYEE CODE MISSING" TO BL-REASON
             END-IF.
             IF BL-VALID = 'Y' AND BL-ARC-OK = 'Y'
                 PERFORM BL-EM-ARC-PARA
             END-IF.
             IF BL-VALID = 'Y'
                 PERFORM BL-EM-BRANCH-PARA
             END-IF.
             MOVE EEMPID TO BR-KEY.
             PERFORM BL-REPORT-PARA.

         BL-EM-ARC-PARA.
             MOVE EEMPID TO XEEMPID.
             READ EMPARCFILE
                 NOT INVALID KEY
                     MOVE 'N' TO BL-VALID
                     MOVE "CODE BELONGS TO AN ARCHIVED EMPLOYEE"
                         TO BL-REASON
             END-READ.

         BL-EM-BRANCH-PARA.
             IF BL-BR-OK = 'N'
                 MOVE 'N' TO BL-VALID
                 MOVE BL-NEW-FMDATE  TO LFMDATE
                 MOVE BL-NEW-TODATE  TO LTODATE
                 MOVE BL-NEW-LEVCAT  TO LLEVCAT
                 MOVE 'P'            TO LSTATUS
                 MOVE SPACES         TO LAPPRID
                 MOVE SPACES         TO LAPPRDT
                 WRITE LEAVEREC INVALID KEY
                     MOVE 'N' TO BL-VALID
                     MOVE "LEAVE ID ALREADY EXISTS" TO BL-REASON
                     WHEN OTHER MOVE ZERO TO BL-BAL
                 END-EVALUATE
                 PERFORM BL-LV-DAYS-PARA
                 MOVE ZERO TO BL-BKD-DAYS
                 IF BL-LV-FRESH = 'N'
                     PERFORM BL-LV-BOOKED-PARA
                 END-IF
                 IF BL-REQ-DAYS + BL-BKD-DAYS > BL-BAL
                     MOVE 'N' TO BL-VALID
                     MOVE "LEAVE DAYS REQUESTED EXCEED BALANCE"
                         TO BL-REASON
             MOVE BL-NEW-TODATE(9:2) TO BL-DD.
             COMPUTE BL-TO-NUM = FUNCTION INTEGER-OF-DATE
                 (BL-YYYY * 10000 + BL-MM * 100 + BL-DD).
             PERFORM BL-LV-CALENDAR-PARA.
             PERFORM BL-LV-COUNT-PARA.
             MOVE BL-CNT-DAYS TO BL-REQ-DAYS.

         BL-LV-CALENDAR-PARA.
             *>HOLIDAYS AND WEEKLY OFFS FOLLOW THE EMPLOYEE'S BRANCH;
             *>A BLANK BRANCH ON THE CALENDAR FILES MEANS ALL BRANCHES
             MOVE SPACES TO BL-BRANCH.
             MOVE BL-NEW-LEMPID TO EEMPID.
             READ EMPFILE NOT INVALID KEY
                 MOVE EBRNID TO BL-BRANCH
             END-READ.
             MOVE "NNNNNNN" TO BL-WOFF.
             IF BL-WO-OK = 'Y'
                 MOVE BL-BRANCH TO WBRID
                 READ WEEKOFFFILE
                     INVALID KEY
                         MOVE SPACES TO WBRID
                         READ WEEKOFFFILE
                             NOT INVALID KEY MOVE WOFFDAYS TO BL-WOFF
                         END-READ
                     NOT INVALID KEY MOVE WOFFDAYS TO BL-WOFF
                 END-READ
             END-IF.

         BL-LV-COUNT-PARA.
             MOVE ZERO TO BL-CNT-DAYS.
             PERFORM BL-LV-COUNT-ONE-PARA
                 VARYING BL-DAY-NUM FROM BL-FROM-NUM BY 1
                 UNTIL BL-DAY-NUM > BL-TO-NUM.

         BL-LV-COUNT-ONE-PARA.
             MOVE 'N' TO BL-OFF.
             *>DAY 1 OF THE INTEGER CALENDAR (1601-01-01) IS A MONDAY
             DIVIDE BL-DAY-NUM BY 7 GIVING BL-QUOT
                 REMAINDER BL-WDAY.
             IF BL-WDAY = 0
                 MOVE 7 TO BL-WDAY
             END-IF.
             IF BL-WOFF(BL-WDAY:1) = 'Y'
                 MOVE 'Y' TO BL-OFF
             END-IF.
             IF BL-OFF = 'N' AND BL-HOL-OK = 'Y'
                 COMPUTE BL-CAL-NUM =
                     FUNCTION DATE-OF-INTEGER (BL-DAY-NUM)
                 MOVE BL-CAL-NUM TO BL-DATE-WORK
                 MOVE BL-YYYY TO BL-ISO-YYYY
                 MOVE BL-MM   TO BL-ISO-MM
                 MOVE BL-DD   TO BL-ISO-DD
                 MOVE BL-BRANCH  TO HBRID
                 MOVE BL-CAL-ISO TO HDATE
                 READ HOLIDAYFILE
                     INVALID KEY
                         MOVE SPACES TO HBRID
                         READ HOLIDAYFILE
                             NOT INVALID KEY MOVE 'Y' TO BL-OFF
                         END-READ
                     NOT INVALID KEY MOVE 'Y' TO BL-OFF
                 END-READ
             END-IF.
             IF BL-OFF = 'N'
                 ADD 1 TO BL-CNT-DAYS
             END-IF.

         BL-LV-BOOKED-PARA.
             *>LEAVE ALREADY APPLIED FOR OR APPROVED IN THE SAME YEAR
             *>AND CATEGORY COMES OFF THE BALANCE
             MOVE 'N' TO BL-LV-EOF.
             MOVE BL-NEW-LEMPID TO LEMPID.
             START LEAVEFILE KEY IS EQUAL LEMPID
                 INVALID KEY MOVE 'Y' TO BL-LV-EOF
             END-START.
             PERFORM BL-LV-BOOKED-READ-PARA UNTIL BL-LV-EOF = 'Y'.

         BL-LV-BOOKED-READ-PARA.
             READ LEAVEFILE NEXT RECORD
                 AT END MOVE 'Y' TO BL-LV-EOF
                 NOT AT END PERFORM BL-LV-BOOKED-TEST-PARA
             END-READ.
             IF BL-LV-EOF = 'N' AND FSL NOT = 00 AND FSL NOT = 02
                 MOVE 'Y' TO BL-LV-EOF
             END-IF.

         BL-LV-BOOKED-TEST-PARA.
             IF LEMPID NOT = BL-NEW-LEMPID
                 MOVE 'Y' TO BL-LV-EOF
             ELSE
                 IF LLEVCAT = BL-NEW-LEVCAT
                    AND LFMDATE(1:4) = BL-NEW-FMDATE(1:4)
                    AND LSTATUS NOT = 'R' AND LSTATUS NOT = 'C'
                     MOVE LFMDATE(1:4) TO BL-YYYY
                     MOVE LFMDATE(6:2) TO BL-MM
                     MOVE LFMDATE(9:2) TO BL-DD
                     COMPUTE BL-FROM-NUM = FUNCTION INTEGER-OF-DATE
                         (BL-YYYY * 10000 + BL-MM * 100 + BL-DD)
                     MOVE LTODATE(1:4) TO BL-YYYY
                     MOVE LTODATE(6:2) TO BL-MM
                     MOVE LTODATE(9:2) TO BL-DD
                     COMPUTE BL-TO-NUM = FUNCTION INTEGER-OF-DATE
                         (BL-YYYY * 10000 + BL-MM * 100 + BL-DD)
                     PERFORM BL-LV-COUNT-PARA
                     ADD BL-CNT-DAYS TO BL-BKD-DAYS
                 END-IF
             END-IF.

         BL-LV-OVERLAP-PARA.
             MOVE 'N' TO BL-OVERLAP.
             MOVE 'N' TO BL-LV-EOF.
             MOVE BL-NEW-LEMPID TO LEMPID.
             START LEAVEFILE KEY IS EQUAL LEMPID
                 INVALID KEY MOVE 'Y' TO BL-LV-EOF
                 MOVE 'Y' TO BL-LV-EOF
             ELSE
                 IF LFMDATE <= BL-NEW-TODATE AND
                    LTODATE >= BL-NEW-FMDATE AND
                    LSTATUS NOT = 'R' AND LSTATUS NOT = 'C'
                     MOVE 'Y' TO BL-OVERLAP
                 END-IF
             END-IF.
             02 HDEDUCT  PIC 9(8)V99.
             02 HNET     PIC 9(8)V99.
             02 HARREAR  PIC 9(8)V99.
             02 HLLOP    PIC 999.

         FD EMPFILE
             LABEL RECORDS ARE STANDARD
         01 PE-BLANK-LINE.
             02 FILLER       PIC X(1) VALUE SPACES.

         01 JOB-STEP-AREA EXTERNAL.
             02 JOB-MODE     PIC X(1).
             02 JOB-PERIOD   PIC X(6).
             02 JOB-RUNDATE  PIC X(10).
             02 JOB-ARR-MODE PIC X(1).
             02 JOB-VAR-PCT  PIC 999.
             02 JOB-RESULT   PIC X(1).
             02 JOB-COUNT    PIC 9(6).
             02 JOB-MESSAGE  PIC X(50).

         SCREEN SECTION.
         01 ERASE-1.
            02 BLANK SCREEN.
             DISPLAY ERASE-1
             DISPLAY "PF / ESI REMITTANCE RETURNS" AT LINE 3 COL 15.
             DISPLAY "ENTER PAY PERIOD (YYYYMM) :" AT LINE 5 COL 5.
             IF JOB-MODE = 'Y'
                 MOVE JOB-PERIOD TO PE-PERIOD
             ELSE
                 ACCEPT PE-PERIOD AT LINE 5 COL 34
             END-IF.
             IF PE-PERIOD NOT NUMERIC
                 GO TO ERROR-PERIOD-PARA
             END-IF.
             DISPLAY PE-ESI-CNT AT LINE 13 COL 25.
             DISPLAY "EXCEPTIONS  :" AT LINE 14 COL 10.
             DISPLAY PE-EXC-CNT AT LINE 14 COL 25.
             MOVE PE-PF-CNT TO JOB-COUNT.
             MOVE SPACES TO JOB-MESSAGE.
             PERFORM JOB-DONE-PARA.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 16 COL 10.
             ACCEPT OMIT AT LINE 16 COL 50.
             END-IF.

         ERROR-PERIOD-PARA.
             MOVE "PAY PERIOD MUST BE NUMERIC YYYYMM"
                TO JOB-MESSAGE.
             PERFORM JOB-FAIL-PARA.
             DISPLAY "PAY PERIOD MUST BE NUMERIC YYYYMM"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
             EXIT PROGRAM.

         ERROR-HIST-PARA.
             MOVE "NO PAY HISTORY FILE - RUN PAYROLL CLOSE FIRST"
                TO JOB-MESSAGE.
             PERFORM JOB-FAIL-PARA.
             DISPLAY "NO PAY HISTORY FILE - RUN PAYROLL CLOSE FIRST"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.

         JOB-DONE-PARA.
             *>UNDER THE MONTH-END JOB STREAM THERE IS NO OPERATOR
             *>AT THE SCREEN - HAND THE OUTCOME BACK AND RETURN
             IF JOB-MODE = 'Y'
                 MOVE 'S' TO JOB-RESULT
                 EXIT PROGRAM
             END-IF.

         JOB-FAIL-PARA.
             IF JOB-MODE = 'Y'
                 MOVE 'F' TO JOB-RESULT
                 EXIT PROGRAM
             END-IF.
       END PROGRAM PFESIRET.

       IDENTIFICATION DIVISION.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FSGC.

             SELECT HELDGLFILE ASSIGN TO DISK
                 ORGANIZATION IS SEQUENTIAL
                 ACCESS MODE IS SEQUENTIAL
                 FILE STATUS IS FSGE.

             SELECT PROVGLFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PGKEY
                 FILE STATUS IS FSPG.

         DATA DIVISION.
         FILE SECTION.
         FD PAYHISTFILE
             02 HDEDUCT  PIC 9(8)V99.
             02 HNET     PIC 9(8)V99.
             02 HARREAR  PIC 9(8)V99.
             02 HLLOP    PIC 999.

         FD EMPFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "GLCTL.DAT".
         01 GLCTL-LINE  PIC X(80).

         FD HELDGLFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "HELDGL.DAT".
         01 HELDGLREC.
             02 GETYPE   PIC X(1).
             02 GEEMPID  PIC X(6).
             02 GEPERIOD PIC X(6).
             02 GEAMOUNT PIC 9(8)V99.
             02 GEDATE   PIC X(8).
             02 GEGLPER  PIC X(6).

         FD PROVGLFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "PROVGL.DAT".
         01 PROVGLREC.
             02 PGKEY.
                 03 PGPERIOD PIC X(6).
                 03 PGTYPE   PIC X(1).
                 03 PGBRNID  PIC X(6).
                 03 PGDEPID  PIC X(6).
             02 PGAMOUNT  PIC S9(10)V99.
             02 PGDATE    PIC X(8).
             02 PGGLPER   PIC X(6).

         WORKING-STORAGE SECTION.
         77 FSH   PIC XX.
         77 FSE   PIC XX.
         77 FSGP  PIC XX.
         77 FSGJ  PIC XX.
         77 FSGC  PIC XX.
         77 FSGE  PIC XX.
         77 FSPG  PIC XX.
         77 OMIT  PIC 99.
         77 GL-PERIOD    PIC X(6).
         77 GL-HELD-EOF  PIC X(1).
         77 GL-PROV-EOF  PIC X(1).
         77 GL-PROV-EXP  PIC X(10).
         77 GL-PROV-LIAB PIC X(10).
         77 GL-DR-ACCT   PIC X(10).
         77 GL-EOF       PIC X(1).
         77 GL-FOUND     PIC X(1).
         77 GL-IDX       PIC 999.
         77 GL-TOT-LOAN  PIC 9(12)V99 VALUE ZERO.
         77 GL-TOT-OTHD  PIC 9(12)V99 VALUE ZERO.
         77 GL-TOT-NET   PIC 9(12)V99 VALUE ZERO.
         77 GL-TOT-HREV  PIC 9(12)V99 VALUE ZERO.
         77 GL-TOT-HPAY  PIC 9(12)V99 VALUE ZERO.
         01 GL-TABLE.
             02 GL-ENTRY OCCURS 500 TIMES.
                 03 GL-T-DEP PIC X(6).
         01 GL-BLANK-LINE.
             02 FILLER     PIC X(1) VALUE SPACES.

         01 JOB-STEP-AREA EXTERNAL.
             02 JOB-MODE     PIC X(1).
             02 JOB-PERIOD   PIC X(6).
             02 JOB-RUNDATE  PIC X(10).
             02 JOB-ARR-MODE PIC X(1).
             02 JOB-VAR-PCT  PIC 999.
             02 JOB-RESULT   PIC X(1).
             02 JOB-COUNT    PIC 9(6).
             02 JOB-MESSAGE  PIC X(50).

         SCREEN SECTION.
         01 ERASE-1.
            02 BLANK SCREEN.
             DISPLAY ERASE-1
             DISPLAY "GL JOURNAL POSTING" AT LINE 3 COL 15.
             DISPLAY "ENTER PAY PERIOD (YYYYMM) :" AT LINE 5 COL 5.
             IF JOB-MODE = 'Y'
                 MOVE JOB-PERIOD TO GL-PERIOD
             ELSE
                 ACCEPT GL-PERIOD AT LINE 5 COL 34
             END-IF.
             IF GL-PERIOD NOT NUMERIC
                 GO TO ERROR-PERIOD-PARA
             END-IF.
                 VARYING GL-IDX FROM 1 BY 1
                 UNTIL GL-IDX > GL-TAB-CNT.
             PERFORM GL-WRITE-CREDITS-PARA.
             PERFORM GL-HELD-TOTAL-PARA.
             PERFORM GL-WRITE-HELD-PARA.
             PERFORM GL-WRITE-PROV-PARA.
             MOVE GL-DR-TOTAL TO GLJ-T-DR.
             MOVE GL-CR-TOTAL TO GLJ-T-CR.
             WRITE GLJRNL-LINE FROM GL-JRNL-TRAILER.
                 WRITE GLPOSTEDREC INVALID KEY
                     REWRITE GLPOSTEDREC
                 END-WRITE
                 PERFORM GL-HELD-STAMP-PARA
                 PERFORM GL-PROV-STAMP-PARA
             END-IF.
             CLOSE GLPOSTEDFILE.
             CLOSE PAYCTLFILE.
             IF GL-DR-TOTAL NOT = GL-CR-TOTAL
                 DISPLAY "JOURNAL OUT OF BALANCE - NOT STAMPED"
                    AT LINE 14 COL 10
                 MOVE "JOURNAL OUT OF BALANCE - NOT STAMPED"
                    TO JOB-MESSAGE
                 PERFORM JOB-FAIL-PARA
             END-IF.
             IF GL-TAB-FULL = 'Y'
                 DISPLAY "DEBIT TABLE FULL - ENLARGE GL-TABLE"
                    AT LINE 15 COL 10
             END-IF.
             MOVE GL-REC-CNT TO JOB-COUNT.
             MOVE SPACES TO JOB-MESSAGE.
             PERFORM JOB-DONE-PARA.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 16 COL 10.
             ACCEPT OMIT AT LINE 16 COL 50.
             MOVE GLJ-AMT TO GL-C-AMT.
             WRITE GLCTL-LINE FROM GL-CTL-LINE-1.

         *>SALARY CREDITS RETURNED BY THE BANK ARE TAKEN BACK INTO
         *>THE BANK ACCOUNT AND HELD AS A LIABILITY; THE HOLD IS
         *>CLEARED WHEN THE SUPPLEMENTARY ADVICE PAYS THEM OUT.
         *>EVENTS NOT YET CARRIED TO THE LEDGER GO ON THIS JOURNAL
         GL-HELD-TOTAL-PARA.
             OPEN INPUT HELDGLFILE.
             IF FSGE = 00
                 MOVE 'N' TO GL-HELD-EOF
                 PERFORM GL-HELD-READ-PARA UNTIL GL-HELD-EOF = 'Y'
                 CLOSE HELDGLFILE
             END-IF.

         GL-HELD-READ-PARA.
             READ HELDGLFILE
                 AT END MOVE 'Y' TO GL-HELD-EOF
             END-READ.
             IF GL-HELD-EOF = 'N' AND GEGLPER = SPACES
                 IF GETYPE = 'R'
                     ADD GEAMOUNT TO GL-TOT-HREV
                 END-IF
                 IF GETYPE = 'P'
                     ADD GEAMOUNT TO GL-TOT-HPAY
                 END-IF
             END-IF.

         GL-WRITE-HELD-PARA.
             IF GL-TOT-HREV > ZERO
                 MOVE "BANKSAL" TO GL-DR-ACCT
                 MOVE "HELDSALPAY" TO GLJ-ACCT
                 MOVE GL-TOT-HREV TO GLJ-AMT
                 PERFORM GL-WRITE-PAIR-PARA
             END-IF.
             IF GL-TOT-HPAY > ZERO
                 MOVE "HELDSALPAY" TO GL-DR-ACCT
                 MOVE "BANKSAL" TO GLJ-ACCT
                 MOVE GL-TOT-HPAY TO GLJ-AMT
                 PERFORM GL-WRITE-PAIR-PARA
             END-IF.

         GL-WRITE-PAIR-PARA.
             MOVE 'D' TO GLJ-TYPE.
             MOVE GLJ-ACCT TO GL-C-ACCT.
             MOVE GL-DR-ACCT TO GLJ-ACCT.
             MOVE SPACES TO GLJ-DEPID.
             MOVE SPACES TO GLJ-BRNID.
             MOVE GL-PERIOD TO GLJ-PERIOD.
             WRITE GLJRNL-LINE FROM GL-JRNL-REC.
             ADD GLJ-AMT TO GL-DR-TOTAL.
             MOVE GL-C-ACCT TO GLJ-ACCT.
             MOVE 'D' TO GL-C-TYPE.
             MOVE GL-DR-ACCT TO GL-C-ACCT.
             MOVE SPACES TO GL-C-DEP.
             MOVE SPACES TO GL-C-BRN.
             MOVE GLJ-AMT TO GL-C-AMT.
             WRITE GLCTL-LINE FROM GL-CTL-LINE-1.
             PERFORM GL-WRITE-CREDIT-PARA.

         GL-HELD-STAMP-PARA.
             OPEN I-O HELDGLFILE.
             IF FSGE = 00
                 MOVE 'N' TO GL-HELD-EOF
                 PERFORM GL-HELD-MARK-PARA UNTIL GL-HELD-EOF = 'Y'
                 CLOSE HELDGLFILE
             END-IF.

         GL-HELD-MARK-PARA.
             READ HELDGLFILE
                 AT END MOVE 'Y' TO GL-HELD-EOF
             END-READ.
             IF GL-HELD-EOF = 'N' AND GEGLPER = SPACES
                 MOVE GL-PERIOD TO GEGLPER
                 REWRITE HELDGLREC
             END-IF.

         *>GRATUITY AND LEAVE ENCASHMENT PROVISION MOVEMENTS FROM
         *>GRATPROV, BY BRANCH AND DEPARTMENT. AN INCREASE IS
         *>CHARGED TO EXPENSE AND CREDITED TO THE PROVISION; A
         *>DECREASE IS WRITTEN BACK THE OTHER WAY ROUND
         GL-WRITE-PROV-PARA.
             OPEN INPUT PROVGLFILE.
             IF FSPG = 00
                 MOVE 'N' TO GL-PROV-EOF
                 PERFORM GL-PROV-READ-PARA UNTIL GL-PROV-EOF = 'Y'
                 CLOSE PROVGLFILE
             END-IF.

         GL-PROV-READ-PARA.
             READ PROVGLFILE NEXT RECORD
                 AT END MOVE 'Y' TO GL-PROV-EOF
             END-READ.
             IF GL-PROV-EOF = 'N' AND PGGLPER = SPACES
                 AND PGAMOUNT NOT = ZERO
                 PERFORM GL-PROV-PAIR-PARA
             END-IF.

         GL-PROV-PAIR-PARA.
             IF PGTYPE = 'G'
                 MOVE "GRATEXP" TO GL-PROV-EXP
                 MOVE "GRATPROV" TO GL-PROV-LIAB
             ELSE
                 MOVE "LVENCEXP" TO GL-PROV-EXP
                 MOVE "LVENCPROV" TO GL-PROV-LIAB
             END-IF.
             IF PGAMOUNT > ZERO
                 MOVE PGAMOUNT TO GLJ-AMT
                 MOVE 'D' TO GLJ-TYPE
                 MOVE GL-PROV-EXP TO GLJ-ACCT
                 MOVE PGDEPID TO GLJ-DEPID
                 MOVE PGBRNID TO GLJ-BRNID
                 PERFORM GL-PROV-LEG-PARA
                 MOVE 'C' TO GLJ-TYPE
                 MOVE GL-PROV-LIAB TO GLJ-ACCT
                 MOVE SPACES TO GLJ-DEPID
                 MOVE SPACES TO GLJ-BRNID
                 PERFORM GL-PROV-LEG-PARA
             ELSE
                 COMPUTE GLJ-AMT = ZERO - PGAMOUNT
                 MOVE 'D' TO GLJ-TYPE
                 MOVE GL-PROV-LIAB TO GLJ-ACCT
                 MOVE SPACES TO GLJ-DEPID
                 MOVE SPACES TO GLJ-BRNID
                 PERFORM GL-PROV-LEG-PARA
                 MOVE 'C' TO GLJ-TYPE
                 MOVE GL-PROV-EXP TO GLJ-ACCT
                 MOVE PGDEPID TO GLJ-DEPID
                 MOVE PGBRNID TO GLJ-BRNID
                 PERFORM GL-PROV-LEG-PARA
             END-IF.

         GL-PROV-LEG-PARA.
             MOVE GL-PERIOD TO GLJ-PERIOD.
             WRITE GLJRNL-LINE FROM GL-JRNL-REC.
             IF GLJ-TYPE = 'D'
                 ADD GLJ-AMT TO GL-DR-TOTAL
             ELSE
                 ADD GLJ-AMT TO GL-CR-TOTAL
             END-IF.
             MOVE GLJ-TYPE TO GL-C-TYPE.
             MOVE GLJ-ACCT TO GL-C-ACCT.
             MOVE GLJ-DEPID TO GL-C-DEP.
             MOVE GLJ-BRNID TO GL-C-BRN.
             MOVE GLJ-AMT TO GL-C-AMT.
             WRITE GLCTL-LINE FROM GL-CTL-LINE-1.

         GL-PROV-STAMP-PARA.
             OPEN I-O PROVGLFILE.
             IF FSPG = 00
                 MOVE 'N' TO GL-PROV-EOF
                 PERFORM GL-PROV-MARK-PARA UNTIL GL-PROV-EOF = 'Y'
                 CLOSE PROVGLFILE
             END-IF.

         GL-PROV-MARK-PARA.
             READ PROVGLFILE NEXT RECORD
                 AT END MOVE 'Y' TO GL-PROV-EOF
             END-READ.
             IF GL-PROV-EOF = 'N' AND PGGLPER = SPACES
                 MOVE GL-PERIOD TO PGGLPER
                 REWRITE PROVGLREC
             END-IF.

         ERROR-PERIOD-PARA.
             MOVE "PAY PERIOD MUST BE NUMERIC YYYYMM"
                TO JOB-MESSAGE.
             PERFORM JOB-FAIL-PARA.
             DISPLAY "PAY PERIOD MUST BE NUMERIC YYYYMM"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"

         ERROR-NOCTL-PARA.
             CLOSE PAYCTLFILE.
             MOVE "NO PERIOD CONTROL - RUN PAYROLL CLOSE FIRST"
                TO JOB-MESSAGE.
             PERFORM JOB-FAIL-PARA.
             DISPLAY "NO PERIOD CONTROL - RUN PAYROLL CLOSE FIRST"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"

         ERROR-POSTED-PARA.
             CLOSE PAYCTLFILE.
             MOVE "PERIOD ALREADY POSTED TO GL - RUN REFUSED"
                TO JOB-MESSAGE.
             PERFORM JOB-FAIL-PARA.
             DISPLAY "PERIOD ALREADY POSTED TO GL - RUN REFUSED"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"

         ERROR-NOTCLOSED-PARA.
             CLOSE PAYCTLFILE.
             MOVE "PAYROLL CLOSE IN PROGRESS - POSTING REFUSED"
                TO JOB-MESSAGE.
             PERFORM JOB-FAIL-PARA.
             DISPLAY "PAYROLL CLOSE IN PROGRESS - POSTING REFUSED"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
         ERROR-HIST-PARA.
             CLOSE GLPOSTEDFILE.
             CLOSE PAYCTLFILE.
             MOVE "NO PAY HISTORY FILE - RUN PAYROLL CLOSE FIRST"
                TO JOB-MESSAGE.
             PERFORM JOB-FAIL-PARA.
             DISPLAY "NO PAY HISTORY FILE - RUN PAYROLL CLOSE FIRST"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
         ERROR-NODATA-PARA.
             CLOSE GLPOSTEDFILE.
             CLOSE PAYCTLFILE.
             MOVE "NO CLOSED PAY RECORDS FOR THIS PERIOD"
                TO JOB-MESSAGE.
             PERFORM JOB-FAIL-PARA.
             DISPLAY "NO CLOSED PAY RECORDS FOR THIS PERIOD"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.

         JOB-DONE-PARA.
             *>UNDER THE MONTH-END JOB STREAM THERE IS NO OPERATOR
             *>AT THE SCREEN - HAND THE OUTCOME BACK AND RETURN
             IF JOB-MODE = 'Y'
                 MOVE 'S' TO JOB-RESULT
                 EXIT PROGRAM
             END-IF.

         JOB-FAIL-PARA.
             IF JOB-MODE = 'Y'
                 MOVE 'F' TO JOB-RESULT
                 EXIT PROGRAM
             END-IF.
       END PROGRAM GLPOST.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEAPR.

         ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT EMPFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EEMPID
                 FILE STATUS IS FSE.

             SELECT LEAVEFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LLVID
                 ALTERNATE RECORD KEY IS LEMPID
                     WITH DUPLICATES
                 FILE STATUS IS FSL.

             SELECT AUDITFILE ASSIGN TO DISK
                 ORGANIZATION IS SEQUENTIAL
                 ACCESS MODE IS SEQUENTIAL
                 FILE STATUS IS FSAUD.

         DATA DIVISION.
         FILE SECTION.
         FD EMPFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "EMP.DAT".
         01 EMPREC.
             02 EEMPID    PIC X(6).
             02 EEMPNAME  PIC X(25).
             02 EEMPADDR  PIC X(30).
             02 EPHONE    PIC X(10).
             02 EDOJ      PIC X(10).
             02 EDIP      PIC X(10).
             02 EUG       PIC X(4).
             02 EPG       PIC X(4).
             02 EPROFQ    PIC X(4).
             02 ESKILL    PIC X(10).
             02 EGRDNO    PIC 99.
             02 EBRNID    PIC X(6).
             02 EDESID    PIC X(6).
             02 EDEPID    PIC X(6).
             02 ESTATUS   PIC X(1).
             02 EDOL      PIC X(10).

         FD LEAVEFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "LEAVE.DAT".
         01 LEAVEREC.
             02 LLVID     PIC X(6).
             02 LEMPID    PIC X(6).
             02 LFMDATE   PIC X(10).
             02 LTODATE   PIC X(10).
             02 LLEVCAT   PIC X(3).
             02 LSTATUS   PIC X(1).
             02 LAPPRID   PIC X(6).
             02 LAPPRDT   PIC X(8).

         FD AUDITFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "AUDIT.DAT".
         01 AUDITREC.
             02 AUDOPID   PIC X(6).
             02 AUDKEY    PIC X(6).
             02 AUDFILE   PIC X(12).
             02 AUDACTION PIC X(6).
             02 AUDDATE   PIC X(8).
             02 AUDTIME   PIC X(8).

         WORKING-STORAGE SECTION.
         77 FSE   PIC XX.
         77 FSL   PIC XX.
         77 FSAUD PIC XX.
         77 CHOICE PIC 9.
         77 OMIT   PIC 99.
         77 LP-BRANCH   PIC X(6).
         77 LP-EOF      PIC X(1).
         77 LP-LV-EOF   PIC X(1).
         77 LP-ACTION   PIC X(1).
         77 LP-CONFIRM  PIC X(1).
         77 LP-TODAY    PIC X(8).
         77 LP-STAT-TXT PIC X(10).
         77 LP-PENDING  PIC 9(5).
         77 LP-DECIDED  PIC 9(5).
         77 AUD-OPID   PIC X(6).
         77 AUD-KEY    PIC X(6).
         77 AUD-FILENM PIC X(12).
         77 AUD-ACTION PIC X(6).
         01 SIGNON-OPID PIC X(6) EXTERNAL.

         SCREEN SECTION.
         01 ERASE-1.
            02 BLANK SCREEN.

         PROCEDURE DIVISION.
         MAIN-PARA.
             DISPLAY ERASE-1
             DISPLAY "*******************************************"
               AT LINE 3 COL 10.
             DISPLAY "      LEAVE APPROVAL / CANCELLATION        "
               AT LINE 5 COL 10.
             DISPLAY "*******************************************"
               AT LINE 7 COL 10.
             DISPLAY "1. APPROVE / REJECT PENDING LEAVE"
               AT LINE 9 COL 5.
             DISPLAY "2. CANCEL LEAVE" AT LINE 10 COL 5.
             DISPLAY "3. EXIT" AT LINE 11 COL 5.
             DISPLAY "ENTER U R CHOICE :" AT LINE 13 COL 25.
             ACCEPT CHOICE AT LINE 13 COL 45.
             EVALUATE CHOICE
                WHEN 1     GO TO LP-PENDING-PARA
                WHEN 2     GO TO LP-CANCEL-PARA
                WHEN OTHER EXIT PROGRAM.

         LP-PENDING-PARA.
             DISPLAY ERASE-1
             OPEN INPUT EMPFILE.
             IF FSE NOT = 00
                 GO TO ERROR-EMP-FILE-PARA
             END-IF.
             OPEN I-O LEAVEFILE.
             IF FSL NOT = 00
                 CLOSE EMPFILE
                 GO TO ERROR-LEAVE-FILE-PARA
             END-IF.
             DISPLAY "ENTER BRANCH CODE :" AT LINE 3 COL 5.
             ACCEPT LP-BRANCH AT LINE 3 COL 25.
             ACCEPT LP-TODAY FROM DATE YYYYMMDD.
             MOVE ZERO TO LP-PENDING.
             MOVE ZERO TO LP-DECIDED.
             MOVE 'N' TO LP-EOF.
             MOVE SPACES TO EEMPID.
             START EMPFILE KEY IS NOT LESS THAN EEMPID
                 INVALID KEY MOVE 'Y' TO LP-EOF
             END-START.
             PERFORM LP-EMP-READ-PARA UNTIL LP-EOF = 'Y'.
             CLOSE EMPFILE.
             CLOSE LEAVEFILE.
             DISPLAY ERASE-1
             IF LP-PENDING = ZERO
                 DISPLAY "NO PENDING LEAVE FOR THIS BRANCH"
                    AT LINE 10 COL 10
             ELSE
                 DISPLAY "APPLICATIONS SHOWN :" AT LINE 10 COL 10
                 DISPLAY LP-PENDING AT LINE 10 COL 32
                 DISPLAY "APPROVED/REJECTED  :" AT LINE 11 COL 10
                 DISPLAY LP-DECIDED AT LINE 11 COL 32
             END-IF.
             DISPLAY "PRESS ENTER TO RETURN TO LEAVE APPROVAL MENU"
                AT LINE 14 COL 10.
             ACCEPT OMIT AT LINE 14 COL 56.
             GO TO MAIN-PARA.

         LP-EMP-READ-PARA.
             READ EMPFILE NEXT RECORD
                 AT END MOVE 'Y' TO LP-EOF
                 NOT AT END PERFORM LP-EMP-TEST-PARA
             END-READ.
             IF LP-EOF = 'N' AND FSE NOT = 00
                 MOVE 'Y' TO LP-EOF
             END-IF.

         LP-EMP-TEST-PARA.
             IF EBRNID = LP-BRANCH
                 MOVE 'N' TO LP-LV-EOF
                 MOVE EEMPID TO LEMPID
                 START LEAVEFILE KEY IS EQUAL LEMPID
                     INVALID KEY MOVE 'Y' TO LP-LV-EOF
                 END-START
                 PERFORM LP-LEAVE-READ-PARA UNTIL LP-LV-EOF = 'Y'
             END-IF.

         LP-LEAVE-READ-PARA.
             READ LEAVEFILE NEXT RECORD
                 AT END MOVE 'Y' TO LP-LV-EOF
                 NOT AT END PERFORM LP-LEAVE-TEST-PARA
             END-READ.
             IF LP-LV-EOF = 'N' AND FSL NOT = 00 AND FSL NOT = 02
                 MOVE 'Y' TO LP-LV-EOF
             END-IF.

         LP-LEAVE-TEST-PARA.
             IF LEMPID NOT = EEMPID
                 MOVE 'Y' TO LP-LV-EOF
             ELSE
                 IF LSTATUS = 'P'
                     PERFORM LP-DECIDE-PARA
                 END-IF
             END-IF.

         LP-DECIDE-PARA.
             ADD 1 TO LP-PENDING.
             DISPLAY ERASE-1
             DISPLAY "PENDING LEAVE APPLICATION - BRANCH :"
                AT LINE 1 COL 1.
             DISPLAY LP-BRANCH AT LINE 1 COL 38.
             PERFORM LP-SHOW-LEAVE-PARA.
             DISPLAY "(A)PPROVE (R)EJECT (S)KIP (Q)UIT :"
                AT LINE 12 COL 1.
             ACCEPT LP-ACTION AT LINE 12 COL 37.
             IF LP-ACTION = 'A' OR LP-ACTION = 'a'
                 MOVE 'A' TO LSTATUS
                 MOVE "APR" TO AUD-ACTION
                 PERFORM LP-DECISION-WRITE-PARA
             ELSE
                 IF LP-ACTION = 'R' OR LP-ACTION = 'r'
                     MOVE 'R' TO LSTATUS
                     MOVE "REJ" TO AUD-ACTION
                     PERFORM LP-DECISION-WRITE-PARA
                 ELSE
                     IF LP-ACTION = 'Q' OR LP-ACTION = 'q'
                         MOVE 'Y' TO LP-LV-EOF
                         MOVE 'Y' TO LP-EOF
                     END-IF
                 END-IF
             END-IF.

         LP-DECISION-WRITE-PARA.
             MOVE SIGNON-OPID TO LAPPRID.
             MOVE LP-TODAY    TO LAPPRDT.
             REWRITE LEAVEREC.
             ADD 1 TO LP-DECIDED.
             MOVE SIGNON-OPID TO AUD-OPID.
             MOVE LLVID       TO AUD-KEY.
             MOVE "LEAVEFILE" TO AUD-FILENM.
             PERFORM AUDIT-LOG-PARA.

         LP-SHOW-LEAVE-PARA.
             EVALUATE LSTATUS
                 WHEN 'P'   MOVE "APPLIED"   TO LP-STAT-TXT
                 WHEN 'A'   MOVE "APPROVED"  TO LP-STAT-TXT
                 WHEN SPACE MOVE "APPROVED"  TO LP-STAT-TXT
                 WHEN 'R'   MOVE "REJECTED"  TO LP-STAT-TXT
                 WHEN 'C'   MOVE "CANCELLED" TO LP-STAT-TXT
                 WHEN OTHER MOVE "UNKNOWN"   TO LP-STAT-TXT
             END-EVALUATE.
             DISPLAY " LEAVE ID       : " AT LINE 3 COL 1.
             DISPLAY LLVID AT LINE 3 COL 19.
             DISPLAY " EMP CODE       : " AT LINE 4 COL 1.
             DISPLAY LEMPID AT LINE 4 COL 19.
             DISPLAY " NAME           : " AT LINE 5 COL 1.
             DISPLAY EEMPNAME AT LINE 5 COL 19.
             DISPLAY " FROM DATE      : " AT LINE 6 COL 1.
             DISPLAY LFMDATE AT LINE 6 COL 19.
             DISPLAY " TO DATE        : " AT LINE 7 COL 1.
             DISPLAY LTODATE AT LINE 7 COL 19.
             DISPLAY " LEAVE CATEGORY : " AT LINE 8 COL 1.
             DISPLAY LLEVCAT AT LINE 8 COL 19.
             DISPLAY " STATUS         : " AT LINE 9 COL 1.
             DISPLAY LP-STAT-TXT AT LINE 9 COL 19.
             DISPLAY " DECIDED BY     : " AT LINE 10 COL 1.
             DISPLAY LAPPRID AT LINE 10 COL 19.
             DISPLAY LAPPRDT AT LINE 10 COL 27.

         LP-CANCEL-PARA.
             DISPLAY ERASE-1
             OPEN I-O LEAVEFILE.
             IF FSL NOT = 00
                 GO TO ERROR-LEAVE-FILE-PARA
             END-IF.
             DISPLAY "ENTER LEAVE ID :" AT LINE 23 COL 25.
             ACCEPT LLVID AT LINE 23 COL 42.
             DISPLAY ERASE-1
             READ LEAVEFILE INVALID KEY
                 GO TO ERROR-LEAVE-ID-PARA.
             OPEN INPUT EMPFILE.
             MOVE LEMPID TO EEMPID.
             READ EMPFILE INVALID KEY
                 MOVE SPACES TO EEMPNAME
             END-READ.
             CLOSE EMPFILE.
             DISPLAY "CANCEL LEAVE" AT LINE 1 COL 1.
             PERFORM LP-SHOW-LEAVE-PARA.
             IF LSTATUS = 'R' OR LSTATUS = 'C'
                 DISPLAY "LEAVE IS NOT ACTIVE - NOTHING TO CANCEL"
                    AT LINE 20 COL 1
             ELSE
                 DISPLAY "CONFIRM CANCELLATION (Y/N) :"
                    AT LINE 12 COL 1
                 ACCEPT LP-CONFIRM AT LINE 12 COL 31
                 IF LP-CONFIRM = 'Y' OR LP-CONFIRM = 'y'
                     *>A CANCELLED RECORD NO LONGER COVERS ABSENCES OR
                     *>COUNTS AS CONSUMED, SO ITS DAYS GO BACK ON THE
                     *>BALANCE
                     MOVE 'C' TO LSTATUS
                     ACCEPT LP-TODAY FROM DATE YYYYMMDD
                     MOVE SIGNON-OPID TO LAPPRID
                     MOVE LP-TODAY    TO LAPPRDT
                     REWRITE LEAVEREC
                     MOVE SIGNON-OPID TO AUD-OPID
                     MOVE LLVID       TO AUD-KEY
                     MOVE "LEAVEFILE" TO AUD-FILENM
                     MOVE "CAN"       TO AUD-ACTION
                     PERFORM AUDIT-LOG-PARA
                     DISPLAY "LEAVE CANCELLED - DAYS RETURNED"
                        AT LINE 20 COL 1
                 ELSE
                     DISPLAY "LEAVE NOT CANCELLED" AT LINE 20 COL 1
                 END-IF
             END-IF.
             CLOSE LEAVEFILE.
             DISPLAY "PRESS ENTER TO CONTINUE" AT LINE 23 COL 1.
             ACCEPT OMIT AT LINE 23 COL 25.
             GO TO MAIN-PARA.

         AUDIT-LOG-PARA.
             OPEN EXTEND AUDITFILE.
             IF FSAUD <> 00
                OPEN OUTPUT AUDITFILE.
             MOVE AUD-OPID   TO AUDOPID.
             MOVE AUD-KEY    TO AUDKEY.
             MOVE AUD-FILENM TO AUDFILE.
             MOVE AUD-ACTION TO AUDACTION.
             ACCEPT AUDDATE FROM DATE YYYYMMDD.
             ACCEPT AUDTIME FROM TIME.
             WRITE AUDITREC.
             CLOSE AUDITFILE.

         ERROR-EMP-FILE-PARA.
             DISPLAY ERASE-1
             DISPLAY "EMPLOYEE FILE NOT AVAILABLE" AT LINE 12 COL 25.
             DISPLAY "PRESS ENTER TO RETURN TO LEAVE APPROVAL MENU"
                AT LINE 20 COL 10.
             ACCEPT OMIT AT LINE 21 COL 10.
             GO TO MAIN-PARA.

         ERROR-LEAVE-FILE-PARA.
             DISPLAY ERASE-1
             DISPLAY "NO LEAVE FILE FOUND" AT LINE 12 COL 30.
             DISPLAY "PRESS ENTER TO RETURN TO LEAVE APPROVAL MENU"
                AT LINE 20 COL 10.
             ACCEPT OMIT AT LINE 21 COL 10.
             GO TO MAIN-PARA.

         ERROR-LEAVE-ID-PARA.
             CLOSE LEAVEFILE.
             DISPLAY ERASE-1
             DISPLAY "INVALID LEAVE ID" AT LINE 12 COL 30.
             DISPLAY "PRESS ENTER TO RETURN TO LEAVE APPROVAL MENU"
                AT LINE 20 COL 10.
             ACCEPT OMIT AT LINE 21 COL 10.
             GO TO MAIN-PARA.
       END PROGRAM LEAVEAPR.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLMAINT.

         ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT HOLIDAYFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS HOLKEY
                 FILE STATUS IS FSHOL.

             SELECT WEEKOFFFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS WBRID
                 FILE STATUS IS FSWO.

             SELECT BRANCHFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BBRID
                 FILE STATUS IS FSB.

             SELECT AUDITFILE ASSIGN TO DISK
                 ORGANIZATION IS SEQUENTIAL
                 ACCESS MODE IS SEQUENTIAL
                 FILE STATUS IS FSAUD.

         DATA DIVISION.
         FILE SECTION.
         FD HOLIDAYFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "HOLIDAY.DAT".
         01 HOLIDAYREC.
             02 HOLKEY.
                 03 HBRID  PIC X(6).
                 03 HDATE  PIC X(10).
             02 HDESC    PIC X(25).

         FD WEEKOFFFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "WEEKOFF.DAT".
         01 WEEKOFFREC.
             02 WBRID    PIC X(6).
             02 WOFFDAYS PIC X(7).

         FD BRANCHFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "BRANCH.DAT".
         01 BRANCHREC.
             02 BBRID    PIC X(6).
             02 BBRNAME  PIC X(15).
             02 BBRADD   PIC X(30).
             02 BBRPH    PIC X(10).
             02 BEMAIL   PIC X(20).
             02 BMGRNAME PIC X(25).

         FD AUDITFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "AUDIT.DAT".
         01 AUDITREC.
             02 AUDOPID   PIC X(6).
             02 AUDKEY    PIC X(6).
             02 AUDFILE   PIC X(12).
             02 AUDACTION PIC X(6).
             02 AUDDATE   PIC X(8).
             02 AUDTIME   PIC X(8).

         WORKING-STORAGE SECTION.
         77 FSHOL PIC XX.
         77 FSWO  PIC XX.
         77 FSB   PIC XX.
         77 FSAUD PIC XX.
         77 CHOICE PIC 9.
         77 OMIT   PIC 99.
         77 HM-VALID   PIC X(1).
         77 HM-CONFIRM PIC X(1).
         77 HM-EXISTS  PIC X(1).
         77 HM-FLAGS   PIC 9.
         77 HM-BRANCH  PIC X(6).
         77 HM-DATE    PIC X(10).
         77 HM-DAY-NUM PIC 9(9).
         01 HM-DATE-WORK.
             02 HM-YYYY  PIC 9(4).
             02 HM-MM    PIC 9(2).
             02 HM-DD    PIC 9(2).
         77 AUD-OPID   PIC X(6).
         77 AUD-KEY    PIC X(6).
         77 AUD-FILENM PIC X(12).
         77 AUD-ACTION PIC X(6).
         01 SIGNON-OPID PIC X(6) EXTERNAL.

         SCREEN SECTION.
         01 ERASE-1.
            02 BLANK SCREEN.

         PROCEDURE DIVISION.
         MAIN-PARA.
             DISPLAY ERASE-1
             DISPLAY "*******************************************"
               AT LINE 3 COL 10.
             DISPLAY "   HOLIDAY CALENDAR / WEEKLY-OFF MASTER    "
               AT LINE 5 COL 10.
             DISPLAY "*******************************************"
               AT LINE 7 COL 10.
             DISPLAY "1. ADD HOLIDAY" AT LINE 9 COL 5.
             DISPLAY "2. DELETE HOLIDAY" AT LINE 10 COL 5.
             DISPLAY "3. WEEKLY-OFF PATTERN" AT LINE 11 COL 5.
             DISPLAY "4. EXIT" AT LINE 12 COL 5.
             DISPLAY "ENTER U R CHOICE :" AT LINE 14 COL 25.
             ACCEPT CHOICE AT LINE 14 COL 45.
             EVALUATE CHOICE
                WHEN 1     GO TO HOL-ADD-PARA
                WHEN 2     GO TO HOL-DELETE-PARA
                WHEN 3     GO TO HOL-WEEKOFF-PARA
                WHEN OTHER EXIT PROGRAM.

         HOL-ADD-PARA.
             DISPLAY ERASE-1
             OPEN I-O HOLIDAYFILE.
             IF FSHOL <> 00
                OPEN OUTPUT HOLIDAYFILE.
             DISPLAY "ENTER BRANCH CODE (BLANK = ALL BRANCHES) :"
                 AT LINE 1 COL 1.
             ACCEPT HBRID AT LINE 1 COL 45.
             DISPLAY "ENTER HOLIDAY DATE (YYYY-MM-DD) :"
                 AT LINE 2 COL 1.
             ACCEPT HDATE AT LINE 2 COL 45.
             DISPLAY "ENTER DESCRIPTION :" AT LINE 3 COL 1.
             ACCEPT HDESC AT LINE 3 COL 45.
             MOVE 'Y' TO HM-VALID.
             MOVE HBRID TO HM-BRANCH.
             MOVE HDATE TO HM-DATE.
             PERFORM HOL-VALIDATE-BRANCH-PARA.
             PERFORM HOL-VALIDATE-DATE-PARA.
             IF HM-VALID = 'Y'
                 WRITE HOLIDAYREC
                     INVALID KEY
                     DISPLAY "HOLIDAY ALREADY ON FILE"
                         AT LINE 21 COL 1
                     MOVE 'N' TO HM-VALID
                 END-WRITE
             END-IF.
             IF HM-VALID = 'Y'
                 MOVE "ADD" TO AUD-ACTION
                 PERFORM HOL-AUDIT-PARA
             ELSE
                 DISPLAY "PRESS ENTER TO CONTINUE" AT LINE 23 COL 1
                 ACCEPT OMIT AT LINE 23 COL 25
             END-IF.
             CLOSE HOLIDAYFILE.
             GO TO MAIN-PARA.

         HOL-DELETE-PARA.
             DISPLAY ERASE-1
             OPEN I-O HOLIDAYFILE.
             IF FSHOL NOT = 00
                 GO TO ERROR-HOL-FILE-PARA
             END-IF.
             DISPLAY "ENTER BRANCH CODE (BLANK = ALL BRANCHES) :"
                 AT LINE 1 COL 1.
             ACCEPT HBRID AT LINE 1 COL 45.
             DISPLAY "ENTER HOLIDAY DATE (YYYY-MM-DD) :"
                 AT LINE 2 COL 1.
             ACCEPT HDATE AT LINE 2 COL 45.
             READ HOLIDAYFILE INVALID KEY
                 GO TO ERROR-HOL-KEY-PARA.
             DISPLAY "DESCRIPTION :" AT LINE 3 COL 1.
             DISPLAY HDESC AT LINE 3 COL 45.
             DISPLAY "CONFIRM DELETE (Y/N) :" AT LINE 5 COL 1.
             ACCEPT HM-CONFIRM AT LINE 5 COL 25.
             IF HM-CONFIRM = 'Y' OR HM-CONFIRM = 'y'
                 DELETE HOLIDAYFILE RECORD
                 MOVE "DEL" TO AUD-ACTION
                 PERFORM HOL-AUDIT-PARA
             END-IF.
             CLOSE HOLIDAYFILE.
             GO TO MAIN-PARA.

         HOL-WEEKOFF-PARA.
             DISPLAY ERASE-1
             OPEN I-O WEEKOFFFILE.
             IF FSWO <> 00
                OPEN OUTPUT WEEKOFFFILE
                CLOSE WEEKOFFFILE
                OPEN I-O WEEKOFFFILE.
             DISPLAY "ENTER BRANCH CODE (BLANK = ALL BRANCHES) :"
                 AT LINE 1 COL 1.
             ACCEPT WBRID AT LINE 1 COL 45.
             MOVE 'Y' TO HM-VALID.
             MOVE WBRID TO HM-BRANCH.
             PERFORM HOL-VALIDATE-BRANCH-PARA.
             IF HM-VALID = 'N'
                 DISPLAY "PRESS ENTER TO CONTINUE" AT LINE 23 COL 1
                 ACCEPT OMIT AT LINE 23 COL 25
                 CLOSE WEEKOFFFILE
                 GO TO MAIN-PARA
             END-IF.
             MOVE 'Y' TO HM-EXISTS.
             READ WEEKOFFFILE INVALID KEY
                 MOVE 'N' TO HM-EXISTS
                 MOVE "NNNNNNN" TO WOFFDAYS
             END-READ.
             DISPLAY "DAYS               : MTWTFSS" AT LINE 3 COL 1.
             DISPLAY "CURRENT WEEKLY OFF :" AT LINE 4 COL 1.
             DISPLAY WOFFDAYS AT LINE 4 COL 22.
             DISPLAY "NEW WEEKLY OFF     :" AT LINE 5 COL 1.
             DISPLAY "(Y = OFF, N = WORKING, ONE LETTER PER DAY)"
                 AT LINE 6 COL 1.
             ACCEPT WOFFDAYS AT LINE 5 COL 22.
             MOVE ZERO TO HM-FLAGS.
             INSPECT WOFFDAYS TALLYING HM-FLAGS FOR ALL 'Y' ALL 'N'.
             IF HM-FLAGS NOT = 7
                 DISPLAY "ENTER Y OR N FOR EACH OF THE 7 DAYS"
                     AT LINE 20 COL 1
                 DISPLAY "PRESS ENTER TO CONTINUE" AT LINE 23 COL 1
                 ACCEPT OMIT AT LINE 23 COL 25
             ELSE
                 IF HM-EXISTS = 'Y'
                     REWRITE WEEKOFFREC
                     MOVE "CHG" TO AUD-ACTION
                 ELSE
                     WRITE WEEKOFFREC
                     MOVE "ADD" TO AUD-ACTION
                 END-IF
                 MOVE SIGNON-OPID TO AUD-OPID
                 MOVE WBRID       TO AUD-KEY
                 MOVE "WEEKOFF"   TO AUD-FILENM
                 PERFORM AUDIT-LOG-PARA
             END-IF.
             CLOSE WEEKOFFFILE.
             GO TO MAIN-PARA.

         HOL-VALIDATE-BRANCH-PARA.
             IF HM-BRANCH NOT = SPACES
                 OPEN INPUT BRANCHFILE
                 MOVE HM-BRANCH TO BBRID
                 READ BRANCHFILE INVALID KEY
                     DISPLAY "INVALID BRANCH CODE" AT LINE 19 COL 1
                     MOVE 'N' TO HM-VALID
                 END-READ
                 CLOSE BRANCHFILE
             END-IF.

         HOL-VALIDATE-DATE-PARA.
             IF HM-DATE(1:4) NOT NUMERIC
                 OR HM-DATE(5:1) NOT = '-'
                 OR HM-DATE(6:2) NOT NUMERIC
                 OR HM-DATE(8:1) NOT = '-'
                 OR HM-DATE(9:2) NOT NUMERIC
                 DISPLAY "DATE MUST BE YYYY-MM-DD" AT LINE 20 COL 1
                 MOVE 'N' TO HM-VALID
             ELSE
                 MOVE HM-DATE(1:4) TO HM-YYYY
                 MOVE HM-DATE(6:2) TO HM-MM
                 MOVE HM-DATE(9:2) TO HM-DD
                 COMPUTE HM-DAY-NUM = FUNCTION INTEGER-OF-DATE
                     (HM-YYYY * 10000 + HM-MM * 100 + HM-DD)
                 IF HM-DAY-NUM = ZERO
                     DISPLAY "NOT A CALENDAR DATE" AT LINE 20 COL 1
                     MOVE 'N' TO HM-VALID
                 END-IF
             END-IF.

         HOL-AUDIT-PARA.
             *>THE AUDIT KEY IS SIX BYTES - HOLIDAYS ARE LOGGED BY
             *>THEIR YYMMDD DATE
             MOVE SIGNON-OPID TO AUD-OPID.
             MOVE SPACES TO AUD-KEY.
             STRING HDATE(3:2) HDATE(6:2) HDATE(9:2)
                 DELIMITED BY SIZE INTO AUD-KEY.
             MOVE "HOLIDAY" TO AUD-FILENM.
             PERFORM AUDIT-LOG-PARA.

         AUDIT-LOG-PARA.
             OPEN EXTEND AUDITFILE.
             IF FSAUD <> 00
                OPEN OUTPUT AUDITFILE.
             MOVE AUD-OPID   TO AUDOPID.
             MOVE AUD-KEY    TO AUDKEY.
             MOVE AUD-FILENM TO AUDFILE.
             MOVE AUD-ACTION TO AUDACTION.
             ACCEPT AUDDATE FROM DATE YYYYMMDD.
             ACCEPT AUDTIME FROM TIME.
             WRITE AUDITREC.
             CLOSE AUDITFILE.

         ERROR-HOL-FILE-PARA.
             DISPLAY ERASE-1
             DISPLAY "NO HOLIDAY FILE FOUND" AT LINE 12 COL 30.
             DISPLAY "PRESS ENTER TO RETURN TO CALENDAR MENU"
                AT LINE 20 COL 10.
             ACCEPT OMIT AT LINE 21 COL 10.
             GO TO MAIN-PARA.

         ERROR-HOL-KEY-PARA.
             CLOSE HOLIDAYFILE.
             DISPLAY ERASE-1
             DISPLAY "NO SUCH HOLIDAY ON FILE" AT LINE 12 COL 30.
             DISPLAY "PRESS ENTER TO RETURN TO CALENDAR MENU"
                AT LINE 20 COL 10.
             ACCEPT OMIT AT LINE 21 COL 10.
             GO TO MAIN-PARA.
       END PROGRAM HOLMAINT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLCAL.

         ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT HOLIDAYFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS HOLKEY
                 FILE STATUS IS FSHOL.

             SELECT WEEKOFFFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS WBRID
                 FILE STATUS IS FSWO.

             SELECT BRANCHFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BBRID
                 FILE STATUS IS FSB.

             SELECT HOLCALFILE ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FSHC.

         DATA DIVISION.
         FILE SECTION.
         FD HOLIDAYFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "HOLIDAY.DAT".
         01 HOLIDAYREC.
             02 HOLKEY.
                 03 HBRID  PIC X(6).
                 03 HDATE  PIC X(10).
             02 HDESC    PIC X(25).

         FD WEEKOFFFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "WEEKOFF.DAT".
         01 WEEKOFFREC.
             02 WBRID    PIC X(6).
             02 WOFFDAYS PIC X(7).

         FD BRANCHFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "BRANCH.DAT".
         01 BRANCHREC.
             02 BBRID    PIC X(6).
             02 BBRNAME  PIC X(15).
             02 BBRADD   PIC X(30).
             02 BBRPH    PIC X(10).
             02 BEMAIL   PIC X(20).
             02 BMGRNAME PIC X(25).

         FD HOLCALFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "HOLCAL.DAT".
         01 HOLCAL-LINE  PIC X(80).

         WORKING-STORAGE SECTION.
         77 FSHOL PIC XX.
         77 FSWO  PIC XX.
         77 FSB   PIC XX.
         77 FSHC  PIC XX.
         77 OMIT  PIC 99.
         77 HC-BRANCH   PIC X(6).
         77 HC-YEAR-X   PIC X(4).
         77 HC-YEAR     PIC 9(4).
         77 HC-HOL-OK   PIC X(1).
         77 HC-WOFF     PIC X(7).
         77 HC-OFF      PIC X(1).
         77 HC-FOUND    PIC X(1).
         77 HC-MONTH    PIC 99.
         77 HC-FIRST    PIC 9(9).
         77 HC-LAST     PIC 9(9).
         77 HC-DAY-NUM  PIC 9(9).
         77 HC-QUOT     PIC 9(9).
         77 HC-WDAY     PIC 9.
         77 HC-MDAY     PIC 99.
         77 HC-M-WORK   PIC 99.
         77 HC-Y-WORK   PIC 999.
         77 HC-Y-HOL    PIC 999.
         77 HC-Y-WOFF   PIC 999.
         77 HC-HOL-CNT  PIC 99 VALUE ZERO.
         77 HC-IDX      PIC 99.
         01 HC-CAL-ISO.
             02 HC-ISO-YYYY PIC 9(4).
             02 FILLER      PIC X(1) VALUE "-".
             02 HC-ISO-MM   PIC 9(2).
             02 FILLER      PIC X(1) VALUE "-".
             02 HC-ISO-DD   PIC 9(2).
         01 HC-MONTH-NAMES.
             02 FILLER PIC X(9) VALUE "JANUARY".
             02 FILLER PIC X(9) VALUE "FEBRUARY".
             02 FILLER PIC X(9) VALUE "MARCH".
             02 FILLER PIC X(9) VALUE "APRIL".
             02 FILLER PIC X(9) VALUE "MAY".
             02 FILLER PIC X(9) VALUE "JUNE".
             02 FILLER PIC X(9) VALUE "JULY".
             02 FILLER PIC X(9) VALUE "AUGUST".
             02 FILLER PIC X(9) VALUE "SEPTEMBER".
             02 FILLER PIC X(9) VALUE "OCTOBER".
             02 FILLER PIC X(9) VALUE "NOVEMBER".
             02 FILLER PIC X(9) VALUE "DECEMBER".
         01 HC-MONTH-TABLE REDEFINES HC-MONTH-NAMES.
             02 HC-MONTH-NAME PIC X(9) OCCURS 12 TIMES.
         01 HC-DAY-NAMES.
             02 FILLER PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
         01 HC-DAY-TABLE REDEFINES HC-DAY-NAMES.
             02 HC-DAY-NAME PIC X(3) OCCURS 7 TIMES.
         01 HC-HOL-TABLE.
             02 HC-HOL-ENTRY OCCURS 99 TIMES.
                 03 HC-T-DATE  PIC X(10).
                 03 HC-T-WDAY  PIC 9.
                 03 HC-T-SCOPE PIC X(8).
                 03 HC-T-DESC  PIC X(25).

         01 HC-HEAD-LINE-1.
             02 FILLER       PIC X(28) VALUE
                "HOLIDAY CALENDAR - BRANCH: ".
             02 HC-H-BRANCH  PIC X(6).
             02 FILLER       PIC X(1)  VALUE SPACES.
             02 HC-H-BRNAME  PIC X(15).
             02 FILLER       PIC X(8)  VALUE "  YEAR: ".
             02 HC-H-YEAR    PIC 9(4).

         01 HC-HEAD-LINE-2.
             02 FILLER       PIC X(50) VALUE
                "H = HOLIDAY   W = WEEKLY OFF".

         01 HC-MONTH-LINE.
             02 FILLER       PIC X(2)  VALUE SPACES.
             02 HC-M-NAME    PIC X(9).
             02 FILLER       PIC X(1)  VALUE SPACES.
             02 HC-M-YEAR    PIC 9(4).

         01 HC-WEEKDAY-LINE.
             02 FILLER       PIC X(44) VALUE
                "  MON   TUE   WED   THU   FRI   SAT   SUN".

         01 HC-WEEK-LINE.
             02 HC-W-CELLS.
                 03 HC-W-CELL OCCURS 7 TIMES.
                     04 FILLER     PIC X(3).
                     04 HC-W-DAY   PIC Z9.
                     04 HC-W-MARK  PIC X(1).

         01 HC-MTOTAL-LINE.
             02 FILLER       PIC X(20) VALUE
                "  WORKING DAYS    :".
             02 HC-MT-WORK   PIC Z9.

         01 HC-LIST-HEAD.
             02 FILLER       PIC X(50) VALUE
                "HOLIDAYS FOR THE YEAR".

         01 HC-LIST-LINE.
             02 FILLER       PIC X(2)  VALUE SPACES.
             02 HC-L-DATE    PIC X(10).
             02 FILLER       PIC X(2)  VALUE SPACES.
             02 HC-L-WDAY    PIC X(3).
             02 FILLER       PIC X(2)  VALUE SPACES.
             02 HC-L-SCOPE   PIC X(8).
             02 FILLER       PIC X(2)  VALUE SPACES.
             02 HC-L-DESC    PIC X(25).

         01 HC-TOTAL-LINE.
             02 HC-T-CAPTION PIC X(30).
             02 HC-T-COUNT   PIC ZZ9.

         01 HC-BLANK-LINE.
             02 FILLER       PIC X(1) VALUE SPACES.

         SCREEN SECTION.
         01 ERASE-1.
            02 BLANK SCREEN.

         PROCEDURE DIVISION.
         MAIN-PARA.
             DISPLAY ERASE-1
             DISPLAY "BRANCH HOLIDAY CALENDAR" AT LINE 3 COL 15.
             DISPLAY "ENTER BRANCH CODE :" AT LINE 5 COL 5.
             ACCEPT HC-BRANCH AT LINE 5 COL 30.
             DISPLAY "ENTER YEAR (YYYY) :" AT LINE 6 COL 5.
             ACCEPT HC-YEAR-X AT LINE 6 COL 30.
             IF HC-YEAR-X NOT NUMERIC
                 GO TO ERROR-YEAR-PARA
             END-IF.
             MOVE HC-YEAR-X TO HC-YEAR.
             OPEN INPUT BRANCHFILE.
             IF FSB NOT = 00
                 GO TO ERROR-BRANCH-PARA
             END-IF.
             MOVE HC-BRANCH TO BBRID.
             READ BRANCHFILE INVALID KEY
                 CLOSE BRANCHFILE
                 GO TO ERROR-BRANCH-PARA
             END-READ.
             CLOSE BRANCHFILE.
             PERFORM HC-WEEKOFF-PARA.
             MOVE 'Y' TO HC-HOL-OK.
             OPEN INPUT HOLIDAYFILE.
             IF FSHOL NOT = 00
                 MOVE 'N' TO HC-HOL-OK
             END-IF.
             OPEN OUTPUT HOLCALFILE.
             MOVE HC-BRANCH TO HC-H-BRANCH.
             MOVE BBRNAME   TO HC-H-BRNAME.
             MOVE HC-YEAR   TO HC-H-YEAR.
             WRITE HOLCAL-LINE FROM HC-HEAD-LINE-1.
             WRITE HOLCAL-LINE FROM HC-HEAD-LINE-2.
             MOVE ZERO TO HC-Y-WORK.
             MOVE ZERO TO HC-Y-HOL.
             MOVE ZERO TO HC-Y-WOFF.
             PERFORM HC-MONTH-PARA
                 VARYING HC-MONTH FROM 1 BY 1 UNTIL HC-MONTH > 12.
             WRITE HOLCAL-LINE FROM HC-BLANK-LINE.
             WRITE HOLCAL-LINE FROM HC-LIST-HEAD.
             PERFORM HC-LIST-PARA
                 VARYING HC-IDX FROM 1 BY 1 UNTIL HC-IDX > HC-HOL-CNT.
             WRITE HOLCAL-LINE FROM HC-BLANK-LINE.
             MOVE "HOLIDAYS                     :" TO HC-T-CAPTION.
             MOVE HC-Y-HOL TO HC-T-COUNT.
             WRITE HOLCAL-LINE FROM HC-TOTAL-LINE.
             MOVE "WEEKLY OFFS                  :" TO HC-T-CAPTION.
             MOVE HC-Y-WOFF TO HC-T-COUNT.
             WRITE HOLCAL-LINE FROM HC-TOTAL-LINE.
             MOVE "WORKING DAYS                 :" TO HC-T-CAPTION.
             MOVE HC-Y-WORK TO HC-T-COUNT.
             WRITE HOLCAL-LINE FROM HC-TOTAL-LINE.
             IF HC-HOL-OK = 'Y'
                 CLOSE HOLIDAYFILE
             END-IF.
             CLOSE HOLCALFILE.
             DISPLAY "CALENDAR WRITTEN TO HOLCAL.DAT"
                AT LINE 10 COL 10.
             DISPLAY "WORKING DAYS IN YEAR :" AT LINE 11 COL 10.
             DISPLAY HC-Y-WORK AT LINE 11 COL 34.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 13 COL 10.
             ACCEPT OMIT AT LINE 13 COL 50.
             EXIT PROGRAM.

         HC-WEEKOFF-PARA.
             *>BRANCH PATTERN FIRST, THEN THE ALL-BRANCH PATTERN
             MOVE "NNNNNNN" TO HC-WOFF.
             OPEN INPUT WEEKOFFFILE.
             IF FSWO = 00
                 MOVE HC-BRANCH TO WBRID
                 READ WEEKOFFFILE
                     INVALID KEY
                         MOVE SPACES TO WBRID
                         READ WEEKOFFFILE
                             NOT INVALID KEY MOVE WOFFDAYS TO HC-WOFF
                         END-READ
                     NOT INVALID KEY MOVE WOFFDAYS TO HC-WOFF
                 END-READ
                 CLOSE WEEKOFFFILE
             END-IF.

         HC-MONTH-PARA.
             COMPUTE HC-FIRST = FUNCTION INTEGER-OF-DATE
                 (HC-YEAR * 10000 + HC-MONTH * 100 + 1).
             IF HC-MONTH = 12
                 COMPUTE HC-LAST = FUNCTION INTEGER-OF-DATE
                     ((HC-YEAR + 1) * 10000 + 101) - 1
             ELSE
                 COMPUTE HC-LAST = FUNCTION INTEGER-OF-DATE
                     (HC-YEAR * 10000 + (HC-MONTH + 1) * 100 + 1) - 1
             END-IF.
             MOVE ZERO TO HC-M-WORK.
             WRITE HOLCAL-LINE FROM HC-BLANK-LINE.
             MOVE HC-MONTH-NAME(HC-MONTH) TO HC-M-NAME.
             MOVE HC-YEAR TO HC-M-YEAR.
             WRITE HOLCAL-LINE FROM HC-MONTH-LINE.
             WRITE HOLCAL-LINE FROM HC-WEEKDAY-LINE.
             MOVE SPACES TO HC-W-CELLS.
             PERFORM HC-DAY-PARA
                 VARYING HC-DAY-NUM FROM HC-FIRST BY 1
                 UNTIL HC-DAY-NUM > HC-LAST.
             MOVE HC-M-WORK TO HC-MT-WORK.
             WRITE HOLCAL-LINE FROM HC-MTOTAL-LINE.

         HC-DAY-PARA.
             *>DAY 1 OF THE INTEGER CALENDAR (1601-01-01) IS A MONDAY
             DIVIDE HC-DAY-NUM BY 7 GIVING HC-QUOT
                 REMAINDER HC-WDAY.
             IF HC-WDAY = 0
                 MOVE 7 TO HC-WDAY
             END-IF.
             COMPUTE HC-MDAY = HC-DAY-NUM - HC-FIRST + 1.
             MOVE HC-MDAY TO HC-W-DAY(HC-WDAY).
             MOVE SPACE TO HC-W-MARK(HC-WDAY).
             MOVE 'N' TO HC-OFF.
             IF HC-WOFF(HC-WDAY:1) = 'Y'
                 MOVE 'W' TO HC-W-MARK(HC-WDAY)
                 MOVE 'Y' TO HC-OFF
                 ADD 1 TO HC-Y-WOFF
             END-IF.
             IF HC-HOL-OK = 'Y'
                 PERFORM HC-HOLIDAY-PARA
             END-IF.
             IF HC-OFF = 'N'
                 ADD 1 TO HC-M-WORK
                 ADD 1 TO HC-Y-WORK
             END-IF.
             IF HC-WDAY = 7 OR HC-DAY-NUM = HC-LAST
                 WRITE HOLCAL-LINE FROM HC-WEEK-LINE
                 MOVE SPACES TO HC-W-CELLS
             END-IF.

         HC-HOLIDAY-PARA.
             MOVE HC-YEAR  TO HC-ISO-YYYY.
             MOVE HC-MONTH TO HC-ISO-MM.
             MOVE HC-MDAY  TO HC-ISO-DD.
             MOVE HC-BRANCH  TO HBRID.
             MOVE HC-CAL-ISO TO HDATE.
             MOVE 'Y' TO HC-FOUND.
             READ HOLIDAYFILE
                 INVALID KEY
                     MOVE SPACES TO HBRID
                     READ HOLIDAYFILE
                         INVALID KEY MOVE 'N' TO HC-FOUND
                     END-READ
             END-READ.
             IF HC-FOUND = 'Y'
                 *>A HOLIDAY FALLING ON A WEEKLY OFF IS STILL LISTED
                 *>BUT IS NOT COUNTED AS AN EXTRA DAY OFF
                 MOVE 'H' TO HC-W-MARK(HC-WDAY)
                 IF HC-OFF = 'N'
                     MOVE 'Y' TO HC-OFF
                     ADD 1 TO HC-Y-HOL
                 END-IF
                 IF HC-HOL-CNT < 99
                     ADD 1 TO HC-HOL-CNT
                     MOVE HDATE   TO HC-T-DATE(HC-HOL-CNT)
                     MOVE HC-WDAY TO HC-T-WDAY(HC-HOL-CNT)
                     MOVE HDESC   TO HC-T-DESC(HC-HOL-CNT)
                     IF HBRID = SPACES
                         MOVE "NATIONAL" TO HC-T-SCOPE(HC-HOL-CNT)
                     ELSE
                         MOVE "BRANCH" TO HC-T-SCOPE(HC-HOL-CNT)
                     END-IF
                 END-IF
             END-IF.

         HC-LIST-PARA.
             MOVE HC-T-DATE(HC-IDX)  TO HC-L-DATE.
             MOVE HC-DAY-NAME(HC-T-WDAY(HC-IDX)) TO HC-L-WDAY.
             MOVE HC-T-SCOPE(HC-IDX) TO HC-L-SCOPE.
             MOVE HC-T-DESC(HC-IDX)  TO HC-L-DESC.
             WRITE HOLCAL-LINE FROM HC-LIST-LINE.

         ERROR-YEAR-PARA.
             DISPLAY "YEAR MUST BE NUMERIC YYYY"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.

         ERROR-BRANCH-PARA.
             DISPLAY "INVALID BRANCH CODE"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.
       END PROGRAM HOLCAL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVAR.

         ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT PAYMENTFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PEMPID
                 FILE STATUS IS FSP.

             SELECT EMPFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EEMPID
                 FILE STATUS IS FSE.

             SELECT BRANCHFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BBRID
                 FILE STATUS IS FSB.

             SELECT PAYHISTFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS HPAYKEY
                 FILE STATUS IS FSH.

             SELECT PAYVARFILE ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FSPV.

             SELECT SORTFILE ASSIGN TO DISK.

         DATA DIVISION.
         FILE SECTION.
         FD PAYMENTFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "PAYMENT.DAT".
         01 PAYMENTREC.
             02 PEMPID   PIC X(6).
             02 PBASIC   PIC 9(6)V99.
             02 PDA      PIC 9(6)V99.
             02 PCCA     PIC 9(6)V99.
             02 PHRA     PIC 9(6)V99.
             02 PDPA     PIC 9(6)V99.
             02 PPPA     PIC 9(6)V99.
             02 PEDUA    PIC 9(6)V99.
             02 PTECHJR  PIC 9(6)V99.
             02 PLUNCHA  PIC 9(6)V99.
             02 PCONVEY  PIC 9(6)V99.
             02 PBUSATR  PIC 9(6)V99.
             02 PLTA     PIC 9(6)V99.
             02 PPF      PIC 9(6)V99.
             02 PESI     PIC 9(6)V99.
             02 PGRTY    PIC 9(6)V99.
             02 PPTAX    PIC 9(6)V99.
             02 PITAX    PIC 9(6)V99.
             02 PLOAN    PIC 9(8)V99.
             02 PLOANDA  PIC 9(8)V99.
             02 POTHERD  PIC 9(6)V99.
             02 PPERINC  PIC 9(6)V99.
             02 PMEDI    PIC 9(6)V99.
             02 PBOOK    PIC 9(6)V99.
             02 PENTER   PIC 9(6)V99.
             02 PTPH     PIC 9(6)V99.
             02 PHOUSE   PIC 9(6)V99.
             02 PVEHMAN  PIC 9(6)V99.
             02 PCREDIT  PIC 9(6)V99.
             02 PCLUB    PIC 9(6)V99.
             02 PCL      PIC 99.
             02 PSL      PIC 99.
             02 PPL      PIC 99.
             02 PLLOP    PIC 999.
             02 POTHERL  PIC 999.
             02 PARREAR  PIC 9(8)V99.

         FD EMPFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "EMP.DAT".
         01 EMPREC.
             02 EEMPID    PIC X(6).
             02 EEMPNAME  PIC X(25).
             02 EEMPADDR  PIC X(30).
             02 EPHONE    PIC X(10).
             02 EDOJ      PIC X(10).
             02 EDIP      PIC X(10).
             02 EUG       PIC X(4).
             02 EPG       PIC X(4).
             02 EPROFQ    PIC X(4).
             02 ESKILL    PIC X(10).
             02 EGRDNO    PIC 99.
             02 EBRNID    PIC X(6).
             02 EDESID    PIC X(6).
             02 EDEPID    PIC X(6).
             02 ESTATUS   PIC X(1).
             02 EDOL      PIC X(10).

         FD BRANCHFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "BRANCH.DAT".
         01 BRANCHREC.
             02 BBRID    PIC X(6).
             02 BBRNAME  PIC X(15).
             02 BBRADD   PIC X(30).
             02 BBRPH    PIC X(10).
             02 BEMAIL   PIC X(20).
             02 BMGRNAME PIC X(25).

         FD PAYHISTFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "PAYHIST.DAT".
         01 PAYHISTREC.
             02 HPAYKEY.
                 03 HEMPID  PIC X(6).
                 03 HPERIOD PIC X(6).
             02 HBASIC   PIC 9(6)V99.
             02 HDA      PIC 9(6)V99.
             02 HCCA     PIC 9(6)V99.
             02 HHRA     PIC 9(6)V99.
             02 HALLOW   PIC 9(8)V99.
             02 HPF      PIC 9(6)V99.
             02 HESI     PIC 9(6)V99.
             02 HPTAX    PIC 9(6)V99.
             02 HITAX    PIC 9(6)V99.
             02 HLOANDA  PIC 9(8)V99.
             02 HOTHERD  PIC 9(6)V99.
             02 HGROSS   PIC 9(8)V99.
             02 HDEDUCT  PIC 9(8)V99.
             02 HNET     PIC 9(8)V99.
             02 HARREAR  PIC 9(8)V99.
             02 HLLOP    PIC 999.

         FD PAYVARFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "PAYVAR.DAT".
         01 PAYVAR-LINE  PIC X(140).

         SD SORTFILE.
         01 PV-SORT-REC.
             02 PV-BRNID    PIC X(6).
             02 PV-EMPID    PIC X(6).
             02 PV-EMPNAME  PIC X(25).
             02 PV-BRNAME   PIC X(15).
             02 PV-PR-GROSS PIC 9(8)V99.
             02 PV-PR-DED   PIC 9(8)V99.
             02 PV-PR-NET   PIC S9(8)V99.
             02 PV-CU-GROSS PIC 9(8)V99.
             02 PV-CU-DED   PIC 9(8)V99.
             02 PV-CU-NET   PIC S9(8)V99.
             02 PV-PR-LOP   PIC 999.
             02 PV-CU-LOP   PIC 999.
             02 PV-PR-LOAN  PIC 9(8)V99.
             02 PV-CU-LOAN  PIC 9(8)V99.
             02 PV-NEW      PIC X(1).
             02 PV-MISS     PIC X(1).

         WORKING-STORAGE SECTION.
         77 FSP   PIC XX.
         77 FSE   PIC XX.
         77 FSB   PIC XX.
         77 FSH   PIC XX.
         77 FSPV  PIC XX.
         77 OMIT  PIC 99.
         77 PV-PERIOD    PIC X(6).
         77 PV-PRIOR     PIC X(6).
         77 PV-PCT       PIC 999.
         77 PV-EOF       PIC X(1).
         77 PV-HIST-OK   PIC X(1).
         77 PV-HIST-EOF  PIC X(1).
         77 PV-FLAGGED   PIC X(1).
         77 PV-FIRST     PIC X(1).
         77 PV-PREV-BRID PIC X(6).
         77 PV-RECOV     PIC 9(8)V99.
         77 PV-CHANGE    PIC S9(9)V99.
         77 PV-BASE      PIC S9(9)V99.
         77 PV-LIMIT     PIC S9(11)V99.
         77 PV-BR-PR-CNT PIC 9(5).
         77 PV-BR-CU-CNT PIC 9(5).
         77 PV-BR-FL-CNT PIC 9(5).
         77 PV-GR-PR-CNT PIC 9(5).
         77 PV-GR-CU-CNT PIC 9(5).
         77 PV-GR-FL-CNT PIC 9(5).
         77 PV-BR-PR-GROSS PIC 9(10)V99.
         77 PV-BR-PR-DED   PIC 9(10)V99.
         77 PV-BR-PR-NET   PIC S9(10)V99.
         77 PV-BR-CU-GROSS PIC 9(10)V99.
         77 PV-BR-CU-DED   PIC 9(10)V99.
         77 PV-BR-CU-NET   PIC S9(10)V99.
         77 PV-GR-PR-GROSS PIC 9(10)V99.
         77 PV-GR-PR-DED   PIC 9(10)V99.
         77 PV-GR-PR-NET   PIC S9(10)V99.
         77 PV-GR-CU-GROSS PIC 9(10)V99.
         77 PV-GR-CU-DED   PIC 9(10)V99.
         77 PV-GR-CU-NET   PIC S9(10)V99.

         01 PV-PERIOD-N.
             02 PV-YYYY  PIC 9(4).
             02 PV-MM    PIC 9(2).

         01 PV-PRIOR-N.
             02 PV-P-YYYY PIC 9(4).
             02 PV-P-MM   PIC 9(2).

         01 PV-HEAD-LINE-1.
             02 FILLER     PIC X(44) VALUE
                "PRE-CLOSE PAYROLL VARIANCE REPORT - PERIOD: ".
             02 PV-H-PER   PIC X(6).
             02 FILLER     PIC X(17) VALUE "  PRIOR PERIOD: ".
             02 PV-H-PRIOR PIC X(6).
             02 FILLER     PIC X(16) VALUE "  THRESHOLD % : ".
             02 PV-H-PCT   PIC ZZ9.

         01 PV-HEAD-LINE-2.
             02 FILLER     PIC X(24) VALUE "EMPID  EMPLOYEE NAME".
             02 FILLER     PIC X(12) VALUE " PREV GROSS".
             02 FILLER     PIC X(12) VALUE " CURR GROSS".
             02 FILLER     PIC X(12) VALUE "   PREV DED".
             02 FILLER     PIC X(12) VALUE "   CURR DED".
             02 FILLER     PIC X(12) VALUE "   PREV NET".
             02 FILLER     PIC X(12) VALUE "   CURR NET".
             02 FILLER     PIC X(10) VALUE "PLOP CLOP".
             02 FILLER     PIC X(7)  VALUE "REMARKS".

         01 PV-BRANCH-HEAD-LINE.
             02 FILLER       PIC X(13) VALUE "BRANCH CODE: ".
             02 PV-BH-BRID   PIC X(6).
             02 FILLER       PIC X(3)  VALUE SPACES.
             02 FILLER       PIC X(13) VALUE "BRANCH NAME: ".
             02 PV-BH-BRNAME PIC X(15).

         01 PV-DETAIL-LINE.
             02 PV-D-EMPID    PIC X(6).
             02 FILLER        PIC X(1) VALUE SPACES.
             02 PV-D-EMPNAME  PIC X(16).
             02 FILLER        PIC X(1) VALUE SPACES.
             02 PV-D-PR-GROSS PIC ZZZZZZZ9.99.
             02 FILLER        PIC X(1) VALUE SPACES.
             02 PV-D-CU-GROSS PIC ZZZZZZZ9.99.
             02 FILLER        PIC X(1) VALUE SPACES.
             02 PV-D-PR-DED   PIC ZZZZZZZ9.99.
             02 FILLER        PIC X(1) VALUE SPACES.
             02 PV-D-CU-DED   PIC ZZZZZZZ9.99.
             02 FILLER        PIC X(1) VALUE SPACES.
             02 PV-D-PR-NET   PIC -ZZZZZZ9.99.
             02 FILLER        PIC X(1) VALUE SPACES.
             02 PV-D-CU-NET   PIC -ZZZZZZ9.99.
             02 FILLER        PIC X(1) VALUE SPACES.
             02 PV-D-PR-LOP   PIC ZZZ9.
             02 FILLER        PIC X(1) VALUE SPACES.
             02 PV-D-CU-LOP   PIC ZZZ9.
             02 FILLER        PIC X(1) VALUE SPACES.
             02 PV-D-REMARKS.
                 03 PV-D-R-NEW  PIC X(5).
                 03 PV-D-R-MISS PIC X(5).
                 03 PV-D-R-NET  PIC X(5).
                 03 PV-D-R-LOP  PIC X(5).
                 03 PV-D-R-LOAN PIC X(5).
                 03 PV-D-R-ZERO PIC X(5).

         01 PV-TOTAL-LINE.
             02 PV-T-CAPTION  PIC X(23).
             02 PV-T-PR-GROSS PIC ZZZZZZZZ9.99.
             02 PV-T-CU-GROSS PIC ZZZZZZZZ9.99.
             02 PV-T-PR-DED   PIC ZZZZZZZZ9.99.
             02 PV-T-CU-DED   PIC ZZZZZZZZ9.99.
             02 PV-T-PR-NET   PIC -ZZZZZZZ9.99.
             02 PV-T-CU-NET   PIC -ZZZZZZZ9.99.

         01 PV-COUNT-LINE.
             02 FILLER        PIC X(23) VALUE
                "   EMPLOYEES   PREV : ".
             02 PV-C-PR-CNT   PIC ZZZZ9.
             02 FILLER        PIC X(9)  VALUE "  CURR : ".
             02 PV-C-CU-CNT   PIC ZZZZ9.
             02 FILLER        PIC X(12) VALUE "  FLAGGED : ".
             02 PV-C-FL-CNT   PIC ZZZZ9.

         01 PV-LEGEND-LINE.
             02 PV-L-TEXT     PIC X(70).

         01 PV-BLANK-LINE.
             02 FILLER     PIC X(1) VALUE SPACES.

         01 JOB-STEP-AREA EXTERNAL.
             02 JOB-MODE     PIC X(1).
             02 JOB-PERIOD   PIC X(6).
             02 JOB-RUNDATE  PIC X(10).
             02 JOB-ARR-MODE PIC X(1).
             02 JOB-VAR-PCT  PIC 999.
             02 JOB-RESULT   PIC X(1).
             02 JOB-COUNT    PIC 9(6).
             02 JOB-MESSAGE  PIC X(50).

         SCREEN SECTION.
         01 ERASE-1.
            02 BLANK SCREEN.

         PROCEDURE DIVISION.
         MAIN-PARA.
             DISPLAY ERASE-1
             DISPLAY "PRE-CLOSE PAYROLL VARIANCE REPORT"
                AT LINE 3 COL 15.
             DISPLAY "ENTER PAY PERIOD (YYYYMM) :" AT LINE 5 COL 5.
             IF JOB-MODE = 'Y'
                 MOVE JOB-PERIOD TO PV-PERIOD
             ELSE
                 ACCEPT PV-PERIOD AT LINE 5 COL 34
             END-IF.
             IF PV-PERIOD NOT NUMERIC
                 GO TO ERROR-PERIOD-PARA
             END-IF.
             MOVE PV-PERIOD TO PV-PERIOD-N.
             IF PV-MM < 1 OR PV-MM > 12
                 GO TO ERROR-PERIOD-PARA
             END-IF.
             DISPLAY "FLAG CHANGES ABOVE PERCENT :" AT LINE 6 COL 5.
             IF JOB-MODE = 'Y'
                 MOVE JOB-VAR-PCT TO PV-PCT
             ELSE
                 ACCEPT PV-PCT AT LINE 6 COL 34
             END-IF.
             IF PV-PCT NOT NUMERIC
                 GO TO ERROR-PCT-PARA
             END-IF.
             *>THE COMPARISON IS ALWAYS AGAINST THE CALENDAR MONTH
             *>BEFORE THE PERIOD ABOUT TO BE CLOSED
             IF PV-MM = 1
                 COMPUTE PV-P-YYYY = PV-YYYY - 1
                 MOVE 12 TO PV-P-MM
             ELSE
                 MOVE PV-YYYY TO PV-P-YYYY
                 COMPUTE PV-P-MM = PV-MM - 1
             END-IF.
             MOVE PV-PRIOR-N TO PV-PRIOR.
             MOVE 'Y' TO PV-HIST-OK.
             OPEN INPUT PAYHISTFILE.
             IF FSH NOT = 00
                 MOVE 'N' TO PV-HIST-OK
             END-IF.
             OPEN INPUT EMPFILE
             OPEN INPUT BRANCHFILE
             OPEN OUTPUT PAYVARFILE
             MOVE PV-PERIOD TO PV-H-PER
             MOVE PV-PRIOR  TO PV-H-PRIOR
             MOVE PV-PCT    TO PV-H-PCT
             WRITE PAYVAR-LINE FROM PV-HEAD-LINE-1
             WRITE PAYVAR-LINE FROM PV-HEAD-LINE-2
             SORT SORTFILE
                 ON ASCENDING KEY PV-BRNID PV-EMPID
                 INPUT PROCEDURE IS PV-BUILD-PARA THRU
                     PV-BUILD-EXIT-PARA
                 OUTPUT PROCEDURE IS PV-PRINT-PARA THRU
                     PV-PRINT-EXIT-PARA
             CLOSE EMPFILE
             CLOSE BRANCHFILE
             CLOSE PAYVARFILE
             IF PV-HIST-OK = 'Y'
                 CLOSE PAYHISTFILE
             END-IF.
             DISPLAY "VARIANCE REPORT WRITTEN TO PAYVAR.DAT"
                AT LINE 10 COL 10.
             DISPLAY "EMPLOYEES FLAGGED :" AT LINE 11 COL 10.
             DISPLAY PV-GR-FL-CNT AT LINE 11 COL 30.
             IF PV-HIST-OK = 'N'
                 DISPLAY "NO PAY HISTORY FILE - ALL SHOWN AS NEW"
                    AT LINE 12 COL 10
             END-IF.
             MOVE PV-GR-FL-CNT TO JOB-COUNT.
             MOVE SPACES TO JOB-MESSAGE.
             PERFORM JOB-DONE-PARA.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 14 COL 10.
             ACCEPT OMIT AT LINE 14 COL 50.
             EXIT PROGRAM.

         PV-BUILD-PARA.
             OPEN INPUT PAYMENTFILE.
             PERFORM PV-PAY-READ-PARA UNTIL FSP = 10.
             *>STAFF PAID LAST MONTH WHO HAVE NO CURRENT PAY RECORD
             *>COME FROM A SECOND PASS OVER THE PRIOR PERIOD HISTORY
             IF PV-HIST-OK = 'Y'
                 MOVE 'N' TO PV-HIST-EOF
                 MOVE SPACES TO HEMPID
                 MOVE SPACES TO HPERIOD
                 START PAYHISTFILE KEY IS NOT LESS THAN HPAYKEY
                     INVALID KEY MOVE 'Y' TO PV-HIST-EOF
                 END-START
                 PERFORM PV-HIST-READ-PARA UNTIL PV-HIST-EOF = 'Y'
             END-IF.
             CLOSE PAYMENTFILE.
         PV-BUILD-EXIT-PARA.
             EXIT.

         PV-PAY-READ-PARA.
             READ PAYMENTFILE NEXT RECORD
                 AT END MOVE 10 TO FSP
                 NOT AT END PERFORM PV-PAY-JOIN-PARA
             END-READ.

         PV-PAY-JOIN-PARA.
             MOVE PEMPID TO EEMPID
             READ EMPFILE INVALID KEY
                 MOVE "UNKNOWN EMPLOYEE" TO EEMPNAME
                 MOVE SPACES TO EBRNID
                 MOVE SPACES TO ESTATUS
             END-READ
             *>SEPARATED STAFF ARE NOT CLOSED, SO NOT COMPARED
             IF ESTATUS NOT = 'R' AND ESTATUS NOT = 'T'
                 PERFORM PV-BRANCH-NAME-PARA
                 MOVE EBRNID   TO PV-BRNID
                 MOVE PEMPID   TO PV-EMPID
                 MOVE EEMPNAME TO PV-EMPNAME
                 MOVE BBRNAME  TO PV-BRNAME
                 *>THE CLOSE NEVER RECOVERS MORE THAN THE LOAN STILL
                 *>OUTSTANDING
                 IF PLOANDA > PLOAN
                     MOVE PLOAN TO PV-RECOV
                 ELSE
                     MOVE PLOANDA TO PV-RECOV
                 END-IF
                 COMPUTE PV-CU-GROSS = PBASIC + PDA + PCCA + PHRA
                     + PDPA + PPPA + PEDUA + PTECHJR + PLUNCHA
                     + PCONVEY + PBUSATR + PLTA + PARREAR
                 COMPUTE PV-CU-DED = PPF + PESI + PPTAX + PITAX
                     + PV-RECOV + POTHERD
                 COMPUTE PV-CU-NET = PV-CU-GROSS - PV-CU-DED
                 MOVE PLLOP   TO PV-CU-LOP
                 MOVE PLOANDA TO PV-CU-LOAN
                 MOVE 'N' TO PV-MISS
                 PERFORM PV-PRIOR-LOOKUP-PARA
                 RELEASE PV-SORT-REC
             END-IF.

         PV-PRIOR-LOOKUP-PARA.
             MOVE 'Y' TO PV-NEW.
             MOVE ZERO TO PV-PR-GROSS PV-PR-DED PV-PR-NET.
             MOVE ZERO TO PV-PR-LOP PV-PR-LOAN.
             IF PV-HIST-OK = 'Y'
                 MOVE PEMPID   TO HEMPID
                 MOVE PV-PRIOR TO HPERIOD
                 READ PAYHISTFILE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                         MOVE 'N'     TO PV-NEW
                         MOVE HGROSS  TO PV-PR-GROSS
                         MOVE HDEDUCT TO PV-PR-DED
                         MOVE HNET    TO PV-PR-NET
                         MOVE HLLOP   TO PV-PR-LOP
                         MOVE HLOANDA TO PV-PR-LOAN
                 END-READ
             END-IF.

         PV-HIST-READ-PARA.
             READ PAYHISTFILE NEXT RECORD
                 AT END MOVE 'Y' TO PV-HIST-EOF
                 NOT AT END
                     IF HPERIOD = PV-PRIOR
                         PERFORM PV-MISS-TEST-PARA
                     END-IF
             END-READ.
             IF PV-HIST-EOF = 'N' AND FSH NOT = 00
                 MOVE 'Y' TO PV-HIST-EOF
             END-IF.

         PV-MISS-TEST-PARA.
             MOVE 'Y' TO PV-MISS.
             MOVE HEMPID TO EEMPID.
             READ EMPFILE INVALID KEY
                 MOVE "UNKNOWN EMPLOYEE" TO EEMPNAME
                 MOVE SPACES TO EBRNID
                 MOVE SPACES TO ESTATUS
             END-READ.
             MOVE HEMPID TO PEMPID.
             READ PAYMENTFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     IF ESTATUS NOT = 'R' AND ESTATUS NOT = 'T'
                         MOVE 'N' TO PV-MISS
                     END-IF
             END-READ.
             IF PV-MISS = 'Y'
                 PERFORM PV-BRANCH-NAME-PARA
                 MOVE EBRNID   TO PV-BRNID
                 MOVE HEMPID   TO PV-EMPID
                 MOVE EEMPNAME TO PV-EMPNAME
                 MOVE BBRNAME  TO PV-BRNAME
                 MOVE HGROSS   TO PV-PR-GROSS
                 MOVE HDEDUCT  TO PV-PR-DED
                 MOVE HNET     TO PV-PR-NET
                 MOVE HLLOP    TO PV-PR-LOP
                 MOVE HLOANDA  TO PV-PR-LOAN
                 MOVE ZERO TO PV-CU-GROSS PV-CU-DED PV-CU-NET
                 MOVE ZERO TO PV-CU-LOP PV-CU-LOAN
                 MOVE 'N' TO PV-NEW
                 RELEASE PV-SORT-REC
             END-IF.

         PV-BRANCH-NAME-PARA.
             MOVE EBRNID TO BBRID.
             READ BRANCHFILE INVALID KEY
                 MOVE "UNKNOWN BRANCH " TO BBRNAME
             END-READ.

         PV-PRINT-PARA.
             MOVE SPACES TO PV-PREV-BRID
             MOVE 'Y' TO PV-FIRST
             MOVE ZERO TO PV-GR-PR-CNT PV-GR-CU-CNT PV-GR-FL-CNT
             MOVE ZERO TO PV-GR-PR-GROSS PV-GR-PR-DED PV-GR-PR-NET
             MOVE ZERO TO PV-GR-CU-GROSS PV-GR-CU-DED PV-GR-CU-NET
             MOVE 'N' TO PV-EOF
             PERFORM PV-PRINT-RETURN-PARA UNTIL PV-EOF = 'Y'
             IF PV-FIRST = 'N'
                 PERFORM PV-BRANCH-TOTAL-PARA
             END-IF
             PERFORM PV-GRAND-TOTAL-PARA
             PERFORM PV-LEGEND-PARA.
         PV-PRINT-EXIT-PARA.
             EXIT.

         PV-PRINT-RETURN-PARA.
             RETURN SORTFILE
                 AT END MOVE 'Y' TO PV-EOF
                 NOT AT END PERFORM PV-PRINT-LINE-PARA
             END-RETURN.

         PV-PRINT-LINE-PARA.
             IF PV-FIRST = 'Y' OR PV-BRNID NOT = PV-PREV-BRID
                 IF PV-FIRST = 'N'
                     PERFORM PV-BRANCH-TOTAL-PARA
                 END-IF
                 MOVE 'N' TO PV-FIRST
                 MOVE PV-BRNID TO PV-PREV-BRID
                 MOVE ZERO TO PV-BR-PR-CNT PV-BR-CU-CNT PV-BR-FL-CNT
                 MOVE ZERO TO PV-BR-PR-GROSS PV-BR-PR-DED
                 MOVE ZERO TO PV-BR-PR-NET
                 MOVE ZERO TO PV-BR-CU-GROSS PV-BR-CU-DED
                 MOVE ZERO TO PV-BR-CU-NET
                 MOVE PV-BRNID   TO PV-BH-BRID
                 MOVE PV-BRNAME  TO PV-BH-BRNAME
                 WRITE PAYVAR-LINE FROM PV-BLANK-LINE
                 WRITE PAYVAR-LINE FROM PV-BRANCH-HEAD-LINE
             END-IF
             PERFORM PV-FLAG-PARA
             MOVE PV-EMPID    TO PV-D-EMPID
             MOVE PV-EMPNAME  TO PV-D-EMPNAME
             MOVE PV-PR-GROSS TO PV-D-PR-GROSS
             MOVE PV-CU-GROSS TO PV-D-CU-GROSS
             MOVE PV-PR-DED   TO PV-D-PR-DED
             MOVE PV-CU-DED   TO PV-D-CU-DED
             MOVE PV-PR-NET   TO PV-D-PR-NET
             MOVE PV-CU-NET   TO PV-D-CU-NET
             MOVE PV-PR-LOP   TO PV-D-PR-LOP
             MOVE PV-CU-LOP   TO PV-D-CU-LOP
             WRITE PAYVAR-LINE FROM PV-DETAIL-LINE
             IF PV-NEW = 'N'
                 ADD 1 TO PV-BR-PR-CNT
             END-IF
             IF PV-MISS = 'N'
                 ADD 1 TO PV-BR-CU-CNT
             END-IF
             IF PV-FLAGGED = 'Y'
                 ADD 1 TO PV-BR-FL-CNT
             END-IF
             ADD PV-PR-GROSS TO PV-BR-PR-GROSS
             ADD PV-PR-DED   TO PV-BR-PR-DED
             ADD PV-PR-NET   TO PV-BR-PR-NET
             ADD PV-CU-GROSS TO PV-BR-CU-GROSS
             ADD PV-CU-DED   TO PV-BR-CU-DED
             ADD PV-CU-NET   TO PV-BR-CU-NET.

         PV-FLAG-PARA.
             MOVE SPACES TO PV-D-REMARKS.
             MOVE 'N' TO PV-FLAGGED.
             IF PV-NEW = 'Y'
                 MOVE "NEW" TO PV-D-R-NEW
                 MOVE 'Y' TO PV-FLAGGED
             END-IF.
             IF PV-MISS = 'Y'
                 MOVE "MISS" TO PV-D-R-MISS
                 MOVE 'Y' TO PV-FLAGGED
             END-IF.
             *>A MOVEMENT IS COMPARED ONLY WHEN BOTH MONTHS EXIST
             IF PV-NEW = 'N' AND PV-MISS = 'N'
                 COMPUTE PV-CHANGE = PV-CU-NET - PV-PR-NET
                 MOVE PV-PR-NET TO PV-BASE
                 PERFORM PV-OVER-LIMIT-PARA
                 IF PV-CHANGE > PV-LIMIT
                     MOVE "NET" TO PV-D-R-NET
                     MOVE 'Y' TO PV-FLAGGED
                 END-IF
                 COMPUTE PV-CHANGE = PV-CU-LOP - PV-PR-LOP
                 MOVE PV-PR-LOP TO PV-BASE
                 PERFORM PV-OVER-LIMIT-PARA
                 IF PV-CHANGE > PV-LIMIT
                     MOVE "LOP" TO PV-D-R-LOP
                     MOVE 'Y' TO PV-FLAGGED
                 END-IF
                 COMPUTE PV-CHANGE = PV-CU-LOAN - PV-PR-LOAN
                 MOVE PV-PR-LOAN TO PV-BASE
                 PERFORM PV-OVER-LIMIT-PARA
                 IF PV-CHANGE > PV-LIMIT
                     MOVE "LOAN" TO PV-D-R-LOAN
                     MOVE 'Y' TO PV-FLAGGED
                 END-IF
             END-IF.
             IF PV-MISS = 'N' AND PV-CU-NET NOT > ZERO
                 MOVE "ZERO" TO PV-D-R-ZERO
                 MOVE 'Y' TO PV-FLAGGED
             END-IF.

         PV-OVER-LIMIT-PARA.
             *>MOVEMENT AND BASE ARE TAKEN AS ABSOLUTE VALUES. A
             *>FIGURE THAT WAS ZERO LAST MONTH IS FLAGGED ON ANY
             *>CHANGE AT ALL.
             IF PV-CHANGE < ZERO
                 COMPUTE PV-CHANGE = ZERO - PV-CHANGE
             END-IF.
             IF PV-BASE < ZERO
                 COMPUTE PV-BASE = ZERO - PV-BASE
             END-IF.
             COMPUTE PV-LIMIT = PV-BASE * PV-PCT / 100.

         PV-BRANCH-TOTAL-PARA.
             MOVE "   BRANCH TOTAL      :" TO PV-T-CAPTION
             MOVE PV-BR-PR-GROSS TO PV-T-PR-GROSS
             MOVE PV-BR-CU-GROSS TO PV-T-CU-GROSS
             MOVE PV-BR-PR-DED   TO PV-T-PR-DED
             MOVE PV-BR-CU-DED   TO PV-T-CU-DED
             MOVE PV-BR-PR-NET   TO PV-T-PR-NET
             MOVE PV-BR-CU-NET   TO PV-T-CU-NET
             WRITE PAYVAR-LINE FROM PV-TOTAL-LINE
             MOVE PV-BR-PR-CNT TO PV-C-PR-CNT
             MOVE PV-BR-CU-CNT TO PV-C-CU-CNT
             MOVE PV-BR-FL-CNT TO PV-C-FL-CNT
             WRITE PAYVAR-LINE FROM PV-COUNT-LINE
             ADD PV-BR-PR-CNT   TO PV-GR-PR-CNT
             ADD PV-BR-CU-CNT   TO PV-GR-CU-CNT
             ADD PV-BR-FL-CNT   TO PV-GR-FL-CNT
             ADD PV-BR-PR-GROSS TO PV-GR-PR-GROSS
             ADD PV-BR-PR-DED   TO PV-GR-PR-DED
             ADD PV-BR-PR-NET   TO PV-GR-PR-NET
             ADD PV-BR-CU-GROSS TO PV-GR-CU-GROSS
             ADD PV-BR-CU-DED   TO PV-GR-CU-DED
             ADD PV-BR-CU-NET   TO PV-GR-CU-NET.

         PV-GRAND-TOTAL-PARA.
             WRITE PAYVAR-LINE FROM PV-BLANK-LINE
             MOVE "   COMPANY GRAND TOTAL:" TO PV-T-CAPTION
             MOVE PV-GR-PR-GROSS TO PV-T-PR-GROSS
             MOVE PV-GR-CU-GROSS TO PV-T-CU-GROSS
             MOVE PV-GR-PR-DED   TO PV-T-PR-DED
             MOVE PV-GR-CU-DED   TO PV-T-CU-DED
             MOVE PV-GR-PR-NET   TO PV-T-PR-NET
             MOVE PV-GR-CU-NET   TO PV-T-CU-NET
             WRITE PAYVAR-LINE FROM PV-TOTAL-LINE
             MOVE PV-GR-PR-CNT TO PV-C-PR-CNT
             MOVE PV-GR-CU-CNT TO PV-C-CU-CNT
             MOVE PV-GR-FL-CNT TO PV-C-FL-CNT
             WRITE PAYVAR-LINE FROM PV-COUNT-LINE.

         PV-LEGEND-PARA.
             WRITE PAYVAR-LINE FROM PV-BLANK-LINE.
             MOVE "REMARKS: NEW  - NO PAY HISTORY FOR THE PRIOR PERIOD"
                 TO PV-L-TEXT.
             WRITE PAYVAR-LINE FROM PV-LEGEND-LINE.
             MOVE "         MISS - PAID LAST PERIOD, NOT PAYABLE NOW"
                 TO PV-L-TEXT.
             WRITE PAYVAR-LINE FROM PV-LEGEND-LINE.
             MOVE "         NET / LOP / LOAN - CHANGE ABOVE THRESHOLD"
                 TO PV-L-TEXT.
             WRITE PAYVAR-LINE FROM PV-LEGEND-LINE.
             MOVE "         ZERO - NET PAY ZERO OR NEGATIVE"
                 TO PV-L-TEXT.
             WRITE PAYVAR-LINE FROM PV-LEGEND-LINE.

         ERROR-PERIOD-PARA.
             MOVE "PAY PERIOD MUST BE NUMERIC YYYYMM"
                TO JOB-MESSAGE.
             PERFORM JOB-FAIL-PARA.
             DISPLAY "PAY PERIOD MUST BE NUMERIC YYYYMM"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.

         ERROR-PCT-PARA.
             MOVE "THRESHOLD MUST BE A WHOLE PERCENTAGE"
                TO JOB-MESSAGE.
             PERFORM JOB-FAIL-PARA.
             DISPLAY "THRESHOLD MUST BE A WHOLE PERCENTAGE"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.

         JOB-DONE-PARA.
             *>UNDER THE MONTH-END JOB STREAM THERE IS NO OPERATOR
             *>AT THE SCREEN - HAND THE OUTCOME BACK AND RETURN
             IF JOB-MODE = 'Y'
                 MOVE 'S' TO JOB-RESULT
                 EXIT PROGRAM
             END-IF.

         JOB-FAIL-PARA.
             IF JOB-MODE = 'Y'
                 MOVE 'F' TO JOB-RESULT
                 EXIT PROGRAM
             END-IF.
       END PROGRAM PAYVAR.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYREV.

         ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT PAYMENTFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PEMPID
                 FILE STATUS IS FSP.

             SELECT EMPFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EEMPID
                 FILE STATUS IS FSE.

             SELECT PAYHISTFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS HPAYKEY
                 FILE STATUS IS FSH.

             SELECT LOANFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LNLOANID
                 ALTERNATE RECORD KEY IS LNEMPID
                     WITH DUPLICATES
                 FILE STATUS IS FSLN.

             SELECT PAYCTLFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PCTLID
                 FILE STATUS IS FSPC.

             SELECT CLOSEJNLFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CJKEY
                 FILE STATUS IS FSCJ.

             SELECT BNKPAIDFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BPPERIOD
                 FILE STATUS IS FSBP.

             SELECT GLPOSTEDFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS GLPPERIOD
                 FILE STATUS IS FSGP.

             SELECT AUDITFILE ASSIGN TO DISK
                 ORGANIZATION IS SEQUENTIAL
                 ACCESS MODE IS SEQUENTIAL
                 FILE STATUS IS FSAUD.

             SELECT PAYREVFILE ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FSRV.

         DATA DIVISION.
         FILE SECTION.
         FD PAYMENTFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "PAYMENT.DAT".
         01 PAYMENTREC.
             02 PEMPID   PIC X(6).
             02 PBASIC   PIC 9(6)V99.
             02 PDA      PIC 9(6)V99.
             02 PCCA     PIC 9(6)V99.
             02 PHRA     PIC 9(6)V99.
             02 PDPA     PIC 9(6)V99.
             02 PPPA     PIC 9(6)V99.
             02 PEDUA    PIC 9(6)V99.
             02 PTECHJR  PIC 9(6)V99.
             02 PLUNCHA  PIC 9(6)V99.
             02 PCONVEY  PIC 9(6)V99.
             02 PBUSATR  PIC 9(6)V99.
             02 PLTA     PIC 9(6)V99.
             02 PPF      PIC 9(6)V99.
             02 PESI     PIC 9(6)V99.
             02 PGRTY    PIC 9(6)V99.
             02 PPTAX    PIC 9(6)V99.
             02 PITAX    PIC 9(6)V99.
             02 PLOAN    PIC 9(8)V99.
             02 PLOANDA  PIC 9(8)V99.
             02 POTHERD  PIC 9(6)V99.
             02 PPERINC  PIC 9(6)V99.
             02 PMEDI    PIC 9(6)V99.
             02 PBOOK    PIC 9(6)V99.
             02 PENTER   PIC 9(6)V99.
             02 PTPH     PIC 9(6)V99.
             02 PHOUSE   PIC 9(6)V99.
             02 PVEHMAN  PIC 9(6)V99.
             02 PCREDIT  PIC 9(6)V99.
             02 PCLUB    PIC 9(6)V99.
             02 PCL      PIC 99.
             02 PSL      PIC 99.
             02 PPL      PIC 99.
             02 PLLOP    PIC 999.
             02 POTHERL  PIC 999.
             02 PARREAR  PIC 9(8)V99.

         FD EMPFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "EMP.DAT".
         01 EMPREC.
             02 EEMPID    PIC X(6).
             02 EEMPNAME  PIC X(25).
             02 EEMPADDR  PIC X(30).
             02 EPHONE    PIC X(10).
             02 EDOJ      PIC X(10).
             02 EDIP      PIC X(10).
             02 EUG       PIC X(4).
             02 EPG       PIC X(4).
             02 EPROFQ    PIC X(4).
             02 ESKILL    PIC X(10).
             02 EGRDNO    PIC 99.
             02 EBRNID    PIC X(6).
             02 EDESID    PIC X(6).
             02 EDEPID    PIC X(6).
             02 ESTATUS   PIC X(1).
             02 EDOL      PIC X(10).

         FD PAYHISTFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "PAYHIST.DAT".
         01 PAYHISTREC.
             02 HPAYKEY.
                 03 HEMPID  PIC X(6).
                 03 HPERIOD PIC X(6).
             02 HBASIC   PIC 9(6)V99.
             02 HDA      PIC 9(6)V99.
             02 HCCA     PIC 9(6)V99.
             02 HHRA     PIC 9(6)V99.
             02 HALLOW   PIC 9(8)V99.
             02 HPF      PIC 9(6)V99.
             02 HESI     PIC 9(6)V99.
             02 HPTAX    PIC 9(6)V99.
             02 HITAX    PIC 9(6)V99.
             02 HLOANDA  PIC 9(8)V99.
             02 HOTHERD  PIC 9(6)V99.
             02 HGROSS   PIC 9(8)V99.
             02 HDEDUCT  PIC 9(8)V99.
             02 HNET     PIC 9(8)V99.
             02 HARREAR  PIC 9(8)V99.
             02 HLLOP    PIC 999.

         FD LOANFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "LOAN.DAT".
         01 LOANREC.
             02 LNLOANID PIC X(6).
             02 LNEMPID  PIC X(6).
             02 LNPRIN   PIC 9(8)V99.
             02 LNINST   PIC 9(8)V99.
             02 LNBAL    PIC 9(8)V99.
             02 LNSTDATE PIC X(10).
             02 LNSTATUS PIC X(1).

         FD PAYCTLFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "PAYCTL.DAT".
         01 PAYCTLREC.
             02 PCTLID    PIC X(2).
             02 PCPERIOD  PIC X(6).
             02 PCSTATE   PIC X(1).
             02 PCRESTART PIC X(6).
             02 PCGLPER   PIC X(6).

         FD CLOSEJNLFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "CLOSEJNL.DAT".
         01 CLOSEJNLREC.
             02 CJKEY.
                 03 CJPERIOD PIC X(6).
                 03 CJEMPID  PIC X(6).
                 03 CJLOANID PIC X(6).
             02 CJOLDLOAN   PIC 9(8)V99.
             02 CJOLDLOANDA PIC 9(8)V99.
             02 CJOLDBAL    PIC 9(8)V99.
             02 CJOLDSTAT   PIC X(1).
             02 CJRECOV     PIC 9(8)V99.

         FD BNKPAIDFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "BNKPAID.DAT".
         01 BNKPAIDREC.
             02 BPPERIOD PIC X(6).
             02 BPDATE   PIC X(8).

         FD GLPOSTEDFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "GLPOSTED.DAT".
         01 GLPOSTEDREC.
             02 GLPPERIOD PIC X(6).
             02 GLPDATE   PIC X(8).

         FD AUDITFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "AUDIT.DAT".
         01 AUDITREC.
             02 AUDOPID   PIC X(6).
             02 AUDKEY    PIC X(6).
             02 AUDFILE   PIC X(12).
             02 AUDACTION PIC X(6).
             02 AUDDATE   PIC X(8).
             02 AUDTIME   PIC X(8).

         FD PAYREVFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "PAYREV.DAT".
         01 PAYREV-LINE  PIC X(100).

         WORKING-STORAGE SECTION.
         77 FSP   PIC XX.
         77 FSE   PIC XX.
         77 FSH   PIC XX.
         77 FSLN  PIC XX.
         77 FSPC  PIC XX.
         77 FSCJ  PIC XX.
         77 FSBP  PIC XX.
         77 FSGP  PIC XX.
         77 FSAUD PIC XX.
         77 FSRV  PIC XX.
         77 OMIT  PIC 99.
         77 RV-PERIOD    PIC X(6).
         77 RV-CONFIRM   PIC X(1).
         77 RV-FOUND     PIC X(1).
         77 RV-EOF       PIC X(1).
         77 RV-JNL-EOF   PIC X(1).
         77 RV-JNL-OK    PIC X(1).
         77 RV-LOAN-OK   PIC X(1).
         77 RV-MST-FOUND PIC X(1).
         77 RV-PAY-FOUND PIC X(1).
         77 RV-OLD-LOAN  PIC 9(8)V99.
         77 RV-OLD-LOANDA PIC 9(8)V99.
         77 RV-LN-CNT    PIC 9(3).
         77 RV-HIST-CNT  PIC 9(5) VALUE ZERO.
         77 RV-NOJNL-CNT PIC 9(5) VALUE ZERO.
         77 RV-EMP-CNT   PIC 9(5) VALUE ZERO.
         77 RV-LOAN-CNT  PIC 9(5) VALUE ZERO.
         77 RV-LNMISS-CNT PIC 9(5) VALUE ZERO.
         77 RV-TOT-NET   PIC 9(12)V99 VALUE ZERO.
         77 RV-TOT-LOAN  PIC 9(12)V99 VALUE ZERO.
         77 RV-TOT-ARREAR PIC 9(12)V99 VALUE ZERO.
         77 RV-TODAY     PIC X(8).
         77 RV-NOW       PIC X(8).
         77 AUD-OPID   PIC X(6).
         77 AUD-KEY    PIC X(6).
         77 AUD-FILENM PIC X(12).
         77 AUD-ACTION PIC X(6).
         01 SIGNON-OPID PIC X(6) EXTERNAL.

         01 RV-HEAD-LINE-1.
             02 FILLER     PIC X(37) VALUE
                "PAY PERIOD REVERSAL REPORT - PERIOD: ".
             02 RV-H-PER   PIC X(6).

         01 RV-HEAD-LINE-2.
             02 FILLER     PIC X(13) VALUE "REVERSED BY: ".
             02 RV-H-OPID  PIC X(6).
             02 FILLER     PIC X(8)  VALUE "  DATE: ".
             02 RV-H-DATE  PIC X(8).
             02 FILLER     PIC X(8)  VALUE "  TIME: ".
             02 RV-H-TIME  PIC X(8).

         01 RV-HEAD-LINE-3.
             02 FILLER     PIC X(33) VALUE "EMPID  EMPLOYEE NAME".
             02 FILLER     PIC X(12) VALUE "  GROSS PAY".
             02 FILLER     PIC X(12) VALUE "    NET PAY".
             02 FILLER     PIC X(12) VALUE "  LOAN BACK".
             02 FILLER     PIC X(12) VALUE "ARREARS BACK".
             02 FILLER     PIC X(19) VALUE " LOANS  REMARKS".

         01 RV-DETAIL-LINE.
             02 RV-D-EMPID    PIC X(6).
             02 FILLER        PIC X(1) VALUE SPACES.
             02 RV-D-EMPNAME  PIC X(25).
             02 FILLER        PIC X(1) VALUE SPACES.
             02 RV-D-GROSS    PIC ZZZZZZZ9.99.
             02 FILLER        PIC X(1) VALUE SPACES.
             02 RV-D-NET      PIC ZZZZZZZ9.99.
             02 FILLER        PIC X(1) VALUE SPACES.
             02 RV-D-LOAN     PIC ZZZZZZZ9.99.
             02 FILLER        PIC X(1) VALUE SPACES.
             02 RV-D-ARREAR   PIC ZZZZZZZ9.99.
             02 FILLER        PIC X(3) VALUE SPACES.
             02 RV-D-LNCNT    PIC ZZ9.
             02 FILLER        PIC X(2) VALUE SPACES.
             02 RV-D-REMARK   PIC X(16).

         01 RV-COUNT-LINE.
             02 RV-C-CAPTION PIC X(30).
             02 RV-C-COUNT   PIC ZZZZ9.

         01 RV-TOTAL-LINE.
             02 RV-T-CAPTION PIC X(30).
             02 RV-T-AMOUNT  PIC ZZZZZZZZZZZ9.99.

         01 RV-BLANK-LINE.
             02 FILLER       PIC X(1) VALUE SPACES.

         SCREEN SECTION.
         01 ERASE-1.
            02 BLANK SCREEN.

         PROCEDURE DIVISION.
         MAIN-PARA.
             DISPLAY ERASE-1
             DISPLAY "PAY PERIOD REVERSAL / REOPEN" AT LINE 3 COL 15.
             OPEN I-O PAYCTLFILE.
             IF FSPC NOT = 00
                 GO TO ERROR-NOCTL-PARA
             END-IF.
             MOVE "01" TO PCTLID.
             READ PAYCTLFILE INVALID KEY
                 GO TO ERROR-NOCTL-PARA.
             *>ONLY THE PERIOD ON THE CONTROL RECORD CAN BE REVERSED,
             *>AND ONLY WHILE IT IS CLOSED BUT NOT YET PAID OUT
             IF PCSTATE = 'D'
                 GO TO ERROR-DISBURSED-PARA
             END-IF.
             IF PCSTATE NOT = 'C'
                 GO TO ERROR-NOTCLOSED-PARA
             END-IF.
             MOVE PCPERIOD TO RV-PERIOD.
             DISPLAY "LATEST CLOSED PERIOD :" AT LINE 5 COL 5.
             DISPLAY RV-PERIOD AT LINE 5 COL 28.
             MOVE 'N' TO RV-FOUND.
             OPEN INPUT BNKPAIDFILE.
             IF FSBP = 00
                 MOVE RV-PERIOD TO BPPERIOD
                 READ BNKPAIDFILE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY MOVE 'Y' TO RV-FOUND
                 END-READ
                 CLOSE BNKPAIDFILE
             END-IF.
             IF RV-FOUND = 'Y'
                 GO TO ERROR-DISBURSED-PARA
             END-IF.
             IF PCGLPER = RV-PERIOD
                 MOVE 'Y' TO RV-FOUND
             END-IF.
             OPEN INPUT GLPOSTEDFILE.
             IF FSGP = 00
                 MOVE RV-PERIOD TO GLPPERIOD
                 READ GLPOSTEDFILE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY MOVE 'Y' TO RV-FOUND
                 END-READ
                 CLOSE GLPOSTEDFILE
             END-IF.
             IF RV-FOUND = 'Y'
                 GO TO ERROR-POSTED-PARA
             END-IF.
             OPEN I-O PAYHISTFILE.
             IF FSH NOT = 00
                 GO TO ERROR-NOHIST-PARA
             END-IF.
             MOVE 'Y' TO RV-JNL-OK.
             OPEN I-O CLOSEJNLFILE.
             IF FSCJ NOT = 00
                 MOVE 'N' TO RV-JNL-OK
             END-IF.
             PERFORM RV-PRECHECK-PARA.
             IF RV-HIST-CNT = ZERO
                 PERFORM RV-CLOSE-CHECK-PARA
                 GO TO ERROR-NODATA-PARA
             END-IF.
             IF RV-NOJNL-CNT > ZERO
                 PERFORM RV-CLOSE-CHECK-PARA
                 GO TO ERROR-NOJNL-PARA
             END-IF.
             DISPLAY "PAY HISTORY RECORDS  :" AT LINE 6 COL 5.
             DISPLAY RV-HIST-CNT AT LINE 6 COL 28.
             DISPLAY "REVERSE THIS PERIOD (Y/N) :" AT LINE 8 COL 5.
             ACCEPT RV-CONFIRM AT LINE 8 COL 33.
             IF RV-CONFIRM NOT = 'Y' AND RV-CONFIRM NOT = 'y'
                 PERFORM RV-CLOSE-CHECK-PARA
                 GO TO ERROR-ABANDON-PARA
             END-IF.
             OPEN I-O PAYMENTFILE.
             OPEN INPUT EMPFILE.
             MOVE 'Y' TO RV-LOAN-OK.
             OPEN I-O LOANFILE.
             IF FSLN NOT = 00
                 MOVE 'N' TO RV-LOAN-OK
             END-IF.
             ACCEPT RV-TODAY FROM DATE YYYYMMDD.
             ACCEPT RV-NOW FROM TIME.
             OPEN OUTPUT PAYREVFILE.
             MOVE RV-PERIOD   TO RV-H-PER.
             MOVE SIGNON-OPID TO RV-H-OPID.
             MOVE RV-TODAY    TO RV-H-DATE.
             MOVE RV-NOW      TO RV-H-TIME.
             WRITE PAYREV-LINE FROM RV-HEAD-LINE-1.
             WRITE PAYREV-LINE FROM RV-HEAD-LINE-2.
             WRITE PAYREV-LINE FROM RV-BLANK-LINE.
             WRITE PAYREV-LINE FROM RV-HEAD-LINE-3.
             MOVE 'N' TO RV-EOF.
             MOVE SPACES TO HEMPID.
             MOVE SPACES TO HPERIOD.
             START PAYHISTFILE KEY IS NOT LESS THAN HPAYKEY
                 INVALID KEY MOVE 'Y' TO RV-EOF
             END-START.
             PERFORM RV-HIST-READ-PARA UNTIL RV-EOF = 'Y'.
             PERFORM RV-TOTALS-PARA.
             CLOSE PAYREVFILE.
             CLOSE PAYMENTFILE.
             CLOSE EMPFILE.
             IF RV-LOAN-OK = 'Y'
                 CLOSE LOANFILE
             END-IF.
             PERFORM RV-CLOSE-CHECK-PARA.
             *>THE PERIOD GOES BACK TO OPEN - PAYROLL CLOSE MAY BE
             *>RUN FOR IT AGAIN FROM THE FIRST EMPLOYEE
             MOVE 'O' TO PCSTATE.
             MOVE SPACES TO PCRESTART.
             REWRITE PAYCTLREC.
             CLOSE PAYCTLFILE.
             MOVE SIGNON-OPID TO AUD-OPID.
             MOVE RV-PERIOD   TO AUD-KEY.
             MOVE "PAYCTL"    TO AUD-FILENM.
             MOVE "REOPEN"    TO AUD-ACTION.
             PERFORM AUDIT-LOG-PARA.
             DISPLAY "PERIOD REVERSED AND REOPENED" AT LINE 10 COL 10.
             DISPLAY "EMPLOYEES REVERSED :" AT LINE 11 COL 10.
             DISPLAY RV-EMP-CNT AT LINE 11 COL 31.
             DISPLAY "LOANS RESTORED     :" AT LINE 12 COL 10.
             DISPLAY RV-LOAN-CNT AT LINE 12 COL 31.
             DISPLAY "REVERSAL REPORT WRITTEN TO PAYREV.DAT"
                AT LINE 13 COL 10.
             IF RV-LNMISS-CNT > ZERO
                 DISPLAY "SOME LOANS NOT FOUND - SEE REPORT"
                    AT LINE 14 COL 10
             END-IF.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 16 COL 10.
             ACCEPT OMIT AT LINE 16 COL 50.
             EXIT PROGRAM.

         RV-CLOSE-CHECK-PARA.
             CLOSE PAYHISTFILE.
             IF RV-JNL-OK = 'Y'
                 CLOSE CLOSEJNLFILE
             END-IF.

         RV-PRECHECK-PARA.
             *>EVERY EMPLOYEE WHOSE CLOSE RECOVERED A LOAN MUST HAVE
             *>ITS CLOSE JOURNAL ROW, OR THE LOAN CANNOT BE PUT BACK
             MOVE 'N' TO RV-EOF.
             MOVE SPACES TO HEMPID.
             MOVE SPACES TO HPERIOD.
             START PAYHISTFILE KEY IS NOT LESS THAN HPAYKEY
                 INVALID KEY MOVE 'Y' TO RV-EOF
             END-START.
             PERFORM RV-PRECHECK-READ-PARA UNTIL RV-EOF = 'Y'.

         RV-PRECHECK-READ-PARA.
             READ PAYHISTFILE NEXT RECORD
                 AT END MOVE 'Y' TO RV-EOF
                 NOT AT END
                     IF HPERIOD = RV-PERIOD
                         PERFORM RV-PRECHECK-EMP-PARA
                     END-IF
             END-READ.
             IF RV-EOF = 'N' AND FSH NOT = 00
                 MOVE 'Y' TO RV-EOF
             END-IF.

         RV-PRECHECK-EMP-PARA.
             ADD 1 TO RV-HIST-CNT.
             IF HLOANDA > ZERO
                 IF RV-JNL-OK = 'N'
                     ADD 1 TO RV-NOJNL-CNT
                 ELSE
                     MOVE RV-PERIOD TO CJPERIOD
                     MOVE HEMPID    TO CJEMPID
                     MOVE SPACES    TO CJLOANID
                     READ CLOSEJNLFILE INVALID KEY
                         ADD 1 TO RV-NOJNL-CNT
                     END-READ
                 END-IF
             END-IF.

         RV-HIST-READ-PARA.
             READ PAYHISTFILE NEXT RECORD
                 AT END MOVE 'Y' TO RV-EOF
                 NOT AT END
                     IF HPERIOD = RV-PERIOD
                         PERFORM RV-REVERSE-EMP-PARA
                     END-IF
             END-READ.
             IF RV-EOF = 'N' AND FSH NOT = 00
                 MOVE 'Y' TO RV-EOF
             END-IF.

         RV-REVERSE-EMP-PARA.
             MOVE ZERO TO RV-LN-CNT.
             MOVE SPACES TO RV-D-REMARK.
             MOVE 'N' TO RV-MST-FOUND.
             MOVE HEMPID TO EEMPID.
             READ EMPFILE INVALID KEY
                 MOVE "UNKNOWN EMPLOYEE" TO EEMPNAME
             END-READ.
             IF RV-JNL-OK = 'Y'
                 PERFORM RV-JNL-RESTORE-PARA
             END-IF.
             *>THE CLOSE TOOK UP THE ARREARS AND MOVED THE LOAN
             *>COUNTERS ON - GIVE BOTH BACK TO THE PAYMENT MASTER
             MOVE 'Y' TO RV-PAY-FOUND.
             MOVE HEMPID TO PEMPID.
             READ PAYMENTFILE INVALID KEY
                 MOVE 'N' TO RV-PAY-FOUND
             END-READ.
             IF RV-PAY-FOUND = 'Y'
                 IF RV-MST-FOUND = 'Y'
                     MOVE RV-OLD-LOAN   TO PLOAN
                     MOVE RV-OLD-LOANDA TO PLOANDA
                 END-IF
                 ADD HARREAR TO PARREAR
                 REWRITE PAYMENTREC
             ELSE
                 MOVE "NO PAY MASTER" TO RV-D-REMARK
             END-IF.
             MOVE HEMPID   TO RV-D-EMPID.
             MOVE EEMPNAME TO RV-D-EMPNAME.
             MOVE HGROSS   TO RV-D-GROSS.
             MOVE HNET     TO RV-D-NET.
             MOVE HLOANDA  TO RV-D-LOAN.
             MOVE HARREAR  TO RV-D-ARREAR.
             MOVE RV-LN-CNT TO RV-D-LNCNT.
             WRITE PAYREV-LINE FROM RV-DETAIL-LINE.
             ADD 1 TO RV-EMP-CNT.
             ADD HNET    TO RV-TOT-NET.
             ADD HLOANDA TO RV-TOT-LOAN.
             ADD HARREAR TO RV-TOT-ARREAR.
             DELETE PAYHISTFILE RECORD
                 INVALID KEY CONTINUE
             END-DELETE.
             MOVE SIGNON-OPID TO AUD-OPID.
             MOVE HEMPID      TO AUD-KEY.
             MOVE "PAYHIST"   TO AUD-FILENM.
             MOVE "REV"       TO AUD-ACTION.
             PERFORM AUDIT-LOG-PARA.

         RV-JNL-RESTORE-PARA.
             MOVE 'N' TO RV-JNL-EOF.
             MOVE RV-PERIOD TO CJPERIOD.
             MOVE HEMPID    TO CJEMPID.
             MOVE SPACES    TO CJLOANID.
             START CLOSEJNLFILE KEY IS NOT LESS THAN CJKEY
                 INVALID KEY MOVE 'Y' TO RV-JNL-EOF
             END-START.
             PERFORM RV-JNL-READ-PARA UNTIL RV-JNL-EOF = 'Y'.

         RV-JNL-READ-PARA.
             READ CLOSEJNLFILE NEXT RECORD
                 AT END MOVE 'Y' TO RV-JNL-EOF
                 NOT AT END PERFORM RV-JNL-APPLY-PARA
             END-READ.
             IF RV-JNL-EOF = 'N' AND FSCJ NOT = 00
                 MOVE 'Y' TO RV-JNL-EOF
             END-IF.

         RV-JNL-APPLY-PARA.
             IF CJPERIOD NOT = RV-PERIOD OR CJEMPID NOT = HEMPID
                 MOVE 'Y' TO RV-JNL-EOF
             ELSE
                 IF CJLOANID = SPACES
                     MOVE 'Y' TO RV-MST-FOUND
                     MOVE CJOLDLOAN   TO RV-OLD-LOAN
                     MOVE CJOLDLOANDA TO RV-OLD-LOANDA
                     DELETE CLOSEJNLFILE RECORD
                         INVALID KEY CONTINUE
                     END-DELETE
                 ELSE
                     PERFORM RV-LOAN-RESTORE-PARA
                 END-IF
             END-IF.

         RV-LOAN-RESTORE-PARA.
             *>THE INSTALMENT IS ADDED BACK RATHER THAN THE OLD
             *>BALANCE COPIED, SO A LATER LEDGER CHANGE IS NOT LOST.
             *>A LOAN THE CLOSE PAID OFF IS MADE ACTIVE AGAIN.
             MOVE 'Y' TO RV-FOUND.
             IF RV-LOAN-OK = 'N'
                 MOVE 'N' TO RV-FOUND
             ELSE
                 MOVE CJLOANID TO LNLOANID
                 READ LOANFILE INVALID KEY
                     MOVE 'N' TO RV-FOUND
                 END-READ
             END-IF.
             IF RV-FOUND = 'Y'
                 ADD CJRECOV TO LNBAL
                 IF LNBAL > ZERO
                     MOVE CJOLDSTAT TO LNSTATUS
                 END-IF
                 REWRITE LOANREC
                 ADD 1 TO RV-LN-CNT
                 ADD 1 TO RV-LOAN-CNT
                 MOVE SIGNON-OPID TO AUD-OPID
                 MOVE LNLOANID    TO AUD-KEY
                 MOVE "LOANFILE"  TO AUD-FILENM
                 MOVE "REV"       TO AUD-ACTION
                 PERFORM AUDIT-LOG-PARA
                 DELETE CLOSEJNLFILE RECORD
                     INVALID KEY CONTINUE
                 END-DELETE
             ELSE
                 MOVE "LOAN NOT FOUND" TO RV-D-REMARK
                 ADD 1 TO RV-LNMISS-CNT
             END-IF.

         RV-TOTALS-PARA.
             WRITE PAYREV-LINE FROM RV-BLANK-LINE.
             MOVE "EMPLOYEES REVERSED          :" TO RV-C-CAPTION.
             MOVE RV-EMP-CNT TO RV-C-COUNT.
             WRITE PAYREV-LINE FROM RV-COUNT-LINE.
             MOVE "LOAN LEDGER ROWS RESTORED   :" TO RV-C-CAPTION.
             MOVE RV-LOAN-CNT TO RV-C-COUNT.
             WRITE PAYREV-LINE FROM RV-COUNT-LINE.
             MOVE "LOAN LEDGER ROWS NOT FOUND  :" TO RV-C-CAPTION.
             MOVE RV-LNMISS-CNT TO RV-C-COUNT.
             WRITE PAYREV-LINE FROM RV-COUNT-LINE.
             MOVE "TOTAL NET PAY REVERSED      :" TO RV-T-CAPTION.
             MOVE RV-TOT-NET TO RV-T-AMOUNT.
             WRITE PAYREV-LINE FROM RV-TOTAL-LINE.
             MOVE "TOTAL LOAN RECOVERY RETURNED:" TO RV-T-CAPTION.
             MOVE RV-TOT-LOAN TO RV-T-AMOUNT.
             WRITE PAYREV-LINE FROM RV-TOTAL-LINE.
             MOVE "TOTAL ARREARS RETURNED      :" TO RV-T-CAPTION.
             MOVE RV-TOT-ARREAR TO RV-T-AMOUNT.
             WRITE PAYREV-LINE FROM RV-TOTAL-LINE.

         AUDIT-LOG-PARA.
             OPEN EXTEND AUDITFILE.
             IF FSAUD <> 00
                OPEN OUTPUT AUDITFILE.
             MOVE AUD-OPID   TO AUDOPID.
             MOVE AUD-KEY    TO AUDKEY.
             MOVE AUD-FILENM TO AUDFILE.
             MOVE AUD-ACTION TO AUDACTION.
             ACCEPT AUDDATE FROM DATE YYYYMMDD.
             ACCEPT AUDTIME FROM TIME.
             WRITE AUDITREC.
             CLOSE AUDITFILE.

         ERROR-NOCTL-PARA.
             CLOSE PAYCTLFILE.
             DISPLAY "NO PERIOD CONTROL - NOTHING TO REVERSE"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.

         ERROR-NOTCLOSED-PARA.
             CLOSE PAYCTLFILE.
             DISPLAY "NO CLOSED PERIOD ON CONTROL - NOTHING TO REVERSE"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.

         ERROR-DISBURSED-PARA.
             CLOSE PAYCTLFILE.
             DISPLAY "PERIOD ALREADY DISBURSED - REVERSAL REFUSED"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.

         ERROR-POSTED-PARA.
             CLOSE PAYCTLFILE.
             DISPLAY "PERIOD ALREADY POSTED TO GL - REVERSAL REFUSED"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.

         ERROR-NOHIST-PARA.
             CLOSE PAYCTLFILE.
             DISPLAY "NO PAY HISTORY FILE - NOTHING TO REVERSE"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.

         ERROR-NODATA-PARA.
             CLOSE PAYCTLFILE.
             DISPLAY "NO PAY HISTORY RECORDS FOR THE CLOSED PERIOD"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.

         ERROR-NOJNL-PARA.
             CLOSE PAYCTLFILE.
             DISPLAY "LOAN RECOVERIES NOT IN CLOSE JOURNAL - REFUSED"
                AT LINE 10 COL 10.
             DISPLAY "EMPLOYEES AFFECTED :" AT LINE 11 COL 10.
             DISPLAY RV-NOJNL-CNT AT LINE 11 COL 31.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 13 COL 10.
             ACCEPT OMIT AT LINE 13 COL 50.
             EXIT PROGRAM.

         ERROR-ABANDON-PARA.
             CLOSE PAYCTLFILE.
             DISPLAY "REVERSAL NOT CONFIRMED - NOTHING CHANGED"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.
       END PROGRAM PAYREV.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTHEND.

         ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT JOBPARMFILE ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FSJP.

             SELECT JOBCTLFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS JCSTEP
                 FILE STATUS IS FSJC.

             SELECT JOBLOGFILE ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FSJL.

             SELECT JOBSUMFILE ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FSJS.

             SELECT AUDITFILE ASSIGN TO DISK
                 ORGANIZATION IS SEQUENTIAL
                 ACCESS MODE IS SEQUENTIAL
                 FILE STATUS IS FSAUD.

         DATA DIVISION.
         FILE SECTION.
         FD JOBPARMFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "JOBPARM.DAT".
         01 JOBPARMREC.
             02 JPPERIOD  PIC X(6).
             02 JPRUNDATE PIC X(10).
             02 JPARRMODE PIC X(1).
             02 JPVARCHK  PIC X(1).
             02 JPVARPCT  PIC X(3).
             02 JPVARMAX  PIC X(5).
             02 JPFRESH   PIC X(1).

         FD JOBCTLFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "JOBCTL.DAT".
         01 JOBCTLREC.
             02 JCSTEP    PIC X(2).
             02 JCPERIOD  PIC X(6).
             02 JCPROG    PIC X(8).
             02 JCSTATUS  PIC X(1).
             02 JCSTDATE  PIC X(8).
             02 JCSTTIME  PIC X(8).
             02 JCENDATE  PIC X(8).
             02 JCENTIME  PIC X(8).
             02 JCCOUNT   PIC 9(6).
             02 JCMSG     PIC X(50).

         FD JOBLOGFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "JOBLOG.DAT".
         01 JOBLOG-LINE  PIC X(120).

         FD JOBSUMFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "JOBSUM.DAT".
         01 JOBSUM-LINE  PIC X(132).

         FD AUDITFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "AUDIT.DAT".
         01 AUDITREC.
             02 AUDOPID   PIC X(6).
             02 AUDKEY    PIC X(6).
             02 AUDFILE   PIC X(12).
             02 AUDACTION PIC X(6).
             02 AUDDATE   PIC X(8).
             02 AUDTIME   PIC X(8).

         WORKING-STORAGE SECTION.
         77 FSJP  PIC XX.
         77 FSJC  PIC XX.
         77 FSJL  PIC XX.
         77 FSJS  PIC XX.
         77 FSAUD PIC XX.
         77 OMIT  PIC 99.
         77 ME-STEP      PIC 99.
         77 ME-FAIL-STEP PIC 99 VALUE ZERO.
         77 ME-STOP      PIC X(1).
         77 ME-FOUND     PIC X(1).
         77 ME-PARM-OK   PIC X(1).
         77 ME-PRIOR-OK  PIC X(1).
         77 ME-PRIOR-PER PIC X(6).
         77 ME-RUN-CNT   PIC 99 VALUE ZERO.
         77 ME-DONE-CNT  PIC 99 VALUE ZERO.
         77 ME-STAT-TEXT PIC X(10).
         77 ME-TODAY     PIC X(8).
         77 ME-NOW       PIC X(8).
         77 AUD-OPID   PIC X(6).
         77 AUD-KEY    PIC X(6).
         77 AUD-FILENM PIC X(12).
         77 AUD-ACTION PIC X(6).
         01 SIGNON-OPID PIC X(6) EXTERNAL.

         01 JOB-STEP-AREA EXTERNAL.
             02 JOB-MODE     PIC X(1).
             02 JOB-PERIOD   PIC X(6).
             02 JOB-RUNDATE  PIC X(10).
             02 JOB-ARR-MODE PIC X(1).
             02 JOB-VAR-PCT  PIC 999.
             02 JOB-RESULT   PIC X(1).
             02 JOB-COUNT    PIC 9(6).
             02 JOB-MESSAGE  PIC X(50).

         01 ME-PERIOD-N.
             02 ME-YYYY      PIC 9(4).
             02 ME-MM        PIC 99.

         01 ME-VAR-MAX       PIC 9(5).

         *>STEPS RUN IN THIS ORDER; THE VARIANCE CHECK IS OPTIONAL
         *>AND GUARDS THE CLOSE AGAINST AN UNEXPECTED PAY SWING
         01 ME-STEP-NAMES.
             02 FILLER PIC X(8) VALUE "ATTPOST".
             02 FILLER PIC X(8) VALUE "REVAPPLY".
             02 FILLER PIC X(8) VALUE "ARREARS".
             02 FILLER PIC X(8) VALUE "PAYVAR".
             02 FILLER PIC X(8) VALUE "PAYCLOSE".
             02 FILLER PIC X(8) VALUE "BANKDISB".
             02 FILLER PIC X(8) VALUE "PFESIRET".
             02 FILLER PIC X(8) VALUE "GLPOST".
         01 ME-STEP-TABLE REDEFINES ME-STEP-NAMES.
             02 ME-STEP-PROG PIC X(8) OCCURS 8 TIMES.

         01 ME-LOG-DETAIL.
             02 ME-L-DATE     PIC X(8).
             02 FILLER        PIC X(1) VALUE SPACES.
             02 ME-L-TIME     PIC X(8).
             02 FILLER        PIC X(1) VALUE SPACES.
             02 ME-L-PERIOD   PIC X(6).
             02 FILLER        PIC X(1) VALUE SPACES.
             02 ME-L-STEP     PIC 99.
             02 FILLER        PIC X(1) VALUE SPACES.
             02 ME-L-PROG     PIC X(8).
             02 FILLER        PIC X(1) VALUE SPACES.
             02 ME-L-EVENT    PIC X(6).
             02 FILLER        PIC X(1) VALUE SPACES.
             02 ME-L-STATUS   PIC X(10).
             02 ME-L-COUNT    PIC ZZZZZ9.
             02 FILLER        PIC X(1) VALUE SPACES.
             02 ME-L-MSG      PIC X(50).

         01 ME-HEAD-LINE-1.
             02 FILLER     PIC X(44) VALUE
                "MONTH-END JOB STREAM - RUN SUMMARY  PERIOD: ".
             02 ME-H-PER   PIC X(6).

         01 ME-HEAD-LINE-2.
             02 FILLER     PIC X(8)  VALUE "RUN BY: ".
             02 ME-H-OPID  PIC X(6).
             02 FILLER     PIC X(8)  VALUE "  DATE: ".
             02 ME-H-DATE  PIC X(8).
             02 FILLER     PIC X(8)  VALUE "  TIME: ".
             02 ME-H-TIME  PIC X(8).

         01 ME-HEAD-LINE-3.
             02 FILLER     PIC X(4)  VALUE "STEP".
             02 FILLER     PIC X(10) VALUE " PROGRAM".
             02 FILLER     PIC X(11) VALUE "STATUS".
             02 FILLER     PIC X(18) VALUE "STARTED".
             02 FILLER     PIC X(18) VALUE "ENDED".
             02 FILLER     PIC X(7)  VALUE "  COUNT".
             02 FILLER     PIC X(8)  VALUE " MESSAGE".

         01 ME-SUM-DETAIL.
             02 FILLER        PIC X(2) VALUE SPACES.
             02 ME-S-STEP     PIC 99.
             02 FILLER        PIC X(1) VALUE SPACES.
             02 ME-S-PROG     PIC X(8).
             02 FILLER        PIC X(1) VALUE SPACES.
             02 ME-S-STATUS   PIC X(10).
             02 FILLER        PIC X(1) VALUE SPACES.
             02 ME-S-STDATE   PIC X(8).
             02 FILLER        PIC X(1) VALUE SPACES.
             02 ME-S-STTIME   PIC X(8).
             02 FILLER        PIC X(1) VALUE SPACES.
             02 ME-S-ENDATE   PIC X(8).
             02 FILLER        PIC X(1) VALUE SPACES.
             02 ME-S-ENTIME   PIC X(8).
             02 FILLER        PIC X(1) VALUE SPACES.
             02 ME-S-COUNT    PIC ZZZZZ9.
             02 FILLER        PIC X(1) VALUE SPACES.
             02 ME-S-MSG      PIC X(50).

         01 ME-COUNT-LINE.
             02 ME-C-CAPTION PIC X(32).
             02 ME-C-COUNT   PIC Z9.

         01 ME-OUTCOME-LINE.
             02 FILLER       PIC X(13) VALUE "RUN OUTCOME: ".
             02 ME-O-TEXT    PIC X(40).
             02 ME-O-STEP    PIC X(2).
             02 FILLER       PIC X(1) VALUE SPACES.
             02 ME-O-PROG    PIC X(8).

         01 ME-BLANK-LINE.
             02 FILLER       PIC X(1) VALUE SPACES.

         SCREEN SECTION.
         01 ERASE-1.
            02 BLANK SCREEN.

         PROCEDURE DIVISION.
         MAIN-PARA.
             DISPLAY ERASE-1
             DISPLAY "MONTH-END JOB STREAM" AT LINE 3 COL 15.
             *>EVERYTHING THE STEPS WOULD NORMALLY ASK THE OPERATOR
             *>FOR IS TAKEN FROM THE SINGLE PARAMETER RECORD
             OPEN INPUT JOBPARMFILE.
             IF FSJP NOT = 00
                 GO TO ERROR-NOPARM-PARA
             END-IF.
             READ JOBPARMFILE
                 AT END
                     CLOSE JOBPARMFILE
                     GO TO ERROR-NOPARM-PARA
             END-READ.
             CLOSE JOBPARMFILE.
             PERFORM ME-PARM-CHECK-PARA.
             IF ME-PARM-OK = 'N'
                 GO TO ERROR-PARM-PARA
             END-IF.
             OPEN I-O JOBCTLFILE.
             IF FSJC NOT = 00
                 OPEN OUTPUT JOBCTLFILE
                 CLOSE JOBCTLFILE
                 OPEN I-O JOBCTLFILE
             END-IF.
             *>A STREAM LEFT UNFINISHED FOR ANOTHER PERIOD MUST BE
             *>COMPLETED FIRST UNLESS A FRESH START IS ASKED FOR
             MOVE 'Y' TO ME-PRIOR-OK.
             IF JPFRESH NOT = 'Y'
                 PERFORM ME-PRIOR-READ-PARA
                     VARYING ME-STEP FROM 1 BY 1 UNTIL ME-STEP > 8
             END-IF.
             IF ME-PRIOR-OK = 'N'
                 CLOSE JOBCTLFILE
                 GO TO ERROR-PRIOR-PARA
             END-IF.
             OPEN EXTEND JOBLOGFILE.
             IF FSJL NOT = 00
                 OPEN OUTPUT JOBLOGFILE
             END-IF.
             MOVE 'Y'       TO JOB-MODE.
             MOVE JPPERIOD  TO JOB-PERIOD.
             MOVE JPRUNDATE TO JOB-RUNDATE.
             MOVE JPARRMODE TO JOB-ARR-MODE.
             MOVE ZERO      TO JOB-VAR-PCT.
             IF JPVARCHK = 'Y'
                 MOVE JPVARPCT TO JOB-VAR-PCT
                 MOVE JPVARMAX TO ME-VAR-MAX
             END-IF.
             MOVE 'N' TO ME-STOP.
             PERFORM ME-STEP-PARA
                 VARYING ME-STEP FROM 1 BY 1
                 UNTIL ME-STEP > 8 OR ME-STOP = 'Y'.
             MOVE 'N' TO JOB-MODE.
             CLOSE JOBLOGFILE.
             PERFORM ME-SUMMARY-PARA.
             CLOSE JOBCTLFILE.
             MOVE SIGNON-OPID TO AUD-OPID.
             MOVE JPPERIOD    TO AUD-KEY.
             MOVE "JOBCTL"    TO AUD-FILENM.
             IF ME-STOP = 'Y'
                 MOVE "STOP" TO AUD-ACTION
             ELSE
                 MOVE "RUN"  TO AUD-ACTION
             END-IF.
             PERFORM AUDIT-LOG-PARA.
             DISPLAY ERASE-1
             DISPLAY "MONTH-END JOB STREAM" AT LINE 3 COL 15.
             DISPLAY "PERIOD :" AT LINE 5 COL 10.
             DISPLAY JPPERIOD AT LINE 5 COL 19.
             IF ME-STOP = 'Y'
                 DISPLAY "STREAM STOPPED AT STEP" AT LINE 8 COL 10
                 DISPLAY ME-FAIL-STEP AT LINE 8 COL 33
                 DISPLAY ME-STEP-PROG(ME-FAIL-STEP) AT LINE 8 COL 36
                 DISPLAY JCMSG AT LINE 9 COL 10
                 DISPLAY "CORRECT THE CAUSE AND RESUBMIT - THE RUN"
                    AT LINE 10 COL 10
                 DISPLAY "RESUMES FROM THE FAILED STEP"
                    AT LINE 11 COL 10
             ELSE
                 DISPLAY "ALL STEPS COMPLETE" AT LINE 8 COL 10
             END-IF.
             DISPLAY "STEPS RUN NOW      :" AT LINE 13 COL 10.
             DISPLAY ME-RUN-CNT AT LINE 13 COL 31.
             DISPLAY "DONE IN EARLIER RUN:" AT LINE 14 COL 10.
             DISPLAY ME-DONE-CNT AT LINE 14 COL 31.
             DISPLAY "STEP LOG APPENDED TO JOBLOG.DAT"
                AT LINE 15 COL 10.
             DISPLAY "RUN SUMMARY WRITTEN TO JOBSUM.DAT"
                AT LINE 16 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 18 COL 10.
             ACCEPT OMIT AT LINE 18 COL 50.
             EXIT PROGRAM.

         ME-PARM-CHECK-PARA.
             MOVE 'Y' TO ME-PARM-OK.
             IF JPPERIOD NOT NUMERIC
                 MOVE 'N' TO ME-PARM-OK
             ELSE
                 MOVE JPPERIOD TO ME-PERIOD-N
                 IF ME-MM < 1 OR ME-MM > 12
                     MOVE 'N' TO ME-PARM-OK
                 END-IF
             END-IF.
             IF JPRUNDATE(1:4) NOT NUMERIC
                 OR JPRUNDATE(6:2) NOT NUMERIC
                 OR JPRUNDATE(9:2) NOT NUMERIC
                 MOVE 'N' TO ME-PARM-OK
             END-IF.
             IF JPARRMODE NOT = 'R' AND JPARRMODE NOT = 'L'
                 MOVE 'N' TO ME-PARM-OK
             END-IF.
             IF JPVARCHK NOT = 'Y' AND JPVARCHK NOT = 'N'
                 MOVE 'N' TO ME-PARM-OK
             END-IF.
             IF JPVARCHK = 'Y'
                 IF JPVARPCT NOT NUMERIC OR JPVARMAX NOT NUMERIC
                     MOVE 'N' TO ME-PARM-OK
                 END-IF
             END-IF.

         ME-PRIOR-READ-PARA.
             MOVE ME-STEP TO JCSTEP.
             READ JOBCTLFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     IF JCPERIOD NOT = JPPERIOD
                        AND (JCSTATUS = 'F' OR JCSTATUS = 'R')
                         MOVE 'N' TO ME-PRIOR-OK
                         MOVE JCPERIOD TO ME-PRIOR-PER
                     END-IF
             END-READ.

         ME-STEP-PARA.
             *>A STEP ALREADY COMPLETED FOR THIS PERIOD IS NOT RERUN,
             *>SO A RESUBMITTED STREAM PICKS UP AT THE FAILED STEP
             MOVE ME-STEP TO JCSTEP.
             MOVE 'Y' TO ME-FOUND.
             READ JOBCTLFILE
                 INVALID KEY MOVE 'N' TO ME-FOUND
             END-READ.
             IF ME-FOUND = 'Y' AND JPFRESH NOT = 'Y'
                AND JCPERIOD = JPPERIOD
                AND (JCSTATUS = 'S' OR JCSTATUS = 'K')
                 ADD 1 TO ME-DONE-CNT
                 MOVE "BYPASS" TO ME-L-EVENT
                 PERFORM ME-LOG-PARA
             ELSE
                 PERFORM ME-RUN-STEP-PARA
             END-IF.

         ME-RUN-STEP-PARA.
             MOVE ME-STEP TO JCSTEP.
             MOVE JPPERIOD TO JCPERIOD.
             MOVE ME-STEP-PROG(ME-STEP) TO JCPROG.
             MOVE 'R' TO JCSTATUS.
             ACCEPT ME-TODAY FROM DATE YYYYMMDD.
             ACCEPT ME-NOW FROM TIME.
             MOVE ME-TODAY TO JCSTDATE.
             MOVE ME-NOW   TO JCSTTIME.
             MOVE SPACES TO JCENDATE.
             MOVE SPACES TO JCENTIME.
             MOVE SPACES TO JCMSG.
             MOVE ZERO TO JCCOUNT.
             *>THE STEP IS MARKED RUNNING BEFORE IT IS CALLED SO AN
             *>ABNORMAL END LEAVES IT TO BE RERUN ON RESUBMISSION
             IF ME-FOUND = 'Y'
                 REWRITE JOBCTLREC
             ELSE
                 WRITE JOBCTLREC
             END-IF.
             MOVE "START" TO ME-L-EVENT.
             PERFORM ME-LOG-PARA.
             MOVE SPACE  TO JOB-RESULT.
             MOVE ZERO   TO JOB-COUNT.
             MOVE SPACES TO JOB-MESSAGE.
             IF ME-STEP = 4 AND JPVARCHK NOT = 'Y'
                 MOVE 'K' TO JOB-RESULT
                 MOVE "VARIANCE CHECK NOT REQUESTED" TO JOB-MESSAGE
             ELSE
                 PERFORM ME-CALL-PARA
             END-IF.
             IF ME-STEP = 4 AND JOB-RESULT = 'S'
                AND JOB-COUNT > ME-VAR-MAX
                 MOVE 'F' TO JOB-RESULT
                 MOVE "FLAGGED EMPLOYEES ABOVE LIMIT - SEE PAYVAR.DAT"
                    TO JOB-MESSAGE
             END-IF.
             IF JOB-RESULT NOT = 'S' AND JOB-RESULT NOT = 'F'
                AND JOB-RESULT NOT = 'K'
                 MOVE 'F' TO JOB-RESULT
                 MOVE "STEP ENDED WITHOUT REPORTING A RESULT"
                    TO JOB-MESSAGE
             END-IF.
             MOVE JOB-RESULT  TO JCSTATUS.
             MOVE JOB-COUNT   TO JCCOUNT.
             MOVE JOB-MESSAGE TO JCMSG.
             ACCEPT ME-TODAY FROM DATE YYYYMMDD.
             ACCEPT ME-NOW FROM TIME.
             MOVE ME-TODAY TO JCENDATE.
             MOVE ME-NOW   TO JCENTIME.
             REWRITE JOBCTLREC.
             MOVE "END" TO ME-L-EVENT.
             PERFORM ME-LOG-PARA.
             IF JCSTATUS = 'F'
                 MOVE 'Y' TO ME-STOP
                 MOVE ME-STEP TO ME-FAIL-STEP
             ELSE
                 ADD 1 TO ME-RUN-CNT
             END-IF.

         ME-CALL-PARA.
             EVALUATE ME-STEP
                WHEN 1
                    CALL "ATTPOST"
                    CANCEL "ATTPOST"
                WHEN 2
                    CALL "REVAPPLY"
                    CANCEL "REVAPPLY"
                WHEN 3
                    CALL "ARREARS"
                    CANCEL "ARREARS"
                WHEN 4
                    CALL "PAYVAR"
                    CANCEL "PAYVAR"
                WHEN 5
                    CALL "PAYCLOSE"
                    CANCEL "PAYCLOSE"
                WHEN 6
                    CALL "BANKDISB"
                    CANCEL "BANKDISB"
                WHEN 7
                    CALL "PFESIRET"
                    CANCEL "PFESIRET"
                WHEN 8
                    CALL "GLPOST"
                    CANCEL "GLPOST"
             END-EVALUATE.

         ME-LOG-PARA.
             ACCEPT ME-L-DATE FROM DATE YYYYMMDD.
             ACCEPT ME-L-TIME FROM TIME.
             MOVE JPPERIOD TO ME-L-PERIOD.
             MOVE ME-STEP  TO ME-L-STEP.
             MOVE ME-STEP-PROG(ME-STEP) TO ME-L-PROG.
             PERFORM ME-STAT-PARA.
             MOVE ME-STAT-TEXT TO ME-L-STATUS.
             MOVE JCCOUNT  TO ME-L-COUNT.
             MOVE JCMSG    TO ME-L-MSG.
             WRITE JOBLOG-LINE FROM ME-LOG-DETAIL.

         ME-STAT-PARA.
             EVALUATE JCSTATUS
                WHEN 'S'
                    MOVE "COMPLETED" TO ME-STAT-TEXT
                WHEN 'F'
                    MOVE "FAILED" TO ME-STAT-TEXT
                WHEN 'K'
                    MOVE "SKIPPED" TO ME-STAT-TEXT
                WHEN 'R'
                    MOVE "RUNNING" TO ME-STAT-TEXT
                WHEN OTHER
                    MOVE "NOT RUN" TO ME-STAT-TEXT
             END-EVALUATE.

         ME-SUMMARY-PARA.
             OPEN OUTPUT JOBSUMFILE.
             MOVE JPPERIOD    TO ME-H-PER.
             MOVE SIGNON-OPID TO ME-H-OPID.
             ACCEPT ME-H-DATE FROM DATE YYYYMMDD.
             ACCEPT ME-H-TIME FROM TIME.
             WRITE JOBSUM-LINE FROM ME-HEAD-LINE-1.
             WRITE JOBSUM-LINE FROM ME-HEAD-LINE-2.
             WRITE JOBSUM-LINE FROM ME-BLANK-LINE.
             WRITE JOBSUM-LINE FROM ME-HEAD-LINE-3.
             PERFORM ME-SUM-STEP-PARA
                 VARYING ME-STEP FROM 1 BY 1 UNTIL ME-STEP > 8.
             WRITE JOBSUM-LINE FROM ME-BLANK-LINE.
             MOVE "STEPS RUN IN THIS SUBMISSION  :" TO ME-C-CAPTION.
             MOVE ME-RUN-CNT TO ME-C-COUNT.
             WRITE JOBSUM-LINE FROM ME-COUNT-LINE.
             MOVE "STEPS COMPLETED IN EARLIER RUN:" TO ME-C-CAPTION.
             MOVE ME-DONE-CNT TO ME-C-COUNT.
             WRITE JOBSUM-LINE FROM ME-COUNT-LINE.
             IF ME-STOP = 'Y'
                 MOVE "STOPPED - RESUBMIT TO RESUME AT STEP "
                    TO ME-O-TEXT
                 MOVE ME-FAIL-STEP TO ME-O-STEP
                 MOVE ME-STEP-PROG(ME-FAIL-STEP) TO ME-O-PROG
             ELSE
                 MOVE "ALL STEPS COMPLETE" TO ME-O-TEXT
                 MOVE SPACES TO ME-O-STEP
                 MOVE SPACES TO ME-O-PROG
             END-IF.
             WRITE JOBSUM-LINE FROM ME-OUTCOME-LINE.
             CLOSE JOBSUMFILE.
             *>LEAVE THE FAILED STEP'S RECORD IN THE BUFFER FOR THE
             *>CLOSING SCREEN
             IF ME-STOP = 'Y'
                 MOVE ME-FAIL-STEP TO JCSTEP
                 READ JOBCTLFILE
                     INVALID KEY MOVE SPACES TO JCMSG
                 END-READ
             END-IF.

         ME-SUM-STEP-PARA.
             MOVE ME-STEP TO ME-S-STEP.
             MOVE ME-STEP-PROG(ME-STEP) TO ME-S-PROG.
             MOVE ME-STEP TO JCSTEP.
             MOVE 'Y' TO ME-FOUND.
             READ JOBCTLFILE
                 INVALID KEY MOVE 'N' TO ME-FOUND
             END-READ.
             IF ME-FOUND = 'Y' AND JCPERIOD = JPPERIOD
                 PERFORM ME-STAT-PARA
                 MOVE ME-STAT-TEXT TO ME-S-STATUS
                 MOVE JCSTDATE TO ME-S-STDATE
                 MOVE JCSTTIME TO ME-S-STTIME
                 MOVE JCENDATE TO ME-S-ENDATE
                 MOVE JCENTIME TO ME-S-ENTIME
                 MOVE JCCOUNT  TO ME-S-COUNT
                 MOVE JCMSG    TO ME-S-MSG
             ELSE
                 MOVE "NOT RUN" TO ME-S-STATUS
                 MOVE SPACES TO ME-S-STDATE
                 MOVE SPACES TO ME-S-STTIME
                 MOVE SPACES TO ME-S-ENDATE
                 MOVE SPACES TO ME-S-ENTIME
                 MOVE ZERO   TO ME-S-COUNT
                 MOVE SPACES TO ME-S-MSG
             END-IF.
             WRITE JOBSUM-LINE FROM ME-SUM-DETAIL.

         AUDIT-LOG-PARA.
             OPEN EXTEND AUDITFILE.
             IF FSAUD <> 00
                OPEN OUTPUT AUDITFILE.
             MOVE AUD-OPID   TO AUDOPID.
             MOVE AUD-KEY    TO AUDKEY.
             MOVE AUD-FILENM TO AUDFILE.
             MOVE AUD-ACTION TO AUDACTION.
             ACCEPT AUDDATE FROM DATE YYYYMMDD.
             ACCEPT AUDTIME FROM TIME.
             WRITE AUDITREC.
             CLOSE AUDITFILE.

         ERROR-NOPARM-PARA.
             DISPLAY "NO PARAMETER RECORD IN JOBPARM.DAT"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.

         ERROR-PARM-PARA.
             DISPLAY "PARAMETER RECORD INVALID - CHECK PERIOD, RUN"
                AT LINE 10 COL 10.
             DISPLAY "DATE, ARREARS MODE AND VARIANCE OPTIONS"
                AT LINE 11 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 13 COL 10.
             ACCEPT OMIT AT LINE 13 COL 50.
             EXIT PROGRAM.

         ERROR-PRIOR-PARA.
             DISPLAY "STREAM FOR PERIOD" AT LINE 10 COL 10.
             DISPLAY ME-PRIOR-PER AT LINE 10 COL 28.
             DISPLAY "IS UNFINISHED - RESUBMIT IT OR ASK FOR A"
                AT LINE 11 COL 10.
             DISPLAY "FRESH START IN THE PARAMETER RECORD"
                AT LINE 12 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 14 COL 10.
             ACCEPT OMIT AT LINE 14 COL 50.
             EXIT PROGRAM.
       END PROGRAM MONTHEND.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRET.

         ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT BANKRTNFILE ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FSRN.

             SELECT PAYHISTFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS HPAYKEY
                 FILE STATUS IS FSH.

             SELECT EMPFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EEMPID
                 FILE STATUS IS FSE.

             SELECT BANKFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BKEMPID
                 FILE STATUS IS FSBK.

             SELECT BNKPAIDFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BPPERIOD
                 FILE STATUS IS FSBP.

             SELECT HELDSALFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SHKEY
                 FILE STATUS IS FSSH.

             SELECT HELDGLFILE ASSIGN TO DISK
                 ORGANIZATION IS SEQUENTIAL
                 ACCESS MODE IS SEQUENTIAL
                 FILE STATUS IS FSGE.

             SELECT AUDITFILE ASSIGN TO DISK
                 ORGANIZATION IS SEQUENTIAL
                 ACCESS MODE IS SEQUENTIAL
                 FILE STATUS IS FSAUD.

             SELECT BANKREJFILE ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FSRJ.

         DATA DIVISION.
         FILE SECTION.
         FD BANKRTNFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "BANKRTN.DAT".
         01 BANKRTNREC.
             02 RNTYPE   PIC X(1).
             02 RNEMPID  PIC X(6).
             02 RNACCNO  PIC X(16).
             02 RNIFSC   PIC X(11).
             02 RNAMOUNT PIC 9(8)V99.
             02 RNREASON PIC X(2).

         FD PAYHISTFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "PAYHIST.DAT".
         01 PAYHISTREC.
             02 HPAYKEY.
                 03 HEMPID  PIC X(6).
                 03 HPERIOD PIC X(6).
             02 HBASIC   PIC 9(6)V99.
             02 HDA      PIC 9(6)V99.
             02 HCCA     PIC 9(6)V99.
             02 HHRA     PIC 9(6)V99.
             02 HALLOW   PIC 9(8)V99.
             02 HPF      PIC 9(6)V99.
             02 HESI     PIC 9(6)V99.
             02 HPTAX    PIC 9(6)V99.
             02 HITAX    PIC 9(6)V99.
             02 HLOANDA  PIC 9(8)V99.
             02 HOTHERD  PIC 9(6)V99.
             02 HGROSS   PIC 9(8)V99.
             02 HDEDUCT  PIC 9(8)V99.
             02 HNET     PIC 9(8)V99.
             02 HARREAR  PIC 9(8)V99.
             02 HLLOP    PIC 999.

         FD EMPFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "EMP.DAT".
         01 EMPREC.
             02 EEMPID    PIC X(6).
             02 EEMPNAME  PIC X(25).
             02 EEMPADDR  PIC X(30).
             02 EPHONE    PIC X(10).
             02 EDOJ      PIC X(10).
             02 EDIP      PIC X(10).
             02 EUG       PIC X(4).
             02 EPG       PIC X(4).
             02 EPROFQ    PIC X(4).
             02 ESKILL    PIC X(10).
             02 EGRDNO    PIC 99.
             02 EBRNID    PIC X(6).
             02 EDESID    PIC X(6).
             02 EDEPID    PIC X(6).
             02 ESTATUS   PIC X(1).
             02 EDOL      PIC X(10).

         FD BANKFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "BANK.DAT".
         01 BANKREC.
             02 BKEMPID  PIC X(6).
             02 BKBANKCD PIC X(6).
             02 BKIFSC   PIC X(11).
             02 BKACCNO  PIC X(16).

         FD BNKPAIDFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "BNKPAID.DAT".
         01 BNKPAIDREC.
             02 BPPERIOD PIC X(6).
             02 BPDATE   PIC X(8).

         FD HELDSALFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "HELDSAL.DAT".
         01 HELDSALREC.
             02 SHKEY.
                 03 SHEMPID  PIC X(6).
                 03 SHPERIOD PIC X(6).
             02 SHAMOUNT  PIC 9(8)V99.
             02 SHREASON  PIC X(2).
             02 SHACCNO   PIC X(16).
             02 SHIFSC    PIC X(11).
             02 SHRETDATE PIC X(8).
             02 SHSTATUS  PIC X(1).
             02 SHPAYDATE PIC X(8).
             02 SHRETCNT  PIC 99.

         FD HELDGLFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "HELDGL.DAT".
         01 HELDGLREC.
             02 GETYPE   PIC X(1).
             02 GEEMPID  PIC X(6).
             02 GEPERIOD PIC X(6).
             02 GEAMOUNT PIC 9(8)V99.
             02 GEDATE   PIC X(8).
             02 GEGLPER  PIC X(6).

         FD AUDITFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "AUDIT.DAT".
         01 AUDITREC.
             02 AUDOPID   PIC X(6).
             02 AUDKEY    PIC X(6).
             02 AUDFILE   PIC X(12).
             02 AUDACTION PIC X(6).
             02 AUDDATE   PIC X(8).
             02 AUDTIME   PIC X(8).

         FD BANKREJFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "BANKREJ.DAT".
         01 BANKREJ-LINE  PIC X(132).

         WORKING-STORAGE SECTION.
         77 FSRN  PIC XX.
         77 FSH   PIC XX.
         77 FSE   PIC XX.
         77 FSBK  PIC XX.
         77 FSBP  PIC XX.
         77 FSSH  PIC XX.
         77 FSGE  PIC XX.
         77 FSAUD PIC XX.
         77 FSRJ  PIC XX.
         77 OMIT  PIC 99.
         77 RB-PERIOD    PIC X(6).
         77 RB-EMPID     PIC X(6).
         77 RB-EOF       PIC X(1).
         77 RB-SCAN-EOF  PIC X(1).
         77 RB-OK        PIC X(1).
         77 RB-MATCHED   PIC X(1).
         77 RB-HELD-FOUND PIC X(1).
         77 RB-RELEASE   PIC X(1).
         77 RB-BANK-OK   PIC X(1).
         77 RB-RSN-FOUND PIC X(1).
         77 RB-IDX       PIC 99.
         77 RB-RSN-IDX   PIC 99.
         77 RB-EXPECT    PIC 9(8)V99.
         77 RB-TODAY     PIC X(8).
         77 RB-READ-CNT  PIC 9(5) VALUE ZERO.
         77 RB-HELD-CNT  PIC 9(5) VALUE ZERO.
         77 RB-EXC-CNT   PIC 9(5) VALUE ZERO.
         77 RB-REL-CNT   PIC 9(5) VALUE ZERO.
         77 RB-HELD-AMT  PIC 9(12)V99 VALUE ZERO.
         77 AUD-OPID   PIC X(6).
         77 AUD-KEY    PIC X(6).
         77 AUD-FILENM PIC X(12).
         77 AUD-ACTION PIC X(6).
         01 SIGNON-OPID PIC X(6) EXTERNAL.

         *>REASON CODES AS SENT BACK BY THE BANK ON EACH RETURN
         01 RB-REASON-VALUES.
             02 FILLER PIC X(27) VALUE "01ACCOUNT CLOSED".
             02 FILLER PIC X(27) VALUE "02INVALID IFSC CODE".
             02 FILLER PIC X(27) VALUE "03NAME MISMATCH".
             02 FILLER PIC X(27) VALUE "04INVALID ACCOUNT NUMBER".
             02 FILLER PIC X(27) VALUE "05ACCOUNT FROZEN / DORMANT".
             02 FILLER PIC X(27) VALUE "99OTHER / UNKNOWN CODE".
         01 RB-REASON-TABLE REDEFINES RB-REASON-VALUES.
             02 RB-RSN OCCURS 6 TIMES.
                 03 RB-RSN-CODE PIC X(2).
                 03 RB-RSN-DESC PIC X(25).

         01 RB-REASON-TOTALS.
             02 RB-RSN-TOT OCCURS 6 TIMES.
                 03 RB-RSN-CNT PIC 9(5).
                 03 RB-RSN-AMT PIC 9(12)V99.

         01 RB-HEAD-LINE-1.
             02 FILLER     PIC X(40) VALUE
                "BANK RETURN REPORT - DISBURSED PERIOD: ".
             02 RB-H-PER   PIC X(6).
             02 FILLER     PIC X(9)  VALUE "  DATE: ".
             02 RB-H-DATE  PIC X(8).

         01 RB-HEAD-LINE-2.
             02 FILLER     PIC X(33) VALUE "EMPID  EMPLOYEE NAME".
             02 FILLER     PIC X(17) VALUE "ACCOUNT NUMBER".
             02 FILLER     PIC X(12) VALUE "     AMOUNT".
             02 FILLER     PIC X(29) VALUE " REASON".
             02 FILLER     PIC X(6)  VALUE "RESULT".

         01 RB-DETAIL-LINE.
             02 RB-D-EMPID    PIC X(6).
             02 FILLER        PIC X(1) VALUE SPACES.
             02 RB-D-NAME     PIC X(25).
             02 FILLER        PIC X(1) VALUE SPACES.
             02 RB-D-ACCNO    PIC X(16).
             02 FILLER        PIC X(1) VALUE SPACES.
             02 RB-D-AMOUNT   PIC ZZZZZZZ9.99.
             02 FILLER        PIC X(2) VALUE SPACES.
             02 RB-D-CODE     PIC X(2).
             02 FILLER        PIC X(1) VALUE SPACES.
             02 RB-D-DESC     PIC X(25).
             02 FILLER        PIC X(1) VALUE SPACES.
             02 RB-D-REMARK   PIC X(36).

         01 RB-RSN-HEAD-LINE.
             02 FILLER     PIC X(40) VALUE
                "RETURNS BY REASON CODE".

         01 RB-RSN-LINE.
             02 RB-R-CODE     PIC X(2).
             02 FILLER        PIC X(1) VALUE SPACES.
             02 RB-R-DESC     PIC X(25).
             02 FILLER        PIC X(2) VALUE SPACES.
             02 RB-R-CNT      PIC ZZZZ9.
             02 FILLER        PIC X(2) VALUE SPACES.
             02 RB-R-AMT      PIC ZZZZZZZZZZZ9.99.

         01 RB-COUNT-LINE.
             02 RB-C-CAPTION PIC X(30).
             02 RB-C-COUNT   PIC ZZZZ9.

         01 RB-TOTAL-LINE.
             02 FILLER       PIC X(30) VALUE
                "AMOUNT PLACED ON HOLD        :".
             02 RB-T-AMOUNT  PIC ZZZZZZZZZZZ9.99.

         01 RB-BLANK-LINE.
             02 FILLER       PIC X(1) VALUE SPACES.

         SCREEN SECTION.
         01 ERASE-1.
            02 BLANK SCREEN.

         PROCEDURE DIVISION.
         MAIN-PARA.
             DISPLAY ERASE-1
             DISPLAY "BANK RETURN FILE PROCESSING" AT LINE 3 COL 15.
             DISPLAY "ENTER DISBURSED PERIOD (YYYYMM) :"
                AT LINE 5 COL 5.
             ACCEPT RB-PERIOD AT LINE 5 COL 40.
             IF RB-PERIOD NOT NUMERIC
                 GO TO ERROR-PERIOD-PARA
             END-IF.
             *>ONLY A PERIOD THE BANK RUN HAS ACTUALLY PAID OUT CAN
             *>HAVE CREDITS COMING BACK
             OPEN INPUT BNKPAIDFILE.
             IF FSBP NOT = 00
                 GO TO ERROR-NOTPAID-PARA
             END-IF.
             MOVE RB-PERIOD TO BPPERIOD.
             READ BNKPAIDFILE
                 INVALID KEY
                     CLOSE BNKPAIDFILE
                     GO TO ERROR-NOTPAID-PARA
             END-READ.
             CLOSE BNKPAIDFILE.
             OPEN INPUT BANKRTNFILE.
             IF FSRN NOT = 00
                 GO TO ERROR-NORTN-PARA
             END-IF.
             OPEN INPUT PAYHISTFILE.
             IF FSH NOT = 00
                 CLOSE BANKRTNFILE
                 GO TO ERROR-HIST-PARA
             END-IF.
             MOVE 'Y' TO RB-BANK-OK.
             OPEN INPUT BANKFILE.
             IF FSBK NOT = 00
                 MOVE 'N' TO RB-BANK-OK
             END-IF.
             OPEN INPUT EMPFILE.
             OPEN I-O HELDSALFILE.
             IF FSSH NOT = 00
                 OPEN OUTPUT HELDSALFILE
                 CLOSE HELDSALFILE
                 OPEN I-O HELDSALFILE
             END-IF.
             OPEN EXTEND HELDGLFILE.
             IF FSGE NOT = 00
                 OPEN OUTPUT HELDGLFILE
             END-IF.
             OPEN OUTPUT BANKREJFILE.
             MOVE ZEROS TO RB-REASON-TOTALS.
             ACCEPT RB-TODAY FROM DATE YYYYMMDD.
             MOVE RB-PERIOD TO RB-H-PER.
             MOVE RB-TODAY  TO RB-H-DATE.
             WRITE BANKREJ-LINE FROM RB-HEAD-LINE-1.
             WRITE BANKREJ-LINE FROM RB-BLANK-LINE.
             WRITE BANKREJ-LINE FROM RB-HEAD-LINE-2.
             MOVE SIGNON-OPID TO AUD-OPID.
             MOVE 'N' TO RB-EOF.
             PERFORM RB-RTN-READ-PARA UNTIL RB-EOF = 'Y'.
             WRITE BANKREJ-LINE FROM RB-BLANK-LINE.
             WRITE BANKREJ-LINE FROM RB-RSN-HEAD-LINE.
             PERFORM RB-RSN-LINE-PARA
                 VARYING RB-IDX FROM 1 BY 1 UNTIL RB-IDX > 6.
             WRITE BANKREJ-LINE FROM RB-BLANK-LINE.
             MOVE "RETURNS READ                 :" TO RB-C-CAPTION.
             MOVE RB-READ-CNT TO RB-C-COUNT.
             WRITE BANKREJ-LINE FROM RB-COUNT-LINE.
             MOVE "PLACED ON HOLD               :" TO RB-C-CAPTION.
             MOVE RB-HELD-CNT TO RB-C-COUNT.
             WRITE BANKREJ-LINE FROM RB-COUNT-LINE.
             MOVE "  OF WHICH RELEASED AT ONCE  :" TO RB-C-CAPTION.
             MOVE RB-REL-CNT TO RB-C-COUNT.
             WRITE BANKREJ-LINE FROM RB-COUNT-LINE.
             MOVE "NOT MATCHED - SEE REMARKS    :" TO RB-C-CAPTION.
             MOVE RB-EXC-CNT TO RB-C-COUNT.
             WRITE BANKREJ-LINE FROM RB-COUNT-LINE.
             MOVE RB-HELD-AMT TO RB-T-AMOUNT.
             WRITE BANKREJ-LINE FROM RB-TOTAL-LINE.
             CLOSE BANKRTNFILE.
             CLOSE PAYHISTFILE.
             IF RB-BANK-OK = 'Y'
                 CLOSE BANKFILE
             END-IF.
             CLOSE EMPFILE.
             CLOSE HELDSALFILE.
             CLOSE HELDGLFILE.
             CLOSE BANKREJFILE.
             DISPLAY "RETURN REPORT WRITTEN TO BANKREJ.DAT"
                AT LINE 10 COL 10.
             DISPLAY "RETURNS READ   :" AT LINE 11 COL 10.
             DISPLAY RB-READ-CNT AT LINE 11 COL 28.
             DISPLAY "PUT ON HOLD    :" AT LINE 12 COL 10.
             DISPLAY RB-HELD-CNT AT LINE 12 COL 28.
             DISPLAY "NOT MATCHED    :" AT LINE 13 COL 10.
             DISPLAY RB-EXC-CNT AT LINE 13 COL 28.
             DISPLAY "RELEASED       :" AT LINE 14 COL 10.
             DISPLAY RB-REL-CNT AT LINE 14 COL 28.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 15 COL 10.
             ACCEPT OMIT AT LINE 15 COL 50.
             EXIT PROGRAM.

         RB-RTN-READ-PARA.
             READ BANKRTNFILE
                 AT END MOVE 'Y' TO RB-EOF
                 NOT AT END
                     *>HEADER AND TRAILER RECORDS CARRY NO CREDITS
                     IF RNTYPE = 'R'
                         PERFORM RB-RTN-PARA
                     END-IF
             END-READ.

         RB-RTN-PARA.
             ADD 1 TO RB-READ-CNT.
             MOVE 'Y' TO RB-OK.
             MOVE 'N' TO RB-RELEASE.
             MOVE SPACES TO RB-D-REMARK.
             MOVE SPACES TO RB-EMPID.
             MOVE SPACES TO EEMPNAME.
             PERFORM RB-RSN-FIND-PARA.
             PERFORM RB-MATCH-PARA.
             IF RB-OK = 'Y'
                 PERFORM RB-HIST-PARA
             END-IF.
             IF RB-OK = 'Y'
                 PERFORM RB-HOLD-PARA
             ELSE
                 ADD 1 TO RB-EXC-CNT
             END-IF.
             IF RB-EMPID = SPACES
                 MOVE RNEMPID TO RB-D-EMPID
             ELSE
                 MOVE RB-EMPID TO RB-D-EMPID
             END-IF.
             MOVE EEMPNAME TO RB-D-NAME.
             MOVE RNACCNO  TO RB-D-ACCNO.
             MOVE RNAMOUNT TO RB-D-AMOUNT.
             MOVE RNREASON TO RB-D-CODE.
             MOVE RB-RSN-DESC(RB-RSN-IDX) TO RB-D-DESC.
             WRITE BANKREJ-LINE FROM RB-DETAIL-LINE.

         RB-RSN-FIND-PARA.
             MOVE 'N' TO RB-RSN-FOUND.
             PERFORM RB-RSN-SCAN-PARA
                 VARYING RB-IDX FROM 1 BY 1
                 UNTIL RB-IDX > 6 OR RB-RSN-FOUND = 'Y'.
             IF RB-RSN-FOUND = 'N'
                 MOVE 6 TO RB-RSN-IDX
             END-IF.
             ADD 1 TO RB-RSN-CNT(RB-RSN-IDX).
             ADD RNAMOUNT TO RB-RSN-AMT(RB-RSN-IDX).

         RB-RSN-SCAN-PARA.
             IF RB-RSN-CODE(RB-IDX) = RNREASON
                 MOVE 'Y' TO RB-RSN-FOUND
                 MOVE RB-IDX TO RB-RSN-IDX
             END-IF.

         RB-MATCH-PARA.
             *>THE RETURN CARRIES BACK THE EMPLOYEE REFERENCE AND THE
             *>ACCOUNT CREDITED; FALL BACK TO THE ACCOUNT NUMBER WHEN
             *>THE REFERENCE IS MISSING OR DOES NOT AGREE
             MOVE 'N' TO RB-MATCHED.
             IF RB-BANK-OK = 'N'
                 MOVE 'N' TO RB-OK
                 MOVE "NO BANK MASTER FILE" TO RB-D-REMARK
             ELSE
                 IF RNEMPID NOT = SPACES
                     MOVE RNEMPID TO BKEMPID
                     READ BANKFILE
                         INVALID KEY CONTINUE
                         NOT INVALID KEY
                             IF BKACCNO = RNACCNO
                                 MOVE 'Y' TO RB-MATCHED
                             END-IF
                     END-READ
                 END-IF
                 IF RB-MATCHED = 'N' AND RNACCNO NOT = SPACES
                     PERFORM RB-ACC-SCAN-PARA
                 END-IF
                 IF RB-MATCHED = 'Y'
                     MOVE BKEMPID TO RB-EMPID
                 ELSE
                     PERFORM RB-REF-ONLY-PARA
                 END-IF
             END-IF.
             IF RB-EMPID NOT = SPACES
                 MOVE RB-EMPID TO EEMPID
                 READ EMPFILE INVALID KEY
                     MOVE "UNKNOWN EMPLOYEE" TO EEMPNAME
                 END-READ
             END-IF.

         RB-REF-ONLY-PARA.
             *>THE ACCOUNT MAY ALREADY HAVE BEEN CHANGED ON THE MASTER
             *>BEFORE THE RETURN ARRIVED - ACCEPT THE REFERENCE ALONE
             *>AND LET THE AMOUNT CHECK AGAINST PAY HISTORY DECIDE.
             *>BANK.DAT NO LONGER HOLDS THE RETURNED ACCOUNT, SO THE
             *>SALARY IS RELEASED FOR SUPPLEMENTARY PAYMENT AT ONCE
             IF RNEMPID NOT = SPACES
                 MOVE RNEMPID TO BKEMPID
                 READ BANKFILE
                     INVALID KEY
                         MOVE 'N' TO RB-OK
                         MOVE "NO MATCHING EMPLOYEE OR ACCOUNT"
                            TO RB-D-REMARK
                     NOT INVALID KEY
                         MOVE BKEMPID TO RB-EMPID
                         MOVE 'Y' TO RB-RELEASE
                         MOVE "RELEASED - ACCOUNT ALREADY CHANGED"
                            TO RB-D-REMARK
                 END-READ
             ELSE
                 MOVE 'N' TO RB-OK
                 MOVE "NO MATCHING EMPLOYEE OR ACCOUNT"
                    TO RB-D-REMARK
             END-IF.

         RB-ACC-SCAN-PARA.
             MOVE 'N' TO RB-SCAN-EOF.
             MOVE LOW-VALUES TO BKEMPID.
             START BANKFILE KEY IS NOT LESS THAN BKEMPID
                 INVALID KEY MOVE 'Y' TO RB-SCAN-EOF
             END-START.
             PERFORM RB-ACC-READ-PARA
                 UNTIL RB-SCAN-EOF = 'Y' OR RB-MATCHED = 'Y'.

         RB-ACC-READ-PARA.
             READ BANKFILE NEXT RECORD
                 AT END MOVE 'Y' TO RB-SCAN-EOF
                 NOT AT END
                     IF BKACCNO = RNACCNO
                         MOVE 'Y' TO RB-MATCHED
                     END-IF
             END-READ.
             IF RB-SCAN-EOF = 'N' AND FSBK NOT = 00
                 MOVE 'Y' TO RB-SCAN-EOF
             END-IF.

         RB-HIST-PARA.
             *>THE RETURNED AMOUNT MUST BE THE NET THAT WAS CREDITED -
             *>OR, FOR A SUPPLEMENTARY PAYMENT BOUNCING AGAIN, THE
             *>AMOUNT ALREADY HELD
             MOVE RB-EMPID  TO HEMPID.
             MOVE RB-PERIOD TO HPERIOD.
             READ PAYHISTFILE
                 INVALID KEY
                     MOVE 'N' TO RB-OK
                     MOVE "NO CLOSED PAY FOR PERIOD" TO RB-D-REMARK
             END-READ.
             IF RB-OK = 'Y'
                 MOVE HNET TO RB-EXPECT
                 MOVE RB-EMPID  TO SHEMPID
                 MOVE RB-PERIOD TO SHPERIOD
                 MOVE 'Y' TO RB-HELD-FOUND
                 READ HELDSALFILE
                     INVALID KEY MOVE 'N' TO RB-HELD-FOUND
                 END-READ
                 IF RB-HELD-FOUND = 'Y'
                     IF SHSTATUS = 'P'
                         MOVE SHAMOUNT TO RB-EXPECT
                     ELSE
                         MOVE 'N' TO RB-OK
                         MOVE "ALREADY ON HOLD - DUPLICATE RETURN"
                            TO RB-D-REMARK
                     END-IF
                 END-IF
             END-IF.
             IF RB-OK = 'Y' AND RNAMOUNT NOT = RB-EXPECT
                 MOVE 'N' TO RB-OK
                 MOVE "AMOUNT DIFFERS FROM CREDIT" TO RB-D-REMARK
             END-IF.

         RB-HOLD-PARA.
             MOVE RB-EMPID  TO SHEMPID.
             MOVE RB-PERIOD TO SHPERIOD.
             MOVE RNAMOUNT  TO SHAMOUNT.
             MOVE RNREASON  TO SHREASON.
             MOVE RNACCNO   TO SHACCNO.
             MOVE RNIFSC    TO SHIFSC.
             MOVE RB-TODAY  TO SHRETDATE.
             IF RB-RELEASE = 'Y'
                 MOVE 'C'   TO SHSTATUS
                 ADD 1 TO RB-REL-CNT
             ELSE
                 MOVE 'H'   TO SHSTATUS
             END-IF.
             MOVE SPACES    TO SHPAYDATE.
             IF RB-HELD-FOUND = 'Y'
                 ADD 1 TO SHRETCNT
                 REWRITE HELDSALREC
                 MOVE "CHG" TO AUD-ACTION
             ELSE
                 MOVE 1 TO SHRETCNT
                 WRITE HELDSALREC
                 MOVE "ADD" TO AUD-ACTION
             END-IF.
             *>THE BANK CREDIT COMES BACK - LEAVE A GL EVENT FOR THE
             *>NEXT POSTING TO REVERSE IT INTO HELD SALARY
             MOVE 'R'       TO GETYPE.
             MOVE RB-EMPID  TO GEEMPID.
             MOVE RB-PERIOD TO GEPERIOD.
             MOVE RNAMOUNT  TO GEAMOUNT.
             MOVE RB-TODAY  TO GEDATE.
             MOVE SPACES    TO GEGLPER.
             WRITE HELDGLREC.
             MOVE RB-EMPID  TO AUD-KEY.
             MOVE "HELDSAL" TO AUD-FILENM.
             PERFORM AUDIT-LOG-PARA.
             IF RB-D-REMARK = SPACES
                 MOVE "HELD" TO RB-D-REMARK
             END-IF.
             ADD 1 TO RB-HELD-CNT.
             ADD RNAMOUNT TO RB-HELD-AMT.

         RB-RSN-LINE-PARA.
             MOVE RB-RSN-CODE(RB-IDX) TO RB-R-CODE.
             MOVE RB-RSN-DESC(RB-IDX) TO RB-R-DESC.
             MOVE RB-RSN-CNT(RB-IDX)  TO RB-R-CNT.
             MOVE RB-RSN-AMT(RB-IDX)  TO RB-R-AMT.
             WRITE BANKREJ-LINE FROM RB-RSN-LINE.

         AUDIT-LOG-PARA.
             OPEN EXTEND AUDITFILE.
             IF FSAUD <> 00
                OPEN OUTPUT AUDITFILE.
             MOVE AUD-OPID   TO AUDOPID.
             MOVE AUD-KEY    TO AUDKEY.
             MOVE AUD-FILENM TO AUDFILE.
             MOVE AUD-ACTION TO AUDACTION.
             ACCEPT AUDDATE FROM DATE YYYYMMDD.
             ACCEPT AUDTIME FROM TIME.
             WRITE AUDITREC.
             CLOSE AUDITFILE.

         ERROR-PERIOD-PARA.
             DISPLAY "PAY PERIOD MUST BE NUMERIC YYYYMM"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.

         ERROR-NOTPAID-PARA.
             DISPLAY "PERIOD NOT DISBURSED - NO RETURNS POSSIBLE"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.

         ERROR-NORTN-PARA.
             DISPLAY "NO BANK RETURN FILE (BANKRTN.DAT) FOUND"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.

         ERROR-HIST-PARA.
             DISPLAY "NO PAY HISTORY FILE - RUN PAYROLL CLOSE FIRST"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.
       END PROGRAM BANKRET.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKSUPP.

         ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT HELDSALFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SHKEY
                 FILE STATUS IS FSSH.

             SELECT EMPFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EEMPID
                 FILE STATUS IS FSE.

             SELECT BANKFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BKEMPID
                 FILE STATUS IS FSBK.

             SELECT HELDGLFILE ASSIGN TO DISK
                 ORGANIZATION IS SEQUENTIAL
                 ACCESS MODE IS SEQUENTIAL
                 FILE STATUS IS FSGE.

             SELECT AUDITFILE ASSIGN TO DISK
                 ORGANIZATION IS SEQUENTIAL
                 ACCESS MODE IS SEQUENTIAL
                 FILE STATUS IS FSAUD.

             SELECT SUPPADVFILE ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FSSA.

             SELECT SUPPCTLFILE ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FSSC.

         DATA DIVISION.
         FILE SECTION.
         FD HELDSALFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "HELDSAL.DAT".
         01 HELDSALREC.
             02 SHKEY.
                 03 SHEMPID  PIC X(6).
                 03 SHPERIOD PIC X(6).
             02 SHAMOUNT  PIC 9(8)V99.
             02 SHREASON  PIC X(2).
             02 SHACCNO   PIC X(16).
             02 SHIFSC    PIC X(11).
             02 SHRETDATE PIC X(8).
             02 SHSTATUS  PIC X(1).
             02 SHPAYDATE PIC X(8).
             02 SHRETCNT  PIC 99.

         FD EMPFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "EMP.DAT".
         01 EMPREC.
             02 EEMPID    PIC X(6).
             02 EEMPNAME  PIC X(25).
             02 EEMPADDR  PIC X(30).
             02 EPHONE    PIC X(10).
             02 EDOJ      PIC X(10).
             02 EDIP      PIC X(10).
             02 EUG       PIC X(4).
             02 EPG       PIC X(4).
             02 EPROFQ    PIC X(4).
             02 ESKILL    PIC X(10).
             02 EGRDNO    PIC 99.
             02 EBRNID    PIC X(6).
             02 EDESID    PIC X(6).
             02 EDEPID    PIC X(6).
             02 ESTATUS   PIC X(1).
             02 EDOL      PIC X(10).

         FD BANKFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "BANK.DAT".
         01 BANKREC.
             02 BKEMPID  PIC X(6).
             02 BKBANKCD PIC X(6).
             02 BKIFSC   PIC X(11).
             02 BKACCNO  PIC X(16).

         FD HELDGLFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "HELDGL.DAT".
         01 HELDGLREC.
             02 GETYPE   PIC X(1).
             02 GEEMPID  PIC X(6).
             02 GEPERIOD PIC X(6).
             02 GEAMOUNT PIC 9(8)V99.
             02 GEDATE   PIC X(8).
             02 GEGLPER  PIC X(6).

         FD AUDITFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "AUDIT.DAT".
         01 AUDITREC.
             02 AUDOPID   PIC X(6).
             02 AUDKEY    PIC X(6).
             02 AUDFILE   PIC X(12).
             02 AUDACTION PIC X(6).
             02 AUDDATE   PIC X(8).
             02 AUDTIME   PIC X(8).

         FD SUPPADVFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "SUPPADV.DAT".
         01 SUPPADV-LINE  PIC X(75).

         FD SUPPCTLFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "SUPPCTL.DAT".
         01 SUPPCTL-LINE  PIC X(100).

         WORKING-STORAGE SECTION.
         77 FSSH  PIC XX.
         77 FSE   PIC XX.
         77 FSBK  PIC XX.
         77 FSGE  PIC XX.
         77 FSAUD PIC XX.
         77 FSSA  PIC XX.
         77 FSSC  PIC XX.
         77 OMIT  PIC 99.
         77 BS-EOF       PIC X(1).
         77 BS-BANK-OK   PIC X(1).
         77 BS-BANKFILE-OK PIC X(1).
         77 BS-TODAY     PIC X(8).
         77 BS-ADV-CNT   PIC 9(6) VALUE ZERO.
         77 BS-WAIT-CNT  PIC 9(6) VALUE ZERO.
         77 BS-EXC-CNT   PIC 9(6) VALUE ZERO.
         77 BS-ADV-TOTAL PIC 9(12)V99 VALUE ZERO.
         77 BS-WAIT-TOTAL PIC 9(12)V99 VALUE ZERO.
         77 AUD-OPID   PIC X(6).
         77 AUD-KEY    PIC X(6).
         77 AUD-FILENM PIC X(12).
         77 AUD-ACTION PIC X(6).
         01 SIGNON-OPID PIC X(6) EXTERNAL.

         *>SAME RECORD LAYOUT AS THE MONTHLY BANK ADVICE
         01 BS-DETAIL-REC.
             02 FILLER       PIC X(1) VALUE "D".
             02 BS-D-EMPID   PIC X(6).
             02 BS-D-NAME    PIC X(25).
             02 BS-D-BANKCD  PIC X(6).
             02 BS-D-IFSC    PIC X(11).
             02 BS-D-ACCNO   PIC X(16).
             02 BS-D-AMOUNT  PIC 9(8)V99.

         01 BS-TRAILER-REC.
             02 FILLER       PIC X(1) VALUE "T".
             02 BS-T-COUNT   PIC 9(6).
             02 BS-T-TOTAL   PIC 9(12)V99.
             02 FILLER       PIC X(54) VALUE SPACES.

         01 BS-CTL-HEAD-LINE.
             02 FILLER       PIC X(50) VALUE
                "SUPPLEMENTARY SALARY DISBURSEMENT - CONTROL REPORT".
             02 FILLER       PIC X(8)  VALUE "  DATE: ".
             02 BS-H-DATE    PIC X(8).

         01 BS-CTL-SUB-LINE.
             02 BS-S-TEXT    PIC X(50).

         01 BS-CTL-LINE.
             02 BS-C-EMPID   PIC X(6).
             02 FILLER       PIC X(1) VALUE SPACES.
             02 BS-C-NAME    PIC X(25).
             02 FILLER       PIC X(1) VALUE SPACES.
             02 BS-C-PERIOD  PIC X(6).
             02 FILLER       PIC X(1) VALUE SPACES.
             02 BS-C-AMOUNT  PIC ZZZZZZZ9.99.
             02 FILLER       PIC X(2) VALUE SPACES.
             02 BS-C-REMARK  PIC X(30).

         01 BS-CTL-COUNT-LINE.
             02 BS-C-CAPTION PIC X(32).
             02 BS-C-COUNT   PIC ZZZZZ9.

         01 BS-CTL-TOTAL-LINE.
             02 BS-T-CAPTION PIC X(32).
             02 BS-C-TOTAL   PIC ZZZZZZZZZZZ9.99.

         01 BS-BLANK-LINE.
             02 FILLER       PIC X(1) VALUE SPACES.

         SCREEN SECTION.
         01 ERASE-1.
            02 BLANK SCREEN.

         PROCEDURE DIVISION.
         MAIN-PARA.
             DISPLAY ERASE-1
             DISPLAY "SUPPLEMENTARY SALARY DISBURSEMENT"
                AT LINE 3 COL 15.
             OPEN I-O HELDSALFILE.
             IF FSSH NOT = 00
                 GO TO ERROR-NOHELD-PARA
             END-IF.
             DISPLAY "SUPPLEMENTARY DISBURSEMENT RUNNING..."
                AT LINE 7 COL 15.
             OPEN INPUT EMPFILE.
             MOVE 'Y' TO BS-BANKFILE-OK.
             OPEN INPUT BANKFILE.
             IF FSBK NOT = 00
                 MOVE 'N' TO BS-BANKFILE-OK
             END-IF.
             OPEN EXTEND HELDGLFILE.
             IF FSGE NOT = 00
                 OPEN OUTPUT HELDGLFILE
             END-IF.
             OPEN OUTPUT SUPPADVFILE.
             OPEN OUTPUT SUPPCTLFILE.
             ACCEPT BS-TODAY FROM DATE YYYYMMDD.
             MOVE BS-TODAY TO BS-H-DATE.
             WRITE SUPPCTL-LINE FROM BS-CTL-HEAD-LINE.
             WRITE SUPPCTL-LINE FROM BS-BLANK-LINE.
             MOVE SIGNON-OPID TO AUD-OPID.
             MOVE 'N' TO BS-EOF.
             MOVE LOW-VALUES TO SHKEY.
             START HELDSALFILE KEY IS NOT LESS THAN SHKEY
                 INVALID KEY MOVE 'Y' TO BS-EOF
             END-START.
             PERFORM BS-HELD-READ-PARA UNTIL BS-EOF = 'Y'.
             MOVE BS-ADV-CNT   TO BS-T-COUNT.
             MOVE BS-ADV-TOTAL TO BS-T-TOTAL.
             WRITE SUPPADV-LINE FROM BS-TRAILER-REC.
             WRITE SUPPCTL-LINE FROM BS-BLANK-LINE.
             MOVE "SUPPLEMENTARY CREDITS WRITTEN :" TO BS-C-CAPTION.
             MOVE BS-ADV-CNT TO BS-C-COUNT.
             WRITE SUPPCTL-LINE FROM BS-CTL-COUNT-LINE.
             MOVE "RELEASED BUT NO BANK DETAILS  :" TO BS-C-CAPTION.
             MOVE BS-EXC-CNT TO BS-C-COUNT.
             WRITE SUPPCTL-LINE FROM BS-CTL-COUNT-LINE.
             MOVE "STILL AWAITING BANK CORRECTION:" TO BS-C-CAPTION.
             MOVE BS-WAIT-CNT TO BS-C-COUNT.
             WRITE SUPPCTL-LINE FROM BS-CTL-COUNT-LINE.
             MOVE "TOTAL AMOUNT ON ADVICE        :" TO BS-T-CAPTION.
             MOVE BS-ADV-TOTAL TO BS-C-TOTAL.
             WRITE SUPPCTL-LINE FROM BS-CTL-TOTAL-LINE.
             MOVE "TOTAL STILL HELD              :" TO BS-T-CAPTION.
             MOVE BS-WAIT-TOTAL TO BS-C-TOTAL.
             WRITE SUPPCTL-LINE FROM BS-CTL-TOTAL-LINE.
             CLOSE HELDSALFILE.
             CLOSE EMPFILE.
             IF BS-BANKFILE-OK = 'Y'
                 CLOSE BANKFILE
             END-IF.
             CLOSE HELDGLFILE.
             CLOSE SUPPADVFILE.
             CLOSE SUPPCTLFILE.
             DISPLAY "SUPPLEMENTARY ADVICE WRITTEN TO SUPPADV.DAT"
                AT LINE 10 COL 10.
             DISPLAY "CONTROL REPORT WRITTEN TO SUPPCTL.DAT"
                AT LINE 11 COL 10.
             DISPLAY "CREDITS PAID   :" AT LINE 12 COL 10.
             DISPLAY BS-ADV-CNT AT LINE 12 COL 28.
             DISPLAY "STILL ON HOLD  :" AT LINE 13 COL 10.
             DISPLAY BS-WAIT-CNT AT LINE 13 COL 28.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 15 COL 10.
             ACCEPT OMIT AT LINE 15 COL 50.
             EXIT PROGRAM.

         BS-HELD-READ-PARA.
             READ HELDSALFILE NEXT RECORD
                 AT END MOVE 'Y' TO BS-EOF
                 NOT AT END PERFORM BS-HELD-PARA
             END-READ.
             IF BS-EOF = 'N' AND FSSH NOT = 00
                 MOVE 'Y' TO BS-EOF
             END-IF.

         BS-HELD-PARA.
             *>ONLY AMOUNTS RELEASED BY A BANK MASTER CORRECTION ARE
             *>PAID; THOSE STILL HELD ARE LISTED FOR FOLLOW-UP
             IF SHSTATUS = 'C' OR SHSTATUS = 'H'
                 MOVE SHEMPID TO EEMPID
                 READ EMPFILE INVALID KEY
                     MOVE "UNKNOWN EMPLOYEE" TO EEMPNAME
                 END-READ
                 MOVE SHEMPID  TO BS-C-EMPID
                 MOVE EEMPNAME TO BS-C-NAME
                 MOVE SHPERIOD TO BS-C-PERIOD
                 MOVE SHAMOUNT TO BS-C-AMOUNT
             END-IF.
             IF SHSTATUS = 'C'
                 PERFORM BS-PAY-PARA
             END-IF.
             IF SHSTATUS = 'H'
                 MOVE "AWAITING BANK CORRECTION" TO BS-C-REMARK
                 WRITE SUPPCTL-LINE FROM BS-CTL-LINE
                 ADD 1 TO BS-WAIT-CNT
                 ADD SHAMOUNT TO BS-WAIT-TOTAL
             END-IF.

         BS-PAY-PARA.
             MOVE 'Y' TO BS-BANK-OK.
             IF BS-BANKFILE-OK = 'N'
                 MOVE 'N' TO BS-BANK-OK
             ELSE
                 MOVE SHEMPID TO BKEMPID
                 READ BANKFILE INVALID KEY
                     MOVE 'N' TO BS-BANK-OK
                 END-READ
             END-IF.
             IF BS-BANK-OK = 'Y' AND BKACCNO = SPACES
                 MOVE 'N' TO BS-BANK-OK
             END-IF.
             IF BS-BANK-OK = 'N'
                 MOVE "RELEASED - NO BANK DETAILS" TO BS-C-REMARK
                 WRITE SUPPCTL-LINE FROM BS-CTL-LINE
                 ADD 1 TO BS-EXC-CNT
             ELSE
                 MOVE SHEMPID  TO BS-D-EMPID
                 MOVE EEMPNAME TO BS-D-NAME
                 MOVE BKBANKCD TO BS-D-BANKCD
                 MOVE BKIFSC   TO BS-D-IFSC
                 MOVE BKACCNO  TO BS-D-ACCNO
                 MOVE SHAMOUNT TO BS-D-AMOUNT
                 WRITE SUPPADV-LINE FROM BS-DETAIL-REC
                 ADD 1 TO BS-ADV-CNT
                 ADD SHAMOUNT TO BS-ADV-TOTAL
                 MOVE 'P'      TO SHSTATUS
                 MOVE BS-TODAY TO SHPAYDATE
                 REWRITE HELDSALREC
                 *>THE HELD AMOUNT GOES OUT OF THE BANK AGAIN - LEAVE
                 *>A GL EVENT FOR THE NEXT POSTING TO RE-POST IT
                 MOVE 'P'      TO GETYPE
                 MOVE SHEMPID  TO GEEMPID
                 MOVE SHPERIOD TO GEPERIOD
                 MOVE SHAMOUNT TO GEAMOUNT
                 MOVE BS-TODAY TO GEDATE
                 MOVE SPACES   TO GEGLPER
                 WRITE HELDGLREC
                 MOVE SHEMPID   TO AUD-KEY
                 MOVE "HELDSAL" TO AUD-FILENM
                 MOVE "PAY"     TO AUD-ACTION
                 PERFORM AUDIT-LOG-PARA
                 MOVE "PAID ON SUPPLEMENTARY ADVICE" TO BS-C-REMARK
                 WRITE SUPPCTL-LINE FROM BS-CTL-LINE
             END-IF.

         AUDIT-LOG-PARA.
             OPEN EXTEND AUDITFILE.
             IF FSAUD <> 00
                OPEN OUTPUT AUDITFILE.
             MOVE AUD-OPID   TO AUDOPID.
             MOVE AUD-KEY    TO AUDKEY.
             MOVE AUD-FILENM TO AUDFILE.
             MOVE AUD-ACTION TO AUDACTION.
             ACCEPT AUDDATE FROM DATE YYYYMMDD.
             ACCEPT AUDTIME FROM TIME.
             WRITE AUDITREC.
             CLOSE AUDITFILE.

         ERROR-NOHELD-PARA.
             DISPLAY "NO HELD SALARY FILE - NOTHING TO PAY"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.
       END PROGRAM BANKSUPP.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELDREG.

         ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT HELDSALFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SHKEY
                 FILE STATUS IS FSSH.

             SELECT EMPFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EEMPID
                 FILE STATUS IS FSE.

             SELECT HELDREGFILE ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FSHR.

         DATA DIVISION.
         FILE SECTION.
         FD HELDSALFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "HELDSAL.DAT".
         01 HELDSALREC.
             02 SHKEY.
                 03 SHEMPID  PIC X(6).
                 03 SHPERIOD PIC X(6).
             02 SHAMOUNT  PIC 9(8)V99.
             02 SHREASON  PIC X(2).
             02 SHACCNO   PIC X(16).
             02 SHIFSC    PIC X(11).
             02 SHRETDATE PIC X(8).
             02 SHSTATUS  PIC X(1).
             02 SHPAYDATE PIC X(8).
             02 SHRETCNT  PIC 99.

         FD EMPFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "EMP.DAT".
         01 EMPREC.
             02 EEMPID    PIC X(6).
             02 EEMPNAME  PIC X(25).
             02 EEMPADDR  PIC X(30).
             02 EPHONE    PIC X(10).
             02 EDOJ      PIC X(10).
             02 EDIP      PIC X(10).
             02 EUG       PIC X(4).
             02 EPG       PIC X(4).
             02 EPROFQ    PIC X(4).
             02 ESKILL    PIC X(10).
             02 EGRDNO    PIC 99.
             02 EBRNID    PIC X(6).
             02 EDESID    PIC X(6).
             02 EDEPID    PIC X(6).
             02 ESTATUS   PIC X(1).
             02 EDOL      PIC X(10).

         FD HELDREGFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "HELDREG.DAT".
         01 HELDREG-LINE  PIC X(132).

         WORKING-STORAGE SECTION.
         77 FSSH  PIC XX.
         77 FSE   PIC XX.
         77 FSHR  PIC XX.
         77 OMIT  PIC 99.
         77 HR-MODE      PIC X(1).
         77 HR-EOF       PIC X(1).
         77 HR-RSN-FOUND PIC X(1).
         77 HR-IDX       PIC 99.
         77 HR-RSN-IDX   PIC 99.
         77 HR-HELD-CNT  PIC 9(5) VALUE ZERO.
         77 HR-REL-CNT   PIC 9(5) VALUE ZERO.
         77 HR-PAID-CNT  PIC 9(5) VALUE ZERO.
         77 HR-HELD-AMT  PIC 9(12)V99 VALUE ZERO.
         77 HR-REL-AMT   PIC 9(12)V99 VALUE ZERO.
         77 HR-PAID-AMT  PIC 9(12)V99 VALUE ZERO.
         77 HR-OUT-AMT   PIC 9(12)V99 VALUE ZERO.

         01 HR-REASON-VALUES.
             02 FILLER PIC X(27) VALUE "01ACCOUNT CLOSED".
             02 FILLER PIC X(27) VALUE "02INVALID IFSC CODE".
             02 FILLER PIC X(27) VALUE "03NAME MISMATCH".
             02 FILLER PIC X(27) VALUE "04INVALID ACCOUNT NUMBER".
             02 FILLER PIC X(27) VALUE "05ACCOUNT FROZEN / DORMANT".
             02 FILLER PIC X(27) VALUE "99OTHER / UNKNOWN CODE".
         01 HR-REASON-TABLE REDEFINES HR-REASON-VALUES.
             02 HR-RSN OCCURS 6 TIMES.
                 03 HR-RSN-CODE PIC X(2).
                 03 HR-RSN-DESC PIC X(25).

         01 HR-HEAD-LINE-1.
             02 FILLER     PIC X(26) VALUE
                "HELD SALARY REGISTER - ".
             02 HR-H-MODE  PIC X(20).
             02 FILLER     PIC X(8)  VALUE "  DATE: ".
             02 HR-H-DATE  PIC X(8).

         01 HR-HEAD-LINE-2.
             02 FILLER     PIC X(33) VALUE "EMPID  EMPLOYEE NAME".
             02 FILLER     PIC X(7)  VALUE "PERIOD".
             02 FILLER     PIC X(12) VALUE "     AMOUNT".
             02 FILLER     PIC X(29) VALUE " REASON".
             02 FILLER     PIC X(9)  VALUE "RETURNED".
             02 FILLER     PIC X(4)  VALUE "CNT".
             02 FILLER     PIC X(6)  VALUE "STATUS".

         01 HR-DETAIL-LINE.
             02 HR-D-EMPID    PIC X(6).
             02 FILLER        PIC X(1) VALUE SPACES.
             02 HR-D-NAME     PIC X(25).
             02 FILLER        PIC X(1) VALUE SPACES.
             02 HR-D-PERIOD   PIC X(6).
             02 FILLER        PIC X(1) VALUE SPACES.
             02 HR-D-AMOUNT   PIC ZZZZZZZ9.99.
             02 FILLER        PIC X(2) VALUE SPACES.
             02 HR-D-CODE     PIC X(2).
             02 FILLER        PIC X(1) VALUE SPACES.
             02 HR-D-DESC     PIC X(25).
             02 FILLER        PIC X(1) VALUE SPACES.
             02 HR-D-RETDATE  PIC X(8).
             02 FILLER        PIC X(1) VALUE SPACES.
             02 HR-D-RETCNT   PIC Z9.
             02 FILLER        PIC X(2) VALUE SPACES.
             02 HR-D-STATUS   PIC X(25).

         01 HR-TOTAL-LINE.
             02 HR-T-CAPTION PIC X(34).
             02 HR-T-COUNT   PIC ZZZZ9.
             02 FILLER       PIC X(2) VALUE SPACES.
             02 HR-T-AMOUNT  PIC ZZZZZZZZZZZ9.99.

         01 HR-PAID-TEXT.
             02 FILLER       PIC X(5) VALUE "PAID ".
             02 HR-P-DATE    PIC X(8).

         01 HR-BLANK-LINE.
             02 FILLER       PIC X(1) VALUE SPACES.

         SCREEN SECTION.
         01 ERASE-1.
            02 BLANK SCREEN.

         PROCEDURE DIVISION.
         MAIN-PARA.
             DISPLAY ERASE-1
             DISPLAY "HELD SALARY REGISTER" AT LINE 3 COL 15.
             DISPLAY "(A)LL OR (O)UTSTANDING ONLY :" AT LINE 5 COL 5.
             ACCEPT HR-MODE AT LINE 5 COL 36.
             IF HR-MODE = 'a'
                 MOVE 'A' TO HR-MODE
             END-IF.
             IF HR-MODE = 'o'
                 MOVE 'O' TO HR-MODE
             END-IF.
             IF HR-MODE NOT = 'A' AND HR-MODE NOT = 'O'
                 GO TO ERROR-MODE-PARA
             END-IF.
             OPEN INPUT HELDSALFILE.
             IF FSSH NOT = 00
                 GO TO ERROR-NOHELD-PARA
             END-IF.
             OPEN INPUT EMPFILE.
             OPEN OUTPUT HELDREGFILE.
             IF HR-MODE = 'A'
                 MOVE "ALL RETURNED CREDITS" TO HR-H-MODE
             ELSE
                 MOVE "OUTSTANDING ONLY" TO HR-H-MODE
             END-IF.
             ACCEPT HR-H-DATE FROM DATE YYYYMMDD.
             WRITE HELDREG-LINE FROM HR-HEAD-LINE-1.
             WRITE HELDREG-LINE FROM HR-BLANK-LINE.
             WRITE HELDREG-LINE FROM HR-HEAD-LINE-2.
             MOVE 'N' TO HR-EOF.
             MOVE LOW-VALUES TO SHKEY.
             START HELDSALFILE KEY IS NOT LESS THAN SHKEY
                 INVALID KEY MOVE 'Y' TO HR-EOF
             END-START.
             PERFORM HR-READ-PARA UNTIL HR-EOF = 'Y'.
             WRITE HELDREG-LINE FROM HR-BLANK-LINE.
             MOVE "HELD - AWAITING BANK CORRECTION :" TO HR-T-CAPTION.
             MOVE HR-HELD-CNT TO HR-T-COUNT.
             MOVE HR-HELD-AMT TO HR-T-AMOUNT.
             WRITE HELDREG-LINE FROM HR-TOTAL-LINE.
             MOVE "RELEASED - AWAITING SUPPLEMENTARY:" TO HR-T-CAPTION.
             MOVE HR-REL-CNT TO HR-T-COUNT.
             MOVE HR-REL-AMT TO HR-T-AMOUNT.
             WRITE HELDREG-LINE FROM HR-TOTAL-LINE.
             IF HR-MODE = 'A'
                 MOVE "PAID ON SUPPLEMENTARY ADVICE     :"
                    TO HR-T-CAPTION
                 MOVE HR-PAID-CNT TO HR-T-COUNT
                 MOVE HR-PAID-AMT TO HR-T-AMOUNT
                 WRITE HELDREG-LINE FROM HR-TOTAL-LINE
             END-IF.
             COMPUTE HR-OUT-AMT = HR-HELD-AMT + HR-REL-AMT.
             MOVE "TOTAL OUTSTANDING LIABILITY      :" TO HR-T-CAPTION.
             COMPUTE HR-T-COUNT = HR-HELD-CNT + HR-REL-CNT.
             MOVE HR-OUT-AMT TO HR-T-AMOUNT.
             WRITE HELDREG-LINE FROM HR-TOTAL-LINE.
             CLOSE HELDSALFILE.
             CLOSE EMPFILE.
             CLOSE HELDREGFILE.
             DISPLAY "REGISTER WRITTEN TO HELDREG.DAT"
                AT LINE 10 COL 10.
             DISPLAY "OUTSTANDING AMOUNT :" AT LINE 11 COL 10.
             DISPLAY HR-OUT-AMT AT LINE 11 COL 32.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 13 COL 10.
             ACCEPT OMIT AT LINE 13 COL 50.
             EXIT PROGRAM.

         HR-READ-PARA.
             READ HELDSALFILE NEXT RECORD
                 AT END MOVE 'Y' TO HR-EOF
                 NOT AT END PERFORM HR-HELD-PARA
             END-READ.
             IF HR-EOF = 'N' AND FSSH NOT = 00
                 MOVE 'Y' TO HR-EOF
             END-IF.

         HR-HELD-PARA.
             EVALUATE SHSTATUS
                WHEN 'H'
                    ADD 1 TO HR-HELD-CNT
                    ADD SHAMOUNT TO HR-HELD-AMT
                    MOVE "HELD - AWAITING CORRECTION" TO HR-D-STATUS
                WHEN 'C'
                    ADD 1 TO HR-REL-CNT
                    ADD SHAMOUNT TO HR-REL-AMT
                    MOVE "RELEASED FOR PAYMENT" TO HR-D-STATUS
                WHEN OTHER
                    ADD 1 TO HR-PAID-CNT
                    ADD SHAMOUNT TO HR-PAID-AMT
                    MOVE SHPAYDATE TO HR-P-DATE
                    MOVE HR-PAID-TEXT TO HR-D-STATUS
             END-EVALUATE.
             IF HR-MODE = 'A' OR SHSTATUS = 'H' OR SHSTATUS = 'C'
                 PERFORM HR-PRINT-PARA
             END-IF.

         HR-PRINT-PARA.
             MOVE SHEMPID TO EEMPID.
             READ EMPFILE INVALID KEY
                 MOVE "UNKNOWN EMPLOYEE" TO EEMPNAME
             END-READ.
             MOVE 'N' TO HR-RSN-FOUND.
             PERFORM HR-RSN-SCAN-PARA
                 VARYING HR-IDX FROM 1 BY 1
                 UNTIL HR-IDX > 6 OR HR-RSN-FOUND = 'Y'.
             IF HR-RSN-FOUND = 'N'
                 MOVE 6 TO HR-RSN-IDX
             END-IF.
             MOVE SHEMPID   TO HR-D-EMPID.
             MOVE EEMPNAME  TO HR-D-NAME.
             MOVE SHPERIOD  TO HR-D-PERIOD.
             MOVE SHAMOUNT  TO HR-D-AMOUNT.
             MOVE SHREASON  TO HR-D-CODE.
             MOVE HR-RSN-DESC(HR-RSN-IDX) TO HR-D-DESC.
             MOVE SHRETDATE TO HR-D-RETDATE.
             MOVE SHRETCNT  TO HR-D-RETCNT.
             WRITE HELDREG-LINE FROM HR-DETAIL-LINE.

         HR-RSN-SCAN-PARA.
             IF HR-RSN-CODE(HR-IDX) = SHREASON
                 MOVE 'Y' TO HR-RSN-FOUND
                 MOVE HR-IDX TO HR-RSN-IDX
             END-IF.

         ERROR-MODE-PARA.
             DISPLAY "MODE MUST BE A OR O" AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.

         ERROR-NOHELD-PARA.
             DISPLAY "NO HELD SALARY FILE - NOTHING TO REPORT"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.
       END PROGRAM HELDREG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCBOOK.

         ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT EMPFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EEMPID
                 FILE STATUS IS FSE.

             SELECT EMPPERSONALFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EPEMPID
                 FILE STATUS IS FSEP.

             SELECT CONFIRMATIONFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CCONID
                 ALTERNATE RECORD KEY IS CEMPID
                 FILE STATUS IS FSC.

             SELECT TRANSFERFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS TTRFID
                 FILE STATUS IS FST.

             SELECT REVISIONFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RREVID
                 ALTERNATE RECORD KEY IS REMPID
                     WITH DUPLICATES
                 FILE STATUS IS FSR.

             SELECT LEAVEFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LLVID
                 ALTERNATE RECORD KEY IS LEMPID
                     WITH DUPLICATES
                 FILE STATUS IS FSL.

             SELECT LOANFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LNLOANID
                 ALTERNATE RECORD KEY IS LNEMPID
                     WITH DUPLICATES
                 FILE STATUS IS FSLN.

             SELECT PAYHISTFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS HPAYKEY
                 FILE STATUS IS FSH.

             SELECT PAYMENTFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PEMPID
                 FILE STATUS IS FSP.

             SELECT BRANCHFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BBRID
                 FILE STATUS IS FSB.

             SELECT DEPARTMENTFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DEPCODE
                 FILE STATUS IS FSDEP.

             SELECT DESIGNATIONFILE ASSIGN TO DISK
                 ORGANIZATION IS SEQUENTIAL
                 ACCESS MODE IS SEQUENTIAL
                 FILE STATUS IS FSDES.

             SELECT GRADEFILE ASSIGN TO DISK
                 ORGANIZATION IS SEQUENTIAL
                 ACCESS MODE IS SEQUENTIAL
                 FILE STATUS IS FSG.

             SELECT SVCBOOKFILE ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FSSB.

             SELECT HOLIDAYFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS HOLKEY
                 FILE STATUS IS FSHOL.

             SELECT WEEKOFFFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS WBRID
                 FILE STATUS IS FSWO.

         DATA DIVISION.
         FILE SECTION.
         FD EMPFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "EMP.DAT".
         01 EMPREC.
             02 EEMPID    PIC X(6).
             02 EEMPNAME  PIC X(25).
             02 EEMPADDR  PIC X(30).
             02 EPHONE    PIC X(10).
             02 EDOJ      PIC X(10).
             02 EDIP      PIC X(10).
             02 EUG       PIC X(4).
             02 EPG       PIC X(4).
             02 EPROFQ    PIC X(4).
             02 ESKILL    PIC X(10).
             02 EGRDNO    PIC 99.
             02 EBRNID    PIC X(6).
             02 EDESID    PIC X(6).
             02 EDEPID    PIC X(6).
             02 ESTATUS   PIC X(1).
             02 EDOL      PIC X(10).

         FD EMPPERSONALFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "EMPPER.DAT".
         01 EMPPERSONALREC.
             02 EPEMPID  PIC X(6).
             02 EPTADD   PIC X(30).
             02 EPTPH    PIC X(10).
             02 EPDOB    PIC X(10).
             02 EPPOB    PIC X(10).
             02 EPLANG   PIC X(15).
             02 EPBLOOD  PIC X(4).
             02 EPWEIGHT PIC 999.
             02 EPHEIGHT PIC 999.
             02 EPVISION PIC X(15).
             02 EPFATHER PIC X(25).
             02 EPDOBF   PIC X(10).
             02 EPMOTHER PIC X(25).
             02 EPDOBM   PIC X(10).
             02 EPSPOUSE PIC X(25).
             02 EPCHILD  PIC X(25).
             02 EPDOBC   PIC X(10).

         FD CONFIRMATIONFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "CONFIRM.DAT".
         01 CONFIRMATIONREC.
             02 CCONID   PIC X(6).
             02 CEMPID   PIC X(6).
             02 CCDATE   PIC X(6).

         FD TRANSFERFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "TRANSFER.DAT".
         01 TRANSFERREC.
             02 TTRFID   PIC X(6).
             02 TEMPID   PIC X(6).
             02 TOBRID   PIC X(6).
             02 TNBRID   PIC X(6).
             02 TTRFDT   PIC X(10).

         FD REVISIONFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "REVISION.DAT".
         01 REVISIONREC.
             02 RREVID   PIC X(6).
             02 REMPID   PIC X(6).
             02 RDESCODE PIC X(6).
             02 RBASIC   PIC 9(6)V99.
             02 RHRA     PIC 9(6)V99.
             02 RDPA     PIC 9(6)V99.
             02 RPPA     PIC 9(6)V99.
             02 REDUA    PIC 9(6)V99.
             02 RTECHJR  PIC 9(6)V99.
             02 RLUNCHA  PIC 9(6)V99.
             02 RCONVEY  PIC 9(6)V99.
             02 RBUSATR  PIC 9(6)V99.
             02 RLTA     PIC 9(6)V99.
             02 RPF      PIC 9(6)V99.
             02 RESI     PIC 9(6)V99.
             02 RREVDATE PIC X(10).

         FD LEAVEFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "LEAVE.DAT".
         01 LEAVEREC.
             02 LLVID     PIC X(6).
             02 LEMPID    PIC X(6).
             02 LFMDATE   PIC X(10).
             02 LTODATE   PIC X(10).
             02 LLEVCAT   PIC X(3).
             02 LSTATUS   PIC X(1).
             02 LAPPRID   PIC X(6).
             02 LAPPRDT   PIC X(8).

         FD LOANFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "LOAN.DAT".
         01 LOANREC.
             02 LNLOANID PIC X(6).
             02 LNEMPID  PIC X(6).
             02 LNPRIN   PIC 9(8)V99.
             02 LNINST   PIC 9(8)V99.
             02 LNBAL    PIC 9(8)V99.
             02 LNSTDATE PIC X(10).
             02 LNSTATUS PIC X(1).

         FD PAYHISTFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "PAYHIST.DAT".
         01 PAYHISTREC.
             02 HPAYKEY.
                 03 HEMPID  PIC X(6).
                 03 HPERIOD PIC X(6).
             02 HBASIC   PIC 9(6)V99.
             02 HDA      PIC 9(6)V99.
             02 HCCA     PIC 9(6)V99.
             02 HHRA     PIC 9(6)V99.
             02 HALLOW   PIC 9(8)V99.
             02 HPF      PIC 9(6)V99.
             02 HESI     PIC 9(6)V99.
             02 HPTAX    PIC 9(6)V99.
             02 HITAX    PIC 9(6)V99.
             02 HLOANDA  PIC 9(8)V99.
             02 HOTHERD  PIC 9(6)V99.
             02 HGROSS   PIC 9(8)V99.
             02 HDEDUCT  PIC 9(8)V99.
             02 HNET     PIC 9(8)V99.
             02 HARREAR  PIC 9(8)V99.
             02 HLLOP    PIC 999.

         FD PAYMENTFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "PAYMENT.DAT".
         01 PAYMENTREC.
             02 PEMPID   PIC X(6).
             02 PBASIC   PIC 9(6)V99.
             02 PDA      PIC 9(6)V99.
             02 PCCA     PIC 9(6)V99.
             02 PHRA     PIC 9(6)V99.
             02 PDPA     PIC 9(6)V99.
             02 PPPA     PIC 9(6)V99.
             02 PEDUA    PIC 9(6)V99.
             02 PTECHJR  PIC 9(6)V99.
             02 PLUNCHA  PIC 9(6)V99.
             02 PCONVEY  PIC 9(6)V99.
             02 PBUSATR  PIC 9(6)V99.
             02 PLTA     PIC 9(6)V99.
             02 PPF      PIC 9(6)V99.
             02 PESI     PIC 9(6)V99.
             02 PGRTY    PIC 9(6)V99.
             02 PPTAX    PIC 9(6)V99.
             02 PITAX    PIC 9(6)V99.
             02 PLOAN    PIC 9(8)V99.
             02 PLOANDA  PIC 9(8)V99.
             02 POTHERD  PIC 9(6)V99.
             02 PPERINC  PIC 9(6)V99.
             02 PMEDI    PIC 9(6)V99.
             02 PBOOK    PIC 9(6)V99.
             02 PENTER   PIC 9(6)V99.
             02 PTPH     PIC 9(6)V99.
             02 PHOUSE   PIC 9(6)V99.
             02 PVEHMAN  PIC 9(6)V99.
             02 PCREDIT  PIC 9(6)V99.
             02 PCLUB    PIC 9(6)V99.
             02 PCL      PIC 99.
             02 PSL      PIC 99.
             02 PPL      PIC 99.
             02 PLLOP    PIC 999.
             02 POTHERL  PIC 999.
             02 PARREAR  PIC 9(8)V99.

         FD BRANCHFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "BRANCH.DAT".
         01 BRANCHREC.
             02 BBRID    PIC X(6).
             02 BBRNAME  PIC X(15).
             02 BBRADD   PIC X(30).
             02 BBRPH    PIC X(10).
             02 BEMAIL   PIC X(20).
             02 BMGRNAME PIC X(25).

         FD DEPARTMENTFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "DEPART.DAT".
         01 DEPARTMENTREC.
             02 DEPCODE  PIC X(6).
             02 DEPNAME  PIC X(20).

         FD DESIGNATIONFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "DESIG.DAT".
         01 DESIGNATIONREC.
             02 DESID    PIC X(6).
             02 DESIGN   PIC X(15).
             02 DESHRT   PIC X(4).

         FD GRADEFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "GRADE.DAT".
         01 GRADEREC.
             02 GGRADE   PIC 99.
             02 GDESIGN  PIC X(25).

         FD SVCBOOKFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "SVCBOOK.DAT".
         01 SVCBOOK-LINE  PIC X(100).

         FD HOLIDAYFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "HOLIDAY.DAT".
         01 HOLIDAYREC.
             02 HOLKEY.
                 03 HBRID  PIC X(6).
                 03 HDATE  PIC X(10).
             02 HDESC    PIC X(25).

         FD WEEKOFFFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "WEEKOFF.DAT".
         01 WEEKOFFREC.
             02 WBRID    PIC X(6).
             02 WOFFDAYS PIC X(7).

         WORKING-STORAGE SECTION.
         77 FSE   PIC XX.
         77 FSEP  PIC XX.
         77 FSC   PIC XX.
         77 FST   PIC XX.
         77 FSR   PIC XX.
         77 FSL   PIC XX.
         77 FSLN  PIC XX.
         77 FSH   PIC XX.
         77 FSP   PIC XX.
         77 FSB   PIC XX.
         77 FSDEP PIC XX.
         77 FSDES PIC XX.
         77 FSG   PIC XX.
         77 FSSB  PIC XX.
         77 FSHOL PIC XX.
         77 FSWO  PIC XX.
         77 OMIT  PIC 99.
         77 SB-MODE      PIC X(1).
         77 SB-KEY       PIC X(6).
         77 SB-EOF       PIC X(1).
         77 SB-SUB-EOF   PIC X(1).
         77 SB-FOUND     PIC X(1).
         77 SB-PAY-OK    PIC X(1).
         77 SB-EMP-CNT   PIC 9(5) VALUE ZERO.
         77 SB-IDX       PIC 99.
         77 SB-IDX2      PIC 99.
         77 SB-TR-CNT    PIC 99.
         77 SB-RV-CNT    PIC 99.
         77 SB-LY-CNT    PIC 99.
         77 SB-LN-CNT    PIC 99.
         77 SB-TRUNC     PIC X(1).
         77 SB-YYYY      PIC 9(4).
         77 SB-MM        PIC 99.
         77 SB-DD        PIC 99.
         77 SB-FROM-NUM  PIC 9(8).
         77 SB-TO-NUM    PIC 9(8).
         77 SB-DAYS      PIC 999.
         77 SB-PY-YEAR   PIC X(4).
         77 SB-PY-MONTHS PIC 99.
         77 SB-PY-LOP    PIC 9(4).
         77 SB-PY-GROSS  PIC 9(10)V99.
         77 SB-PY-DED    PIC 9(10)V99.
         77 SB-PY-NET    PIC 9(10)V99.
         77 SB-PY-ARR    PIC 9(10)V99.
         77 SB-TOT-GROSS PIC 9(10)V99.
         77 SB-TOT-DED   PIC 9(10)V99.
         77 SB-TOT-NET   PIC 9(10)V99.
         77 SB-LN-PRIN   PIC 9(10)V99.
         77 SB-LN-REPAID PIC 9(10)V99.
         77 SB-LN-BAL    PIC 9(10)V99.
         77 SB-SVC-MONTHS PIC S9(5).
         77 SB-SVC-YRS   PIC 99.
         77 SB-SVC-REM   PIC 99.
         77 SB-EP-OPEN   PIC X(1).
         77 SB-CF-OPEN   PIC X(1).
         77 SB-TF-OPEN   PIC X(1).
         77 SB-RS-OPEN   PIC X(1).
         77 SB-LV-OPEN   PIC X(1).
         77 SB-LN-OPEN   PIC X(1).
         77 SB-PH-OPEN   PIC X(1).
         77 SB-PM-OPEN   PIC X(1).
         77 SB-BR-OPEN   PIC X(1).
         77 SB-DP-OPEN   PIC X(1).
         77 SB-HOL-OK    PIC X(1).
         77 SB-WO-OK     PIC X(1).
         77 SB-BRANCH    PIC X(6).
         77 SB-WOFF      PIC X(7).
         77 SB-DAY-NUM   PIC 9(8).
         77 SB-QUOT      PIC 9(8).
         77 SB-WDAY      PIC 9.
         77 SB-OFF       PIC X(1).
         77 SB-CAL-NUM   PIC 9(8).
         01 SB-CAL-WORK.
             02 SB-CW-YYYY  PIC 9(4).
             02 SB-CW-MM    PIC 9(2).
             02 SB-CW-DD    PIC 9(2).
         01 SB-CAL-ISO.
             02 SB-ISO-YYYY PIC 9(4).
             02 FILLER      PIC X(1) VALUE "-".
             02 SB-ISO-MM   PIC 9(2).
             02 FILLER      PIC X(1) VALUE "-".
             02 SB-ISO-DD   PIC 9(2).

         *>WORK ENTRIES USED TO SORT EACH HISTORY INTO DATE ORDER
         01 SB-TR-TEMP.
             02 FILLER    PIC X(28).
         01 SB-TR-TABLE.
             02 SB-TR OCCURS 30 TIMES.
                 03 SB-TR-DATE  PIC X(10).
                 03 SB-TR-ID    PIC X(6).
                 03 SB-TR-OLD   PIC X(6).
                 03 SB-TR-NEW   PIC X(6).

         01 SB-RV-TEMP.
             02 FILLER    PIC X(38).
         01 SB-RV-TABLE.
             02 SB-RV OCCURS 30 TIMES.
                 03 SB-RV-DATE  PIC X(10).
                 03 SB-RV-ID    PIC X(6).
                 03 SB-RV-DES   PIC X(6).
                 03 SB-RV-BASIC PIC 9(6)V99.
                 03 SB-RV-HRA   PIC 9(6)V99.

         01 SB-LY-TEMP.
             02 FILLER    PIC X(19).
         01 SB-LY-TABLE.
             02 SB-LY OCCURS 40 TIMES.
                 03 SB-LY-YEAR  PIC X(4).
                 03 SB-LY-CL    PIC 999.
                 03 SB-LY-SL    PIC 999.
                 03 SB-LY-PL    PIC 999.
                 03 SB-LY-OTH   PIC 999.
                 03 SB-LY-TOT   PIC 999.

         01 SB-LN-TEMP.
             02 FILLER    PIC X(47).
         01 SB-LN-TABLE.
             02 SB-LN OCCURS 20 TIMES.
                 03 SB-LN-DATE  PIC X(10).
                 03 SB-LN-ID    PIC X(6).
                 03 SB-LN-AMT   PIC 9(8)V99.
                 03 SB-LN-INST  PIC 9(8)V99.
                 03 SB-LN-LEFT  PIC 9(8)V99.
                 03 SB-LN-STAT  PIC X(1).

         01 SB-RULE-LINE.
             02 FILLER       PIC X(80) VALUE ALL "=".

         01 SB-TITLE-LINE.
             02 FILLER       PIC X(28) VALUE
                "SERVICE BOOK - EMP CODE : ".
             02 SB-H-EMPID   PIC X(6).
             02 FILLER       PIC X(3)  VALUE SPACES.
             02 SB-H-NAME    PIC X(25).
             02 FILLER       PIC X(8)  VALUE "  DATE: ".
             02 SB-H-DATE    PIC X(8).

         01 SB-SECT-LINE.
             02 SB-S-TITLE   PIC X(50).

         01 SB-UNDER-LINE.
             02 FILLER       PIC X(50) VALUE ALL "-".

         01 SB-TEXT-LINE.
             02 FILLER       PIC X(3)  VALUE SPACES.
             02 SB-T-CAPTION PIC X(24).
             02 SB-T-VALUE   PIC X(50).

         01 SB-CODE-NAME.
             02 SB-CN-CODE   PIC X(6).
             02 FILLER       PIC X(3)  VALUE " - ".
             02 SB-CN-NAME   PIC X(25).

         01 SB-NAME-DOB.
             02 SB-ND-NAME   PIC X(25).
             02 FILLER       PIC X(7)  VALUE " DOB : ".
             02 SB-ND-DOB    PIC X(10).

         01 SB-NONE-LINE.
             02 FILLER       PIC X(3)  VALUE SPACES.
             02 SB-N-TEXT    PIC X(50).

         01 SB-TR-HEAD-LINE.
             02 FILLER       PIC X(3)  VALUE SPACES.
             02 FILLER       PIC X(11) VALUE "DATE".
             02 FILLER       PIC X(7)  VALUE "TRF ID".
             02 FILLER       PIC X(24) VALUE "FROM BRANCH".
             02 FILLER       PIC X(24) VALUE "TO BRANCH".

         01 SB-TR-LINE.
             02 FILLER       PIC X(3)  VALUE SPACES.
             02 SB-TL-DATE   PIC X(10).
             02 FILLER       PIC X(1)  VALUE SPACES.
             02 SB-TL-ID     PIC X(6).
             02 FILLER       PIC X(1)  VALUE SPACES.
             02 SB-TL-OLD    PIC X(6).
             02 FILLER       PIC X(1)  VALUE SPACES.
             02 SB-TL-OLDNM  PIC X(15).
             02 FILLER       PIC X(2)  VALUE SPACES.
             02 SB-TL-NEW    PIC X(6).
             02 FILLER       PIC X(1)  VALUE SPACES.
             02 SB-TL-NEWNM  PIC X(15).

         01 SB-RV-HEAD-LINE.
             02 FILLER       PIC X(3)  VALUE SPACES.
             02 FILLER       PIC X(11) VALUE "DATE".
             02 FILLER       PIC X(7)  VALUE "REV ID".
             02 FILLER       PIC X(23) VALUE "DESIGNATION".
             02 FILLER       PIC X(11) VALUE "     BASIC".
             02 FILLER       PIC X(11) VALUE "       HRA".

         01 SB-RV-LINE.
             02 FILLER       PIC X(3)  VALUE SPACES.
             02 SB-RL-DATE   PIC X(10).
             02 FILLER       PIC X(1)  VALUE SPACES.
             02 SB-RL-ID     PIC X(6).
             02 FILLER       PIC X(1)  VALUE SPACES.
             02 SB-RL-DES    PIC X(6).
             02 FILLER       PIC X(1)  VALUE SPACES.
             02 SB-RL-DESNM  PIC X(15).
             02 FILLER       PIC X(1)  VALUE SPACES.
             02 SB-RL-BASIC  PIC ZZZZZ9.99.
             02 FILLER       PIC X(2)  VALUE SPACES.
             02 SB-RL-HRA    PIC ZZZZZ9.99.

         01 SB-LY-HEAD-LINE.
             02 FILLER       PIC X(3)  VALUE SPACES.
             02 FILLER       PIC X(8)  VALUE "YEAR".
             02 FILLER       PIC X(6)  VALUE "   CL".
             02 FILLER       PIC X(6)  VALUE "   SL".
             02 FILLER       PIC X(6)  VALUE "   PL".
             02 FILLER       PIC X(6)  VALUE "OTHER".
             02 FILLER       PIC X(6)  VALUE "TOTAL".

         01 SB-LY-LINE.
             02 FILLER       PIC X(3)  VALUE SPACES.
             02 SB-YL-YEAR   PIC X(4).
             02 FILLER       PIC X(4)  VALUE SPACES.
             02 SB-YL-CL     PIC ZZ9.
             02 FILLER       PIC X(3)  VALUE SPACES.
             02 SB-YL-SL     PIC ZZ9.
             02 FILLER       PIC X(3)  VALUE SPACES.
             02 SB-YL-PL     PIC ZZ9.
             02 FILLER       PIC X(3)  VALUE SPACES.
             02 SB-YL-OTH    PIC ZZ9.
             02 FILLER       PIC X(3)  VALUE SPACES.
             02 SB-YL-TOT    PIC ZZ9.

         01 SB-LN-HEAD-LINE.
             02 FILLER       PIC X(3)  VALUE SPACES.
             02 FILLER       PIC X(11) VALUE "SANCTIONED".
             02 FILLER       PIC X(7)  VALUE "LOAN".
             02 FILLER       PIC X(12) VALUE "  PRINCIPAL".
             02 FILLER       PIC X(12) VALUE " INSTALMENT".
             02 FILLER       PIC X(12) VALUE "     REPAID".
             02 FILLER       PIC X(12) VALUE "    BALANCE".
             02 FILLER       PIC X(7)  VALUE " STATUS".

         01 SB-LN-LINE.
             02 FILLER       PIC X(3)  VALUE SPACES.
             02 SB-NL-DATE   PIC X(10).
             02 FILLER       PIC X(1)  VALUE SPACES.
             02 SB-NL-ID     PIC X(6).
             02 FILLER       PIC X(1)  VALUE SPACES.
             02 SB-NL-PRIN   PIC ZZZZZZZ9.99.
             02 FILLER       PIC X(1)  VALUE SPACES.
             02 SB-NL-INST   PIC ZZZZZZZ9.99.
             02 FILLER       PIC X(1)  VALUE SPACES.
             02 SB-NL-REPAID PIC ZZZZZZZ9.99.
             02 FILLER       PIC X(1)  VALUE SPACES.
             02 SB-NL-BAL    PIC ZZZZZZZ9.99.
             02 FILLER       PIC X(2)  VALUE SPACES.
             02 SB-NL-STAT   PIC X(6).

         01 SB-LN-TOT-LINE.
             02 FILLER       PIC X(3)  VALUE SPACES.
             02 FILLER       PIC X(18) VALUE "TOTAL".
             02 SB-NT-PRIN   PIC ZZZZZZZZZ9.99.
             02 FILLER       PIC X(11) VALUE SPACES.
             02 SB-NT-REPAID PIC ZZZZZZZZZ9.99.
             02 SB-NT-BAL    PIC ZZZZZZZZZ9.99.

         01 SB-PY-HEAD-LINE.
             02 FILLER       PIC X(3)  VALUE SPACES.
             02 FILLER       PIC X(6)  VALUE "YEAR".
             02 FILLER       PIC X(7)  VALUE "MONTHS".
             02 FILLER       PIC X(5)  VALUE " LOP".
             02 FILLER       PIC X(14) VALUE "        GROSS".
             02 FILLER       PIC X(14) VALUE "   DEDUCTIONS".
             02 FILLER       PIC X(14) VALUE "          NET".
             02 FILLER       PIC X(14) VALUE "      ARREARS".

         01 SB-PY-LINE.
             02 FILLER       PIC X(3)  VALUE SPACES.
             02 SB-PL-YEAR   PIC X(4).
             02 FILLER       PIC X(4)  VALUE SPACES.
             02 SB-PL-MONTHS PIC Z9.
             02 FILLER       PIC X(2)  VALUE SPACES.
             02 SB-PL-LOP    PIC ZZZ9.
             02 FILLER       PIC X(1)  VALUE SPACES.
             02 SB-PL-GROSS  PIC ZZZZZZZZZ9.99.
             02 FILLER       PIC X(1)  VALUE SPACES.
             02 SB-PL-DED    PIC ZZZZZZZZZ9.99.
             02 FILLER       PIC X(1)  VALUE SPACES.
             02 SB-PL-NET    PIC ZZZZZZZZZ9.99.
             02 FILLER       PIC X(1)  VALUE SPACES.
             02 SB-PL-ARR    PIC ZZZZZZZZZ9.99.

         01 SB-PY-TOT-LINE.
             02 FILLER       PIC X(3)  VALUE SPACES.
             02 FILLER       PIC X(18) VALUE "TOTAL".
             02 SB-PT-GROSS  PIC ZZZZZZZZZ9.99.
             02 FILLER       PIC X(1)  VALUE SPACES.
             02 SB-PT-DED    PIC ZZZZZZZZZ9.99.
             02 FILLER       PIC X(1)  VALUE SPACES.
             02 SB-PT-NET    PIC ZZZZZZZZZ9.99.

         01 SB-SERVICE-TEXT.
             02 SB-SV-YRS    PIC Z9.
             02 FILLER       PIC X(8)  VALUE " YEARS, ".
             02 SB-SV-MTHS   PIC Z9.
             02 FILLER       PIC X(7)  VALUE " MONTHS".

         01 SB-LEAVE-TEXT.
             02 FILLER       PIC X(4)  VALUE "CL ".
             02 SB-LT-CL     PIC Z9.
             02 FILLER       PIC X(6)  VALUE "  SL ".
             02 SB-LT-SL     PIC Z9.
             02 FILLER       PIC X(6)  VALUE "  PL ".
             02 SB-LT-PL     PIC Z9.

         01 SB-MONEY-TEXT.
             02 SB-MT-AMT    PIC ZZZZZZZ9.99.

         01 SB-END-LINE.
             02 FILLER       PIC X(30) VALUE
                "*** END OF SERVICE BOOK ***".

         01 SB-BLANK-LINE.
             02 FILLER       PIC X(1) VALUE SPACES.

         SCREEN SECTION.
         01 ERASE-1.
            02 BLANK SCREEN.

         PROCEDURE DIVISION.
         MAIN-PARA.
             DISPLAY ERASE-1
             DISPLAY "EMPLOYEE SERVICE BOOK" AT LINE 3 COL 15.
             DISPLAY "(E)MPLOYEE OR (B)RANCH :" AT LINE 5 COL 5.
             ACCEPT SB-MODE AT LINE 5 COL 31.
             IF SB-MODE = 'e'
                 MOVE 'E' TO SB-MODE
             END-IF.
             IF SB-MODE = 'b'
                 MOVE 'B' TO SB-MODE
             END-IF.
             IF SB-MODE NOT = 'E' AND SB-MODE NOT = 'B'
                 GO TO ERROR-MODE-PARA
             END-IF.
             IF SB-MODE = 'E'
                 DISPLAY "ENTER EMP CODE    :" AT LINE 6 COL 5
             ELSE
                 DISPLAY "ENTER BRANCH CODE :" AT LINE 6 COL 5
             END-IF.
             ACCEPT SB-KEY AT LINE 6 COL 26.
             OPEN INPUT EMPFILE.
             IF FSE NOT = 00
                 GO TO ERROR-EMP-PARA
             END-IF.
             PERFORM SB-OPEN-PARA.
             OPEN OUTPUT SVCBOOKFILE.
             ACCEPT SB-H-DATE FROM DATE YYYYMMDD.
             IF SB-MODE = 'E'
                 MOVE SB-KEY TO EEMPID
                 READ EMPFILE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY PERFORM SB-BOOK-PARA
                 END-READ
             ELSE
                 MOVE 'N' TO SB-EOF
                 MOVE LOW-VALUES TO EEMPID
                 START EMPFILE KEY IS NOT LESS THAN EEMPID
                     INVALID KEY MOVE 'Y' TO SB-EOF
                 END-START
                 PERFORM SB-EMP-READ-PARA UNTIL SB-EOF = 'Y'
             END-IF.
             CLOSE EMPFILE.
             PERFORM SB-CLOSE-PARA.
             CLOSE SVCBOOKFILE.
             IF SB-EMP-CNT = ZERO
                 GO TO ERROR-NOEMP-PARA
             END-IF.
             DISPLAY "SERVICE BOOK WRITTEN TO SVCBOOK.DAT"
                AT LINE 10 COL 10.
             DISPLAY "EMPLOYEES PRINTED :" AT LINE 11 COL 10.
             DISPLAY SB-EMP-CNT AT LINE 11 COL 31.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 13 COL 10.
             ACCEPT OMIT AT LINE 13 COL 50.
             EXIT PROGRAM.

         *>ANY FILE OTHER THAN EMP.DAT MAY NOT EXIST YET - ITS
         *>SECTION THEN PRINTS AS HAVING NOTHING ON FILE
         SB-OPEN-PARA.
             MOVE 'Y' TO SB-EP-OPEN.
             OPEN INPUT EMPPERSONALFILE.
             IF FSEP NOT = 00
                 MOVE 'N' TO SB-EP-OPEN
             END-IF.
             MOVE 'Y' TO SB-CF-OPEN.
             OPEN INPUT CONFIRMATIONFILE.
             IF FSC NOT = 00
                 MOVE 'N' TO SB-CF-OPEN
             END-IF.
             MOVE 'Y' TO SB-TF-OPEN.
             OPEN INPUT TRANSFERFILE.
             IF FST NOT = 00
                 MOVE 'N' TO SB-TF-OPEN
             END-IF.
             MOVE 'Y' TO SB-RS-OPEN.
             OPEN INPUT REVISIONFILE.
             IF FSR NOT = 00
                 MOVE 'N' TO SB-RS-OPEN
             END-IF.
             MOVE 'Y' TO SB-LV-OPEN.
             OPEN INPUT LEAVEFILE.
             IF FSL NOT = 00
                 MOVE 'N' TO SB-LV-OPEN
             END-IF.
             MOVE 'Y' TO SB-LN-OPEN.
             OPEN INPUT LOANFILE.
             IF FSLN NOT = 00
                 MOVE 'N' TO SB-LN-OPEN
             END-IF.
             MOVE 'Y' TO SB-PH-OPEN.
             OPEN INPUT PAYHISTFILE.
             IF FSH NOT = 00
                 MOVE 'N' TO SB-PH-OPEN
             END-IF.
             MOVE 'Y' TO SB-PM-OPEN.
             OPEN INPUT PAYMENTFILE.
             IF FSP NOT = 00
                 MOVE 'N' TO SB-PM-OPEN
             END-IF.
             MOVE 'Y' TO SB-BR-OPEN.
             OPEN INPUT BRANCHFILE.
             IF FSB NOT = 00
                 MOVE 'N' TO SB-BR-OPEN
             END-IF.
             MOVE 'Y' TO SB-DP-OPEN.
             OPEN INPUT DEPARTMENTFILE.
             IF FSDEP NOT = 00
                 MOVE 'N' TO SB-DP-OPEN
             END-IF.
             MOVE 'Y' TO SB-HOL-OK.
             OPEN INPUT HOLIDAYFILE.
             IF FSHOL NOT = 00
                 MOVE 'N' TO SB-HOL-OK
             END-IF.
             MOVE 'Y' TO SB-WO-OK.
             OPEN INPUT WEEKOFFFILE.
             IF FSWO NOT = 00
                 MOVE 'N' TO SB-WO-OK
             END-IF.

         SB-CLOSE-PARA.
             IF SB-EP-OPEN = 'Y'
                 CLOSE EMPPERSONALFILE
             END-IF.
             IF SB-CF-OPEN = 'Y'
                 CLOSE CONFIRMATIONFILE
             END-IF.
             IF SB-TF-OPEN = 'Y'
                 CLOSE TRANSFERFILE
             END-IF.
             IF SB-RS-OPEN = 'Y'
                 CLOSE REVISIONFILE
             END-IF.
             IF SB-LV-OPEN = 'Y'
                 CLOSE LEAVEFILE
             END-IF.
             IF SB-LN-OPEN = 'Y'
                 CLOSE LOANFILE
             END-IF.
             IF SB-PH-OPEN = 'Y'
                 CLOSE PAYHISTFILE
             END-IF.
             IF SB-PM-OPEN = 'Y'
                 CLOSE PAYMENTFILE
             END-IF.
             IF SB-BR-OPEN = 'Y'
                 CLOSE BRANCHFILE
             END-IF.
             IF SB-DP-OPEN = 'Y'
                 CLOSE DEPARTMENTFILE
             END-IF.
             IF SB-HOL-OK = 'Y'
                 CLOSE HOLIDAYFILE
             END-IF.
             IF SB-WO-OK = 'Y'
                 CLOSE WEEKOFFFILE
             END-IF.

         SB-EMP-READ-PARA.
             READ EMPFILE NEXT RECORD
                 AT END MOVE 'Y' TO SB-EOF
                 NOT AT END
                     IF EBRNID = SB-KEY
                         PERFORM SB-BOOK-PARA
                     END-IF
             END-READ.
             IF SB-EOF = 'N' AND FSE NOT = 00
                 MOVE 'Y' TO SB-EOF
             END-IF.

         SB-BOOK-PARA.
             ADD 1 TO SB-EMP-CNT.
             MOVE SB-PM-OPEN TO SB-PAY-OK.
             IF SB-PAY-OK = 'Y'
                 MOVE EEMPID TO PEMPID
                 READ PAYMENTFILE INVALID KEY
                     MOVE 'N' TO SB-PAY-OK
                 END-READ
             END-IF.
             WRITE SVCBOOK-LINE FROM SB-RULE-LINE.
             MOVE EEMPID   TO SB-H-EMPID.
             MOVE EEMPNAME TO SB-H-NAME.
             WRITE SVCBOOK-LINE FROM SB-TITLE-LINE.
             WRITE SVCBOOK-LINE FROM SB-RULE-LINE.
             PERFORM SB-JOIN-PARA.
             PERFORM SB-PERSONAL-PARA.
             PERFORM SB-TRANSFER-PARA.
             PERFORM SB-REVISION-PARA.
             PERFORM SB-LEAVE-PARA.
             PERFORM SB-LOAN-PARA.
             PERFORM SB-PAY-PARA.
             IF ESTATUS = 'R' OR ESTATUS = 'T'
                 PERFORM SB-SEPARATION-PARA
             END-IF.
             WRITE SVCBOOK-LINE FROM SB-BLANK-LINE.
             WRITE SVCBOOK-LINE FROM SB-END-LINE.
             WRITE SVCBOOK-LINE FROM SB-BLANK-LINE.

         SB-SECTION-HEAD-PARA.
             WRITE SVCBOOK-LINE FROM SB-BLANK-LINE.
             WRITE SVCBOOK-LINE FROM SB-SECT-LINE.
             WRITE SVCBOOK-LINE FROM SB-UNDER-LINE.

         SB-JOIN-PARA.
             MOVE "1. JOINING DETAILS" TO SB-S-TITLE.
             PERFORM SB-SECTION-HEAD-PARA.
             MOVE "ADDRESS" TO SB-T-CAPTION.
             MOVE EEMPADDR TO SB-T-VALUE.
             WRITE SVCBOOK-LINE FROM SB-TEXT-LINE.
             MOVE "PHONE" TO SB-T-CAPTION.
             MOVE EPHONE TO SB-T-VALUE.
             WRITE SVCBOOK-LINE FROM SB-TEXT-LINE.
             MOVE "DATE OF JOINING" TO SB-T-CAPTION.
             MOVE EDOJ TO SB-T-VALUE.
             WRITE SVCBOOK-LINE FROM SB-TEXT-LINE.
             MOVE "DIPLOMA" TO SB-T-CAPTION.
             MOVE EDIP TO SB-T-VALUE.
             WRITE SVCBOOK-LINE FROM SB-TEXT-LINE.
             MOVE "UG / PG" TO SB-T-CAPTION.
             MOVE SPACES TO SB-T-VALUE.
             MOVE EUG TO SB-T-VALUE(1:4).
             MOVE "/" TO SB-T-VALUE(6:1).
             MOVE EPG TO SB-T-VALUE(8:4).
             WRITE SVCBOOK-LINE FROM SB-TEXT-LINE.
             MOVE "PROFESSIONAL QUAL." TO SB-T-CAPTION.
             MOVE EPROFQ TO SB-T-VALUE.
             WRITE SVCBOOK-LINE FROM SB-TEXT-LINE.
             MOVE "SKILL SET" TO SB-T-CAPTION.
             MOVE ESKILL TO SB-T-VALUE.
             WRITE SVCBOOK-LINE FROM SB-TEXT-LINE.
             PERFORM SB-GRADE-NAME-PARA.
             MOVE "GRADE" TO SB-T-CAPTION.
             MOVE SB-CODE-NAME TO SB-T-VALUE.
             WRITE SVCBOOK-LINE FROM SB-TEXT-LINE.
             MOVE EDESID TO DESID.
             PERFORM SB-DESIG-NAME-PARA.
             MOVE "DESIGNATION" TO SB-T-CAPTION.
             MOVE SB-CODE-NAME TO SB-T-VALUE.
             WRITE SVCBOOK-LINE FROM SB-TEXT-LINE.
             MOVE EDEPID TO DEPCODE.
             MOVE EDEPID TO SB-CN-CODE.
             MOVE "UNKNOWN DEPARTMENT" TO SB-CN-NAME.
             IF SB-DP-OPEN = 'Y'
                 READ DEPARTMENTFILE
                     NOT INVALID KEY MOVE DEPNAME TO SB-CN-NAME
                 END-READ
             END-IF.
             MOVE "DEPARTMENT" TO SB-T-CAPTION.
             MOVE SB-CODE-NAME TO SB-T-VALUE.
             WRITE SVCBOOK-LINE FROM SB-TEXT-LINE.
             MOVE EBRNID TO BBRID.
             PERFORM SB-BRANCH-NAME-PARA.
             MOVE "PRESENT BRANCH" TO SB-T-CAPTION.
             MOVE SB-CODE-NAME TO SB-T-VALUE.
             WRITE SVCBOOK-LINE FROM SB-TEXT-LINE.
             MOVE "CONFIRMATION DATE" TO SB-T-CAPTION.
             MOVE "NOT CONFIRMED" TO SB-T-VALUE.
             IF SB-CF-OPEN = 'Y'
                 MOVE EEMPID TO CEMPID
                 READ CONFIRMATIONFILE KEY IS CEMPID
                     NOT INVALID KEY MOVE CCDATE TO SB-T-VALUE
                 END-READ
             END-IF.
             WRITE SVCBOOK-LINE FROM SB-TEXT-LINE.
             MOVE "SERVICE STATUS" TO SB-T-CAPTION.
             EVALUATE ESTATUS
                 WHEN 'R' MOVE "RESIGNED" TO SB-T-VALUE
                 WHEN 'T' MOVE "RETIRED" TO SB-T-VALUE
                 WHEN OTHER MOVE "IN SERVICE" TO SB-T-VALUE
             END-EVALUATE.
             WRITE SVCBOOK-LINE FROM SB-TEXT-LINE.

         SB-GRADE-NAME-PARA.
             MOVE EGRDNO TO SB-CN-CODE.
             MOVE "UNKNOWN GRADE" TO SB-CN-NAME.
             OPEN INPUT GRADEFILE.
             IF FSG = 00
                 MOVE 'N' TO SB-SUB-EOF
                 PERFORM SB-GRADE-READ-PARA UNTIL SB-SUB-EOF = 'Y'
                 CLOSE GRADEFILE
             END-IF.

         SB-GRADE-READ-PARA.
             READ GRADEFILE
                 AT END MOVE 'Y' TO SB-SUB-EOF
             END-READ.
             IF SB-SUB-EOF = 'N' AND GGRADE = EGRDNO
                 MOVE GDESIGN TO SB-CN-NAME
                 MOVE 'Y' TO SB-SUB-EOF
             END-IF.

         SB-DESIG-NAME-PARA.
             *>DESID HOLDS THE CODE WANTED; THE FILE IS SEQUENTIAL
             MOVE DESID TO SB-CN-CODE.
             MOVE "UNKNOWN DESIGNATION" TO SB-CN-NAME.
             OPEN INPUT DESIGNATIONFILE.
             IF FSDES = 00
                 MOVE 'N' TO SB-SUB-EOF
                 PERFORM SB-DESIG-READ-PARA UNTIL SB-SUB-EOF = 'Y'
                 CLOSE DESIGNATIONFILE
             END-IF.

         SB-DESIG-READ-PARA.
             READ DESIGNATIONFILE
                 AT END MOVE 'Y' TO SB-SUB-EOF
             END-READ.
             IF SB-SUB-EOF = 'N' AND DESID = SB-CN-CODE
                 MOVE DESIGN TO SB-CN-NAME
                 MOVE 'Y' TO SB-SUB-EOF
             END-IF.

         SB-BRANCH-NAME-PARA.
             MOVE BBRID TO SB-CN-CODE.
             MOVE "UNKNOWN BRANCH" TO SB-CN-NAME.
             IF SB-BR-OPEN = 'Y'
                 READ BRANCHFILE
                     NOT INVALID KEY MOVE BBRNAME TO SB-CN-NAME
                 END-READ
             END-IF.

         SB-PERSONAL-PARA.
             MOVE "2. PERSONAL AND FAMILY DETAILS" TO SB-S-TITLE.
             PERFORM SB-SECTION-HEAD-PARA.
             MOVE SB-EP-OPEN TO SB-FOUND.
             IF SB-FOUND = 'Y'
                 MOVE EEMPID TO EPEMPID
                 READ EMPPERSONALFILE INVALID KEY
                     MOVE 'N' TO SB-FOUND
                 END-READ
             END-IF.
             IF SB-FOUND = 'Y'
                 PERFORM SB-PERSONAL-PRINT-PARA
             ELSE
                 MOVE "NO PERSONAL DETAILS ON FILE" TO SB-N-TEXT
                 WRITE SVCBOOK-LINE FROM SB-NONE-LINE
             END-IF.

         SB-PERSONAL-PRINT-PARA.
             MOVE "TEMPORARY ADDRESS" TO SB-T-CAPTION.
             MOVE EPTADD TO SB-T-VALUE.
             WRITE SVCBOOK-LINE FROM SB-TEXT-LINE.
             MOVE "PHONE" TO SB-T-CAPTION.
             MOVE EPTPH TO SB-T-VALUE.
             WRITE SVCBOOK-LINE FROM SB-TEXT-LINE.
             MOVE "DATE OF BIRTH" TO SB-T-CAPTION.
             MOVE EPDOB TO SB-T-VALUE.
             WRITE SVCBOOK-LINE FROM SB-TEXT-LINE.
             MOVE "PLACE OF BIRTH" TO SB-T-CAPTION.
             MOVE EPPOB TO SB-T-VALUE.
             WRITE SVCBOOK-LINE FROM SB-TEXT-LINE.
             MOVE "LANGUAGES KNOWN" TO SB-T-CAPTION.
             MOVE EPLANG TO SB-T-VALUE.
             WRITE SVCBOOK-LINE FROM SB-TEXT-LINE.
             MOVE "BLOOD GROUP" TO SB-T-CAPTION.
             MOVE EPBLOOD TO SB-T-VALUE.
             WRITE SVCBOOK-LINE FROM SB-TEXT-LINE.
             MOVE "WEIGHT / HEIGHT" TO SB-T-CAPTION.
             MOVE SPACES TO SB-T-VALUE.
             MOVE EPWEIGHT TO SB-T-VALUE(1:3).
             MOVE "/" TO SB-T-VALUE(5:1).
             MOVE EPHEIGHT TO SB-T-VALUE(7:3).
             WRITE SVCBOOK-LINE FROM SB-TEXT-LINE.
             MOVE "VISION" TO SB-T-CAPTION.
             MOVE EPVISION TO SB-T-VALUE.
             WRITE SVCBOOK-LINE FROM SB-TEXT-LINE.
             MOVE "FATHER" TO SB-T-CAPTION.
             MOVE EPFATHER TO SB-ND-NAME.
             MOVE EPDOBF TO SB-ND-DOB.
             MOVE SB-NAME-DOB TO SB-T-VALUE.
             WRITE SVCBOOK-LINE FROM SB-TEXT-LINE.
             MOVE "MOTHER" TO SB-T-CAPTION.
             MOVE EPMOTHER TO SB-ND-NAME.
             MOVE EPDOBM TO SB-ND-DOB.
             MOVE SB-NAME-DOB TO SB-T-VALUE.
             WRITE SVCBOOK-LINE FROM SB-TEXT-LINE.
             MOVE "SPOUSE" TO SB-T-CAPTION.
             MOVE EPSPOUSE TO SB-T-VALUE.
             WRITE SVCBOOK-LINE FROM SB-TEXT-LINE.
             MOVE "CHILD" TO SB-T-CAPTION.
             MOVE EPCHILD TO SB-ND-NAME.
             MOVE EPDOBC TO SB-ND-DOB.
             MOVE SB-NAME-DOB TO SB-T-VALUE.
             WRITE SVCBOOK-LINE FROM SB-TEXT-LINE.

         SB-TRANSFER-PARA.
             *>TRANSFERS ARE KEYED ON THE TRANSFER ID ONLY - READ THE
             *>WHOLE FILE AND KEEP THIS EMPLOYEE'S MOVES
             MOVE "3. BRANCH TRANSFERS" TO SB-S-TITLE.
             PERFORM SB-SECTION-HEAD-PARA.
             MOVE ZERO TO SB-TR-CNT.
             MOVE 'N' TO SB-TRUNC.
             MOVE 'N' TO SB-SUB-EOF.
             IF SB-TF-OPEN = 'N'
                 MOVE 'Y' TO SB-SUB-EOF
             ELSE
                 MOVE LOW-VALUES TO TTRFID
                 START TRANSFERFILE KEY IS NOT LESS THAN TTRFID
                     INVALID KEY MOVE 'Y' TO SB-SUB-EOF
                 END-START
             END-IF.
             PERFORM SB-TR-READ-PARA UNTIL SB-SUB-EOF = 'Y'.
             IF SB-TR-CNT = ZERO
                 MOVE "NO TRANSFERS ON FILE" TO SB-N-TEXT
                 WRITE SVCBOOK-LINE FROM SB-NONE-LINE
             ELSE
                 PERFORM SB-TR-SORT-PARA
                     VARYING SB-IDX FROM 1 BY 1
                     UNTIL SB-IDX > SB-TR-CNT
                 WRITE SVCBOOK-LINE FROM SB-TR-HEAD-LINE
                 PERFORM SB-TR-PRINT-PARA
                     VARYING SB-IDX FROM 1 BY 1
                     UNTIL SB-IDX > SB-TR-CNT
             END-IF.
             IF SB-TRUNC = 'Y'
                 MOVE "MORE THAN 30 TRANSFERS - FIRST 30 SHOWN"
                    TO SB-N-TEXT
                 WRITE SVCBOOK-LINE FROM SB-NONE-LINE
             END-IF.

         SB-TR-READ-PARA.
             READ TRANSFERFILE NEXT RECORD
                 AT END MOVE 'Y' TO SB-SUB-EOF
             END-READ.
             IF SB-SUB-EOF = 'N' AND FST NOT = 00
                 MOVE 'Y' TO SB-SUB-EOF
             END-IF.
             IF SB-SUB-EOF = 'N' AND TEMPID = EEMPID
                 IF SB-TR-CNT < 30
                     ADD 1 TO SB-TR-CNT
                     MOVE TTRFDT TO SB-TR-DATE(SB-TR-CNT)
                     MOVE TTRFID TO SB-TR-ID(SB-TR-CNT)
                     MOVE TOBRID TO SB-TR-OLD(SB-TR-CNT)
                     MOVE TNBRID TO SB-TR-NEW(SB-TR-CNT)
                 ELSE
                     MOVE 'Y' TO SB-TRUNC
                 END-IF
             END-IF.

         SB-TR-SORT-PARA.
             PERFORM SB-TR-SORT-PASS-PARA
                 VARYING SB-IDX2 FROM 1 BY 1
                 UNTIL SB-IDX2 > SB-TR-CNT - SB-IDX.

         SB-TR-SORT-PASS-PARA.
             IF SB-TR-DATE(SB-IDX2) > SB-TR-DATE(SB-IDX2 + 1)
                 MOVE SB-TR(SB-IDX2)     TO SB-TR-TEMP
                 MOVE SB-TR(SB-IDX2 + 1) TO SB-TR(SB-IDX2)
                 MOVE SB-TR-TEMP         TO SB-TR(SB-IDX2 + 1)
             END-IF.

         SB-TR-PRINT-PARA.
             MOVE SB-TR-DATE(SB-IDX) TO SB-TL-DATE.
             MOVE SB-TR-ID(SB-IDX)   TO SB-TL-ID.
             MOVE SB-TR-OLD(SB-IDX)  TO SB-TL-OLD.
             MOVE SB-TR-OLD(SB-IDX)  TO BBRID.
             PERFORM SB-BRANCH-NAME-PARA.
             MOVE SB-CN-NAME         TO SB-TL-OLDNM.
             MOVE SB-TR-NEW(SB-IDX)  TO SB-TL-NEW.
             MOVE SB-TR-NEW(SB-IDX)  TO BBRID.
             PERFORM SB-BRANCH-NAME-PARA.
             MOVE SB-CN-NAME         TO SB-TL-NEWNM.
             WRITE SVCBOOK-LINE FROM SB-TR-LINE.

         SB-REVISION-PARA.
             MOVE "4. SALARY REVISIONS" TO SB-S-TITLE.
             PERFORM SB-SECTION-HEAD-PARA.
             MOVE ZERO TO SB-RV-CNT.
             MOVE 'N' TO SB-TRUNC.
             MOVE 'N' TO SB-SUB-EOF.
             IF SB-RS-OPEN = 'N'
                 MOVE 'Y' TO SB-SUB-EOF
             ELSE
                 MOVE EEMPID TO REMPID
                 START REVISIONFILE KEY IS EQUAL REMPID
                     INVALID KEY MOVE 'Y' TO SB-SUB-EOF
                 END-START
             END-IF.
             PERFORM SB-RV-READ-PARA UNTIL SB-SUB-EOF = 'Y'.
             IF SB-RV-CNT = ZERO
                 MOVE "NO SALARY REVISIONS ON FILE" TO SB-N-TEXT
                 WRITE SVCBOOK-LINE FROM SB-NONE-LINE
             ELSE
                 PERFORM SB-RV-SORT-PARA
                     VARYING SB-IDX FROM 1 BY 1
                     UNTIL SB-IDX > SB-RV-CNT
                 WRITE SVCBOOK-LINE FROM SB-RV-HEAD-LINE
                 PERFORM SB-RV-PRINT-PARA
                     VARYING SB-IDX FROM 1 BY 1
                     UNTIL SB-IDX > SB-RV-CNT
             END-IF.
             IF SB-TRUNC = 'Y'
                 MOVE "MORE THAN 30 REVISIONS - FIRST 30 SHOWN"
                    TO SB-N-TEXT
                 WRITE SVCBOOK-LINE FROM SB-NONE-LINE
             END-IF.

         SB-RV-READ-PARA.
             READ REVISIONFILE NEXT RECORD
                 AT END MOVE 'Y' TO SB-SUB-EOF
             END-READ.
             IF SB-SUB-EOF = 'N' AND FSR NOT = 00 AND FSR NOT = 02
                 MOVE 'Y' TO SB-SUB-EOF
             END-IF.
             IF SB-SUB-EOF = 'N' AND REMPID NOT = EEMPID
                 MOVE 'Y' TO SB-SUB-EOF
             END-IF.
             IF SB-SUB-EOF = 'N'
                 IF SB-RV-CNT < 30
                     ADD 1 TO SB-RV-CNT
                     MOVE RREVDATE TO SB-RV-DATE(SB-RV-CNT)
                     MOVE RREVID   TO SB-RV-ID(SB-RV-CNT)
                     MOVE RDESCODE TO SB-RV-DES(SB-RV-CNT)
                     MOVE RBASIC   TO SB-RV-BASIC(SB-RV-CNT)
                     MOVE RHRA     TO SB-RV-HRA(SB-RV-CNT)
                 ELSE
                     MOVE 'Y' TO SB-TRUNC
                 END-IF
             END-IF.

         SB-RV-SORT-PARA.
             PERFORM SB-RV-SORT-PASS-PARA
                 VARYING SB-IDX2 FROM 1 BY 1
                 UNTIL SB-IDX2 > SB-RV-CNT - SB-IDX.

         SB-RV-SORT-PASS-PARA.
             IF SB-RV-DATE(SB-IDX2) > SB-RV-DATE(SB-IDX2 + 1)
                 MOVE SB-RV(SB-IDX2)     TO SB-RV-TEMP
                 MOVE SB-RV(SB-IDX2 + 1) TO SB-RV(SB-IDX2)
                 MOVE SB-RV-TEMP         TO SB-RV(SB-IDX2 + 1)
             END-IF.

         SB-RV-PRINT-PARA.
             MOVE SB-RV-DATE(SB-IDX)  TO SB-RL-DATE.
             MOVE SB-RV-ID(SB-IDX)    TO SB-RL-ID.
             MOVE SB-RV-DES(SB-IDX)   TO SB-RL-DES.
             MOVE SB-RV-DES(SB-IDX)   TO DESID.
             PERFORM SB-DESIG-NAME-PARA.
             MOVE SB-CN-NAME          TO SB-RL-DESNM.
             MOVE SB-RV-BASIC(SB-IDX) TO SB-RL-BASIC.
             MOVE SB-RV-HRA(SB-IDX)   TO SB-RL-HRA.
             WRITE SVCBOOK-LINE FROM SB-RV-LINE.

         SB-LEAVE-PARA.
             MOVE "5. LEAVE TAKEN BY YEAR (DAYS)" TO SB-S-TITLE.
             PERFORM SB-SECTION-HEAD-PARA.
             PERFORM SB-LV-CALENDAR-PARA.
             MOVE ZERO TO SB-LY-CNT.
             MOVE 'N' TO SB-TRUNC.
             MOVE 'N' TO SB-SUB-EOF.
             IF SB-LV-OPEN = 'N'
                 MOVE 'Y' TO SB-SUB-EOF
             ELSE
                 MOVE EEMPID TO LEMPID
                 START LEAVEFILE KEY IS EQUAL LEMPID
                     INVALID KEY MOVE 'Y' TO SB-SUB-EOF
                 END-START
             END-IF.
             PERFORM SB-LV-READ-PARA UNTIL SB-SUB-EOF = 'Y'.
             IF SB-LY-CNT = ZERO
                 MOVE "NO LEAVE TAKEN" TO SB-N-TEXT
                 WRITE SVCBOOK-LINE FROM SB-NONE-LINE
             ELSE
                 PERFORM SB-LY-SORT-PARA
                     VARYING SB-IDX FROM 1 BY 1
                     UNTIL SB-IDX > SB-LY-CNT
                 WRITE SVCBOOK-LINE FROM SB-LY-HEAD-LINE
                 PERFORM SB-LY-PRINT-PARA
                     VARYING SB-IDX FROM 1 BY 1
                     UNTIL SB-IDX > SB-LY-CNT
             END-IF.
             IF SB-TRUNC = 'Y'
                 MOVE "MORE THAN 40 LEAVE YEARS - FIRST 40 SHOWN"
                    TO SB-N-TEXT
                 WRITE SVCBOOK-LINE FROM SB-NONE-LINE
             END-IF.

         SB-LV-READ-PARA.
             READ LEAVEFILE NEXT RECORD
                 AT END MOVE 'Y' TO SB-SUB-EOF
             END-READ.
             IF SB-SUB-EOF = 'N' AND FSL NOT = 00 AND FSL NOT = 02
                 MOVE 'Y' TO SB-SUB-EOF
             END-IF.
             IF SB-SUB-EOF = 'N' AND LEMPID NOT = EEMPID
                 MOVE 'Y' TO SB-SUB-EOF
             END-IF.
             *>ONLY APPROVED LEAVE IS TAKEN. RECORDS KEYED BEFORE THE
             *>APPROVAL WORKFLOW CARRY NO STATUS AND STAND.
             IF SB-SUB-EOF = 'N'
                AND (LSTATUS = 'A' OR LSTATUS = SPACE)
                 PERFORM SB-LV-DAYS-PARA
                 PERFORM SB-LV-YEAR-PARA
             END-IF.

         SB-LV-DAYS-PARA.
             MOVE LFMDATE(1:4) TO SB-YYYY.
             MOVE LFMDATE(6:2) TO SB-MM.
             MOVE LFMDATE(9:2) TO SB-DD.
             COMPUTE SB-FROM-NUM = FUNCTION INTEGER-OF-DATE
                 (SB-YYYY * 10000 + SB-MM * 100 + SB-DD).
             MOVE LTODATE(1:4) TO SB-YYYY.
             MOVE LTODATE(6:2) TO SB-MM.
             MOVE LTODATE(9:2) TO SB-DD.
             COMPUTE SB-TO-NUM = FUNCTION INTEGER-OF-DATE
                 (SB-YYYY * 10000 + SB-MM * 100 + SB-DD).
             PERFORM SB-LV-COUNT-PARA.

         SB-LV-CALENDAR-PARA.
             *>HOLIDAYS AND WEEKLY OFFS FOLLOW THE EMPLOYEE'S BRANCH;
             *>A BLANK BRANCH ON THE CALENDAR FILES MEANS ALL BRANCHES
             MOVE EBRNID TO SB-BRANCH.
             MOVE "NNNNNNN" TO SB-WOFF.
             IF SB-WO-OK = 'Y'
                 MOVE SB-BRANCH TO WBRID
                 READ WEEKOFFFILE
                     INVALID KEY
                         MOVE SPACES TO WBRID
                         READ WEEKOFFFILE
                             NOT INVALID KEY MOVE WOFFDAYS TO SB-WOFF
                         END-READ
                     NOT INVALID KEY MOVE WOFFDAYS TO SB-WOFF
                 END-READ
             END-IF.

         SB-LV-COUNT-PARA.
             *>ONLY WORKING DAYS ARE CHARGED, AS WHEN LEAVE IS KEYED
             MOVE ZERO TO SB-DAYS.
             PERFORM SB-LV-COUNT-ONE-PARA
                 VARYING SB-DAY-NUM FROM SB-FROM-NUM BY 1
                 UNTIL SB-DAY-NUM > SB-TO-NUM.

         SB-LV-COUNT-ONE-PARA.
             MOVE 'N' TO SB-OFF.
             *>DAY 1 OF THE INTEGER CALENDAR (1601-01-01) IS A MONDAY
             DIVIDE SB-DAY-NUM BY 7 GIVING SB-QUOT
                 REMAINDER SB-WDAY.
             IF SB-WDAY = 0
                 MOVE 7 TO SB-WDAY
             END-IF.
             IF SB-WOFF(SB-WDAY:1) = 'Y'
                 MOVE 'Y' TO SB-OFF
             END-IF.
             IF SB-OFF = 'N' AND SB-HOL-OK = 'Y'
                 COMPUTE SB-CAL-NUM =
                     FUNCTION DATE-OF-INTEGER (SB-DAY-NUM)
                 MOVE SB-CAL-NUM TO SB-CAL-WORK
                 MOVE SB-CW-YYYY TO SB-ISO-YYYY
                 MOVE SB-CW-MM   TO SB-ISO-MM
                 MOVE SB-CW-DD   TO SB-ISO-DD
                 MOVE SB-BRANCH  TO HBRID
                 MOVE SB-CAL-ISO TO HDATE
                 READ HOLIDAYFILE
                     INVALID KEY
                         MOVE SPACES TO HBRID
                         READ HOLIDAYFILE
                             NOT INVALID KEY MOVE 'Y' TO SB-OFF
                         END-READ
                     NOT INVALID KEY MOVE 'Y' TO SB-OFF
                 END-READ
             END-IF.
             IF SB-OFF = 'N'
                 ADD 1 TO SB-DAYS
             END-IF.

         SB-LV-YEAR-PARA.
             MOVE 'N' TO SB-FOUND.
             PERFORM SB-LY-SCAN-PARA
                 VARYING SB-IDX FROM 1 BY 1
                 UNTIL SB-IDX > SB-LY-CNT OR SB-FOUND = 'Y'.
             IF SB-FOUND = 'N'
                 IF SB-LY-CNT < 40
                     ADD 1 TO SB-LY-CNT
                     MOVE SB-LY-CNT TO SB-IDX
                     MOVE LFMDATE(1:4) TO SB-LY-YEAR(SB-IDX)
                     MOVE ZERO TO SB-LY-CL(SB-IDX)
                     MOVE ZERO TO SB-LY-SL(SB-IDX)
                     MOVE ZERO TO SB-LY-PL(SB-IDX)
                     MOVE ZERO TO SB-LY-OTH(SB-IDX)
                     MOVE ZERO TO SB-LY-TOT(SB-IDX)
                     MOVE 'Y' TO SB-FOUND
                 ELSE
                     MOVE 'Y' TO SB-TRUNC
                 END-IF
             ELSE
                 SUBTRACT 1 FROM SB-IDX
             END-IF.
             IF SB-FOUND = 'Y'
                 EVALUATE LLEVCAT
                     WHEN "CL" ADD SB-DAYS TO SB-LY-CL(SB-IDX)
                     WHEN "SL" ADD SB-DAYS TO SB-LY-SL(SB-IDX)
                     WHEN "PL" ADD SB-DAYS TO SB-LY-PL(SB-IDX)
                     WHEN OTHER ADD SB-DAYS TO SB-LY-OTH(SB-IDX)
                 END-EVALUATE
                 ADD SB-DAYS TO SB-LY-TOT(SB-IDX)
             END-IF.

         SB-LY-SCAN-PARA.
             IF SB-LY-YEAR(SB-IDX) = LFMDATE(1:4)
                 MOVE 'Y' TO SB-FOUND
             END-IF.

         SB-LY-SORT-PARA.
             PERFORM SB-LY-SORT-PASS-PARA
                 VARYING SB-IDX2 FROM 1 BY 1
                 UNTIL SB-IDX2 > SB-LY-CNT - SB-IDX.

         SB-LY-SORT-PASS-PARA.
             IF SB-LY-YEAR(SB-IDX2) > SB-LY-YEAR(SB-IDX2 + 1)
                 MOVE SB-LY(SB-IDX2)     TO SB-LY-TEMP
                 MOVE SB-LY(SB-IDX2 + 1) TO SB-LY(SB-IDX2)
                 MOVE SB-LY-TEMP         TO SB-LY(SB-IDX2 + 1)
             END-IF.

         SB-LY-PRINT-PARA.
             MOVE SB-LY-YEAR(SB-IDX) TO SB-YL-YEAR.
             MOVE SB-LY-CL(SB-IDX)   TO SB-YL-CL.
             MOVE SB-LY-SL(SB-IDX)   TO SB-YL-SL.
             MOVE SB-LY-PL(SB-IDX)   TO SB-YL-PL.
             MOVE SB-LY-OTH(SB-IDX)  TO SB-YL-OTH.
             MOVE SB-LY-TOT(SB-IDX)  TO SB-YL-TOT.
             WRITE SVCBOOK-LINE FROM SB-LY-LINE.

         SB-LOAN-PARA.
             MOVE "6. LOANS SANCTIONED AND REPAID" TO SB-S-TITLE.
             PERFORM SB-SECTION-HEAD-PARA.
             MOVE ZERO TO SB-LN-CNT.
             MOVE ZERO TO SB-LN-PRIN.
             MOVE ZERO TO SB-LN-REPAID.
             MOVE ZERO TO SB-LN-BAL.
             MOVE 'N' TO SB-TRUNC.
             MOVE 'N' TO SB-SUB-EOF.
             IF SB-LN-OPEN = 'N'
                 MOVE 'Y' TO SB-SUB-EOF
             ELSE
                 MOVE EEMPID TO LNEMPID
                 START LOANFILE KEY IS EQUAL LNEMPID
                     INVALID KEY MOVE 'Y' TO SB-SUB-EOF
                 END-START
             END-IF.
             PERFORM SB-LN-READ-PARA UNTIL SB-SUB-EOF = 'Y'.
             IF SB-LN-CNT = ZERO
                 MOVE "NO LOANS ON LEDGER" TO SB-N-TEXT
                 WRITE SVCBOOK-LINE FROM SB-NONE-LINE
             ELSE
                 PERFORM SB-LN-SORT-PARA
                     VARYING SB-IDX FROM 1 BY 1
                     UNTIL SB-IDX > SB-LN-CNT
                 WRITE SVCBOOK-LINE FROM SB-LN-HEAD-LINE
                 PERFORM SB-LN-PRINT-PARA
                     VARYING SB-IDX FROM 1 BY 1
                     UNTIL SB-IDX > SB-LN-CNT
                 MOVE SB-LN-PRIN   TO SB-NT-PRIN
                 MOVE SB-LN-REPAID TO SB-NT-REPAID
                 MOVE SB-LN-BAL    TO SB-NT-BAL
                 WRITE SVCBOOK-LINE FROM SB-LN-TOT-LINE
             END-IF.
             IF SB-TRUNC = 'Y'
                 MOVE "MORE THAN 20 LOANS - FIRST 20 SHOWN"
                    TO SB-N-TEXT
                 WRITE SVCBOOK-LINE FROM SB-NONE-LINE
             END-IF.

         SB-LN-READ-PARA.
             READ LOANFILE NEXT RECORD
                 AT END MOVE 'Y' TO SB-SUB-EOF
             END-READ.
             IF SB-SUB-EOF = 'N' AND FSLN NOT = 00 AND FSLN NOT = 02
                 MOVE 'Y' TO SB-SUB-EOF
             END-IF.
             IF SB-SUB-EOF = 'N' AND LNEMPID NOT = EEMPID
                 MOVE 'Y' TO SB-SUB-EOF
             END-IF.
             IF SB-SUB-EOF = 'N'
                 IF SB-LN-CNT < 20
                     ADD 1 TO SB-LN-CNT
                     MOVE LNSTDATE TO SB-LN-DATE(SB-LN-CNT)
                     MOVE LNLOANID TO SB-LN-ID(SB-LN-CNT)
                     MOVE LNPRIN   TO SB-LN-AMT(SB-LN-CNT)
                     MOVE LNINST   TO SB-LN-INST(SB-LN-CNT)
                     MOVE LNBAL    TO SB-LN-LEFT(SB-LN-CNT)
                     MOVE LNSTATUS TO SB-LN-STAT(SB-LN-CNT)
                 ELSE
                     MOVE 'Y' TO SB-TRUNC
                 END-IF
             END-IF.

         SB-LN-SORT-PARA.
             PERFORM SB-LN-SORT-PASS-PARA
                 VARYING SB-IDX2 FROM 1 BY 1
                 UNTIL SB-IDX2 > SB-LN-CNT - SB-IDX.

         SB-LN-SORT-PASS-PARA.
             IF SB-LN-DATE(SB-IDX2) > SB-LN-DATE(SB-IDX2 + 1)
                 MOVE SB-LN(SB-IDX2)     TO SB-LN-TEMP
                 MOVE SB-LN(SB-IDX2 + 1) TO SB-LN(SB-IDX2)
                 MOVE SB-LN-TEMP         TO SB-LN(SB-IDX2 + 1)
             END-IF.

         SB-LN-PRINT-PARA.
             MOVE SB-LN-DATE(SB-IDX) TO SB-NL-DATE.
             MOVE SB-LN-ID(SB-IDX)   TO SB-NL-ID.
             MOVE SB-LN-AMT(SB-IDX)  TO SB-NL-PRIN.
             MOVE SB-LN-INST(SB-IDX) TO SB-NL-INST.
             MOVE SB-LN-LEFT(SB-IDX) TO SB-NL-BAL.
             COMPUTE SB-NL-REPAID =
                 SB-LN-AMT(SB-IDX) - SB-LN-LEFT(SB-IDX).
             IF SB-LN-STAT(SB-IDX) = 'C'
                 MOVE "CLOSED" TO SB-NL-STAT
             ELSE
                 MOVE "ACTIVE" TO SB-NL-STAT
             END-IF.
             WRITE SVCBOOK-LINE FROM SB-LN-LINE.
             ADD SB-LN-AMT(SB-IDX)  TO SB-LN-PRIN.
             ADD SB-LN-LEFT(SB-IDX) TO SB-LN-BAL.
             COMPUTE SB-LN-REPAID = SB-LN-REPAID
                 + SB-LN-AMT(SB-IDX) - SB-LN-LEFT(SB-IDX).

         SB-PAY-PARA.
             *>PAY HISTORY IS KEYED EMPLOYEE + PERIOD, SO IT ARRIVES
             *>IN PERIOD ORDER - TOTAL ON EACH CHANGE OF YEAR
             MOVE "7. YEAR-WISE PAY TOTALS" TO SB-S-TITLE.
             PERFORM SB-SECTION-HEAD-PARA.
             MOVE ZERO TO SB-TOT-GROSS.
             MOVE ZERO TO SB-TOT-DED.
             MOVE ZERO TO SB-TOT-NET.
             MOVE SPACES TO SB-PY-YEAR.
             MOVE 'N' TO SB-SUB-EOF.
             IF SB-PH-OPEN = 'N'
                 MOVE 'Y' TO SB-SUB-EOF
             ELSE
                 MOVE EEMPID TO HEMPID
                 MOVE "000000" TO HPERIOD
                 START PAYHISTFILE KEY IS NOT LESS THAN HPAYKEY
                     INVALID KEY MOVE 'Y' TO SB-SUB-EOF
                 END-START
             END-IF.
             PERFORM SB-PAY-READ-PARA UNTIL SB-SUB-EOF = 'Y'.
             IF SB-PY-YEAR = SPACES
                 MOVE "NO CLOSED PAY HISTORY" TO SB-N-TEXT
                 WRITE SVCBOOK-LINE FROM SB-NONE-LINE
             ELSE
                 PERFORM SB-PAY-YEAR-PARA
                 MOVE SB-TOT-GROSS TO SB-PT-GROSS
                 MOVE SB-TOT-DED   TO SB-PT-DED
                 MOVE SB-TOT-NET   TO SB-PT-NET
                 WRITE SVCBOOK-LINE FROM SB-PY-TOT-LINE
             END-IF.

         SB-PAY-READ-PARA.
             READ PAYHISTFILE NEXT RECORD
                 AT END MOVE 'Y' TO SB-SUB-EOF
             END-READ.
             IF SB-SUB-EOF = 'N' AND FSH NOT = 00
                 MOVE 'Y' TO SB-SUB-EOF
             END-IF.
             IF SB-SUB-EOF = 'N' AND HEMPID NOT = EEMPID
                 MOVE 'Y' TO SB-SUB-EOF
             END-IF.
             IF SB-SUB-EOF = 'N'
                 IF SB-PY-YEAR = SPACES
                     WRITE SVCBOOK-LINE FROM SB-PY-HEAD-LINE
                     PERFORM SB-PAY-RESET-PARA
                 END-IF
                 IF HPERIOD(1:4) NOT = SB-PY-YEAR
                     PERFORM SB-PAY-YEAR-PARA
                     PERFORM SB-PAY-RESET-PARA
                 END-IF
                 ADD 1       TO SB-PY-MONTHS
                 ADD HLLOP   TO SB-PY-LOP
                 ADD HGROSS  TO SB-PY-GROSS
                 ADD HDEDUCT TO SB-PY-DED
                 ADD HNET    TO SB-PY-NET
                 ADD HARREAR TO SB-PY-ARR
             END-IF.

         SB-PAY-RESET-PARA.
             MOVE HPERIOD(1:4) TO SB-PY-YEAR.
             MOVE ZERO TO SB-PY-MONTHS.
             MOVE ZERO TO SB-PY-LOP.
             MOVE ZERO TO SB-PY-GROSS.
             MOVE ZERO TO SB-PY-DED.
             MOVE ZERO TO SB-PY-NET.
             MOVE ZERO TO SB-PY-ARR.

         SB-PAY-YEAR-PARA.
             IF SB-PY-MONTHS > ZERO
                 MOVE SB-PY-YEAR   TO SB-PL-YEAR
                 MOVE SB-PY-MONTHS TO SB-PL-MONTHS
                 MOVE SB-PY-LOP    TO SB-PL-LOP
                 MOVE SB-PY-GROSS  TO SB-PL-GROSS
                 MOVE SB-PY-DED    TO SB-PL-DED
                 MOVE SB-PY-NET    TO SB-PL-NET
                 MOVE SB-PY-ARR    TO SB-PL-ARR
                 WRITE SVCBOOK-LINE FROM SB-PY-LINE
                 ADD SB-PY-GROSS TO SB-TOT-GROSS
                 ADD SB-PY-DED   TO SB-TOT-DED
                 ADD SB-PY-NET   TO SB-TOT-NET
             END-IF.

         SB-SEPARATION-PARA.
             MOVE "8. SEPARATION DETAILS" TO SB-S-TITLE.
             PERFORM SB-SECTION-HEAD-PARA.
             MOVE "SEPARATION TYPE" TO SB-T-CAPTION.
             IF ESTATUS = 'R'
                 MOVE "RESIGNED" TO SB-T-VALUE
             ELSE
                 MOVE "RETIRED" TO SB-T-VALUE
             END-IF.
             WRITE SVCBOOK-LINE FROM SB-TEXT-LINE.
             MOVE "DATE OF LEAVING" TO SB-T-CAPTION.
             MOVE EDOL TO SB-T-VALUE.
             WRITE SVCBOOK-LINE FROM SB-TEXT-LINE.
             IF EDOJ(1:4) NUMERIC AND EDOJ(6:2) NUMERIC
                AND EDOL(1:4) NUMERIC AND EDOL(6:2) NUMERIC
                 PERFORM SB-SERVICE-LENGTH-PARA
                 MOVE "LENGTH OF SERVICE" TO SB-T-CAPTION
                 MOVE SB-SERVICE-TEXT TO SB-T-VALUE
                 WRITE SVCBOOK-LINE FROM SB-TEXT-LINE
             END-IF.
             IF SB-PAY-OK = 'Y'
                 MOVE PCL TO SB-LT-CL
                 MOVE PSL TO SB-LT-SL
                 MOVE PPL TO SB-LT-PL
                 MOVE "LEAVE BALANCE AT EXIT" TO SB-T-CAPTION
                 MOVE SB-LEAVE-TEXT TO SB-T-VALUE
                 WRITE SVCBOOK-LINE FROM SB-TEXT-LINE
                 MOVE PGRTY TO SB-MT-AMT
                 MOVE "GRATUITY" TO SB-T-CAPTION
                 MOVE SB-MONEY-TEXT TO SB-T-VALUE
                 WRITE SVCBOOK-LINE FROM SB-TEXT-LINE
                 MOVE PLOAN TO SB-MT-AMT
                 MOVE "LOAN OUTSTANDING" TO SB-T-CAPTION
                 MOVE SB-MONEY-TEXT TO SB-T-VALUE
                 WRITE SVCBOOK-LINE FROM SB-TEXT-LINE
             END-IF.

         SB-SERVICE-LENGTH-PARA.
             *>COMPLETED MONTHS FROM JOINING TO LEAVING
             MOVE EDOL(1:4) TO SB-YYYY.
             MOVE EDOL(6:2) TO SB-MM.
             COMPUTE SB-SVC-MONTHS = SB-YYYY * 12 + SB-MM.
             MOVE EDOJ(1:4) TO SB-YYYY.
             MOVE EDOJ(6:2) TO SB-MM.
             COMPUTE SB-SVC-MONTHS = SB-SVC-MONTHS
                 - SB-YYYY * 12 - SB-MM.
             IF EDOL(9:2) < EDOJ(9:2)
                 SUBTRACT 1 FROM SB-SVC-MONTHS
             END-IF.
             IF SB-SVC-MONTHS < ZERO
                 MOVE ZERO TO SB-SVC-MONTHS
             END-IF.
             DIVIDE SB-SVC-MONTHS BY 12 GIVING SB-SVC-YRS
                 REMAINDER SB-SVC-REM.
             MOVE SB-SVC-YRS TO SB-SV-YRS.
             MOVE SB-SVC-REM TO SB-SV-MTHS.

         ERROR-MODE-PARA.
             DISPLAY "CHOICE MUST BE E OR B" AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.

         ERROR-EMP-PARA.
             DISPLAY "NO EMPLOYEE FILE FOUND" AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.

         ERROR-NOEMP-PARA.
             IF SB-MODE = 'E'
                 DISPLAY "INVALID EMP CODE" AT LINE 10 COL 10
             ELSE
                 DISPLAY "NO EMPLOYEES IN THIS BRANCH"
                    AT LINE 10 COL 10
             END-IF.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.
       END PROGRAM SVCBOOK.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGAPPR.

         ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT PENDCHGFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PDKEY
                 FILE STATUS IS FSPD.

             SELECT PAYMENTFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PEMPID
                 FILE STATUS IS FSP.

             SELECT BANKFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BKEMPID
                 FILE STATUS IS FSBK.

             SELECT EMPFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EEMPID
                 FILE STATUS IS FSE.

             SELECT HELDSALFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SHKEY
                 FILE STATUS IS FSSH.

             SELECT AUDITFILE ASSIGN TO DISK
                 ORGANIZATION IS SEQUENTIAL
                 ACCESS MODE IS SEQUENTIAL
                 FILE STATUS IS FSAUD.

         DATA DIVISION.
         FILE SECTION.
         FD PENDCHGFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "PENDCHG.DAT".
         01 PENDCHGREC.
             02 PDKEY.
                 03 PDEMPID  PIC X(6).
                 03 PDFILE   PIC X(1).
                 03 PDSTAMP.
                     04 PDMKDATE PIC X(8).
                     04 PDMKTIME PIC X(8).
             02 PDSTATUS  PIC X(1).
             02 PDMAKER   PIC X(6).
             02 PDCHECKER PIC X(6).
             02 PDCKDATE  PIC X(8).
             02 PDOLD     PIC X(264).
             02 PDNEW     PIC X(264).

         FD PAYMENTFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "PAYMENT.DAT".
         01 PAYMENTREC.
             02 PEMPID   PIC X(6).
             02 PBASIC   PIC 9(6)V99.
             02 PDA      PIC 9(6)V99.
             02 PCCA     PIC 9(6)V99.
             02 PHRA     PIC 9(6)V99.
             02 PDPA     PIC 9(6)V99.
             02 PPPA     PIC 9(6)V99.
             02 PEDUA    PIC 9(6)V99.
             02 PTECHJR  PIC 9(6)V99.
             02 PLUNCHA  PIC 9(6)V99.
             02 PCONVEY  PIC 9(6)V99.
             02 PBUSATR  PIC 9(6)V99.
             02 PLTA     PIC 9(6)V99.
             02 PPF      PIC 9(6)V99.
             02 PESI     PIC 9(6)V99.
             02 PGRTY    PIC 9(6)V99.
             02 PPTAX    PIC 9(6)V99.
             02 PITAX    PIC 9(6)V99.
             02 PLOAN    PIC 9(8)V99.
             02 PLOANDA  PIC 9(8)V99.
             02 POTHERD  PIC 9(6)V99.
             02 PPERINC  PIC 9(6)V99.
             02 PMEDI    PIC 9(6)V99.
             02 PBOOK    PIC 9(6)V99.
             02 PENTER   PIC 9(6)V99.
             02 PTPH     PIC 9(6)V99.
             02 PHOUSE   PIC 9(6)V99.
             02 PVEHMAN  PIC 9(6)V99.
             02 PCREDIT  PIC 9(6)V99.
             02 PCLUB    PIC 9(6)V99.
             02 PCL      PIC 99.
             02 PSL      PIC 99.
             02 PPL      PIC 99.
             02 PLLOP    PIC 999.
             02 POTHERL  PIC 999.
             02 PARREAR  PIC 9(8)V99.

         FD BANKFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "BANK.DAT".
         01 BANKREC.
             02 BKEMPID  PIC X(6).
             02 BKBANKCD PIC X(6).
             02 BKIFSC   PIC X(11).
             02 BKACCNO  PIC X(16).

         FD EMPFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "EMP.DAT".
         01 EMPREC.
             02 EEMPID    PIC X(6).
             02 EEMPNAME  PIC X(25).
             02 EEMPADDR  PIC X(30).
             02 EPHONE    PIC X(10).
             02 EDOJ      PIC X(10).
             02 EDIP      PIC X(10).
             02 EUG       PIC X(4).
             02 EPG       PIC X(4).
             02 EPROFQ    PIC X(4).
             02 ESKILL    PIC X(10).
             02 EGRDNO    PIC 99.
             02 EBRNID    PIC X(6).
             02 EDESID    PIC X(6).
             02 EDEPID    PIC X(6).
             02 ESTATUS   PIC X(1).
             02 EDOL      PIC X(10).

         FD HELDSALFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "HELDSAL.DAT".
         01 HELDSALREC.
             02 SHKEY.
                 03 SHEMPID  PIC X(6).
                 03 SHPERIOD PIC X(6).
             02 SHAMOUNT  PIC 9(8)V99.
             02 SHREASON  PIC X(2).
             02 SHACCNO   PIC X(16).
             02 SHIFSC    PIC X(11).
             02 SHRETDATE PIC X(8).
             02 SHSTATUS  PIC X(1).
             02 SHPAYDATE PIC X(8).
             02 SHRETCNT  PIC 99.

         FD AUDITFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "AUDIT.DAT".
         01 AUDITREC.
             02 AUDOPID   PIC X(6).
             02 AUDKEY    PIC X(6).
             02 AUDFILE   PIC X(12).
             02 AUDACTION PIC X(6).
             02 AUDDATE   PIC X(8).
             02 AUDTIME   PIC X(8).

         WORKING-STORAGE SECTION.
         77 FSPD  PIC XX.
         77 FSP   PIC XX.
         77 FSBK  PIC XX.
         77 FSE   PIC XX.
         77 FSSH  PIC XX.
         77 FSAUD PIC XX.
         77 OMIT  PIC 99.
         77 CA-EOF       PIC X(1).
         77 CA-PAY-OK    PIC X(1).
         77 CA-BANK-OK   PIC X(1).
         77 CA-EMP-OK    PIC X(1).
         77 CA-APPLY-OK  PIC X(1).
         77 CA-ACTION    PIC X(1).
         77 CA-MESSAGE   PIC X(50).
         77 CA-IX        PIC 99.
         77 CA-SUB       PIC 99.
         77 CA-LINE      PIC 99.
         77 CA-CHG-CNT   PIC 99.
         77 CA-SHOWN     PIC 99.
         77 CA-OLD-VAL   PIC 9(8)V99.
         77 CA-NEW-VAL   PIC 9(8)V99.
         77 CA-CUR-VAL   PIC 9(8)V99.
         77 CA-OLD-ED    PIC ZZZZZZZ9.99.
         77 CA-NEW-ED    PIC ZZZZZZZ9.99.
         77 CA-HELD-EOF  PIC X(1).
         77 CA-HELD-CNT  PIC 99.
         77 CA-SEEN-CNT  PIC 9(5) VALUE ZERO.
         77 CA-APPR-CNT  PIC 9(5) VALUE ZERO.
         77 CA-REJ-CNT   PIC 9(5) VALUE ZERO.
         77 CA-SKIP-CNT  PIC 9(5) VALUE ZERO.
         77 AUD-OPID   PIC X(6).
         77 AUD-KEY    PIC X(6).
         77 AUD-FILENM PIC X(12).
         77 AUD-ACTION PIC X(6).
         01 SIGNON-OPID PIC X(6) EXTERNAL.

         01 CA-OLD-IMAGE     PIC X(264).
         01 CA-OLD-PAY REDEFINES CA-OLD-IMAGE.
             02 FILLER       PIC X(6).
             02 CA-O-AMT     PIC 9(6)V99 OCCURS 17 TIMES.
             02 CA-O-LOAN    PIC 9(8)V99 OCCURS 2 TIMES.
             02 CA-O-DED     PIC 9(6)V99 OCCURS 10 TIMES.
             02 CA-O-LEAVE   PIC 99 OCCURS 3 TIMES.
             02 CA-O-LOSS    PIC 999 OCCURS 2 TIMES.
             02 CA-O-ARREAR  PIC 9(8)V99.
         01 CA-OLD-BANK REDEFINES CA-OLD-IMAGE.
             02 FILLER       PIC X(6).
             02 CA-O-BANKCD  PIC X(6).
             02 CA-O-IFSC    PIC X(11).
             02 CA-O-ACCNO   PIC X(16).
             02 FILLER       PIC X(225).

         01 CA-CUR-IMAGE     PIC X(264).
         01 CA-CUR-PAY REDEFINES CA-CUR-IMAGE.
             02 FILLER       PIC X(6).
             02 CA-C-AMT     PIC 9(6)V99 OCCURS 17 TIMES.
             02 CA-C-LOAN    PIC 9(8)V99 OCCURS 2 TIMES.
             02 CA-C-DED     PIC 9(6)V99 OCCURS 10 TIMES.
             02 CA-C-LEAVE   PIC 99 OCCURS 3 TIMES.
             02 CA-C-LOSS    PIC 999 OCCURS 2 TIMES.
             02 CA-C-ARREAR  PIC 9(8)V99.
         01 CA-CUR-BANK REDEFINES CA-CUR-IMAGE.
             02 FILLER       PIC X(6).
             02 CA-C-BANKCD  PIC X(6).
             02 CA-C-IFSC    PIC X(11).
             02 CA-C-ACCNO   PIC X(16).
             02 FILLER       PIC X(225).

         01 CA-NEW-IMAGE     PIC X(264).
         01 CA-NEW-PAY REDEFINES CA-NEW-IMAGE.
             02 FILLER       PIC X(6).
             02 CA-N-AMT     PIC 9(6)V99 OCCURS 17 TIMES.
             02 CA-N-LOAN    PIC 9(8)V99 OCCURS 2 TIMES.
             02 CA-N-DED     PIC 9(6)V99 OCCURS 10 TIMES.
             02 CA-N-LEAVE   PIC 99 OCCURS 3 TIMES.
             02 CA-N-LOSS    PIC 999 OCCURS 2 TIMES.
             02 CA-N-ARREAR  PIC 9(8)V99.
         01 CA-NEW-BANK REDEFINES CA-NEW-IMAGE.
             02 FILLER       PIC X(6).
             02 CA-N-BANKCD  PIC X(6).
             02 CA-N-IFSC    PIC X(11).
             02 CA-N-ACCNO   PIC X(16).
             02 FILLER       PIC X(225).

         *>CAPTIONS FOR THE 35 PAYMENT FIELDS IN RECORD ORDER
         01 CA-CAPTIONS.
             02 FILLER PIC X(20) VALUE "BASIC".
             02 FILLER PIC X(20) VALUE "DA".
             02 FILLER PIC X(20) VALUE "CCA".
             02 FILLER PIC X(20) VALUE "HRA".
             02 FILLER PIC X(20) VALUE "DPA".
             02 FILLER PIC X(20) VALUE "PPA".
             02 FILLER PIC X(20) VALUE "EDUCATION ALLOWANCE".
             02 FILLER PIC X(20) VALUE "TECH JOURNAL".
             02 FILLER PIC X(20) VALUE "LUNCH ALLOWANCE".
             02 FILLER PIC X(20) VALUE "CONVEYANCE".
             02 FILLER PIC X(20) VALUE "BUSINESS ATTIRE".
             02 FILLER PIC X(20) VALUE "LTA".
             02 FILLER PIC X(20) VALUE "PF".
             02 FILLER PIC X(20) VALUE "ESI".
             02 FILLER PIC X(20) VALUE "GRATUITY".
             02 FILLER PIC X(20) VALUE "PROFESSIONAL TAX".
             02 FILLER PIC X(20) VALUE "INCOME TAX".
             02 FILLER PIC X(20) VALUE "LOAN".
             02 FILLER PIC X(20) VALUE "LOAN DEDUCTION".
             02 FILLER PIC X(20) VALUE "OTHER DEDUCTION".
             02 FILLER PIC X(20) VALUE "PERFORMANCE INCENT".
             02 FILLER PIC X(20) VALUE "MEDICAL".
             02 FILLER PIC X(20) VALUE "BOOKS".
             02 FILLER PIC X(20) VALUE "ENTERTAINMENT".
             02 FILLER PIC X(20) VALUE "TELEPHONE".
             02 FILLER PIC X(20) VALUE "HOUSING".
             02 FILLER PIC X(20) VALUE "VEHICLE MAINTENANCE".
             02 FILLER PIC X(20) VALUE "CREDIT CARD".
             02 FILLER PIC X(20) VALUE "CLUB".
             02 FILLER PIC X(20) VALUE "CASUAL LEAVE".
             02 FILLER PIC X(20) VALUE "SICK LEAVE".
             02 FILLER PIC X(20) VALUE "PAID LEAVE".
             02 FILLER PIC X(20) VALUE "LEAVE LOSS OF PAY".
             02 FILLER PIC X(20) VALUE "OTHER LEAVES".
             02 FILLER PIC X(20) VALUE "ARREARS (ONE-TIME)".
         01 CA-CAPTION-TABLE REDEFINES CA-CAPTIONS.
             02 CA-CAPTION PIC X(20) OCCURS 35 TIMES.

         SCREEN SECTION.
         01 ERASE-1.
            02 BLANK SCREEN.

         PROCEDURE DIVISION.
         MAIN-PARA.
             DISPLAY ERASE-1
             DISPLAY "MASTER CHANGE APPROVAL" AT LINE 3 COL 15.
             OPEN I-O PENDCHGFILE.
             IF FSPD NOT = 00
                 GO TO ERROR-NOPEND-PARA
             END-IF.
             MOVE 'Y' TO CA-PAY-OK.
             OPEN I-O PAYMENTFILE.
             IF FSP NOT = 00
                 MOVE 'N' TO CA-PAY-OK
             END-IF.
             MOVE 'Y' TO CA-BANK-OK.
             OPEN I-O BANKFILE.
             IF FSBK NOT = 00
                 MOVE 'N' TO CA-BANK-OK
             END-IF.
             MOVE 'Y' TO CA-EMP-OK.
             OPEN INPUT EMPFILE.
             IF FSE NOT = 00
                 MOVE 'N' TO CA-EMP-OK
             END-IF.
             MOVE 'N' TO CA-EOF.
             PERFORM CA-READ-PARA UNTIL CA-EOF = 'Y'.
             CLOSE PENDCHGFILE.
             IF CA-PAY-OK = 'Y'
                 CLOSE PAYMENTFILE
             END-IF.
             IF CA-BANK-OK = 'Y'
                 CLOSE BANKFILE
             END-IF.
             IF CA-EMP-OK = 'Y'
                 CLOSE EMPFILE
             END-IF.
             DISPLAY ERASE-1
             DISPLAY "MASTER CHANGE APPROVAL" AT LINE 3 COL 15.
             IF CA-SEEN-CNT = ZERO
                 DISPLAY "NO CHANGES AWAITING APPROVAL"
                    AT LINE 8 COL 10
             END-IF.
             DISPLAY "CHANGES APPROVED :" AT LINE 10 COL 10.
             DISPLAY CA-APPR-CNT AT LINE 10 COL 30.
             DISPLAY "CHANGES REJECTED :" AT LINE 11 COL 10.
             DISPLAY CA-REJ-CNT AT LINE 11 COL 30.
             DISPLAY "LEFT PENDING     :" AT LINE 12 COL 10.
             DISPLAY CA-SKIP-CNT AT LINE 12 COL 30.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 14 COL 10.
             ACCEPT OMIT AT LINE 14 COL 50.
             EXIT PROGRAM.

         CA-READ-PARA.
             READ PENDCHGFILE NEXT RECORD
                 AT END MOVE 'Y' TO CA-EOF
             END-READ.
             IF CA-EOF = 'N' AND FSPD NOT = 00
                 MOVE 'Y' TO CA-EOF
             END-IF.
             IF CA-EOF = 'N' AND PDSTATUS = 'P'
                 ADD 1 TO CA-SEEN-CNT
                 PERFORM CA-SHOW-PARA
             END-IF.

         CA-SHOW-PARA.
             MOVE PDOLD TO CA-OLD-IMAGE.
             MOVE PDNEW TO CA-NEW-IMAGE.
             MOVE PDOLD TO CA-CUR-IMAGE.
             MOVE "UNKNOWN EMPLOYEE" TO EEMPNAME.
             IF CA-EMP-OK = 'Y'
                 MOVE PDEMPID TO EEMPID
                 READ EMPFILE INVALID KEY
                     MOVE "UNKNOWN EMPLOYEE" TO EEMPNAME
                 END-READ
             END-IF.
             DISPLAY ERASE-1
             DISPLAY "MASTER CHANGE APPROVAL" AT LINE 1 COL 15.
             DISPLAY "EMPLOYEE :" AT LINE 3 COL 5.
             DISPLAY PDEMPID AT LINE 3 COL 17.
             DISPLAY EEMPNAME AT LINE 3 COL 25.
             DISPLAY "FILE     :" AT LINE 4 COL 5.
             IF PDFILE = 'P'
                 DISPLAY "PAYMENT" AT LINE 4 COL 17
             ELSE
                 DISPLAY "BANK" AT LINE 4 COL 17
             END-IF.
             DISPLAY "KEYED BY :" AT LINE 5 COL 5.
             DISPLAY PDMAKER AT LINE 5 COL 17.
             DISPLAY "ON" AT LINE 5 COL 25.
             DISPLAY PDMKDATE AT LINE 5 COL 28.
             DISPLAY "FIELD" AT LINE 7 COL 5.
             DISPLAY "OLD" AT LINE 7 COL 30.
             DISPLAY "NEW" AT LINE 7 COL 50.
             MOVE 8 TO CA-LINE.
             MOVE ZERO TO CA-CHG-CNT.
             MOVE ZERO TO CA-SHOWN.
             IF PDFILE = 'P'
                 PERFORM CA-PAY-FIELD-PARA
                     VARYING CA-IX FROM 1 BY 1
                     UNTIL CA-IX > 35
             ELSE
                 PERFORM CA-BANK-FIELD-PARA
             END-IF.
             IF CA-CHG-CNT > CA-SHOWN
                 DISPLAY "FURTHER FIELDS CHANGED - NOT SHOWN"
                    AT LINE 20 COL 5
             END-IF.
             *>THE OPERATOR WHO KEYED A CHANGE MAY NOT DECIDE IT
             IF PDMAKER = SIGNON-OPID
                 DISPLAY "KEYED BY YOU - ANOTHER OPERATOR MUST APPROVE"
                    AT LINE 22 COL 5
                 DISPLAY "PRESS ENTER TO CONTINUE" AT LINE 23 COL 5
                 ACCEPT OMIT AT LINE 23 COL 30
                 ADD 1 TO CA-SKIP-CNT
             ELSE
                 DISPLAY "(A)PPROVE (R)EJECT (S)KIP (Q)UIT :"
                    AT LINE 22 COL 5
                 ACCEPT CA-ACTION AT LINE 22 COL 41
                 EVALUATE CA-ACTION
                    WHEN 'A'
                    WHEN 'a'
                        PERFORM CA-APPROVE-PARA
                    WHEN 'R'
                    WHEN 'r'
                        PERFORM CA-REJECT-PARA
                    WHEN 'Q'
                    WHEN 'q'
                        ADD 1 TO CA-SKIP-CNT
                        MOVE 'Y' TO CA-EOF
                    WHEN OTHER
                        ADD 1 TO CA-SKIP-CNT
                 END-EVALUATE
             END-IF.

         CA-PAY-FIELD-PARA.
             PERFORM CA-PAY-GET-PARA.
             IF CA-OLD-VAL NOT = CA-NEW-VAL
                 ADD 1 TO CA-CHG-CNT
                 IF CA-LINE < 20
                     MOVE CA-OLD-VAL TO CA-OLD-ED
                     MOVE CA-NEW-VAL TO CA-NEW-ED
                     DISPLAY CA-CAPTION (CA-IX) AT LINE CA-LINE COL 5
                     DISPLAY CA-OLD-ED AT LINE CA-LINE COL 30
                     DISPLAY CA-NEW-ED AT LINE CA-LINE COL 50
                     ADD 1 TO CA-LINE
                     ADD 1 TO CA-SHOWN
                 END-IF
             END-IF.

         CA-PAY-GET-PARA.
             *>FETCH FIELD CA-IX FROM THE BEFORE, AFTER AND CURRENT
             *>IMAGES INTO COMMON WORK ITEMS
             EVALUATE TRUE
                WHEN CA-IX < 18
                    MOVE CA-O-AMT (CA-IX) TO CA-OLD-VAL
                    MOVE CA-N-AMT (CA-IX) TO CA-NEW-VAL
                    MOVE CA-C-AMT (CA-IX) TO CA-CUR-VAL
                WHEN CA-IX < 20
                    COMPUTE CA-SUB = CA-IX - 17
                    MOVE CA-O-LOAN (CA-SUB) TO CA-OLD-VAL
                    MOVE CA-N-LOAN (CA-SUB) TO CA-NEW-VAL
                    MOVE CA-C-LOAN (CA-SUB) TO CA-CUR-VAL
                WHEN CA-IX < 30
                    COMPUTE CA-SUB = CA-IX - 19
                    MOVE CA-O-DED (CA-SUB) TO CA-OLD-VAL
                    MOVE CA-N-DED (CA-SUB) TO CA-NEW-VAL
                    MOVE CA-C-DED (CA-SUB) TO CA-CUR-VAL
                WHEN CA-IX < 33
                    COMPUTE CA-SUB = CA-IX - 29
                    MOVE CA-O-LEAVE (CA-SUB) TO CA-OLD-VAL
                    MOVE CA-N-LEAVE (CA-SUB) TO CA-NEW-VAL
                    MOVE CA-C-LEAVE (CA-SUB) TO CA-CUR-VAL
                WHEN CA-IX < 35
                    COMPUTE CA-SUB = CA-IX - 32
                    MOVE CA-O-LOSS (CA-SUB) TO CA-OLD-VAL
                    MOVE CA-N-LOSS (CA-SUB) TO CA-NEW-VAL
                    MOVE CA-C-LOSS (CA-SUB) TO CA-CUR-VAL
                WHEN OTHER
                    MOVE CA-O-ARREAR TO CA-OLD-VAL
                    MOVE CA-N-ARREAR TO CA-NEW-VAL
                    MOVE CA-C-ARREAR TO CA-CUR-VAL
             END-EVALUATE.

         CA-PAY-PUT-PARA.
             EVALUATE TRUE
                WHEN CA-IX < 18
                    MOVE CA-NEW-VAL TO CA-C-AMT (CA-IX)
                WHEN CA-IX < 20
                    MOVE CA-NEW-VAL TO CA-C-LOAN (CA-SUB)
                WHEN CA-IX < 30
                    MOVE CA-NEW-VAL TO CA-C-DED (CA-SUB)
                WHEN CA-IX < 33
                    MOVE CA-NEW-VAL TO CA-C-LEAVE (CA-SUB)
                WHEN CA-IX < 35
                    MOVE CA-NEW-VAL TO CA-C-LOSS (CA-SUB)
                WHEN OTHER
                    MOVE CA-NEW-VAL TO CA-C-ARREAR
             END-EVALUATE.

         CA-PAY-MERGE-PARA.
             PERFORM CA-PAY-GET-PARA.
             IF CA-OLD-VAL NOT = CA-NEW-VAL
                 IF CA-CUR-VAL NOT = CA-OLD-VAL
                     MOVE 'N' TO CA-APPLY-OK
                 ELSE
                     PERFORM CA-PAY-PUT-PARA
                 END-IF
             END-IF.

         CA-BANK-FIELD-PARA.
             IF CA-O-BANKCD NOT = CA-N-BANKCD
                 DISPLAY "BANK CODE" AT LINE CA-LINE COL 5
                 DISPLAY CA-O-BANKCD AT LINE CA-LINE COL 30
                 DISPLAY CA-N-BANKCD AT LINE CA-LINE COL 50
                 ADD 1 TO CA-LINE
             END-IF.
             IF CA-O-IFSC NOT = CA-N-IFSC
                 DISPLAY "BRANCH IFSC" AT LINE CA-LINE COL 5
                 DISPLAY CA-O-IFSC AT LINE CA-LINE COL 30
                 DISPLAY CA-N-IFSC AT LINE CA-LINE COL 50
                 ADD 1 TO CA-LINE
             END-IF.
             IF CA-O-ACCNO NOT = CA-N-ACCNO
                 DISPLAY "ACCOUNT NUMBER" AT LINE CA-LINE COL 5
                 DISPLAY CA-O-ACCNO AT LINE CA-LINE COL 30
                 DISPLAY CA-N-ACCNO AT LINE CA-LINE COL 50
                 ADD 1 TO CA-LINE
             END-IF.

         CA-APPROVE-PARA.
             *>ONLY THE FIELDS THE MAKER CHANGED ARE APPLIED. EACH MUST
             *>STILL HOLD THE VALUE IT WAS KEYED AGAINST - OTHERWISE
             *>APPLYING IT WOULD SILENTLY UNDO A LATER UPDATE. FIELDS
             *>THE MAKER LEFT ALONE (E.G. LOANS AND ARREARS MOVED ON
             *>BY A PAYROLL CLOSE) KEEP THEIR CURRENT VALUES.
             MOVE 'Y' TO CA-APPLY-OK.
             MOVE SPACES TO CA-MESSAGE.
             IF PDFILE = 'P'
                 PERFORM CA-APPLY-PAY-PARA
             ELSE
                 PERFORM CA-APPLY-BANK-PARA
             END-IF.
             IF CA-APPLY-OK = 'N'
                 DISPLAY CA-MESSAGE AT LINE 23 COL 5
                 DISPLAY "PRESS ENTER TO CONTINUE" AT LINE 24 COL 5
                 ACCEPT OMIT AT LINE 24 COL 30
                 ADD 1 TO CA-SKIP-CNT
             ELSE
                 MOVE 'A' TO PDSTATUS
                 MOVE SIGNON-OPID TO PDCHECKER
                 ACCEPT PDCKDATE FROM DATE YYYYMMDD
                 REWRITE PENDCHGREC
                 MOVE SIGNON-OPID TO AUD-OPID
                 MOVE PDEMPID     TO AUD-KEY
                 IF PDFILE = 'P'
                     MOVE "PAYMENT" TO AUD-FILENM
                 ELSE
                     MOVE "BANK"    TO AUD-FILENM
                 END-IF
                 MOVE "APPR"      TO AUD-ACTION
                 PERFORM AUDIT-LOG-PARA
                 ADD 1 TO CA-APPR-CNT
                 IF PDFILE = 'B'
                     PERFORM CA-HELD-RELEASE-PARA
                 END-IF
             END-IF.

         CA-APPLY-PAY-PARA.
             IF CA-PAY-OK = 'N'
                 MOVE 'N' TO CA-APPLY-OK
                 MOVE "PAYMENT FILE NOT AVAILABLE" TO CA-MESSAGE
             ELSE
                 MOVE PDEMPID TO PEMPID
                 READ PAYMENTFILE INVALID KEY
                     MOVE 'N' TO CA-APPLY-OK
                     MOVE "PAYMENT RECORD NO LONGER ON FILE"
                        TO CA-MESSAGE
                 END-READ
             END-IF.
             IF CA-APPLY-OK = 'Y'
                 MOVE PAYMENTREC TO CA-CUR-IMAGE
                 PERFORM CA-PAY-MERGE-PARA
                     VARYING CA-IX FROM 1 BY 1
                     UNTIL CA-IX > 35
                 IF CA-APPLY-OK = 'N'
                     MOVE "FIELD CHANGED SINCE KEYED - REJECT IT"
                        TO CA-MESSAGE
                 END-IF
             END-IF.
             IF CA-APPLY-OK = 'Y'
                 MOVE CA-CUR-IMAGE TO PAYMENTREC
                 REWRITE PAYMENTREC
             END-IF.

         CA-APPLY-BANK-PARA.
             IF CA-BANK-OK = 'N'
                 MOVE 'N' TO CA-APPLY-OK
                 MOVE "BANK FILE NOT AVAILABLE" TO CA-MESSAGE
             ELSE
                 MOVE PDEMPID TO BKEMPID
                 READ BANKFILE INVALID KEY
                     MOVE 'N' TO CA-APPLY-OK
                     MOVE "BANK RECORD NO LONGER ON FILE"
                        TO CA-MESSAGE
                 END-READ
             END-IF.
             IF CA-APPLY-OK = 'Y'
                 MOVE BANKREC TO CA-CUR-IMAGE
                 PERFORM CA-BANK-MERGE-PARA
                 IF CA-APPLY-OK = 'N'
                     MOVE "FIELD CHANGED SINCE KEYED - REJECT IT"
                        TO CA-MESSAGE
                 END-IF
             END-IF.
             IF CA-APPLY-OK = 'Y'
                 MOVE CA-CUR-IMAGE TO BANKREC
                 REWRITE BANKREC
             END-IF.

         CA-BANK-MERGE-PARA.
             IF CA-O-BANKCD NOT = CA-N-BANKCD
                 IF CA-C-BANKCD NOT = CA-O-BANKCD
                     MOVE 'N' TO CA-APPLY-OK
                 ELSE
                     MOVE CA-N-BANKCD TO CA-C-BANKCD
                 END-IF
             END-IF.
             IF CA-O-IFSC NOT = CA-N-IFSC
                 IF CA-C-IFSC NOT = CA-O-IFSC
                     MOVE 'N' TO CA-APPLY-OK
                 ELSE
                     MOVE CA-N-IFSC TO CA-C-IFSC
                 END-IF
             END-IF.
             IF CA-O-ACCNO NOT = CA-N-ACCNO
                 IF CA-C-ACCNO NOT = CA-O-ACCNO
                     MOVE 'N' TO CA-APPLY-OK
                 ELSE
                     MOVE CA-N-ACCNO TO CA-C-ACCNO
                 END-IF
             END-IF.

         CA-REJECT-PARA.
             MOVE 'R' TO PDSTATUS.
             MOVE SIGNON-OPID TO PDCHECKER.
             ACCEPT PDCKDATE FROM DATE YYYYMMDD.
             REWRITE PENDCHGREC.
             MOVE SIGNON-OPID TO AUD-OPID.
             MOVE PDEMPID     TO AUD-KEY.
             IF PDFILE = 'P'
                 MOVE "PAYMENT" TO AUD-FILENM
             ELSE
                 MOVE "BANK"    TO AUD-FILENM
             END-IF.
             MOVE "REJ"       TO AUD-ACTION.
             PERFORM AUDIT-LOG-PARA.
             ADD 1 TO CA-REJ-CNT.

         *>SALARY RETURNED BY THE BANK IS RELEASED FOR SUPPLEMENTARY
         *>PAYMENT ONCE THE CORRECTED ACCOUNT DETAILS ARE APPROVED
         CA-HELD-RELEASE-PARA.
             MOVE ZERO TO CA-HELD-CNT.
             OPEN I-O HELDSALFILE.
             IF FSSH = 00
                 MOVE 'N' TO CA-HELD-EOF
                 MOVE PDEMPID TO SHEMPID
                 MOVE LOW-VALUES TO SHPERIOD
                 START HELDSALFILE KEY IS NOT LESS THAN SHKEY
                     INVALID KEY MOVE 'Y' TO CA-HELD-EOF
                 END-START
                 PERFORM CA-HELD-READ-PARA UNTIL CA-HELD-EOF = 'Y'
                 CLOSE HELDSALFILE
             END-IF.
             IF CA-HELD-CNT > 0
                 DISPLAY "HELD SALARY RELEASED FOR SUPPLEMENTARY PAY"
                    AT LINE 23 COL 5
                 DISPLAY "PRESS ENTER TO CONTINUE" AT LINE 24 COL 5
                 ACCEPT OMIT AT LINE 24 COL 30
             END-IF.

         CA-HELD-READ-PARA.
             READ HELDSALFILE NEXT RECORD
                 AT END MOVE 'Y' TO CA-HELD-EOF
             END-READ.
             IF CA-HELD-EOF = 'N' AND SHEMPID NOT = PDEMPID
                 MOVE 'Y' TO CA-HELD-EOF
             END-IF.
             IF CA-HELD-EOF = 'N' AND SHSTATUS = 'H'
                 MOVE 'C' TO SHSTATUS
                 REWRITE HELDSALREC
                 ADD 1 TO CA-HELD-CNT
                 MOVE SIGNON-OPID TO AUD-OPID
                 MOVE SHEMPID    TO AUD-KEY
                 MOVE "HELDSAL"  TO AUD-FILENM
                 MOVE "REL"      TO AUD-ACTION
                 PERFORM AUDIT-LOG-PARA
             END-IF.

         AUDIT-LOG-PARA.
             OPEN EXTEND AUDITFILE.
             IF FSAUD <> 00
                OPEN OUTPUT AUDITFILE.
             MOVE AUD-OPID   TO AUDOPID.
             MOVE AUD-KEY    TO AUDKEY.
             MOVE AUD-FILENM TO AUDFILE.
             MOVE AUD-ACTION TO AUDACTION.
             ACCEPT AUDDATE FROM DATE YYYYMMDD.
             ACCEPT AUDTIME FROM TIME.
             WRITE AUDITREC.
             CLOSE AUDITFILE.

         ERROR-NOPEND-PARA.
             DISPLAY "NO CHANGES AWAITING APPROVAL"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.
       END PROGRAM CHGAPPR.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRATPROV.

         ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT PAYMENTFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PEMPID
                 FILE STATUS IS FSP.

             SELECT EMPFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EEMPID
                 FILE STATUS IS FSE.

             SELECT BRANCHFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BBRID
                 FILE STATUS IS FSB.

             SELECT DEPARTMENTFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DEPCODE
                 FILE STATUS IS FSDEP.

             SELECT PROVSAVFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PVEMPID
                 FILE STATUS IS FSPS.

             SELECT PROVGLFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PGKEY
                 FILE STATUS IS FSPG.

             SELECT PROVREPFILE ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FSPR.

             SELECT SORTFILE ASSIGN TO DISK.

         DATA DIVISION.
         FILE SECTION.
         FD PAYMENTFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "PAYMENT.DAT".
         01 PAYMENTREC.
             02 PEMPID   PIC X(6).
             02 PBASIC   PIC 9(6)V99.
             02 PDA      PIC 9(6)V99.
             02 PCCA     PIC 9(6)V99.
             02 PHRA     PIC 9(6)V99.
             02 PDPA     PIC 9(6)V99.
             02 PPPA     PIC 9(6)V99.
             02 PEDUA    PIC 9(6)V99.
             02 PTECHJR  PIC 9(6)V99.
             02 PLUNCHA  PIC 9(6)V99.
             02 PCONVEY  PIC 9(6)V99.
             02 PBUSATR  PIC 9(6)V99.
             02 PLTA     PIC 9(6)V99.
             02 PPF      PIC 9(6)V99.
             02 PESI     PIC 9(6)V99.
             02 PGRTY    PIC 9(6)V99.
             02 PPTAX    PIC 9(6)V99.
             02 PITAX    PIC 9(6)V99.
             02 PLOAN    PIC 9(8)V99.
             02 PLOANDA  PIC 9(8)V99.
             02 POTHERD  PIC 9(6)V99.
             02 PPERINC  PIC 9(6)V99.
             02 PMEDI    PIC 9(6)V99.
             02 PBOOK    PIC 9(6)V99.
             02 PENTER   PIC 9(6)V99.
             02 PTPH     PIC 9(6)V99.
             02 PHOUSE   PIC 9(6)V99.
             02 PVEHMAN  PIC 9(6)V99.
             02 PCREDIT  PIC 9(6)V99.
             02 PCLUB    PIC 9(6)V99.
             02 PCL      PIC 99.
             02 PSL      PIC 99.
             02 PPL      PIC 99.
             02 PLLOP    PIC 999.
             02 POTHERL  PIC 999.
             02 PARREAR  PIC 9(8)V99.

         FD EMPFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "EMP.DAT".
         01 EMPREC.
             02 EEMPID    PIC X(6).
             02 EEMPNAME  PIC X(25).
             02 EEMPADDR  PIC X(30).
             02 EPHONE    PIC X(10).
             02 EDOJ      PIC X(10).
             02 EDIP      PIC X(10).
             02 EUG       PIC X(4).
             02 EPG       PIC X(4).
             02 EPROFQ    PIC X(4).
             02 ESKILL    PIC X(10).
             02 EGRDNO    PIC 99.
             02 EBRNID    PIC X(6).
             02 EDESID    PIC X(6).
             02 EDEPID    PIC X(6).
             02 ESTATUS   PIC X(1).
             02 EDOL      PIC X(10).

         FD BRANCHFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "BRANCH.DAT".
         01 BRANCHREC.
             02 BBRID    PIC X(6).
             02 BBRNAME  PIC X(15).
             02 BBRADD   PIC X(30).
             02 BBRPH    PIC X(10).
             02 BEMAIL   PIC X(20).
             02 BMGRNAME PIC X(25).

         FD DEPARTMENTFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "DEPART.DAT".
         01 DEPARTMENTREC.
             02 DEPCODE  PIC X(6).
             02 DEPNAME  PIC X(20).

         FD PROVSAVFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "PROVSAV.DAT".
         01 PROVSAVREC.
             02 PVEMPID    PIC X(6).
             02 PVPERIOD   PIC X(6).
             02 PVSTAMP    PIC X(16).
             02 PVBRNID    PIC X(6).
             02 PVDEPID    PIC X(6).
             02 PVGRAT     PIC 9(10)V99.
             02 PVENC      PIC 9(10)V99.
             02 PVPRVGRAT  PIC 9(10)V99.
             02 PVPRVENC   PIC 9(10)V99.

         FD PROVGLFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "PROVGL.DAT".
         01 PROVGLREC.
             02 PGKEY.
                 03 PGPERIOD PIC X(6).
                 03 PGTYPE   PIC X(1).
                 03 PGBRNID  PIC X(6).
                 03 PGDEPID  PIC X(6).
             02 PGAMOUNT  PIC S9(10)V99.
             02 PGDATE    PIC X(8).
             02 PGGLPER   PIC X(6).

         FD PROVREPFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "PROVREP.DAT".
         01 PROVREP-LINE  PIC X(132).

         SD SORTFILE.
         01 GP-SORT-REC.
             02 GP-BRNID    PIC X(6).
             02 GP-DEPID    PIC X(6).
             02 GP-EMPID    PIC X(6).
             02 GP-EMPNAME  PIC X(25).
             02 GP-DOJ      PIC X(10).
             02 GP-YEARS    PIC 99.
             02 GP-WAGE     PIC 9(8)V99.
             02 GP-GRAT     PIC 9(10)V99.
             02 GP-GINC     PIC S9(10)V99.
             02 GP-LVDAYS   PIC 999.
             02 GP-ENC      PIC 9(10)V99.
             02 GP-EINC     PIC S9(10)V99.
             02 GP-REMARK   PIC X(5).

         WORKING-STORAGE SECTION.
         77 FSP   PIC XX.
         77 FSE   PIC XX.
         77 FSB   PIC XX.
         77 FSDEP PIC XX.
         77 FSPS  PIC XX.
         77 FSPG  PIC XX.
         77 FSPR  PIC XX.
         77 OMIT  PIC 99.
         77 GP-PERIOD    PIC X(6).
         77 GP-RUNSTAMP  PIC X(16).
         77 GP-EOF       PIC X(1).
         77 GP-SAV-EOF   PIC X(1).
         77 GP-GL-EOF    PIC X(1).
         77 GP-SAV-FOUND PIC X(1).
         77 GP-LATER     PIC X(1).
         77 GP-POSTED    PIC X(1).
         77 GP-FIRST     PIC X(1).
         77 GP-PREV-BRID PIC X(6).
         77 GP-PREV-DEPID PIC X(6).
         77 GP-PREV-GRAT PIC 9(10)V99.
         77 GP-PREV-ENC  PIC 9(10)V99.
         77 GP-MONTHS    PIC S9(5).
         77 GP-JOIN-YYYY PIC 9(4).
         77 GP-JOIN-MM   PIC 9(2).
         77 GP-LINE-TOT  PIC 9(10)V99.
         *>PAYMENT OF GRATUITY ACT - FIFTEEN DAYS' WAGES (MONTH
         *>TAKEN AS 26 DAYS) PER COMPLETED YEAR, PAYABLE AFTER FIVE
         *>YEARS' SERVICE AND SUBJECT TO THE STATUTORY CEILING
         77 GP-VEST-YRS  PIC 99 VALUE 5.
         77 GP-GRAT-CAP  PIC 9(10)V99 VALUE 2000000.
         77 GP-DP-CNT    PIC 9(5).
         77 GP-DP-GRAT   PIC 9(12)V99.
         77 GP-DP-GINC   PIC S9(12)V99.
         77 GP-DP-ENC    PIC 9(12)V99.
         77 GP-DP-EINC   PIC S9(12)V99.
         77 GP-BR-CNT    PIC 9(5).
         77 GP-BR-GRAT   PIC 9(12)V99.
         77 GP-BR-GINC   PIC S9(12)V99.
         77 GP-BR-ENC    PIC 9(12)V99.
         77 GP-BR-EINC   PIC S9(12)V99.
         77 GP-GR-CNT    PIC 9(5) VALUE ZERO.
         77 GP-GR-GRAT   PIC 9(12)V99 VALUE ZERO.
         77 GP-GR-GINC   PIC S9(12)V99 VALUE ZERO.
         77 GP-GR-ENC    PIC 9(12)V99 VALUE ZERO.
         77 GP-GR-EINC   PIC S9(12)V99 VALUE ZERO.
         77 GP-GL-CNT    PIC 9(5) VALUE ZERO.

         01 GP-PERIOD-N.
             02 GP-YYYY  PIC 9(4).
             02 GP-MM    PIC 9(2).

         01 GP-STAMP-N.
             02 GP-ST-DATE PIC X(8).
             02 GP-ST-TIME PIC X(8).

         01 GP-HEAD-LINE-1.
             02 FILLER     PIC X(50) VALUE
                "GRATUITY AND LEAVE ENCASHMENT PROVISION - PERIOD: ".
             02 GP-H-PER   PIC X(6).

         01 GP-HEAD-LINE-2.
             02 FILLER     PIC X(24) VALUE "EMPID  EMPLOYEE NAME".
             02 FILLER     PIC X(11) VALUE "JOINED".
             02 FILLER     PIC X(3)  VALUE "YR".
             02 FILLER     PIC X(11) VALUE " BASIC+DA".
             02 FILLER     PIC X(13) VALUE "    GRATUITY".
             02 FILLER     PIC X(13) VALUE "    INCREASE".
             02 FILLER     PIC X(4)  VALUE "DAY".
             02 FILLER     PIC X(13) VALUE "   ENCASHMNT".
             02 FILLER     PIC X(13) VALUE "    INCREASE".
             02 FILLER     PIC X(13) VALUE "   LIABILITY".
             02 FILLER     PIC X(7)  VALUE "REMARKS".

         01 GP-BRANCH-HEAD-LINE.
             02 FILLER       PIC X(13) VALUE "BRANCH CODE: ".
             02 GP-BH-BRID   PIC X(6).
             02 FILLER       PIC X(3)  VALUE SPACES.
             02 FILLER       PIC X(13) VALUE "BRANCH NAME: ".
             02 GP-BH-BRNAME PIC X(15).

         01 GP-DEPT-HEAD-LINE.
             02 FILLER       PIC X(3)  VALUE SPACES.
             02 FILLER       PIC X(13) VALUE "DEPARTMENT : ".
             02 GP-DH-DEPID  PIC X(6).
             02 FILLER       PIC X(3)  VALUE SPACES.
             02 GP-DH-DEPNAME PIC X(20).

         01 GP-DETAIL-LINE.
             02 GP-D-EMPID    PIC X(6).
             02 FILLER        PIC X(1) VALUE SPACES.
             02 GP-D-EMPNAME  PIC X(16).
             02 FILLER        PIC X(1) VALUE SPACES.
             02 GP-D-DOJ      PIC X(10).
             02 FILLER        PIC X(1) VALUE SPACES.
             02 GP-D-YEARS    PIC Z9.
             02 FILLER        PIC X(1) VALUE SPACES.
             02 GP-D-WAGE     PIC ZZZZZZ9.99.
             02 FILLER        PIC X(1) VALUE SPACES.
             02 GP-D-GRAT     PIC ZZZZZZZZ9.99.
             02 FILLER        PIC X(1) VALUE SPACES.
             02 GP-D-GINC     PIC -ZZZZZZZ9.99.
             02 FILLER        PIC X(1) VALUE SPACES.
             02 GP-D-LVDAYS   PIC ZZ9.
             02 FILLER        PIC X(1) VALUE SPACES.
             02 GP-D-ENC      PIC ZZZZZZZZ9.99.
             02 FILLER        PIC X(1) VALUE SPACES.
             02 GP-D-EINC     PIC -ZZZZZZZ9.99.
             02 FILLER        PIC X(1) VALUE SPACES.
             02 GP-D-TOTAL    PIC ZZZZZZZZ9.99.
             02 FILLER        PIC X(1) VALUE SPACES.
             02 GP-D-REMARK   PIC X(5).

         01 GP-TOTAL-LINE.
             02 GP-T-CAPTION  PIC X(47).
             02 GP-T-GRAT     PIC ZZZZZZZZZZ9.99.
             02 GP-T-GINC     PIC -ZZZZZZZZ9.99.
             02 FILLER        PIC X(3) VALUE SPACES.
             02 GP-T-ENC      PIC ZZZZZZZZZZ9.99.
             02 GP-T-EINC     PIC -ZZZZZZZZ9.99.
             02 GP-T-TOTAL    PIC ZZZZZZZZZ9.99.
             02 FILLER        PIC X(3) VALUE SPACES.
             02 GP-T-CNT      PIC ZZZZ9.

         01 GP-LEGEND-LINE.
             02 GP-L-TEXT     PIC X(70).

         01 GP-BLANK-LINE.
             02 FILLER     PIC X(1) VALUE SPACES.

         SCREEN SECTION.
         01 ERASE-1.
            02 BLANK SCREEN.

         PROCEDURE DIVISION.
         MAIN-PARA.
             DISPLAY ERASE-1
             DISPLAY "GRATUITY / LEAVE ENCASHMENT PROVISION"
                AT LINE 3 COL 15.
             DISPLAY "ENTER PAY PERIOD (YYYYMM) :" AT LINE 5 COL 5.
             ACCEPT GP-PERIOD AT LINE 5 COL 34.
             IF GP-PERIOD NOT NUMERIC
                 GO TO ERROR-PERIOD-PARA
             END-IF.
             MOVE GP-PERIOD TO GP-PERIOD-N.
             IF GP-MM < 1 OR GP-MM > 12
                 GO TO ERROR-PERIOD-PARA
             END-IF.
             OPEN INPUT PAYMENTFILE.
             IF FSP NOT = 00
                 GO TO ERROR-PAYMENT-PARA
             END-IF.
             OPEN I-O PROVSAVFILE.
             IF FSPS NOT = 00
                 OPEN OUTPUT PROVSAVFILE
                 CLOSE PROVSAVFILE
                 OPEN I-O PROVSAVFILE
             END-IF.
             OPEN I-O PROVGLFILE.
             IF FSPG NOT = 00
                 OPEN OUTPUT PROVGLFILE
                 CLOSE PROVGLFILE
                 OPEN I-O PROVGLFILE
             END-IF.
             *>THE INCREASE IS MEASURED FROM THE PREVIOUS RUN, SO
             *>PERIODS MUST BE PROVIDED FOR IN ORDER. A RERUN OF THE
             *>LATEST PERIOD REPLACES ITS FIGURES UNTIL GL POSTS THEM.
             PERFORM GP-LATER-CHECK-PARA.
             IF GP-LATER = 'Y'
                 GO TO ERROR-LATER-PARA
             END-IF.
             PERFORM GP-POSTED-CHECK-PARA.
             IF GP-POSTED = 'Y'
                 GO TO ERROR-POSTED-PARA
             END-IF.
             PERFORM GP-GL-CLEAR-PARA.
             DISPLAY "PROVISION RUN IN PROGRESS..." AT LINE 7 COL 15.
             ACCEPT GP-ST-DATE FROM DATE YYYYMMDD.
             ACCEPT GP-ST-TIME FROM TIME.
             MOVE GP-STAMP-N TO GP-RUNSTAMP.
             OPEN INPUT EMPFILE
             OPEN INPUT BRANCHFILE
             OPEN INPUT DEPARTMENTFILE
             OPEN OUTPUT PROVREPFILE
             MOVE GP-PERIOD TO GP-H-PER
             WRITE PROVREP-LINE FROM GP-HEAD-LINE-1
             WRITE PROVREP-LINE FROM GP-HEAD-LINE-2
             SORT SORTFILE
                 ON ASCENDING KEY GP-BRNID GP-DEPID GP-EMPID
                 INPUT PROCEDURE IS GP-BUILD-PARA THRU
                     GP-BUILD-EXIT-PARA
                 OUTPUT PROCEDURE IS GP-PRINT-PARA THRU
                     GP-PRINT-EXIT-PARA
             CLOSE PAYMENTFILE
             CLOSE EMPFILE
             CLOSE BRANCHFILE
             CLOSE DEPARTMENTFILE
             CLOSE PROVSAVFILE
             CLOSE PROVGLFILE
             CLOSE PROVREPFILE
             DISPLAY "PROVISION REPORT WRITTEN TO PROVREP.DAT"
                AT LINE 10 COL 10.
             DISPLAY "GL PROVISION SUMMARY IN PROVGL.DAT :"
                AT LINE 11 COL 10.
             DISPLAY GP-GL-CNT AT LINE 11 COL 47.
             DISPLAY "GRATUITY LIABILITY   :" AT LINE 12 COL 10.
             DISPLAY GP-GR-GRAT AT LINE 12 COL 34.
             DISPLAY "ENCASHMENT LIABILITY :" AT LINE 13 COL 10.
             DISPLAY GP-GR-ENC AT LINE 13 COL 34.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 15 COL 10.
             ACCEPT OMIT AT LINE 15 COL 50.
             EXIT PROGRAM.

         GP-LATER-CHECK-PARA.
             MOVE 'N' TO GP-LATER.
             MOVE 'N' TO GP-SAV-EOF.
             MOVE LOW-VALUES TO PVEMPID.
             START PROVSAVFILE KEY IS NOT LESS THAN PVEMPID
                 INVALID KEY MOVE 'Y' TO GP-SAV-EOF
             END-START.
             PERFORM GP-LATER-READ-PARA
                 UNTIL GP-SAV-EOF = 'Y' OR GP-LATER = 'Y'.

         GP-LATER-READ-PARA.
             READ PROVSAVFILE NEXT RECORD
                 AT END MOVE 'Y' TO GP-SAV-EOF
             END-READ.
             IF GP-SAV-EOF = 'N' AND FSPS NOT = 00
                 MOVE 'Y' TO GP-SAV-EOF
             END-IF.
             IF GP-SAV-EOF = 'N' AND PVPERIOD > GP-PERIOD
                 MOVE 'Y' TO GP-LATER
             END-IF.

         GP-POSTED-CHECK-PARA.
             MOVE 'N' TO GP-POSTED.
             MOVE 'N' TO GP-GL-EOF.
             MOVE GP-PERIOD TO PGPERIOD.
             MOVE LOW-VALUES TO PGTYPE.
             MOVE LOW-VALUES TO PGBRNID.
             MOVE LOW-VALUES TO PGDEPID.
             START PROVGLFILE KEY IS NOT LESS THAN PGKEY
                 INVALID KEY MOVE 'Y' TO GP-GL-EOF
             END-START.
             PERFORM GP-POSTED-READ-PARA
                 UNTIL GP-GL-EOF = 'Y' OR GP-POSTED = 'Y'.

         GP-POSTED-READ-PARA.
             PERFORM GP-GL-READ-PARA.
             IF GP-GL-EOF = 'N' AND PGGLPER NOT = SPACES
                 MOVE 'Y' TO GP-POSTED
             END-IF.

         GP-GL-READ-PARA.
             READ PROVGLFILE NEXT RECORD
                 AT END MOVE 'Y' TO GP-GL-EOF
             END-READ.
             IF GP-GL-EOF = 'N' AND FSPG NOT = 00
                 MOVE 'Y' TO GP-GL-EOF
             END-IF.
             IF GP-GL-EOF = 'N' AND PGPERIOD NOT = GP-PERIOD
                 MOVE 'Y' TO GP-GL-EOF
             END-IF.

         GP-GL-CLEAR-PARA.
             *>A RERUN REPLACES THE UNPOSTED SUMMARY OF ITS PERIOD
             MOVE 'N' TO GP-GL-EOF.
             MOVE GP-PERIOD TO PGPERIOD.
             MOVE LOW-VALUES TO PGTYPE.
             MOVE LOW-VALUES TO PGBRNID.
             MOVE LOW-VALUES TO PGDEPID.
             START PROVGLFILE KEY IS NOT LESS THAN PGKEY
                 INVALID KEY MOVE 'Y' TO GP-GL-EOF
             END-START.
             PERFORM GP-GL-CLEAR-READ-PARA UNTIL GP-GL-EOF = 'Y'.

         GP-GL-CLEAR-READ-PARA.
             PERFORM GP-GL-READ-PARA.
             IF GP-GL-EOF = 'N'
                 DELETE PROVGLFILE RECORD
             END-IF.

         GP-BUILD-PARA.
             PERFORM GP-PAY-READ-PARA UNTIL FSP = 10.
             *>STAFF PROVIDED FOR LAST TIME WHO ARE NO LONGER ACTIVE
             *>HAVE THEIR PROVISION RELEASED BY A SECOND PASS OVER THE
             *>SAVED FIGURES
             MOVE 'N' TO GP-SAV-EOF.
             MOVE LOW-VALUES TO PVEMPID.
             START PROVSAVFILE KEY IS NOT LESS THAN PVEMPID
                 INVALID KEY MOVE 'Y' TO GP-SAV-EOF
             END-START.
             PERFORM GP-SAV-READ-PARA UNTIL GP-SAV-EOF = 'Y'.
         GP-BUILD-EXIT-PARA.
             EXIT.

         GP-PAY-READ-PARA.
             READ PAYMENTFILE NEXT RECORD
                 AT END MOVE 10 TO FSP
                 NOT AT END PERFORM GP-PAY-JOIN-PARA
             END-READ.

         GP-PAY-JOIN-PARA.
             MOVE PEMPID TO EEMPID.
             READ EMPFILE INVALID KEY
                 MOVE "UNKNOWN EMPLOYEE" TO EEMPNAME
                 MOVE SPACES TO EBRNID
                 MOVE SPACES TO EDEPID
                 MOVE SPACES TO EDOJ
                 MOVE SPACES TO ESTATUS
             END-READ.
             IF ESTATUS NOT = 'R' AND ESTATUS NOT = 'T'
                 PERFORM GP-COMPUTE-PARA
                 PERFORM GP-SAVE-PARA
                 RELEASE GP-SORT-REC
             END-IF.

         GP-COMPUTE-PARA.
             MOVE EBRNID   TO GP-BRNID.
             MOVE EDEPID   TO GP-DEPID.
             MOVE PEMPID   TO GP-EMPID.
             MOVE EEMPNAME TO GP-EMPNAME.
             MOVE EDOJ     TO GP-DOJ.
             MOVE SPACES   TO GP-REMARK.
             *>COMPLETED YEARS FROM JOINING TO THE END OF THE PERIOD
             MOVE ZERO TO GP-YEARS.
             IF EDOJ(1:4) NUMERIC AND EDOJ(6:2) NUMERIC
                 MOVE EDOJ(1:4) TO GP-JOIN-YYYY
                 MOVE EDOJ(6:2) TO GP-JOIN-MM
                 COMPUTE GP-MONTHS = GP-YYYY * 12 + GP-MM
                     - GP-JOIN-YYYY * 12 - GP-JOIN-MM
                 IF GP-MONTHS > ZERO
                     DIVIDE GP-MONTHS BY 12 GIVING GP-YEARS
                 END-IF
             ELSE
                 MOVE "DOJ?" TO GP-REMARK
             END-IF.
             COMPUTE GP-WAGE = PBASIC + PDA.
             MOVE ZERO TO GP-GRAT.
             IF GP-YEARS NOT < GP-VEST-YRS
                 COMPUTE GP-GRAT ROUNDED =
                     GP-WAGE * 15 / 26 * GP-YEARS
                 IF GP-GRAT > GP-GRAT-CAP
                     MOVE GP-GRAT-CAP TO GP-GRAT
                 END-IF
             END-IF.
             *>ENCASHABLE LEAVE ON THE SAME PER-DAY BASIS AS THE
             *>FULL AND FINAL SETTLEMENT
             COMPUTE GP-LVDAYS = PCL + PPL.
             COMPUTE GP-ENC ROUNDED = PBASIC / 30 * GP-LVDAYS.

         GP-SAVE-PARA.
             MOVE PEMPID TO PVEMPID.
             MOVE 'Y' TO GP-SAV-FOUND.
             READ PROVSAVFILE INVALID KEY
                 MOVE 'N' TO GP-SAV-FOUND
             END-READ.
             IF GP-SAV-FOUND = 'N'
                 MOVE ZERO TO GP-PREV-GRAT
                 MOVE ZERO TO GP-PREV-ENC
                 IF GP-REMARK = SPACES
                     MOVE "NEW" TO GP-REMARK
                 END-IF
             ELSE
                 *>A RERUN OF THE SAME PERIOD KEEPS COMPARING WITH
                 *>THE RUN BEFORE IT
                 IF PVPERIOD NOT = GP-PERIOD
                     MOVE PVGRAT TO PVPRVGRAT
                     MOVE PVENC  TO PVPRVENC
                 END-IF
                 MOVE PVPRVGRAT TO GP-PREV-GRAT
                 MOVE PVPRVENC  TO GP-PREV-ENC
             END-IF.
             COMPUTE GP-GINC = GP-GRAT - GP-PREV-GRAT.
             COMPUTE GP-EINC = GP-ENC - GP-PREV-ENC.
             MOVE PEMPID       TO PVEMPID.
             MOVE GP-PERIOD    TO PVPERIOD.
             MOVE GP-RUNSTAMP  TO PVSTAMP.
             MOVE EBRNID       TO PVBRNID.
             MOVE EDEPID       TO PVDEPID.
             MOVE GP-GRAT      TO PVGRAT.
             MOVE GP-ENC       TO PVENC.
             MOVE GP-PREV-GRAT TO PVPRVGRAT.
             MOVE GP-PREV-ENC  TO PVPRVENC.
             IF GP-SAV-FOUND = 'Y'
                 REWRITE PROVSAVREC
             ELSE
                 WRITE PROVSAVREC
             END-IF.

         GP-SAV-READ-PARA.
             READ PROVSAVFILE NEXT RECORD
                 AT END MOVE 'Y' TO GP-SAV-EOF
             END-READ.
             IF GP-SAV-EOF = 'N' AND FSPS NOT = 00
                 MOVE 'Y' TO GP-SAV-EOF
             END-IF.
             IF GP-SAV-EOF = 'N' AND PVSTAMP NOT = GP-RUNSTAMP
                 PERFORM GP-RELEASE-PARA
             END-IF.

         GP-RELEASE-PARA.
             IF PVPERIOD NOT = GP-PERIOD
                 MOVE PVGRAT TO PVPRVGRAT
                 MOVE PVENC  TO PVPRVENC
             END-IF.
             MOVE ZERO        TO PVGRAT.
             MOVE ZERO        TO PVENC.
             MOVE GP-PERIOD   TO PVPERIOD.
             MOVE GP-RUNSTAMP TO PVSTAMP.
             REWRITE PROVSAVREC.
             IF PVPRVGRAT NOT = ZERO OR PVPRVENC NOT = ZERO
                 MOVE PVEMPID TO EEMPID
                 READ EMPFILE INVALID KEY
                     MOVE "UNKNOWN EMPLOYEE" TO EEMPNAME
                     MOVE SPACES TO EDOJ
                 END-READ
                 MOVE PVBRNID  TO GP-BRNID
                 MOVE PVDEPID  TO GP-DEPID
                 MOVE PVEMPID  TO GP-EMPID
                 MOVE EEMPNAME TO GP-EMPNAME
                 MOVE EDOJ     TO GP-DOJ
                 MOVE ZERO     TO GP-YEARS
                 MOVE ZERO     TO GP-WAGE
                 MOVE ZERO     TO GP-GRAT
                 MOVE ZERO     TO GP-LVDAYS
                 MOVE ZERO     TO GP-ENC
                 COMPUTE GP-GINC = ZERO - PVPRVGRAT
                 COMPUTE GP-EINC = ZERO - PVPRVENC
                 MOVE "LEFT"   TO GP-REMARK
                 RELEASE GP-SORT-REC
             END-IF.

         GP-PRINT-PARA.
             MOVE SPACES TO GP-PREV-BRID
             MOVE SPACES TO GP-PREV-DEPID
             MOVE 'Y' TO GP-FIRST
             MOVE 'N' TO GP-EOF
             PERFORM GP-PRINT-RETURN-PARA UNTIL GP-EOF = 'Y'
             IF GP-FIRST = 'N'
                 PERFORM GP-DEPT-TOTAL-PARA
                 PERFORM GP-BRANCH-TOTAL-PARA
             END-IF
             PERFORM GP-GRAND-TOTAL-PARA
             PERFORM GP-LEGEND-PARA.
         GP-PRINT-EXIT-PARA.
             EXIT.

         GP-PRINT-RETURN-PARA.
             RETURN SORTFILE
                 AT END MOVE 'Y' TO GP-EOF
                 NOT AT END PERFORM GP-PRINT-LINE-PARA
             END-RETURN.

         GP-PRINT-LINE-PARA.
             IF GP-FIRST = 'Y' OR GP-BRNID NOT = GP-PREV-BRID
                 IF GP-FIRST = 'N'
                     PERFORM GP-DEPT-TOTAL-PARA
                     PERFORM GP-BRANCH-TOTAL-PARA
                 END-IF
                 MOVE 'N' TO GP-FIRST
                 MOVE GP-BRNID TO GP-PREV-BRID
                 MOVE GP-DEPID TO GP-PREV-DEPID
                 MOVE ZERO TO GP-BR-CNT GP-BR-GRAT GP-BR-GINC
                 MOVE ZERO TO GP-BR-ENC GP-BR-EINC
                 PERFORM GP-BRANCH-HEAD-PARA
                 PERFORM GP-DEPT-HEAD-PARA
             END-IF
             IF GP-DEPID NOT = GP-PREV-DEPID
                 PERFORM GP-DEPT-TOTAL-PARA
                 MOVE GP-DEPID TO GP-PREV-DEPID
                 PERFORM GP-DEPT-HEAD-PARA
             END-IF
             COMPUTE GP-LINE-TOT = GP-GRAT + GP-ENC
             MOVE GP-EMPID    TO GP-D-EMPID
             MOVE GP-EMPNAME  TO GP-D-EMPNAME
             MOVE GP-DOJ      TO GP-D-DOJ
             MOVE GP-YEARS    TO GP-D-YEARS
             MOVE GP-WAGE     TO GP-D-WAGE
             MOVE GP-GRAT     TO GP-D-GRAT
             MOVE GP-GINC     TO GP-D-GINC
             MOVE GP-LVDAYS   TO GP-D-LVDAYS
             MOVE GP-ENC      TO GP-D-ENC
             MOVE GP-EINC     TO GP-D-EINC
             MOVE GP-LINE-TOT TO GP-D-TOTAL
             MOVE GP-REMARK   TO GP-D-REMARK
             WRITE PROVREP-LINE FROM GP-DETAIL-LINE
             IF GP-REMARK NOT = "LEFT"
                 ADD 1 TO GP-DP-CNT
             END-IF
             ADD GP-GRAT TO GP-DP-GRAT
             ADD GP-GINC TO GP-DP-GINC
             ADD GP-ENC  TO GP-DP-ENC
             ADD GP-EINC TO GP-DP-EINC.

         GP-BRANCH-HEAD-PARA.
             MOVE GP-BRNID TO BBRID.
             READ BRANCHFILE INVALID KEY
                 MOVE "UNKNOWN BRANCH " TO BBRNAME
             END-READ.
             MOVE GP-BRNID  TO GP-BH-BRID.
             MOVE BBRNAME   TO GP-BH-BRNAME.
             WRITE PROVREP-LINE FROM GP-BLANK-LINE.
             WRITE PROVREP-LINE FROM GP-BRANCH-HEAD-LINE.

         GP-DEPT-HEAD-PARA.
             MOVE GP-DEPID TO DEPCODE.
             READ DEPARTMENTFILE INVALID KEY
                 MOVE "UNKNOWN DEPARTMENT" TO DEPNAME
             END-READ.
             MOVE GP-DEPID  TO GP-DH-DEPID.
             MOVE DEPNAME   TO GP-DH-DEPNAME.
             WRITE PROVREP-LINE FROM GP-DEPT-HEAD-LINE.
             MOVE ZERO TO GP-DP-CNT GP-DP-GRAT GP-DP-GINC.
             MOVE ZERO TO GP-DP-ENC GP-DP-EINC.

         GP-DEPT-TOTAL-PARA.
             MOVE "      DEPARTMENT TOTAL      :" TO GP-T-CAPTION.
             MOVE GP-DP-GRAT TO GP-T-GRAT.
             MOVE GP-DP-GINC TO GP-T-GINC.
             MOVE GP-DP-ENC  TO GP-T-ENC.
             MOVE GP-DP-EINC TO GP-T-EINC.
             COMPUTE GP-T-TOTAL = GP-DP-GRAT + GP-DP-ENC.
             MOVE GP-DP-CNT  TO GP-T-CNT.
             WRITE PROVREP-LINE FROM GP-TOTAL-LINE.
             *>THE MONTH'S MOVEMENT BY BRANCH AND DEPARTMENT IS WHAT
             *>GLPOST BOOKS AGAINST EXPENSE AND THE PROVISION
             MOVE "G" TO PGTYPE.
             MOVE GP-DP-GINC TO PGAMOUNT.
             PERFORM GP-GL-WRITE-PARA.
             MOVE "E" TO PGTYPE.
             MOVE GP-DP-EINC TO PGAMOUNT.
             PERFORM GP-GL-WRITE-PARA.
             ADD GP-DP-CNT  TO GP-BR-CNT.
             ADD GP-DP-GRAT TO GP-BR-GRAT.
             ADD GP-DP-GINC TO GP-BR-GINC.
             ADD GP-DP-ENC  TO GP-BR-ENC.
             ADD GP-DP-EINC TO GP-BR-EINC.

         GP-GL-WRITE-PARA.
             IF PGAMOUNT NOT = ZERO
                 MOVE GP-PERIOD     TO PGPERIOD
                 MOVE GP-PREV-BRID  TO PGBRNID
                 MOVE GP-PREV-DEPID TO PGDEPID
                 ACCEPT PGDATE FROM DATE YYYYMMDD
                 MOVE SPACES TO PGGLPER
                 WRITE PROVGLREC INVALID KEY
                     REWRITE PROVGLREC
                 END-WRITE
                 ADD 1 TO GP-GL-CNT
             END-IF.

         GP-BRANCH-TOTAL-PARA.
             MOVE "   BRANCH TOTAL             :" TO GP-T-CAPTION.
             MOVE GP-BR-GRAT TO GP-T-GRAT.
             MOVE GP-BR-GINC TO GP-T-GINC.
             MOVE GP-BR-ENC  TO GP-T-ENC.
             MOVE GP-BR-EINC TO GP-T-EINC.
             COMPUTE GP-T-TOTAL = GP-BR-GRAT + GP-BR-ENC.
             MOVE GP-BR-CNT  TO GP-T-CNT.
             WRITE PROVREP-LINE FROM GP-TOTAL-LINE.
             ADD GP-BR-CNT  TO GP-GR-CNT.
             ADD GP-BR-GRAT TO GP-GR-GRAT.
             ADD GP-BR-GINC TO GP-GR-GINC.
             ADD GP-BR-ENC  TO GP-GR-ENC.
             ADD GP-BR-EINC TO GP-GR-EINC.

         GP-GRAND-TOTAL-PARA.
             WRITE PROVREP-LINE FROM GP-BLANK-LINE.
             MOVE "   COMPANY GRAND TOTAL      :" TO GP-T-CAPTION.
             MOVE GP-GR-GRAT TO GP-T-GRAT.
             MOVE GP-GR-GINC TO GP-T-GINC.
             MOVE GP-GR-ENC  TO GP-T-ENC.
             MOVE GP-GR-EINC TO GP-T-EINC.
             COMPUTE GP-T-TOTAL = GP-GR-GRAT + GP-GR-ENC.
             MOVE GP-GR-CNT  TO GP-T-CNT.
             WRITE PROVREP-LINE FROM GP-TOTAL-LINE.

         GP-LEGEND-PARA.
             WRITE PROVREP-LINE FROM GP-BLANK-LINE.
             MOVE "GRATUITY  : (BASIC+DA) X 15/26 X COMPLETED YEARS,"
                 TO GP-L-TEXT.
             WRITE PROVREP-LINE FROM GP-LEGEND-LINE.
             MOVE "            NIL BELOW FIVE YEARS, STATUTORY CEILING"
                 TO GP-L-TEXT.
             WRITE PROVREP-LINE FROM GP-LEGEND-LINE.
             MOVE "ENCASHMNT : BASIC / 30 X (CASUAL + PAID LEAVE DAYS)"
                 TO GP-L-TEXT.
             WRITE PROVREP-LINE FROM GP-LEGEND-LINE.
             MOVE "INCREASE  : MOVEMENT SINCE THE PREVIOUS RUN"
                 TO GP-L-TEXT.
             WRITE PROVREP-LINE FROM GP-LEGEND-LINE.
             MOVE "REMARKS: NEW - FIRST PROVISION  LEFT - RELEASED"
                 TO GP-L-TEXT.
             WRITE PROVREP-LINE FROM GP-LEGEND-LINE.
             MOVE "         DOJ? - JOINING DATE NOT VALID, NO SERVICE"
                 TO GP-L-TEXT.
             WRITE PROVREP-LINE FROM GP-LEGEND-LINE.

         ERROR-PERIOD-PARA.
             DISPLAY "PAY PERIOD MUST BE NUMERIC YYYYMM"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.

         ERROR-PAYMENT-PARA.
             DISPLAY "NO PAYMENT FILE FOUND" AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.

         ERROR-LATER-PARA.
             CLOSE PAYMENTFILE.
             CLOSE PROVSAVFILE.
             CLOSE PROVGLFILE.
             DISPLAY "A LATER PERIOD HAS ALREADY BEEN PROVIDED FOR"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.

         ERROR-POSTED-PARA.
             CLOSE PAYMENTFILE.
             CLOSE PROVSAVFILE.
             CLOSE PROVGLFILE.
             DISPLAY "PROVISION FOR PERIOD ALREADY POSTED TO GL"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.
       END PROGRAM GRATPROV.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPARCH.

         ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT EMPFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EEMPID
                 FILE STATUS IS FSE.

             SELECT EMPPERSONALFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EPEMPID
                 FILE STATUS IS FSEP.

             SELECT BANKFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BKEMPID
                 FILE STATUS IS FSBK.

             SELECT PAYMENTFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PEMPID
                 FILE STATUS IS FSP.

             SELECT LEAVEFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LLVID
                 ALTERNATE RECORD KEY IS LEMPID
                     WITH DUPLICATES
                 FILE STATUS IS FSL.

             SELECT ATTENDFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ATTKEY
                 FILE STATUS IS FSA.

             SELECT LOANFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LNLOANID
                 ALTERNATE RECORD KEY IS LNEMPID
                     WITH DUPLICATES
                 FILE STATUS IS FSLN.

             SELECT HELDSALFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SHKEY
                 FILE STATUS IS FSSH.

             SELECT PENDCHGFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PDKEY
                 FILE STATUS IS FSPD.

             SELECT CONFIRMATIONFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CCONID
                 ALTERNATE RECORD KEY IS CEMPID
                 FILE STATUS IS FSC.

             SELECT TRANSFERFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS TTRFID
                 FILE STATUS IS FST.

             SELECT REVISIONFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RREVID
                 ALTERNATE RECORD KEY IS REMPID
                     WITH DUPLICATES
                 FILE STATUS IS FSR.

             SELECT EMPARCFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS XEEMPID
                 FILE STATUS IS FSXE.

             SELECT EMPPERARCFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS XPEMPID
                 FILE STATUS IS FSXP.

             SELECT BANKARCFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS XBEMPID
                 FILE STATUS IS FSXB.

             SELECT PAYMENTARCFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS XYEMPID
                 FILE STATUS IS FSXY.

             SELECT LEAVEARCFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS XLLVID
                 ALTERNATE RECORD KEY IS XLEMPID
                     WITH DUPLICATES
                 FILE STATUS IS FSXL.

             SELECT ATTENDARCFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS XAKEY
                 FILE STATUS IS FSXA.

             SELECT CONFIRMARCFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS XCCONID
                 ALTERNATE RECORD KEY IS XCEMPID
                     WITH DUPLICATES
                 FILE STATUS IS FSXC.

             SELECT TRANSFERARCFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS XTTRFID
                 ALTERNATE RECORD KEY IS XTEMPID
                     WITH DUPLICATES
                 FILE STATUS IS FSXT.

             SELECT REVISIONARCFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS XRREVID
                 ALTERNATE RECORD KEY IS XREMPID
                     WITH DUPLICATES
                 FILE STATUS IS FSXR.

             SELECT ARCMANFILE ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FSAM.

             SELECT AUDITFILE ASSIGN TO DISK
                 ORGANIZATION IS SEQUENTIAL
                 ACCESS MODE IS SEQUENTIAL
                 FILE STATUS IS FSAUD.

         DATA DIVISION.
         FILE SECTION.
         FD EMPFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "EMP.DAT".
         01 EMPREC.
             02 EEMPID    PIC X(6).
             02 EEMPNAME  PIC X(25).
             02 EEMPADDR  PIC X(30).
             02 EPHONE    PIC X(10).
             02 EDOJ      PIC X(10).
             02 EDIP      PIC X(10).
             02 EUG       PIC X(4).
             02 EPG       PIC X(4).
             02 EPROFQ    PIC X(4).
             02 ESKILL    PIC X(10).
             02 EGRDNO    PIC 99.
             02 EBRNID    PIC X(6).
             02 EDESID    PIC X(6).
             02 EDEPID    PIC X(6).
             02 ESTATUS   PIC X(1).
             02 EDOL      PIC X(10).

         FD EMPPERSONALFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "EMPPER.DAT".
         01 EMPPERSONALREC.
             02 EPEMPID  PIC X(6).
             02 EPTADD   PIC X(30).
             02 EPTPH    PIC X(10).
             02 EPDOB    PIC X(10).
             02 EPPOB    PIC X(10).
             02 EPLANG   PIC X(15).
             02 EPBLOOD  PIC X(4).
             02 EPWEIGHT PIC 999.
             02 EPHEIGHT PIC 999.
             02 EPVISION PIC X(15).
             02 EPFATHER PIC X(25).
             02 EPDOBF   PIC X(10).
             02 EPMOTHER PIC X(25).
             02 EPDOBM   PIC X(10).
             02 EPSPOUSE PIC X(25).
             02 EPCHILD  PIC X(25).
             02 EPDOBC   PIC X(10).

         FD BANKFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "BANK.DAT".
         01 BANKREC.
             02 BKEMPID  PIC X(6).
             02 BKBANKCD PIC X(6).
             02 BKIFSC   PIC X(11).
             02 BKACCNO  PIC X(16).

         FD PAYMENTFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "PAYMENT.DAT".
         01 PAYMENTREC.
             02 PEMPID   PIC X(6).
             02 PBASIC   PIC 9(6)V99.
             02 PDA      PIC 9(6)V99.
             02 PCCA     PIC 9(6)V99.
             02 PHRA     PIC 9(6)V99.
             02 PDPA     PIC 9(6)V99.
             02 PPPA     PIC 9(6)V99.
             02 PEDUA    PIC 9(6)V99.
             02 PTECHJR  PIC 9(6)V99.
             02 PLUNCHA  PIC 9(6)V99.
             02 PCONVEY  PIC 9(6)V99.
             02 PBUSATR  PIC 9(6)V99.
             02 PLTA     PIC 9(6)V99.
             02 PPF      PIC 9(6)V99.
             02 PESI     PIC 9(6)V99.
             02 PGRTY    PIC 9(6)V99.
             02 PPTAX    PIC 9(6)V99.
             02 PITAX    PIC 9(6)V99.
             02 PLOAN    PIC 9(8)V99.
             02 PLOANDA  PIC 9(8)V99.
             02 POTHERD  PIC 9(6)V99.
             02 PPERINC  PIC 9(6)V99.
             02 PMEDI    PIC 9(6)V99.
             02 PBOOK    PIC 9(6)V99.
             02 PENTER   PIC 9(6)V99.
             02 PTPH     PIC 9(6)V99.
             02 PHOUSE   PIC 9(6)V99.
             02 PVEHMAN  PIC 9(6)V99.
             02 PCREDIT  PIC 9(6)V99.
             02 PCLUB    PIC 9(6)V99.
             02 PCL      PIC 99.
             02 PSL      PIC 99.
             02 PPL      PIC 99.
             02 PLLOP    PIC 999.
             02 POTHERL  PIC 999.
             02 PARREAR  PIC 9(8)V99.

         FD LEAVEFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "LEAVE.DAT".
         01 LEAVEREC.
             02 LLVID     PIC X(6).
             02 LEMPID    PIC X(6).
             02 LFMDATE   PIC X(10).
             02 LTODATE   PIC X(10).
             02 LLEVCAT   PIC X(3).
             02 LSTATUS   PIC X(1).
             02 LAPPRID   PIC X(6).
             02 LAPPRDT   PIC X(8).

         FD ATTENDFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "ATTEND.DAT".
         01 ATTENDREC.
             02 ATTKEY.
                 03 AEMPID  PIC X(6).
                 03 ADATE   PIC X(10).
             02 ASTATUS  PIC X(1).

         FD LOANFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "LOAN.DAT".
         01 LOANREC.
             02 LNLOANID PIC X(6).
             02 LNEMPID  PIC X(6).
             02 LNPRIN   PIC 9(8)V99.
             02 LNINST   PIC 9(8)V99.
             02 LNBAL    PIC 9(8)V99.
             02 LNSTDATE PIC X(10).
             02 LNSTATUS PIC X(1).

         FD HELDSALFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "HELDSAL.DAT".
         01 HELDSALREC.
             02 SHKEY.
                 03 SHEMPID  PIC X(6).
                 03 SHPERIOD PIC X(6).
             02 SHAMOUNT  PIC 9(8)V99.
             02 SHREASON  PIC X(2).
             02 SHACCNO   PIC X(16).
             02 SHIFSC    PIC X(11).
             02 SHRETDATE PIC X(8).
             02 SHSTATUS  PIC X(1).
             02 SHPAYDATE PIC X(8).
             02 SHRETCNT  PIC 99.

         FD PENDCHGFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "PENDCHG.DAT".
         01 PENDCHGREC.
             02 PDKEY.
                 03 PDEMPID  PIC X(6).
                 03 PDFILE   PIC X(1).
                 03 PDSTAMP.
                     04 PDMKDATE PIC X(8).
                     04 PDMKTIME PIC X(8).
             02 PDSTATUS  PIC X(1).
             02 PDMAKER   PIC X(6).
             02 PDCHECKER PIC X(6).
             02 PDCKDATE  PIC X(8).
             02 PDOLD     PIC X(264).
             02 PDNEW     PIC X(264).

         FD CONFIRMATIONFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "CONFIRM.DAT".
         01 CONFIRMATIONREC.
             02 CCONID   PIC X(6).
             02 CEMPID   PIC X(6).
             02 CCDATE   PIC X(6).

         FD TRANSFERFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "TRANSFER.DAT".
         01 TRANSFERREC.
             02 TTRFID   PIC X(6).
             02 TEMPID   PIC X(6).
             02 TOBRID   PIC X(6).
             02 TNBRID   PIC X(6).
             02 TTRFDT   PIC X(10).

         FD REVISIONFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "REVISION.DAT".
         01 REVISIONREC.
             02 RREVID   PIC X(6).
             02 REMPID   PIC X(6).
             02 RDESCODE PIC X(6).
             02 RBASIC   PIC 9(6)V99.
             02 RHRA     PIC 9(6)V99.
             02 RDPA     PIC 9(6)V99.
             02 RPPA     PIC 9(6)V99.
             02 REDUA    PIC 9(6)V99.
             02 RTECHJR  PIC 9(6)V99.
             02 RLUNCHA  PIC 9(6)V99.
             02 RCONVEY  PIC 9(6)V99.
             02 RBUSATR  PIC 9(6)V99.
             02 RLTA     PIC 9(6)V99.
             02 RPF      PIC 9(6)V99.
             02 RESI     PIC 9(6)V99.
             02 RREVDATE PIC X(10).

         *>THE ARCHIVE FILES HOLD THE LIVE RECORDS UNCHANGED; EMP.ARC
         *>ALSO CARRIES WHEN AND BY WHOM THE EMPLOYEE WAS ARCHIVED
         FD EMPARCFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "EMP.ARC".
         01 EMPARCREC.
             02 XEDATA.
                 03 XEEMPID  PIC X(6).
                 03 FILLER   PIC X(138).
             02 XEARCDATE PIC X(8).
             02 XEARCOPID PIC X(6).

         FD EMPPERARCFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "EMPPER.ARC".
         01 EMPPERARCREC.
             02 XPEMPID  PIC X(6).
             02 FILLER   PIC X(230).

         FD BANKARCFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "BANK.ARC".
         01 BANKARCREC.
             02 XBEMPID  PIC X(6).
             02 FILLER   PIC X(33).

         FD PAYMENTARCFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "PAYMENT.ARC".
         01 PAYMENTARCREC.
             02 XYEMPID  PIC X(6).
             02 FILLER   PIC X(258).

         FD LEAVEARCFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "LEAVE.ARC".
         01 LEAVEARCREC.
             02 XLLVID   PIC X(6).
             02 XLEMPID  PIC X(6).
             02 FILLER   PIC X(38).

         FD ATTENDARCFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "ATTEND.ARC".
         01 ATTENDARCREC.
             02 XAKEY.
                 03 XAEMPID  PIC X(6).
                 03 XADATE   PIC X(10).
             02 FILLER   PIC X(1).

         FD CONFIRMARCFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "CONFIRM.ARC".
         01 CONFIRMARCREC.
             02 XCCONID  PIC X(6).
             02 XCEMPID  PIC X(6).
             02 FILLER   PIC X(6).

         FD TRANSFERARCFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "TRANSFER.ARC".
         01 TRANSFERARCREC.
             02 XTTRFID  PIC X(6).
             02 XTEMPID  PIC X(6).
             02 FILLER   PIC X(22).

         FD REVISIONARCFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "REVISION.ARC".
         01 REVISIONARCREC.
             02 XRREVID  PIC X(6).
             02 XREMPID  PIC X(6).
             02 FILLER   PIC X(112).

         FD ARCMANFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "ARCHMAN.DAT".
         01 ARCMAN-LINE  PIC X(100).

         FD AUDITFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "AUDIT.DAT".
         01 AUDITREC.
             02 AUDOPID   PIC X(6).
             02 AUDKEY    PIC X(6).
             02 AUDFILE   PIC X(12).
             02 AUDACTION PIC X(6).
             02 AUDDATE   PIC X(8).
             02 AUDTIME   PIC X(8).

         WORKING-STORAGE SECTION.
         77 FSE   PIC XX.
         77 FSEP  PIC XX.
         77 FSBK  PIC XX.
         77 FSP   PIC XX.
         77 FSL   PIC XX.
         77 FSA   PIC XX.
         77 FSLN  PIC XX.
         77 FSSH  PIC XX.
         77 FSPD  PIC XX.
         77 FSC   PIC XX.
         77 FST   PIC XX.
         77 FSR   PIC XX.
         77 FSXE  PIC XX.
         77 FSXP  PIC XX.
         77 FSXB  PIC XX.
         77 FSXY  PIC XX.
         77 FSXL  PIC XX.
         77 FSXA  PIC XX.
         77 FSXC  PIC XX.
         77 FSXT  PIC XX.
         77 FSXR  PIC XX.
         77 FSAM  PIC XX.
         77 FSAUD PIC XX.
         77 OMIT  PIC 99.
         77 AUD-OPID   PIC X(6).
         77 AUD-KEY    PIC X(6).
         77 AUD-FILENM PIC X(12).
         77 AUD-ACTION PIC X(6).
         01 SIGNON-OPID PIC X(6) EXTERNAL.
         77 AV-MONTHS-X  PIC X(3).
         77 AV-MONTHS    PIC 999.
         77 AV-CONFIRM   PIC X(1).
         77 AV-TOT-MTHS  PIC 9(6).
         77 AV-REM-MTHS  PIC 99.
         77 AV-EOF       PIC X(1).
         77 AV-SCAN-EOF  PIC X(1).
         77 AV-FOUND     PIC X(1).
         77 AV-LIVE      PIC X(1).
         77 AV-PAY-FOUND PIC X(1).
         77 AV-REASON    PIC X(30).
         77 AV-EMPID     PIC X(6).
         77 AV-KEY       PIC X(6).
         77 AV-EP-OPEN   PIC X(1).
         77 AV-BK-OPEN   PIC X(1).
         77 AV-PY-OPEN   PIC X(1).
         77 AV-LV-OPEN   PIC X(1).
         77 AV-AT-OPEN   PIC X(1).
         77 AV-LN-OPEN   PIC X(1).
         77 AV-SH-OPEN   PIC X(1).
         77 AV-PD-OPEN   PIC X(1).
         77 AV-CF-OPEN   PIC X(1).
         77 AV-TR-OPEN   PIC X(1).
         77 AV-RV-OPEN   PIC X(1).
         77 AV-EMP-LV    PIC 9(4).
         77 AV-EMP-AT    PIC 9(5).
         77 AV-ARC-CNT   PIC 9(5) VALUE ZERO.
         77 AV-REF-CNT   PIC 9(5) VALUE ZERO.
         77 AV-BAD-CNT   PIC 9(5) VALUE ZERO.
         77 AV-MV-EMP    PIC 9(6) VALUE ZERO.
         77 AV-MV-EP     PIC 9(6) VALUE ZERO.
         77 AV-MV-BK     PIC 9(6) VALUE ZERO.
         77 AV-MV-PY     PIC 9(6) VALUE ZERO.
         77 AV-MV-LV     PIC 9(6) VALUE ZERO.
         77 AV-MV-AT     PIC 9(6) VALUE ZERO.
         77 AV-MV-CF     PIC 9(6) VALUE ZERO.
         77 AV-MV-TR     PIC 9(6) VALUE ZERO.
         77 AV-MV-RV     PIC 9(6) VALUE ZERO.
         77 AV-COUNT     PIC 9(6).

         01 AV-TODAY.
             02 AV-T-YYYY PIC 9(4).
             02 AV-T-MM   PIC 9(2).
             02 AV-T-DD   PIC 9(2).

         01 AV-TIME-N     PIC X(8).

         *>EMPLOYEES WHOSE DATE OF LEAVING IS BEFORE THIS DATE HAVE
         *>SERVED OUT THE RETENTION PERIOD
         01 AV-CUTOFF.
             02 AV-C-YYYY PIC 9(4).
             02 FILLER    PIC X(1) VALUE "-".
             02 AV-C-MM   PIC 9(2).
             02 FILLER    PIC X(1) VALUE "-".
             02 AV-C-DD   PIC 9(2).

         *>MANIFEST LINES. THE FIRST BYTE IS THE LINE TYPE: H RUN
         *>HEADER, E EMPLOYEE ARCHIVED, X EMPLOYEE REFUSED, F FILE
         *>COUNTS (CHECKED BY HRMBKUP), T RUN TOTALS
         01 AV-MAN-HEAD.
             02 FILLER       PIC X(2)  VALUE "H ".
             02 FILLER       PIC X(12) VALUE "ARCHIVE RUN ".
             02 AV-MH-DATE   PIC X(8).
             02 FILLER       PIC X(1)  VALUE SPACES.
             02 AV-MH-TIME   PIC X(8).
             02 FILLER       PIC X(4)  VALUE " OP ".
             02 AV-MH-OPID   PIC X(6).
             02 FILLER       PIC X(11) VALUE " RETENTION ".
             02 AV-MH-MONTHS PIC ZZ9.
             02 FILLER       PIC X(20) VALUE
                " MONTHS LEFT BEFORE ".
             02 AV-MH-CUTOFF PIC X(10).

         01 AV-MAN-EMP.
             02 AV-ME-TYPE   PIC X(1).
             02 FILLER       PIC X(1)  VALUE SPACES.
             02 AV-ME-EMPID  PIC X(6).
             02 FILLER       PIC X(1)  VALUE SPACES.
             02 AV-ME-NAME   PIC X(25).
             02 FILLER       PIC X(1)  VALUE SPACES.
             02 AV-ME-STATUS PIC X(1).
             02 FILLER       PIC X(1)  VALUE SPACES.
             02 AV-ME-EDOL   PIC X(10).
             02 FILLER       PIC X(1)  VALUE SPACES.
             02 AV-ME-TEXT   PIC X(30).

         01 AV-MAN-COUNTS.
             02 FILLER       PIC X(7)  VALUE "LEAVE ".
             02 AV-MC-LV     PIC ZZZ9.
             02 FILLER       PIC X(8)  VALUE " ATTEND ".
             02 AV-MC-AT     PIC ZZZZ9.

         01 AV-MAN-FILE.
             02 FILLER       PIC X(2)  VALUE "F ".
             02 AV-MF-LIVE   PIC X(12).
             02 AV-MF-ARC    PIC X(12).
             02 FILLER       PIC X(7)  VALUE " MOVED ".
             02 AV-MF-MOVED  PIC 9(6).
             02 FILLER       PIC X(15) VALUE " ARCHIVE TOTAL ".
             02 AV-MF-ARCTOT PIC 9(6).

         01 AV-MAN-TOTAL.
             02 FILLER       PIC X(2)  VALUE "T ".
             02 FILLER       PIC X(9)  VALUE "ARCHIVED ".
             02 AV-MT-ARC    PIC ZZZZ9.
             02 FILLER       PIC X(9)  VALUE " REFUSED ".
             02 AV-MT-REF    PIC ZZZZ9.
             02 FILLER       PIC X(19) VALUE " DATE OF LEAVING ?".
             02 AV-MT-BAD    PIC ZZZZ9.

         SCREEN SECTION.
         01 ERASE-1.
            02 BLANK SCREEN.

         PROCEDURE DIVISION.
         MAIN-PARA.
             DISPLAY ERASE-1
             DISPLAY "ARCHIVE AND PURGE OF SEPARATED EMPLOYEES"
                AT LINE 3 COL 15.
             DISPLAY "RETENTION AFTER LEAVING (MONTHS) :"
                AT LINE 5 COL 5.
             ACCEPT AV-MONTHS-X AT LINE 5 COL 40.
             IF AV-MONTHS-X NOT NUMERIC
                 GO TO ERROR-MONTHS-PARA
             END-IF.
             MOVE AV-MONTHS-X TO AV-MONTHS.
             IF AV-MONTHS = ZERO
                 GO TO ERROR-MONTHS-PARA
             END-IF.
             ACCEPT AV-TODAY FROM DATE YYYYMMDD.
             COMPUTE AV-TOT-MTHS = AV-T-YYYY * 12 + AV-T-MM - 1
                 - AV-MONTHS.
             DIVIDE AV-TOT-MTHS BY 12 GIVING AV-C-YYYY
                 REMAINDER AV-REM-MTHS.
             COMPUTE AV-C-MM = AV-REM-MTHS + 1.
             MOVE AV-T-DD TO AV-C-DD.
             DISPLAY "EMPLOYEES WHO LEFT BEFORE   :" AT LINE 7 COL 5.
             DISPLAY AV-CUTOFF AT LINE 7 COL 35.
             DISPLAY "ARE MOVED FROM EMP, EMPPER, BANK, PAYMENT, LEAVE,"
                AT LINE 8 COL 5.
             DISPLAY "ATTEND, CONFIRM, TRANSFER AND REVISION TO .ARC."
                AT LINE 9 COL 5.
             DISPLAY "PAY HISTORY AND LOAN HISTORY ARE KEPT."
                AT LINE 10 COL 5.
             DISPLAY "CONFIRM ARCHIVE AND PURGE (Y/N) :"
                AT LINE 12 COL 5.
             ACCEPT AV-CONFIRM AT LINE 12 COL 40.
             IF AV-CONFIRM NOT = 'Y' AND AV-CONFIRM NOT = 'y'
                 GO TO ERROR-NOTRUN-PARA
             END-IF.
             OPEN I-O EMPFILE.
             IF FSE NOT = 00
                 GO TO ERROR-EMP-PARA
             END-IF.
             PERFORM AV-OPEN-PARA.
             DISPLAY "ARCHIVE RUN IN PROGRESS..." AT LINE 14 COL 5.
             MOVE SIGNON-OPID TO AUD-OPID.
             OPEN OUTPUT ARCMANFILE.
             ACCEPT AV-TIME-N FROM TIME.
             MOVE AV-TODAY    TO AV-MH-DATE.
             MOVE AV-TIME-N   TO AV-MH-TIME.
             MOVE SIGNON-OPID TO AV-MH-OPID.
             MOVE AV-MONTHS   TO AV-MH-MONTHS.
             MOVE AV-CUTOFF   TO AV-MH-CUTOFF.
             WRITE ARCMAN-LINE FROM AV-MAN-HEAD.
             MOVE 'N' TO AV-EOF.
             MOVE LOW-VALUES TO EEMPID.
             START EMPFILE KEY IS NOT LESS THAN EEMPID
                 INVALID KEY MOVE 'Y' TO AV-EOF
             END-START.
             PERFORM AV-EMP-READ-PARA UNTIL AV-EOF = 'Y'.
             PERFORM AV-SWEEP-PARA.
             PERFORM AV-MANIFEST-FILES-PARA.
             MOVE AV-ARC-CNT TO AV-MT-ARC.
             MOVE AV-REF-CNT TO AV-MT-REF.
             MOVE AV-BAD-CNT TO AV-MT-BAD.
             WRITE ARCMAN-LINE FROM AV-MAN-TOTAL.
             CLOSE ARCMANFILE.
             PERFORM AV-CLOSE-PARA.
             DISPLAY "EMPLOYEES ARCHIVED          :" AT LINE 14 COL 5.
             DISPLAY AV-ARC-CNT AT LINE 14 COL 35.
             DISPLAY "REFUSED (SEE MANIFEST)      :" AT LINE 15 COL 5.
             DISPLAY AV-REF-CNT AT LINE 15 COL 35.
             DISPLAY "DATE OF LEAVING NOT VALID   :" AT LINE 16 COL 5.
             DISPLAY AV-BAD-CNT AT LINE 16 COL 35.
             DISPLAY "MANIFEST WRITTEN TO ARCHMAN.DAT"
                AT LINE 18 COL 5.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 20 COL 10.
             ACCEPT OMIT AT LINE 20 COL 50.
             EXIT PROGRAM.

         *>LIVE FILES OTHER THAN EMP.DAT MAY NOT EXIST YET - THEY ARE
         *>THEN SIMPLY LEFT OUT. ARCHIVE FILES ARE CREATED ON FIRST USE
         AV-OPEN-PARA.
             MOVE 'Y' TO AV-EP-OPEN.
             OPEN I-O EMPPERSONALFILE.
             IF FSEP NOT = 00
                 MOVE 'N' TO AV-EP-OPEN
             END-IF.
             MOVE 'Y' TO AV-BK-OPEN.
             OPEN I-O BANKFILE.
             IF FSBK NOT = 00
                 MOVE 'N' TO AV-BK-OPEN
             END-IF.
             MOVE 'Y' TO AV-PY-OPEN.
             OPEN I-O PAYMENTFILE.
             IF FSP NOT = 00
                 MOVE 'N' TO AV-PY-OPEN
             END-IF.
             MOVE 'Y' TO AV-LV-OPEN.
             OPEN I-O LEAVEFILE.
             IF FSL NOT = 00
                 MOVE 'N' TO AV-LV-OPEN
             END-IF.
             MOVE 'Y' TO AV-AT-OPEN.
             OPEN I-O ATTENDFILE.
             IF FSA NOT = 00
                 MOVE 'N' TO AV-AT-OPEN
             END-IF.
             MOVE 'Y' TO AV-LN-OPEN.
             OPEN INPUT LOANFILE.
             IF FSLN NOT = 00
                 MOVE 'N' TO AV-LN-OPEN
             END-IF.
             MOVE 'Y' TO AV-SH-OPEN.
             OPEN INPUT HELDSALFILE.
             IF FSSH NOT = 00
                 MOVE 'N' TO AV-SH-OPEN
             END-IF.
             MOVE 'Y' TO AV-PD-OPEN.
             OPEN INPUT PENDCHGFILE.
             IF FSPD NOT = 00
                 MOVE 'N' TO AV-PD-OPEN
             END-IF.
             MOVE 'Y' TO AV-CF-OPEN.
             OPEN I-O CONFIRMATIONFILE.
             IF FSC NOT = 00
                 MOVE 'N' TO AV-CF-OPEN
             END-IF.
             MOVE 'Y' TO AV-TR-OPEN.
             OPEN I-O TRANSFERFILE.
             IF FST NOT = 00
                 MOVE 'N' TO AV-TR-OPEN
             END-IF.
             MOVE 'Y' TO AV-RV-OPEN.
             OPEN I-O REVISIONFILE.
             IF FSR NOT = 00
                 MOVE 'N' TO AV-RV-OPEN
             END-IF.
             OPEN I-O EMPARCFILE.
             IF FSXE NOT = 00
                 OPEN OUTPUT EMPARCFILE
                 CLOSE EMPARCFILE
                 OPEN I-O EMPARCFILE
             END-IF.
             OPEN I-O EMPPERARCFILE.
             IF FSXP NOT = 00
                 OPEN OUTPUT EMPPERARCFILE
                 CLOSE EMPPERARCFILE
                 OPEN I-O EMPPERARCFILE
             END-IF.
             OPEN I-O BANKARCFILE.
             IF FSXB NOT = 00
                 OPEN OUTPUT BANKARCFILE
                 CLOSE BANKARCFILE
                 OPEN I-O BANKARCFILE
             END-IF.
             OPEN I-O PAYMENTARCFILE.
             IF FSXY NOT = 00
                 OPEN OUTPUT PAYMENTARCFILE
                 CLOSE PAYMENTARCFILE
                 OPEN I-O PAYMENTARCFILE
             END-IF.
             OPEN I-O LEAVEARCFILE.
             IF FSXL NOT = 00
                 OPEN OUTPUT LEAVEARCFILE
                 CLOSE LEAVEARCFILE
                 OPEN I-O LEAVEARCFILE
             END-IF.
             OPEN I-O ATTENDARCFILE.
             IF FSXA NOT = 00
                 OPEN OUTPUT ATTENDARCFILE
                 CLOSE ATTENDARCFILE
                 OPEN I-O ATTENDARCFILE
             END-IF.
             OPEN I-O CONFIRMARCFILE.
             IF FSXC NOT = 00
                 OPEN OUTPUT CONFIRMARCFILE
                 CLOSE CONFIRMARCFILE
                 OPEN I-O CONFIRMARCFILE
             END-IF.
             OPEN I-O TRANSFERARCFILE.
             IF FSXT NOT = 00
                 OPEN OUTPUT TRANSFERARCFILE
                 CLOSE TRANSFERARCFILE
                 OPEN I-O TRANSFERARCFILE
             END-IF.
             OPEN I-O REVISIONARCFILE.
             IF FSXR NOT = 00
                 OPEN OUTPUT REVISIONARCFILE
                 CLOSE REVISIONARCFILE
                 OPEN I-O REVISIONARCFILE
             END-IF.

         AV-CLOSE-PARA.
             CLOSE EMPFILE.
             IF AV-EP-OPEN = 'Y'
                 CLOSE EMPPERSONALFILE
             END-IF.
             IF AV-BK-OPEN = 'Y'
                 CLOSE BANKFILE
             END-IF.
             IF AV-PY-OPEN = 'Y'
                 CLOSE PAYMENTFILE
             END-IF.
             IF AV-LV-OPEN = 'Y'
                 CLOSE LEAVEFILE
             END-IF.
             IF AV-AT-OPEN = 'Y'
                 CLOSE ATTENDFILE
             END-IF.
             IF AV-LN-OPEN = 'Y'
                 CLOSE LOANFILE
             END-IF.
             IF AV-SH-OPEN = 'Y'
                 CLOSE HELDSALFILE
             END-IF.
             IF AV-PD-OPEN = 'Y'
                 CLOSE PENDCHGFILE
             END-IF.
             IF AV-CF-OPEN = 'Y'
                 CLOSE CONFIRMATIONFILE
             END-IF.
             IF AV-TR-OPEN = 'Y'
                 CLOSE TRANSFERFILE
             END-IF.
             IF AV-RV-OPEN = 'Y'
                 CLOSE REVISIONFILE
             END-IF.
             CLOSE EMPARCFILE.
             CLOSE EMPPERARCFILE.
             CLOSE BANKARCFILE.
             CLOSE PAYMENTARCFILE.
             CLOSE LEAVEARCFILE.
             CLOSE ATTENDARCFILE.
             CLOSE CONFIRMARCFILE.
             CLOSE TRANSFERARCFILE.
             CLOSE REVISIONARCFILE.

         AV-EMP-READ-PARA.
             READ EMPFILE NEXT RECORD
                 AT END MOVE 'Y' TO AV-EOF
             END-READ.
             IF AV-EOF = 'N' AND FSE NOT = 00 AND FSE NOT = 02
                 MOVE 'Y' TO AV-EOF
             END-IF.
             IF AV-EOF = 'N'
                 IF ESTATUS = 'R' OR ESTATUS = 'T'
                     PERFORM AV-EMP-SELECT-PARA
                 END-IF
             END-IF.

         AV-EMP-SELECT-PARA.
             IF EDOL(1:4) NOT NUMERIC
                 OR EDOL(6:2) NOT NUMERIC
                 OR EDOL(9:2) NOT NUMERIC
                 MOVE "DATE OF LEAVING NOT VALID" TO AV-REASON
                 PERFORM AV-MAN-REFUSE-PARA
                 ADD 1 TO AV-BAD-CNT
             ELSE
                 IF EDOL < AV-CUTOFF
                     MOVE EEMPID TO AV-EMPID
                     PERFORM AV-CHECK-PARA
                     IF AV-REASON = SPACES
                         PERFORM AV-ARCHIVE-PARA
                             THRU AV-ARCHIVE-EXIT-PARA
                     ELSE
                         PERFORM AV-MAN-REFUSE-PARA
                         ADD 1 TO AV-REF-CNT
                     END-IF
                 END-IF
             END-IF.

         *>ANYTHING STILL OWED TO OR BY THE EMPLOYEE KEEPS THEM ON
         *>THE LIVE FILES UNTIL IT IS SETTLED
         AV-CHECK-PARA.
             MOVE SPACES TO AV-REASON.
             MOVE 'N' TO AV-PAY-FOUND.
             IF AV-PY-OPEN = 'Y'
                 MOVE AV-EMPID TO PEMPID
                 MOVE 'Y' TO AV-PAY-FOUND
                 READ PAYMENTFILE INVALID KEY
                     MOVE 'N' TO AV-PAY-FOUND
                 END-READ
             END-IF.
             IF AV-PAY-FOUND = 'Y' AND PARREAR > ZERO
                 MOVE "UNPAID ARREARS ON PAY MASTER" TO AV-REASON
             END-IF.
             IF AV-REASON = SPACES AND AV-LN-OPEN = 'Y'
                 PERFORM AV-LOAN-CHECK-PARA
             END-IF.
             IF AV-REASON = SPACES AND AV-SH-OPEN = 'Y'
                 PERFORM AV-HELD-CHECK-PARA
             END-IF.
             IF AV-REASON = SPACES AND AV-PD-OPEN = 'Y'
                 PERFORM AV-PEND-CHECK-PARA
             END-IF.
             IF AV-REASON = SPACES
                 PERFORM AV-ARC-CHECK-PARA
             END-IF.

         *>AN EMPLOYEE CODE ALREADY ON EMP.ARC BELONGS TO SOMEONE
         *>ARCHIVED BEFORE AND IS NEVER OVERWRITTEN. A LEAVE NUMBER
         *>ALREADY ON LEAVE.ARC WOULD STOP THE LEAVE HALF MOVED, SO IT
         *>IS CAUGHT HERE BEFORE ANYTHING IS TOUCHED
         AV-ARC-CHECK-PARA.
             MOVE AV-EMPID TO XEEMPID.
             MOVE 'Y' TO AV-FOUND.
             READ EMPARCFILE INVALID KEY
                 MOVE 'N' TO AV-FOUND
             END-READ.
             IF AV-FOUND = 'Y'
                 MOVE "ALREADY ON ARCHIVE" TO AV-REASON
             END-IF.
             IF AV-REASON = SPACES AND AV-LV-OPEN = 'Y'
                 MOVE 'N' TO AV-SCAN-EOF
                 MOVE AV-EMPID TO LEMPID
                 START LEAVEFILE KEY IS EQUAL LEMPID
                     INVALID KEY MOVE 'Y' TO AV-SCAN-EOF
                 END-START
                 PERFORM AV-LVARC-READ-PARA
                     UNTIL AV-SCAN-EOF = 'Y' OR AV-REASON NOT = SPACES
             END-IF.

         AV-LVARC-READ-PARA.
             READ LEAVEFILE NEXT RECORD
                 AT END MOVE 'Y' TO AV-SCAN-EOF
             END-READ.
             IF AV-SCAN-EOF = 'N'
                 IF LEMPID NOT = AV-EMPID
                     MOVE 'Y' TO AV-SCAN-EOF
                 ELSE
                     MOVE LLVID TO XLLVID
                     MOVE 'Y' TO AV-FOUND
                     READ LEAVEARCFILE INVALID KEY
                         MOVE 'N' TO AV-FOUND
                     END-READ
                     IF AV-FOUND = 'Y'
                         MOVE "LEAVE ALREADY ON ARCHIVE" TO AV-REASON
                     END-IF
                 END-IF
             END-IF.

         AV-LOAN-CHECK-PARA.
             MOVE 'N' TO AV-SCAN-EOF.
             MOVE AV-EMPID TO LNEMPID.
             START LOANFILE KEY IS EQUAL LNEMPID
                 INVALID KEY MOVE 'Y' TO AV-SCAN-EOF
             END-START.
             PERFORM AV-LOAN-READ-PARA
                 UNTIL AV-SCAN-EOF = 'Y' OR AV-REASON NOT = SPACES.

         AV-LOAN-READ-PARA.
             READ LOANFILE NEXT RECORD
                 AT END MOVE 'Y' TO AV-SCAN-EOF
             END-READ.
             IF AV-SCAN-EOF = 'N'
                 IF LNEMPID NOT = AV-EMPID
                     MOVE 'Y' TO AV-SCAN-EOF
                 ELSE
                     IF LNSTATUS = 'A'
                         MOVE "OPEN LOAN ON LOAN FILE" TO AV-REASON
                     END-IF
                 END-IF
             END-IF.

         AV-HELD-CHECK-PARA.
             MOVE 'N' TO AV-SCAN-EOF.
             MOVE AV-EMPID TO SHEMPID.
             MOVE LOW-VALUES TO SHPERIOD.
             START HELDSALFILE KEY IS NOT LESS THAN SHKEY
                 INVALID KEY MOVE 'Y' TO AV-SCAN-EOF
             END-START.
             PERFORM AV-HELD-READ-PARA
                 UNTIL AV-SCAN-EOF = 'Y' OR AV-REASON NOT = SPACES.

         AV-HELD-READ-PARA.
             READ HELDSALFILE NEXT RECORD
                 AT END MOVE 'Y' TO AV-SCAN-EOF
             END-READ.
             IF AV-SCAN-EOF = 'N'
                 IF SHEMPID NOT = AV-EMPID
                     MOVE 'Y' TO AV-SCAN-EOF
                 ELSE
                     IF SHSTATUS = 'H' OR SHSTATUS = 'C'
                         MOVE "HELD SALARY NOT YET PAID" TO AV-REASON
                     END-IF
                 END-IF
             END-IF.

         AV-PEND-CHECK-PARA.
             MOVE 'N' TO AV-SCAN-EOF.
             MOVE AV-EMPID TO PDEMPID.
             MOVE LOW-VALUES TO PDFILE.
             MOVE LOW-VALUES TO PDSTAMP.
             START PENDCHGFILE KEY IS NOT LESS THAN PDKEY
                 INVALID KEY MOVE 'Y' TO AV-SCAN-EOF
             END-START.
             PERFORM AV-PEND-READ-PARA
                 UNTIL AV-SCAN-EOF = 'Y' OR AV-REASON NOT = SPACES.

         AV-PEND-READ-PARA.
             READ PENDCHGFILE NEXT RECORD
                 AT END MOVE 'Y' TO AV-SCAN-EOF
             END-READ.
             IF AV-SCAN-EOF = 'N'
                 IF PDEMPID NOT = AV-EMPID
                     MOVE 'Y' TO AV-SCAN-EOF
                 ELSE
                     IF PDSTATUS = 'P'
                         MOVE "CHANGE AWAITING APPROVAL" TO AV-REASON
                     END-IF
                 END-IF
             END-IF.

         *>EACH RECORD IS WRITTEN TO ITS ARCHIVE FILE BEFORE THE LIVE
         *>COPY IS DELETED; THE EMPLOYEE RECORD GOES LAST. A RECORD THE
         *>ARCHIVE ALREADY HOLDS IS NEVER REPLACED - THE LIVE COPY IS
         *>THEN LEFT WHERE IT IS
         AV-ARCHIVE-PARA.
             MOVE ZERO TO AV-EMP-LV.
             MOVE ZERO TO AV-EMP-AT.
             IF AV-EP-OPEN = 'Y'
                 PERFORM AV-ARC-EMPPER-PARA
             END-IF.
             IF AV-BK-OPEN = 'Y'
                 PERFORM AV-ARC-BANK-PARA
             END-IF.
             IF AV-PAY-FOUND = 'Y'
                 MOVE PAYMENTREC TO PAYMENTARCREC
                 WRITE PAYMENTARCREC INVALID KEY
                     MOVE 'N' TO AV-PAY-FOUND
                 END-WRITE
             END-IF.
             IF AV-PAY-FOUND = 'Y'
                 DELETE PAYMENTFILE RECORD
                 ADD 1 TO AV-MV-PY
             END-IF.
             IF AV-LV-OPEN = 'Y'
                 MOVE 'N' TO AV-SCAN-EOF
                 PERFORM AV-ARC-LEAVE-PARA UNTIL AV-SCAN-EOF = 'Y'
             END-IF.
             IF AV-AT-OPEN = 'Y'
                 MOVE 'N' TO AV-SCAN-EOF
                 PERFORM AV-ARC-ATTEND-PARA UNTIL AV-SCAN-EOF = 'Y'
             END-IF.
             MOVE EMPREC TO XEDATA.
             MOVE AV-TODAY TO XEARCDATE.
             MOVE SIGNON-OPID TO XEARCOPID.
             MOVE 'Y' TO AV-FOUND.
             WRITE EMPARCREC INVALID KEY
                 MOVE 'N' TO AV-FOUND
             END-WRITE.
             IF AV-FOUND = 'N'
                 MOVE "ALREADY ON ARCHIVE" TO AV-REASON
                 PERFORM AV-MAN-REFUSE-PARA
                 ADD 1 TO AV-REF-CNT
                 GO TO AV-ARCHIVE-EXIT-PARA
             END-IF.
             DELETE EMPFILE RECORD.
             ADD 1 TO AV-MV-EMP.
             ADD 1 TO AV-ARC-CNT.
             MOVE AV-EMPID   TO AUD-KEY.
             MOVE "EMPFILE"  TO AUD-FILENM.
             MOVE "ARCH"     TO AUD-ACTION.
             PERFORM AUDIT-LOG-PARA.
             MOVE AV-EMP-LV TO AV-MC-LV.
             MOVE AV-EMP-AT TO AV-MC-AT.
             MOVE AV-MAN-COUNTS TO AV-REASON.
             MOVE "E" TO AV-ME-TYPE.
             PERFORM AV-MAN-EMP-PARA.

         AV-ARCHIVE-EXIT-PARA.
             EXIT.

         AV-ARC-EMPPER-PARA.
             MOVE AV-EMPID TO EPEMPID.
             MOVE 'Y' TO AV-FOUND.
             READ EMPPERSONALFILE INVALID KEY
                 MOVE 'N' TO AV-FOUND
             END-READ.
             IF AV-FOUND = 'Y'
                 MOVE EMPPERSONALREC TO EMPPERARCREC
                 WRITE EMPPERARCREC INVALID KEY
                     MOVE 'N' TO AV-FOUND
                 END-WRITE
             END-IF.
             IF AV-FOUND = 'Y'
                 DELETE EMPPERSONALFILE RECORD
                 ADD 1 TO AV-MV-EP
             END-IF.

         AV-ARC-BANK-PARA.
             MOVE AV-EMPID TO BKEMPID.
             MOVE 'Y' TO AV-FOUND.
             READ BANKFILE INVALID KEY
                 MOVE 'N' TO AV-FOUND
             END-READ.
             IF AV-FOUND = 'Y'
                 MOVE BANKREC TO BANKARCREC
                 WRITE BANKARCREC INVALID KEY
                     MOVE 'N' TO AV-FOUND
                 END-WRITE
             END-IF.
             IF AV-FOUND = 'Y'
                 DELETE BANKFILE RECORD
                 ADD 1 TO AV-MV-BK
             END-IF.

         *>THE SEARCH IS STARTED AFRESH FOR EVERY RECORD SO THAT THE
         *>DELETE NEVER DISTURBS THE NEXT READ
         AV-ARC-LEAVE-PARA.
             MOVE AV-EMPID TO LEMPID.
             START LEAVEFILE KEY IS EQUAL LEMPID
                 INVALID KEY MOVE 'Y' TO AV-SCAN-EOF
             END-START.
             IF AV-SCAN-EOF = 'N'
                 READ LEAVEFILE NEXT RECORD
                     AT END MOVE 'Y' TO AV-SCAN-EOF
                 END-READ
             END-IF.
             IF AV-SCAN-EOF = 'N' AND LEMPID NOT = AV-EMPID
                 MOVE 'Y' TO AV-SCAN-EOF
             END-IF.
             IF AV-SCAN-EOF = 'N'
                 MOVE LEAVEREC TO LEAVEARCREC
                 WRITE LEAVEARCREC INVALID KEY
                     MOVE 'Y' TO AV-SCAN-EOF
                 END-WRITE
             END-IF.
             IF AV-SCAN-EOF = 'N'
                 DELETE LEAVEFILE RECORD
                 ADD 1 TO AV-MV-LV
                 ADD 1 TO AV-EMP-LV
             END-IF.

         AV-ARC-ATTEND-PARA.
             MOVE AV-EMPID TO AEMPID.
             MOVE LOW-VALUES TO ADATE.
             START ATTENDFILE KEY IS NOT LESS THAN ATTKEY
                 INVALID KEY MOVE 'Y' TO AV-SCAN-EOF
             END-START.
             IF AV-SCAN-EOF = 'N'
                 READ ATTENDFILE NEXT RECORD
                     AT END MOVE 'Y' TO AV-SCAN-EOF
                 END-READ
             END-IF.
             IF AV-SCAN-EOF = 'N' AND AEMPID NOT = AV-EMPID
                 MOVE 'Y' TO AV-SCAN-EOF
             END-IF.
             IF AV-SCAN-EOF = 'N'
                 MOVE ATTENDREC TO ATTENDARCREC
                 WRITE ATTENDARCREC INVALID KEY
                     MOVE 'Y' TO AV-SCAN-EOF
                 END-WRITE
             END-IF.
             IF AV-SCAN-EOF = 'N'
                 DELETE ATTENDFILE RECORD
                 ADD 1 TO AV-MV-AT
                 ADD 1 TO AV-EMP-AT
             END-IF.

         *>CONFIRMATION, TRANSFER AND REVISION ROWS ARE KEYED BY THEIR
         *>OWN NUMBERS, SO EACH FILE IS READ ONCE FROM THE START AND THE
         *>ROWS OF EMPLOYEES NOW ON EMP.ARC AND NO LONGER ON EMP.DAT
         *>ARE MOVED. AFTER A DELETE THE READ IS STARTED AGAIN PAST THE
         *>KEY JUST MOVED
         AV-SWEEP-PARA.
             IF AV-CF-OPEN = 'Y'
                 MOVE 'N' TO AV-SCAN-EOF
                 MOVE LOW-VALUES TO CCONID
                 START CONFIRMATIONFILE KEY IS NOT LESS THAN CCONID
                     INVALID KEY MOVE 'Y' TO AV-SCAN-EOF
                 END-START
                 PERFORM AV-SWP-CONFIRM-PARA
                     THRU AV-SWP-CONFIRM-EXIT-PARA
                     UNTIL AV-SCAN-EOF = 'Y'
             END-IF.
             IF AV-TR-OPEN = 'Y'
                 MOVE 'N' TO AV-SCAN-EOF
                 MOVE LOW-VALUES TO TTRFID
                 START TRANSFERFILE KEY IS NOT LESS THAN TTRFID
                     INVALID KEY MOVE 'Y' TO AV-SCAN-EOF
                 END-START
                 PERFORM AV-SWP-TRANSFER-PARA
                     THRU AV-SWP-TRANSFER-EXIT-PARA
                     UNTIL AV-SCAN-EOF = 'Y'
             END-IF.
             IF AV-RV-OPEN = 'Y'
                 MOVE 'N' TO AV-SCAN-EOF
                 MOVE LOW-VALUES TO RREVID
                 START REVISIONFILE KEY IS NOT LESS THAN RREVID
                     INVALID KEY MOVE 'Y' TO AV-SCAN-EOF
                 END-START
                 PERFORM AV-SWP-REVISION-PARA
                     THRU AV-SWP-REVISION-EXIT-PARA
                     UNTIL AV-SCAN-EOF = 'Y'
             END-IF.

         AV-SWP-CONFIRM-PARA.
             READ CONFIRMATIONFILE NEXT RECORD
                 AT END MOVE 'Y' TO AV-SCAN-EOF
             END-READ.
             IF AV-SCAN-EOF = 'N' AND FSC NOT = 00 AND FSC NOT = 02
                 MOVE 'Y' TO AV-SCAN-EOF
             END-IF.
             IF AV-SCAN-EOF = 'Y'
                 GO TO AV-SWP-CONFIRM-EXIT-PARA
             END-IF.
             MOVE CEMPID TO AV-EMPID.
             PERFORM AV-SWP-ARCHIVED-PARA.
             IF AV-FOUND = 'N'
                 GO TO AV-SWP-CONFIRM-EXIT-PARA
             END-IF.
             MOVE CCONID TO AV-KEY.
             MOVE CONFIRMATIONREC TO CONFIRMARCREC.
             WRITE CONFIRMARCREC INVALID KEY
                 MOVE 'N' TO AV-FOUND
             END-WRITE.
             IF AV-FOUND = 'N'
                 MOVE "CONFIRM ALREADY ON ARCHIVE" TO AV-REASON
                 PERFORM AV-MAN-REFUSE-PARA
                 GO TO AV-SWP-CONFIRM-EXIT-PARA
             END-IF.
             DELETE CONFIRMATIONFILE RECORD.
             ADD 1 TO AV-MV-CF.
             MOVE AV-KEY TO CCONID.
             START CONFIRMATIONFILE KEY IS GREATER THAN CCONID
                 INVALID KEY MOVE 'Y' TO AV-SCAN-EOF
             END-START.

         AV-SWP-CONFIRM-EXIT-PARA.
             EXIT.

         AV-SWP-TRANSFER-PARA.
             READ TRANSFERFILE NEXT RECORD
                 AT END MOVE 'Y' TO AV-SCAN-EOF
             END-READ.
             IF AV-SCAN-EOF = 'N' AND FST NOT = 00 AND FST NOT = 02
                 MOVE 'Y' TO AV-SCAN-EOF
             END-IF.
             IF AV-SCAN-EOF = 'Y'
                 GO TO AV-SWP-TRANSFER-EXIT-PARA
             END-IF.
             MOVE TEMPID TO AV-EMPID.
             PERFORM AV-SWP-ARCHIVED-PARA.
             IF AV-FOUND = 'N'
                 GO TO AV-SWP-TRANSFER-EXIT-PARA
             END-IF.
             MOVE TTRFID TO AV-KEY.
             MOVE TRANSFERREC TO TRANSFERARCREC.
             WRITE TRANSFERARCREC INVALID KEY
                 MOVE 'N' TO AV-FOUND
             END-WRITE.
             IF AV-FOUND = 'N'
                 MOVE "TRANSFER ALREADY ON ARCHIVE" TO AV-REASON
                 PERFORM AV-MAN-REFUSE-PARA
                 GO TO AV-SWP-TRANSFER-EXIT-PARA
             END-IF.
             DELETE TRANSFERFILE RECORD.
             ADD 1 TO AV-MV-TR.
             MOVE AV-KEY TO TTRFID.
             START TRANSFERFILE KEY IS GREATER THAN TTRFID
                 INVALID KEY MOVE 'Y' TO AV-SCAN-EOF
             END-START.

         AV-SWP-TRANSFER-EXIT-PARA.
             EXIT.

         AV-SWP-REVISION-PARA.
             READ REVISIONFILE NEXT RECORD
                 AT END MOVE 'Y' TO AV-SCAN-EOF
             END-READ.
             IF AV-SCAN-EOF = 'N' AND FSR NOT = 00 AND FSR NOT = 02
                 MOVE 'Y' TO AV-SCAN-EOF
             END-IF.
             IF AV-SCAN-EOF = 'Y'
                 GO TO AV-SWP-REVISION-EXIT-PARA
             END-IF.
             MOVE REMPID TO AV-EMPID.
             PERFORM AV-SWP-ARCHIVED-PARA.
             IF AV-FOUND = 'N'
                 GO TO AV-SWP-REVISION-EXIT-PARA
             END-IF.
             MOVE RREVID TO AV-KEY.
             MOVE REVISIONREC TO REVISIONARCREC.
             WRITE REVISIONARCREC INVALID KEY
                 MOVE 'N' TO AV-FOUND
             END-WRITE.
             IF AV-FOUND = 'N'
                 MOVE "REVISION ALREADY ON ARCHIVE" TO AV-REASON
                 PERFORM AV-MAN-REFUSE-PARA
                 GO TO AV-SWP-REVISION-EXIT-PARA
             END-IF.
             DELETE REVISIONFILE RECORD.
             ADD 1 TO AV-MV-RV.
             MOVE AV-KEY TO RREVID.
             START REVISIONFILE KEY IS GREATER THAN RREVID
                 INVALID KEY MOVE 'Y' TO AV-SCAN-EOF
             END-START.

         AV-SWP-REVISION-EXIT-PARA.
             EXIT.

         *>AV-FOUND IS LEFT 'Y' WHEN THE EMPLOYEE IS ON EMP.ARC AND NOT
         *>ON EMP.DAT; EMPREC THEN HOLDS THE ARCHIVED RECORD FOR THE
         *>MANIFEST
         AV-SWP-ARCHIVED-PARA.
             MOVE AV-EMPID TO XEEMPID.
             MOVE 'Y' TO AV-FOUND.
             READ EMPARCFILE INVALID KEY
                 MOVE 'N' TO AV-FOUND
             END-READ.
             IF AV-FOUND = 'Y'
                 MOVE AV-EMPID TO EEMPID
                 MOVE 'Y' TO AV-LIVE
                 READ EMPFILE INVALID KEY
                     MOVE 'N' TO AV-LIVE
                 END-READ
                 IF AV-LIVE = 'Y'
                     MOVE 'N' TO AV-FOUND
                 ELSE
                     MOVE XEDATA TO EMPREC
                 END-IF
             END-IF.

         AV-MAN-REFUSE-PARA.
             MOVE "X" TO AV-ME-TYPE.
             PERFORM AV-MAN-EMP-PARA.

         AV-MAN-EMP-PARA.
             MOVE EEMPID    TO AV-ME-EMPID.
             MOVE EEMPNAME  TO AV-ME-NAME.
             MOVE ESTATUS   TO AV-ME-STATUS.
             MOVE EDOL      TO AV-ME-EDOL.
             MOVE AV-REASON TO AV-ME-TEXT.
             WRITE ARCMAN-LINE FROM AV-MAN-EMP.

         *>ONE LINE PER ARCHIVE FILE WITH THE RECORDS MOVED THIS RUN
         *>AND THE NUMBER OF RECORDS THE ARCHIVE FILE NOW HOLDS
         AV-MANIFEST-FILES-PARA.
             MOVE ZERO TO AV-COUNT.
             MOVE 'N' TO AV-SCAN-EOF.
             MOVE LOW-VALUES TO XEEMPID.
             START EMPARCFILE KEY IS NOT LESS THAN XEEMPID
                 INVALID KEY MOVE 'Y' TO AV-SCAN-EOF
             END-START.
             PERFORM AV-COUNT-EMP-PARA UNTIL AV-SCAN-EOF = 'Y'.
             MOVE "EMP.DAT"  TO AV-MF-LIVE.
             MOVE "EMP.ARC"  TO AV-MF-ARC.
             MOVE AV-MV-EMP  TO AV-MF-MOVED.
             PERFORM AV-MAN-FILE-PARA.
             MOVE ZERO TO AV-COUNT.
             MOVE 'N' TO AV-SCAN-EOF.
             MOVE LOW-VALUES TO XPEMPID.
             START EMPPERARCFILE KEY IS NOT LESS THAN XPEMPID
                 INVALID KEY MOVE 'Y' TO AV-SCAN-EOF
             END-START.
             PERFORM AV-COUNT-EMPPER-PARA UNTIL AV-SCAN-EOF = 'Y'.
             MOVE "EMPPER.DAT"  TO AV-MF-LIVE.
             MOVE "EMPPER.ARC"  TO AV-MF-ARC.
             MOVE AV-MV-EP      TO AV-MF-MOVED.
             PERFORM AV-MAN-FILE-PARA.
             MOVE ZERO TO AV-COUNT.
             MOVE 'N' TO AV-SCAN-EOF.
             MOVE LOW-VALUES TO XBEMPID.
             START BANKARCFILE KEY IS NOT LESS THAN XBEMPID
                 INVALID KEY MOVE 'Y' TO AV-SCAN-EOF
             END-START.
             PERFORM AV-COUNT-BANK-PARA UNTIL AV-SCAN-EOF = 'Y'.
             MOVE "BANK.DAT"  TO AV-MF-LIVE.
             MOVE "BANK.ARC"  TO AV-MF-ARC.
             MOVE AV-MV-BK    TO AV-MF-MOVED.
             PERFORM AV-MAN-FILE-PARA.
             MOVE ZERO TO AV-COUNT.
             MOVE 'N' TO AV-SCAN-EOF.
             MOVE LOW-VALUES TO XYEMPID.
             START PAYMENTARCFILE KEY IS NOT LESS THAN XYEMPID
                 INVALID KEY MOVE 'Y' TO AV-SCAN-EOF
             END-START.
             PERFORM AV-COUNT-PAYMENT-PARA UNTIL AV-SCAN-EOF = 'Y'.
             MOVE "PAYMENT.DAT"  TO AV-MF-LIVE.
             MOVE "PAYMENT.ARC"  TO AV-MF-ARC.
             MOVE AV-MV-PY       TO AV-MF-MOVED.
             PERFORM AV-MAN-FILE-PARA.
             MOVE ZERO TO AV-COUNT.
             MOVE 'N' TO AV-SCAN-EOF.
             MOVE LOW-VALUES TO XLLVID.
             START LEAVEARCFILE KEY IS NOT LESS THAN XLLVID
                 INVALID KEY MOVE 'Y' TO AV-SCAN-EOF
             END-START.
             PERFORM AV-COUNT-LEAVE-PARA UNTIL AV-SCAN-EOF = 'Y'.
             MOVE "LEAVE.DAT"  TO AV-MF-LIVE.
             MOVE "LEAVE.ARC"  TO AV-MF-ARC.
             MOVE AV-MV-LV     TO AV-MF-MOVED.
             PERFORM AV-MAN-FILE-PARA.
             MOVE ZERO TO AV-COUNT.
             MOVE 'N' TO AV-SCAN-EOF.
             MOVE LOW-VALUES TO XAKEY.
             START ATTENDARCFILE KEY IS NOT LESS THAN XAKEY
                 INVALID KEY MOVE 'Y' TO AV-SCAN-EOF
             END-START.
             PERFORM AV-COUNT-ATTEND-PARA UNTIL AV-SCAN-EOF = 'Y'.
             MOVE "ATTEND.DAT"  TO AV-MF-LIVE.
             MOVE "ATTEND.ARC"  TO AV-MF-ARC.
             MOVE AV-MV-AT      TO AV-MF-MOVED.
             PERFORM AV-MAN-FILE-PARA.
             MOVE ZERO TO AV-COUNT.
             MOVE 'N' TO AV-SCAN-EOF.
             MOVE LOW-VALUES TO XCCONID.
             START CONFIRMARCFILE KEY IS NOT LESS THAN XCCONID
                 INVALID KEY MOVE 'Y' TO AV-SCAN-EOF
             END-START.
             PERFORM AV-COUNT-CONFIRM-PARA UNTIL AV-SCAN-EOF = 'Y'.
             MOVE "CONFIRM.DAT"  TO AV-MF-LIVE.
             MOVE "CONFIRM.ARC"  TO AV-MF-ARC.
             MOVE AV-MV-CF       TO AV-MF-MOVED.
             PERFORM AV-MAN-FILE-PARA.
             MOVE ZERO TO AV-COUNT.
             MOVE 'N' TO AV-SCAN-EOF.
             MOVE LOW-VALUES TO XTTRFID.
             START TRANSFERARCFILE KEY IS NOT LESS THAN XTTRFID
                 INVALID KEY MOVE 'Y' TO AV-SCAN-EOF
             END-START.
             PERFORM AV-COUNT-TRANSFER-PARA UNTIL AV-SCAN-EOF = 'Y'.
             MOVE "TRANSFER.DAT"  TO AV-MF-LIVE.
             MOVE "TRANSFER.ARC"  TO AV-MF-ARC.
             MOVE AV-MV-TR        TO AV-MF-MOVED.
             PERFORM AV-MAN-FILE-PARA.
             MOVE ZERO TO AV-COUNT.
             MOVE 'N' TO AV-SCAN-EOF.
             MOVE LOW-VALUES TO XRREVID.
             START REVISIONARCFILE KEY IS NOT LESS THAN XRREVID
                 INVALID KEY MOVE 'Y' TO AV-SCAN-EOF
             END-START.
             PERFORM AV-COUNT-REVISION-PARA UNTIL AV-SCAN-EOF = 'Y'.
             MOVE "REVISION.DAT"  TO AV-MF-LIVE.
             MOVE "REVISION.ARC"  TO AV-MF-ARC.
             MOVE AV-MV-RV        TO AV-MF-MOVED.
             PERFORM AV-MAN-FILE-PARA.

         AV-MAN-FILE-PARA.
             MOVE AV-COUNT TO AV-MF-ARCTOT.
             WRITE ARCMAN-LINE FROM AV-MAN-FILE.

         AV-COUNT-EMP-PARA.
             READ EMPARCFILE NEXT RECORD
                 AT END MOVE 'Y' TO AV-SCAN-EOF
                 NOT AT END ADD 1 TO AV-COUNT
             END-READ.
             IF AV-SCAN-EOF = 'N' AND FSXE NOT = 00
                 MOVE 'Y' TO AV-SCAN-EOF
             END-IF.

         AV-COUNT-EMPPER-PARA.
             READ EMPPERARCFILE NEXT RECORD
                 AT END MOVE 'Y' TO AV-SCAN-EOF
                 NOT AT END ADD 1 TO AV-COUNT
             END-READ.
             IF AV-SCAN-EOF = 'N' AND FSXP NOT = 00
                 MOVE 'Y' TO AV-SCAN-EOF
             END-IF.

         AV-COUNT-BANK-PARA.
             READ BANKARCFILE NEXT RECORD
                 AT END MOVE 'Y' TO AV-SCAN-EOF
                 NOT AT END ADD 1 TO AV-COUNT
             END-READ.
             IF AV-SCAN-EOF = 'N' AND FSXB NOT = 00
                 MOVE 'Y' TO AV-SCAN-EOF
             END-IF.

         AV-COUNT-PAYMENT-PARA.
             READ PAYMENTARCFILE NEXT RECORD
                 AT END MOVE 'Y' TO AV-SCAN-EOF
                 NOT AT END ADD 1 TO AV-COUNT
             END-READ.
             IF AV-SCAN-EOF = 'N' AND FSXY NOT = 00
                 MOVE 'Y' TO AV-SCAN-EOF
             END-IF.

         AV-COUNT-LEAVE-PARA.
             READ LEAVEARCFILE NEXT RECORD
                 AT END MOVE 'Y' TO AV-SCAN-EOF
                 NOT AT END ADD 1 TO AV-COUNT
             END-READ.
             IF AV-SCAN-EOF = 'N' AND FSXL NOT = 00
                 AND FSXL NOT = 02
                 MOVE 'Y' TO AV-SCAN-EOF
             END-IF.

         AV-COUNT-ATTEND-PARA.
             READ ATTENDARCFILE NEXT RECORD
                 AT END MOVE 'Y' TO AV-SCAN-EOF
                 NOT AT END ADD 1 TO AV-COUNT
             END-READ.
             IF AV-SCAN-EOF = 'N' AND FSXA NOT = 00
                 MOVE 'Y' TO AV-SCAN-EOF
             END-IF.

         AV-COUNT-CONFIRM-PARA.
             READ CONFIRMARCFILE NEXT RECORD
                 AT END MOVE 'Y' TO AV-SCAN-EOF
                 NOT AT END ADD 1 TO AV-COUNT
             END-READ.
             IF AV-SCAN-EOF = 'N' AND FSXC NOT = 00
                 AND FSXC NOT = 02
                 MOVE 'Y' TO AV-SCAN-EOF
             END-IF.

         AV-COUNT-TRANSFER-PARA.
             READ TRANSFERARCFILE NEXT RECORD
                 AT END MOVE 'Y' TO AV-SCAN-EOF
                 NOT AT END ADD 1 TO AV-COUNT
             END-READ.
             IF AV-SCAN-EOF = 'N' AND FSXT NOT = 00
                 AND FSXT NOT = 02
                 MOVE 'Y' TO AV-SCAN-EOF
             END-IF.

         AV-COUNT-REVISION-PARA.
             READ REVISIONARCFILE NEXT RECORD
                 AT END MOVE 'Y' TO AV-SCAN-EOF
                 NOT AT END ADD 1 TO AV-COUNT
             END-READ.
             IF AV-SCAN-EOF = 'N' AND FSXR NOT = 00
                 AND FSXR NOT = 02
                 MOVE 'Y' TO AV-SCAN-EOF
             END-IF.

         AUDIT-LOG-PARA.
             OPEN EXTEND AUDITFILE.
             IF FSAUD <> 00
                OPEN OUTPUT AUDITFILE.
             MOVE AUD-OPID   TO AUDOPID.
             MOVE AUD-KEY    TO AUDKEY.
             MOVE AUD-FILENM TO AUDFILE.
             MOVE AUD-ACTION TO AUDACTION.
             ACCEPT AUDDATE FROM DATE YYYYMMDD.
             ACCEPT AUDTIME FROM TIME.
             WRITE AUDITREC.
             CLOSE AUDITFILE.

         ERROR-MONTHS-PARA.
             DISPLAY "RETENTION MUST BE A NUMBER OF MONTHS (001-999)"
                AT LINE 10 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 12 COL 10.
             ACCEPT OMIT AT LINE 12 COL 50.
             EXIT PROGRAM.

         ERROR-NOTRUN-PARA.
             DISPLAY "ARCHIVE NOT RUN" AT LINE 14 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 16 COL 10.
             ACCEPT OMIT AT LINE 16 COL 50.
             EXIT PROGRAM.

         ERROR-EMP-PARA.
             DISPLAY "NO EMPLOYEE FILE FOUND" AT LINE 14 COL 10.
             DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU"
                AT LINE 16 COL 10.
             ACCEPT OMIT AT LINE 16 COL 50.
             EXIT PROGRAM.
       END PROGRAM EMPARCH.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCREAD.

         ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT EMPFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EEMPID
                 FILE STATUS IS FSE.

             SELECT EMPPERSONALFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EPEMPID
                 FILE STATUS IS FSEP.

             SELECT BANKFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BKEMPID
                 FILE STATUS IS FSBK.

             SELECT PAYMENTFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PEMPID
                 FILE STATUS IS FSP.

             SELECT LEAVEFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LLVID
                 ALTERNATE RECORD KEY IS LEMPID
                     WITH DUPLICATES
                 FILE STATUS IS FSL.

             SELECT ATTENDFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ATTKEY
                 FILE STATUS IS FSA.

             SELECT CONFIRMATIONFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CCONID
                 ALTERNATE RECORD KEY IS CEMPID
                     WITH DUPLICATES
                 FILE STATUS IS FSC.

             SELECT TRANSFERFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS TTRFID
                 ALTERNATE RECORD KEY IS TEMPID
                     WITH DUPLICATES
                 FILE STATUS IS FST.

             SELECT REVISIONFILE ASSIGN TO DISK
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RREVID
                 ALTERNATE RECORD KEY IS REMPID
                     WITH DUPLICATES
                 FILE STATUS IS FSR.

         DATA DIVISION.
         FILE SECTION.
         *>ARCHIVED RECORDS WRITTEN BY EMPARCH - SAME LAYOUTS AS THE
         *>LIVE FILES. THIS PROGRAM ONLY EVER OPENS THEM FOR INPUT
         FD EMPFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "EMP.ARC".
         01 EMPREC.
             02 EEMPID    PIC X(6).
             02 EEMPNAME  PIC X(25).
             02 EEMPADDR  PIC X(30).
             02 EPHONE    PIC X(10).
             02 EDOJ      PIC X(10).
             02 EDIP      PIC X(10).
             02 EUG       PIC X(4).
             02 EPG       PIC X(4).
             02 EPROFQ    PIC X(4).
             02 ESKILL    PIC X(10).
             02 EGRDNO    PIC 99.
             02 EBRNID    PIC X(6).
             02 EDESID    PIC X(6).
             02 EDEPID    PIC X(6).
             02 ESTATUS   PIC X(1).
             02 EDOL      PIC X(10).
             02 EARCDATE  PIC X(8).
             02 EARCOPID  PIC X(6).

         FD EMPPERSONALFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "EMPPER.ARC".
         01 EMPPERSONALREC.
             02 EPEMPID  PIC X(6).
             02 EPTADD   PIC X(30).
             02 EPTPH    PIC X(10).
             02 EPDOB    PIC X(10).
             02 EPPOB    PIC X(10).
             02 EPLANG   PIC X(15).
             02 EPBLOOD  PIC X(4).
             02 EPWEIGHT PIC 999.
             02 EPHEIGHT PIC 999.
             02 EPVISION PIC X(15).
             02 EPFATHER PIC X(25).
             02 EPDOBF   PIC X(10).
             02 EPMOTHER PIC X(25).
             02 EPDOBM   PIC X(10).
             02 EPSPOUSE PIC X(25).
             02 EPCHILD  PIC X(25).
             02 EPDOBC   PIC X(10).

         FD BANKFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "BANK.ARC".
         01 BANKREC.
             02 BKEMPID  PIC X(6).
             02 BKBANKCD PIC X(6).
             02 BKIFSC   PIC X(11).
             02 BKACCNO  PIC X(16).

         FD PAYMENTFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "PAYMENT.ARC".
         01 PAYMENTREC.
             02 PEMPID   PIC X(6).
             02 PBASIC   PIC 9(6)V99.
             02 PDA      PIC 9(6)V99.
             02 PCCA     PIC 9(6)V99.
             02 PHRA     PIC 9(6)V99.
             02 PDPA     PIC 9(6)V99.
             02 PPPA     PIC 9(6)V99.
             02 PEDUA    PIC 9(6)V99.
             02 PTECHJR  PIC 9(6)V99.
             02 PLUNCHA  PIC 9(6)V99.
             02 PCONVEY  PIC 9(6)V99.
             02 PBUSATR  PIC 9(6)V99.
             02 PLTA     PIC 9(6)V99.
             02 PPF      PIC 9(6)V99.
             02 PESI     PIC 9(6)V99.
             02 PGRTY    PIC 9(6)V99.
             02 PPTAX    PIC 9(6)V99.
             02 PITAX    PIC 9(6)V99.
             02 PLOAN    PIC 9(8)V99.
             02 PLOANDA  PIC 9(8)V99.
             02 POTHERD  PIC 9(6)V99.
             02 PPERINC  PIC 9(6)V99.
             02 PMEDI    PIC 9(6)V99.
             02 PBOOK    PIC 9(6)V99.
             02 PENTER   PIC 9(6)V99.
             02 PTPH     PIC 9(6)V99.
             02 PHOUSE   PIC 9(6)V99.
             02 PVEHMAN  PIC 9(6)V99.
             02 PCREDIT  PIC 9(6)V99.
             02 PCLUB    PIC 9(6)V99.
             02 PCL      PIC 99.
             02 PSL      PIC 99.
             02 PPL      PIC 99.
             02 PLLOP    PIC 999.
             02 POTHERL  PIC 999.
             02 PARREAR  PIC 9(8)V99.

         FD LEAVEFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "LEAVE.ARC".
         01 LEAVEREC.
             02 LLVID     PIC X(6).
             02 LEMPID    PIC X(6).
             02 LFMDATE   PIC X(10).
             02 LTODATE   PIC X(10).
             02 LLEVCAT   PIC X(3).
             02 LSTATUS   PIC X(1).
             02 LAPPRID   PIC X(6).
             02 LAPPRDT   PIC X(8).

         FD ATTENDFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "ATTEND.ARC".
         01 ATTENDREC.
             02 ATTKEY.
                 03 AEMPID  PIC X(6).
                 03 ADATE   PIC X(10).
             02 ASTATUS  PIC X(1).

         FD CONFIRMATIONFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "CONFIRM.ARC".
         01 CONFIRMATIONREC.
             02 CCONID   PIC X(6).
             02 CEMPID   PIC X(6).
             02 CCDATE   PIC X(6).

         FD TRANSFERFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "TRANSFER.ARC".
         01 TRANSFERREC.
             02 TTRFID   PIC X(6).
             02 TEMPID   PIC X(6).
             02 TOBRID   PIC X(6).
             02 TNBRID   PIC X(6).
             02 TTRFDT   PIC X(10).

         FD REVISIONFILE
             LABEL RECORDS ARE STANDARD
             VALUE OF FILE-ID IS "REVISION.ARC".
         01 REVISIONREC.
             02 RREVID   PIC X(6).
             02 REMPID   PIC X(6).
             02 RDESCODE PIC X(6).
             02 RBASIC   PIC 9(6)V99.
             02 RHRA     PIC 9(6)V99.
             02 RDPA     PIC 9(6)V99.
             02 RPPA     PIC 9(6)V99.
             02 REDUA    PIC 9(6)V99.
             02 RTECHJR  PIC 9(6)V99.
             02 RLUNCHA  PIC 9(6)V99.
             02 RCONVEY  PIC 9(6)V99.
             02 RBUSATR  PIC 9(6)V99.
             02 RLTA     PIC 9(6)V99.
             02 RPF      PIC 9(6)V99.
             02 RESI     PIC 9(6)V99.
             02 RREVDATE PIC X(10).

         WORKING-STORAGE SECTION.
         77 FSE   PIC XX.
         77 FSEP  PIC XX.
         77 FSBK  PIC XX.
         77 FSP   PIC XX.
         77 FSL   PIC XX.
         77 FSA   PIC XX.
         77 FSC   PIC XX.
         77 FST   PIC XX.
         77 FSR   PIC XX.
         77 CHOICE PIC 99.
         77 OMIT  PIC 99.
         77 AQ-EMPID   PIC X(6).
         77 AQ-LINE    PIC 99.
         77 AQ-COUNT   PIC 9(5).
         77 AQ-EOF     PIC X(1).

         SCREEN SECTION.
         01 ERASE-1.
            02 BLANK SCREEN.

         PROCEDURE DIVISION.
         MAIN-PARA.
             DISPLAY ERASE-1
             DISPLAY "*******************************************"
               AT LINE 3 COL 10.
             DISPLAY "        ARCHIVED EMPLOYEE INQUIRY          "
               AT LINE 5 COL 10.
             DISPLAY "*******************************************"
               AT LINE 7 COL 10.
             DISPLAY "01. EMPLOYEE DETAILS" AT LINE 8 COL 5.
             DISPLAY "02. PERSONAL DETAILS" AT LINE 9 COL 5.
             DISPLAY "03. BANK DETAILS" AT LINE 10 COL 5.
             DISPLAY "04. PAYMENT DETAILS" AT LINE 11 COL 5.
             DISPLAY "05. LEAVE RECORDS" AT LINE 12 COL 5.
             DISPLAY "06. ATTENDANCE RECORDS" AT LINE 13 COL 5.
             DISPLAY "07. CONFIRMATION" AT LINE 14 COL 5.
             DISPLAY "08. TRANSFERS" AT LINE 15 COL 5.
             DISPLAY "09. SALARY REVISIONS" AT LINE 16 COL 5.
             DISPLAY "10. EXIT" AT LINE 17 COL 5.
             DISPLAY "ENTER U R CHOICE :" AT LINE 24 COL 25.
             ACCEPT CHOICE AT LINE 24 COL 45.
             EVALUATE CHOICE
                WHEN 1     GO TO EMP-PARA
                WHEN 2     GO TO EMPPERSONAL-PARA
                WHEN 3     GO TO BANK-PARA
                WHEN 4     GO TO PAYMENT-PARA
                WHEN 5     GO TO LEAVE-PARA
                WHEN 6     GO TO ATTEND-PARA
                WHEN 7     GO TO CONFIRM-PARA
                WHEN 8     GO TO TRANSFER-PARA
                WHEN 9     GO TO REVISION-PARA
                WHEN OTHER EXIT PROGRAM.

         EMP-PARA.
             DISPLAY ERASE-1
             OPEN INPUT EMPFILE.
             IF FSE NOT = 00
                 GO TO ERROR-NOARC-PARA
             END-IF.
             DISPLAY "ENTER CODE :" AT LINE 23 COL 25.
             ACCEPT EEMPID AT LINE 23 COL 38.
             DISPLAY ERASE-1
             READ EMPFILE INVALID KEY GO TO ERROR-EMP-PARA.
             DISPLAY " CODE                 : " AT LINE 1 COL 1.
             DISPLAY EEMPID AT LINE 1 COL 25.
             DISPLAY " NAME                 : " AT LINE 2 COL 1.
             DISPLAY EEMPNAME AT LINE 2 COL 25.
             DISPLAY " ADDRESS              : " AT LINE 3 COL 1.
             DISPLAY EEMPADDR AT LINE 3 COL 25.
             DISPLAY " PHONE                : " AT LINE 4 COL 1.
             DISPLAY EPHONE AT LINE 4 COL 25.
             DISPLAY " DATE OF JOIN         : " AT LINE 5 COL 1.
             DISPLAY EDOJ AT LINE 5 COL 25.
             DISPLAY " DIPLOMA              : " AT LINE 6 COL 1.
             DISPLAY EDIP AT LINE 6 COL 25.
             DISPLAY " UG                   : " AT LINE 7 COL 1.
             DISPLAY EUG AT LINE 7 COL 25.
             DISPLAY " PG                   : " AT LINE 8 COL 1.
             DISPLAY EPG AT LINE 8 COL 25.
             DISPLAY " PROFESSIONAL QUALITY : " AT LINE 9 COL 1.
             DISPLAY EPROFQ AT LINE 9 COL 25.
             DISPLAY " SKILL SET            : " AT LINE 10 COL 1.
             DISPLAY ESKILL AT LINE 10 COL 25.
             DISPLAY " GRADE NUMBER         : " AT LINE 11 COL 1.
             DISPLAY EGRDNO AT LINE 11 COL 25.
             DISPLAY " BRANCH CODE          : " AT LINE 12 COL 1.
             DISPLAY EBRNID AT LINE 12 COL 25.
             DISPLAY " DESIGNATION CODE     : " AT LINE 13 COL 1.
             DISPLAY EDESID AT LINE 13 COL 25.
             DISPLAY " DEPARTMENT CODE      : " AT LINE 14 COL 1.
             DISPLAY EDEPID AT LINE 14 COL 25.
             DISPLAY " STATUS               : " AT LINE 15 COL 1.
             DISPLAY ESTATUS AT LINE 15 COL 25.
             DISPLAY " DATE OF LEAVING      : " AT LINE 16 COL 1.
             DISPLAY EDOL AT LINE 16 COL 25.
             DISPLAY " DATE ARCHIVED        : " AT LINE 17 COL 1.
             DISPLAY EARCDATE AT LINE 17 COL 25.
             DISPLAY " ARCHIVED BY          : " AT LINE 18 COL 1.
             DISPLAY EARCOPID AT LINE 18 COL 25.
             CLOSE EMPFILE.
             DISPLAY "PRESS ENTER TO RETURN TO ARCHIVE MENU"
                AT LINE 20 COL 10.
             ACCEPT OMIT AT LINE 21 COL 10.
             GO TO MAIN-PARA.

         BANK-PARA.
             DISPLAY ERASE-1
             OPEN INPUT BANKFILE.
             IF FSBK NOT = 00
                 GO TO ERROR-NOARC-PARA
             END-IF.
             DISPLAY "ENTER EMP CODE :" AT LINE 23 COL 25.
             ACCEPT BKEMPID AT LINE 23 COL 42.
             DISPLAY ERASE-1
             READ BANKFILE INVALID KEY GO TO ERROR-BANK-PARA.
             DISPLAY " EMPLOYEE CODE  : " AT LINE 1 COL 1.
             DISPLAY BKEMPID AT LINE 1 COL 19.
             DISPLAY " BANK CODE      : " AT LINE 2 COL 1.
             DISPLAY BKBANKCD AT LINE 2 COL 19.
             DISPLAY " IFSC           : " AT LINE 3 COL 1.
             DISPLAY BKIFSC AT LINE 3 COL 19.
             DISPLAY " ACCOUNT NUMBER : " AT LINE 4 COL 1.
             DISPLAY BKACCNO AT LINE 4 COL 19.
             CLOSE BANKFILE.
             DISPLAY "PRESS ENTER TO RETURN TO ARCHIVE MENU"
                AT LINE 20 COL 10.
             ACCEPT OMIT AT LINE 21 COL 10.
             GO TO MAIN-PARA.

         EMPPERSONAL-PARA.
             DISPLAY ERASE-1
             OPEN INPUT EMPPERSONALFILE.
             IF FSEP NOT = 00
                 GO TO ERROR-NOARC-PARA
             END-IF.
             DISPLAY "ENTER EMP CODE :" AT LINE 23 COL 25.
             ACCEPT EPEMPID AT LINE 23 COL 42.
             DISPLAY ERASE-1
             READ EMPPERSONALFILE INVALID KEY
                             GO TO ERROR-EMPPERSONAL-PARA.
             DISPLAY " EMPLOYEE CODE     :" AT LINE 1 COL 1.
             DISPLAY EPEMPID AT LINE 1 COL 21.
             DISPLAY " TEMPORARY ADDRESS :" AT LINE 2 COL 1.
             DISPLAY EPTADD AT LINE 2 COL 21.
             DISPLAY " PHONE             :" AT LINE 3 COL 1.
             DISPLAY EPTPH AT LINE 3 COL 21.
             DISPLAY " DOB               :" AT LINE 4 COL 1.
             DISPLAY EPDOB AT LINE 4 COL 21.
             DISPLAY " POB               :" AT LINE 5 COL 1.
             DISPLAY EPPOB AT LINE 5 COL 21.
             DISPLAY " LANGUAGE KNOWN    :" AT LINE 6 COL 1.
             DISPLAY EPLANG AT LINE 6 COL 21.
             DISPLAY " BLOOD GROUP       :" AT LINE 7 COL 1.
             DISPLAY EPBLOOD AT LINE 7 COL 21.
             DISPLAY " WEIGHT            :" AT LINE 8 COL 1.
             DISPLAY EPWEIGHT AT LINE 8 COL 21.
             DISPLAY " HEIGHT            :" AT LINE 9 COL 1.
             DISPLAY EPHEIGHT AT LINE 9 COL 21.
             DISPLAY " VISION           :" AT LINE 10 COL 1.
             DISPLAY EPVISION AT LINE 10 COL 21.
             DISPLAY " FATHER'S NAME    :" AT LINE 11 COL 1.
             DISPLAY EPFATHER AT LINE 11 COL 21.
             DISPLAY " DOB OF FATHER    :" AT LINE 12 COL 1.
             DISPLAY EPDOBF AT LINE 12 COL 21.
             DISPLAY " MOTHER'S NAME    :" AT LINE 13 COL 1.
             DISPLAY EPMOTHER AT LINE 13 COL 21.
             DISPLAY " DOB OF MOTHER    :" AT LINE 14 COL 1.
             DISPLAY EPDOBM AT LINE 14 COL 21.
             DISPLAY " SPOUSE NAME      :" AT LINE 15 COL 1.
             DISPLAY EPSPOUSE AT LINE 15 COL 21.
             DISPLAY " CHILD NAME       :" AT LINE 16 COL 1.
             DISPLAY EPCHILD AT LINE 16 COL 21.
             DISPLAY " DOB OF CHILD     :" AT LINE 17 COL 1.
             DISPLAY EPDOBC AT LINE 17 COL 21.
             CLOSE EMPPERSONALFILE.
             DISPLAY "PRESS ENTER TO RETURN TO ARCHIVE MENU"
                AT LINE 20 COL 10.
             ACCEPT OMIT AT LINE 21 COL 10.
             GO TO MAIN-PARA.

         PAYMENT-PARA.
             DISPLAY ERASE-1
             OPEN INPUT PAYMENTFILE.
             IF FSP NOT = 00
                 GO TO ERROR-NOARC-PARA
             END-IF.
             DISPLAY "ENTER EMP CODE :" AT LINE 23 COL 25.
             ACCEPT PEMPID AT LINE 23 COL 42.
             DISPLAY ERASE-1
             READ PAYMENTFILE INVALID KEY GO TO ERROR-PAYMENT-PARA.
             DISPLAY " EMPLOYEE CODE                  :"
                AT LINE 1 COL 1.
             DISPLAY PEMPID AT LINE 1 COL 35.
             DISPLAY " BASIC                          :"
               AT LINE 2 COL 1.
             DISPLAY PBASIC AT LINE 2 COL 35.
             DISPLAY " DEARNESS ALLOWANCE             :"
               AT LINE 3 COL 1.
             DISPLAY PDA AT LINE 3 COL 35.
             DISPLAY " CITY COMPENSATORY ALLOWANCE    :"
               AT LINE 4 COL 1.
             DISPLAY PCCA AT LINE 4 COL 35.
             DISPLAY " HRA                            :"
               AT LINE 5 COL 1.
             DISPLAY PHRA AT LINE 5 COL 35.
             DISPLAY " DPA                            :"
               AT LINE 6 COL 1.
             DISPLAY PDPA AT LINE 6 COL 35.
             DISPLAY " PPA                            :"
               AT LINE 7 COL 1.
             DISPLAY PPPA AT LINE 7 COL 35.
             DISPLAY " EDUCATIONAL ALLOWANCE          :"
               AT LINE 8 COL 1.
             DISPLAY PEDUA AT LINE 8 COL 35.
             DISPLAY " TECHNICAL JOURNAL              :"
               AT LINE 9 COL 1.
             DISPLAY PTECHJR AT LINE 9 COL 35.
             DISPLAY " LUNCH ALLOWANCE                :"
               AT LINE 10 COL 1.
             DISPLAY PLUNCHA AT LINE 10 COL 35.
             DISPLAY " CONVEYANCE                     :"
               AT LINE 11 COL 1.
             DISPLAY PCONVEY AT LINE 11 COL 35.
             DISPLAY " BUSINESS ATTIREMENT            :"
               AT LINE 12 COL 1.
             DISPLAY PBUSATR AT LINE 12 COL 35.
             DISPLAY " LEAVE TRAVEL ALLOWANCE         :"
               AT LINE 13 COL 1.
             DISPLAY PLTA AT LINE 13 COL 35.
             DISPLAY " PF                             :"
               AT LINE 14 COL 1.
             DISPLAY PPF AT LINE 14 COL 35.
             DISPLAY " ESI                            :"
               AT LINE 15 COL 1.
             DISPLAY PESI AT LINE 15 COL 35.
             DISPLAY " GRATUITY                       :"
               AT LINE 16 COL 1.
             DISPLAY PGRTY AT LINE 16 COL 35.
             DISPLAY " PROFESSIONAL TAX               :"
               AT LINE 17 COL 1.
             DISPLAY PPTAX AT LINE 17 COL 35.
             DISPLAY " INCOME TAX                     :"
               AT LINE 18 COL 1.
             DISPLAY PITAX AT LINE 18 COL 35.
             DISPLAY " LOAN                           :"
               AT LINE 19 COL 1.
             DISPLAY PLOAN AT LINE 19 COL 35.
             DISPLAY " LOAN DEDUCTION AMOUNT          :"
               AT LINE 20 COL 1.
             DISPLAY PLOANDA AT LINE 20 COL 35.
             DISPLAY " OTHER DEDUCTION                :"
               AT LINE 21 COL 1.
             DISPLAY POTHERD AT LINE 21 COL 35.
             DISPLAY " PERFORMANCE INCENTIVE          :"
               AT LINE 22 COL 1.
             DISPLAY PPERINC AT LINE 22 COL 35.
             DISPLAY " MEDICAL REIMBURSEMENT          :"
               AT LINE 23 COL 1.
             DISPLAY PMEDI AT LINE 23 COL 35.
             DISPLAY " BOOK REIMBURSEMENT             :"
               AT LINE 24 COL 1.
             DISPLAY PBOOK AT LINE 24 COL 35.
             DISPLAY "PRESS ENTER TO CONTINUE"
                AT LINE 25 COL 10.
             ACCEPT OMIT AT LINE 25 COL 24.
             DISPLAY ERASE-1
             DISPLAY " ENTERTAINMENT                  :"
               AT LINE 1 COL 1.
             DISPLAY PENTER AT LINE 1 COL 35.
             DISPLAY " PHONE                          :"
               AT LINE 2 COL 1.
             DISPLAY PTPH AT LINE 2 COL 35.
             DISPLAY " HOUSE RELATED                  :"
               AT LINE 3 COL 1.
             DISPLAY PHOUSE AT LINE 3 COL 35.
             DISPLAY " VEHICLE MAINTENANCE            :"
               AT LINE 4 COL 1.
             DISPLAY PVEHMAN AT LINE 4 COL 35.
             DISPLAY " CREDIT CARD                    :"
               AT LINE 5 COL 1.
             DISPLAY PCREDIT AT LINE 5 COL 35.
             DISPLAY " CLUB                           :"
               AT LINE 6 COL 1.
             DISPLAY PCLUB AT LINE 6 COL 35.
             DISPLAY " CASUAL LEAVE                   :"
               AT LINE 7 COL 1.
             DISPLAY PCL AT LINE 7 COL 35.
             DISPLAY " SICK LEAVE                     :"
               AT LINE 8 COL 1.
             DISPLAY PSL AT LINE 8 COL 35.
             DISPLAY " PAID LEAVE                     :"
               AT LINE 9 COL 1.
             DISPLAY PPL AT LINE 9 COL 35.
             DISPLAY " LEAVE LOSS OF PAY              :"
               AT LINE 10 COL 1.
             DISPLAY PLLOP AT LINE 10 COL 35.
             DISPLAY " OTHER LEAVES                   :"
               AT LINE 11 COL 1.
             DISPLAY POTHERL AT LINE 11 COL 35.
             DISPLAY " ARREARS (ONE-TIME)             :"
               AT LINE 12 COL 1.
             DISPLAY PARREAR AT LINE 12 COL 35.
             CLOSE PAYMENTFILE.
             DISPLAY "PRESS ENTER TO RETURN TO ARCHIVE MENU"
                AT LINE 20 COL 10.
             ACCEPT OMIT AT LINE 21 COL 10.
             GO TO MAIN-PARA.

         LEAVE-PARA.
             DISPLAY ERASE-1
             OPEN INPUT LEAVEFILE.
             IF FSL NOT = 00
                 GO TO ERROR-NOARC-PARA
             END-IF.
             DISPLAY "ENTER EMP CODE :" AT LINE 23 COL 25.
             ACCEPT AQ-EMPID AT LINE 23 COL 42.
             DISPLAY ERASE-1
             MOVE 1 TO AQ-LINE.
             MOVE AQ-EMPID TO LEMPID.
             START LEAVEFILE KEY IS EQUAL LEMPID
                 INVALID KEY GO TO ERROR-LEAVE-PARA
             END-START.
             MOVE 'N' TO AQ-EOF.
             PERFORM LEAVE-READ-PARA UNTIL AQ-EOF = 'Y'.
             IF AQ-LINE = 1
                 GO TO ERROR-LEAVE-PARA
             END-IF.
             CLOSE LEAVEFILE.
             DISPLAY "PRESS ENTER TO RETURN TO ARCHIVE MENU"
                AT LINE 20 COL 10.
             ACCEPT OMIT AT LINE 21 COL 10.
             GO TO MAIN-PARA.

         LEAVE-READ-PARA.
             READ LEAVEFILE NEXT RECORD
                 AT END MOVE 'Y' TO AQ-EOF
                 NOT AT END PERFORM LEAVE-DISPLAY-PARA
             END-READ.
             IF AQ-EOF = 'N' AND AQ-LINE > 18
                 PERFORM PAGE-BREAK-PARA
             END-IF.

         LEAVE-DISPLAY-PARA.
             IF LEMPID NOT = AQ-EMPID
                 MOVE 'Y' TO AQ-EOF
             ELSE
                 DISPLAY " LEAVE ID       : " AT LINE AQ-LINE COL 1
                 DISPLAY LLVID AT LINE AQ-LINE COL 19
                 ADD 1 TO AQ-LINE
                 DISPLAY " FROM DATE      : " AT LINE AQ-LINE COL 1
                 DISPLAY LFMDATE AT LINE AQ-LINE COL 19
                 DISPLAY " TO : " AT LINE AQ-LINE COL 30
                 DISPLAY LTODATE AT LINE AQ-LINE COL 36
                 ADD 1 TO AQ-LINE
                 DISPLAY " LEAVE CATEGORY : " AT LINE AQ-LINE COL 1
                 DISPLAY LLEVCAT AT LINE AQ-LINE COL 19
                 DISPLAY " STATUS : " AT LINE AQ-LINE COL 24
                 DISPLAY LSTATUS AT LINE AQ-LINE COL 34
                 ADD 2 TO AQ-LINE
             END-IF.

         ATTEND-PARA.
             DISPLAY ERASE-1
             OPEN INPUT ATTENDFILE.
             IF FSA NOT = 00
                 GO TO ERROR-NOARC-PARA
             END-IF.
             DISPLAY "ENTER EMP CODE :" AT LINE 23 COL 25.
             ACCEPT AQ-EMPID AT LINE 23 COL 42.
             DISPLAY ERASE-1
             MOVE 1 TO AQ-LINE.
             MOVE ZERO TO AQ-COUNT.
             MOVE AQ-EMPID TO AEMPID.
             MOVE LOW-VALUES TO ADATE.
             MOVE 'N' TO AQ-EOF.
             START ATTENDFILE KEY IS NOT LESS THAN ATTKEY
                 INVALID KEY MOVE 'Y' TO AQ-EOF
             END-START.
             PERFORM ATTEND-READ-PARA UNTIL AQ-EOF = 'Y'.
             IF AQ-COUNT = ZERO
                 GO TO ERROR-ATTEND-PARA
             END-IF.
             CLOSE ATTENDFILE.
             DISPLAY " DAYS RECORDED  : " AT LINE 19 COL 1.
             DISPLAY AQ-COUNT AT LINE 19 COL 19.
             DISPLAY "PRESS ENTER TO RETURN TO ARCHIVE MENU"
                AT LINE 20 COL 10.
             ACCEPT OMIT AT LINE 21 COL 10.
             GO TO MAIN-PARA.

         ATTEND-READ-PARA.
             READ ATTENDFILE NEXT RECORD
                 AT END MOVE 'Y' TO AQ-EOF
                 NOT AT END PERFORM ATTEND-DISPLAY-PARA
             END-READ.
             IF AQ-EOF = 'N' AND AQ-LINE > 18
                 PERFORM PAGE-BREAK-PARA
             END-IF.

         ATTEND-DISPLAY-PARA.
             IF AEMPID NOT = AQ-EMPID
                 MOVE 'Y' TO AQ-EOF
             ELSE
                 DISPLAY " DATE : " AT LINE AQ-LINE COL 1
                 DISPLAY ADATE AT LINE AQ-LINE COL 9
                 DISPLAY " STATUS : " AT LINE AQ-LINE COL 20
                 DISPLAY ASTATUS AT LINE AQ-LINE COL 30
                 ADD 1 TO AQ-LINE
                 ADD 1 TO AQ-COUNT
             END-IF.

         CONFIRM-PARA.
             DISPLAY ERASE-1
             OPEN INPUT CONFIRMATIONFILE.
             IF FSC NOT = 00
                 GO TO ERROR-NOARC-PARA
             END-IF.
             DISPLAY "ENTER EMP CODE :" AT LINE 23 COL 25.
             ACCEPT AQ-EMPID AT LINE 23 COL 42.
             DISPLAY ERASE-1
             MOVE 1 TO AQ-LINE.
             MOVE AQ-EMPID TO CEMPID.
             START CONFIRMATIONFILE KEY IS EQUAL CEMPID
                 INVALID KEY GO TO ERROR-CONFIRM-PARA
             END-START.
             MOVE 'N' TO AQ-EOF.
             PERFORM CONFIRM-READ-PARA UNTIL AQ-EOF = 'Y'.
             IF AQ-LINE = 1
                 GO TO ERROR-CONFIRM-PARA
             END-IF.
             CLOSE CONFIRMATIONFILE.
             DISPLAY "PRESS ENTER TO RETURN TO ARCHIVE MENU"
                AT LINE 20 COL 10.
             ACCEPT OMIT AT LINE 21 COL 10.
             GO TO MAIN-PARA.

         CONFIRM-READ-PARA.
             READ CONFIRMATIONFILE NEXT RECORD
                 AT END MOVE 'Y' TO AQ-EOF
                 NOT AT END PERFORM CONFIRM-DISPLAY-PARA
             END-READ.
             IF AQ-EOF = 'N' AND AQ-LINE > 18
                 PERFORM PAGE-BREAK-PARA
             END-IF.

         CONFIRM-DISPLAY-PARA.
             IF CEMPID NOT = AQ-EMPID
                 MOVE 'Y' TO AQ-EOF
             ELSE
                 DISPLAY " CONFIRMATION ID   : " AT LINE AQ-LINE COL 1
                 DISPLAY CCONID AT LINE AQ-LINE COL 22
                 ADD 1 TO AQ-LINE
                 DISPLAY " CONFIRMATION DATE : " AT LINE AQ-LINE COL 1
                 DISPLAY CCDATE AT LINE AQ-LINE COL 22
                 ADD 2 TO AQ-LINE
             END-IF.

         TRANSFER-PARA.
             DISPLAY ERASE-1
             OPEN INPUT TRANSFERFILE.
             IF FST NOT = 00
                 GO TO ERROR-NOARC-PARA
             END-IF.
             DISPLAY "ENTER EMP CODE :" AT LINE 23 COL 25.
             ACCEPT AQ-EMPID AT LINE 23 COL 42.
             DISPLAY ERASE-1
             MOVE 1 TO AQ-LINE.
             MOVE AQ-EMPID TO TEMPID.
             START TRANSFERFILE KEY IS EQUAL TEMPID
                 INVALID KEY GO TO ERROR-TRANSFER-PARA
             END-START.
             MOVE 'N' TO AQ-EOF.
             PERFORM TRANSFER-READ-PARA UNTIL AQ-EOF = 'Y'.
             IF AQ-LINE = 1
                 GO TO ERROR-TRANSFER-PARA
             END-IF.
             CLOSE TRANSFERFILE.
             DISPLAY "PRESS ENTER TO RETURN TO ARCHIVE MENU"
                AT LINE 20 COL 10.
             ACCEPT OMIT AT LINE 21 COL 10.
             GO TO MAIN-PARA.

         TRANSFER-READ-PARA.
             READ TRANSFERFILE NEXT RECORD
                 AT END MOVE 'Y' TO AQ-EOF
                 NOT AT END PERFORM TRANSFER-DISPLAY-PARA
             END-READ.
             IF AQ-EOF = 'N' AND AQ-LINE > 18
                 PERFORM PAGE-BREAK-PARA
             END-IF.

         TRANSFER-DISPLAY-PARA.
             IF TEMPID NOT = AQ-EMPID
                 MOVE 'Y' TO AQ-EOF
             ELSE
                 DISPLAY " TRANSFER ID    : " AT LINE AQ-LINE COL 1
                 DISPLAY TTRFID AT LINE AQ-LINE COL 19
                 DISPLAY " DATE : " AT LINE AQ-LINE COL 26
                 DISPLAY TTRFDT AT LINE AQ-LINE COL 34
                 ADD 1 TO AQ-LINE
                 DISPLAY " FROM BRANCH    : " AT LINE AQ-LINE COL 1
                 DISPLAY TOBRID AT LINE AQ-LINE COL 19
                 DISPLAY " TO : " AT LINE AQ-LINE COL 26
                 DISPLAY TNBRID AT LINE AQ-LINE COL 32
                 ADD 2 TO AQ-LINE
             END-IF.

         REVISION-PARA.
             DISPLAY ERASE-1
             OPEN INPUT REVISIONFILE.
             IF FSR NOT = 00
                 GO TO ERROR-NOARC-PARA
             END-IF.
             DISPLAY "ENTER EMP CODE :" AT LINE 23 COL 25.
             ACCEPT AQ-EMPID AT LINE 23 COL 42.
             DISPLAY ERASE-1
             MOVE 1 TO AQ-LINE.
             MOVE AQ-EMPID TO REMPID.
             START REVISIONFILE KEY IS EQUAL REMPID
                 INVALID KEY GO TO ERROR-REVISION-PARA
             END-START.
             MOVE 'N' TO AQ-EOF.
             PERFORM REVISION-READ-PARA UNTIL AQ-EOF = 'Y'.
             IF AQ-LINE = 1
                 GO TO ERROR-REVISION-PARA
             END-IF.
             CLOSE REVISIONFILE.
             DISPLAY "PRESS ENTER TO RETURN TO ARCHIVE MENU"
                AT LINE 20 COL 10.
             ACCEPT OMIT AT LINE 21 COL 10.
             GO TO MAIN-PARA.

         REVISION-READ-PARA.
             READ REVISIONFILE NEXT RECORD
                 AT END MOVE 'Y' TO AQ-EOF
                 NOT AT END PERFORM REVISION-DISPLAY-PARA
             END-READ.
             IF AQ-EOF = 'N' AND AQ-LINE > 18
                 PERFORM PAGE-BREAK-PARA
             END-IF.

         REVISION-DISPLAY-PARA.
             IF REMPID NOT = AQ-EMPID
                 MOVE 'Y' TO AQ-EOF
             ELSE
                 DISPLAY " REVISION ID    : " AT LINE AQ-LINE COL 1
                 DISPLAY RREVID AT LINE AQ-LINE COL 19
                 DISPLAY " DATE : " AT LINE AQ-LINE COL 26
                 DISPLAY RREVDATE AT LINE AQ-LINE COL 34
                 ADD 1 TO AQ-LINE
                 DISPLAY " DESIGNATION    : " AT LINE AQ-LINE COL 1
                 DISPLAY RDESCODE AT LINE AQ-LINE COL 19
                 ADD 1 TO AQ-LINE
                 DISPLAY " BASIC          : " AT LINE AQ-LINE COL 1
                 DISPLAY RBASIC AT LINE AQ-LINE COL 19
                 DISPLAY " HRA : " AT LINE AQ-LINE COL 30
                 DISPLAY RHRA AT LINE AQ-LINE COL 37
                 ADD 2 TO AQ-LINE
             END-IF.

         PAGE-BREAK-PARA.
             DISPLAY "PRESS ENTER TO CONTINUE" AT LINE 19 COL 10.
             ACCEPT OMIT AT LINE 19 COL 35.
             DISPLAY ERASE-1
             MOVE 1 TO AQ-LINE.

         ERROR-NOARC-PARA.
             DISPLAY ERASE-1
             DISPLAY "NO ARCHIVE FILE - NOTHING ARCHIVED YET"
                AT LINE 12 COL 20.
             DISPLAY "PRESS ENTER TO RETURN TO ARCHIVE MENU"
                AT LINE 20 COL 10.
             ACCEPT OMIT AT LINE 21 COL 10.
             GO TO MAIN-PARA.

         ERROR-EMP-PARA.
             CLOSE EMPFILE.
             DISPLAY ERASE-1
             DISPLAY "NOT IN ARCHIVE" AT LINE 12 COL 30.
             DISPLAY "PRESS ENTER TO RETURN TO ARCHIVE MENU"
                AT LINE 20 COL 10.
             ACCEPT OMIT AT LINE 21 COL 10.
             GO TO MAIN-PARA.

         ERROR-EMPPERSONAL-PARA.
             CLOSE EMPPERSONALFILE.
             DISPLAY ERASE-1
             DISPLAY "NOT IN ARCHIVE" AT LINE 12 COL 30.
             DISPLAY "PRESS ENTER TO RETURN TO ARCHIVE MENU"
                AT LINE 20 COL 10.
             ACCEPT OMIT AT LINE 21 COL 10.
             GO TO MAIN-PARA.

         ERROR-BANK-PARA.
             CLOSE BANKFILE.
             DISPLAY ERASE-1
             DISPLAY "NOT IN ARCHIVE" AT LINE 12 COL 30.
             DISPLAY "PRESS ENTER TO RETURN TO ARCHIVE MENU"
                AT LINE 20 COL 10.
             ACCEPT OMIT AT LINE 21 COL 10.
             GO TO MAIN-PARA.

         ERROR-PAYMENT-PARA.
             CLOSE PAYMENTFILE.
             DISPLAY ERASE-1
             DISPLAY "NOT IN ARCHIVE" AT LINE 12 COL 30.
             DISPLAY "PRESS ENTER TO RETURN TO ARCHIVE MENU"
                AT LINE 20 COL 10.
             ACCEPT OMIT AT LINE 21 COL 10.
             GO TO MAIN-PARA.

         ERROR-LEAVE-PARA.
             CLOSE LEAVEFILE.
             DISPLAY ERASE-1
             DISPLAY "NO ARCHIVED LEAVE FOR THIS CODE"
                AT LINE 12 COL 25.
             DISPLAY "PRESS ENTER TO RETURN TO ARCHIVE MENU"
                AT LINE 20 COL 10.
             ACCEPT OMIT AT LINE 21 COL 10.
             GO TO MAIN-PARA.

         ERROR-ATTEND-PARA.
             CLOSE ATTENDFILE.
             DISPLAY ERASE-1
             DISPLAY "NO ARCHIVED ATTENDANCE FOR THIS CODE"
                AT LINE 12 COL 22.
             DISPLAY "PRESS ENTER TO RETURN TO ARCHIVE MENU"
                AT LINE 20 COL 10.
             ACCEPT OMIT AT LINE 21 COL 10.
             GO TO MAIN-PARA.

         ERROR-CONFIRM-PARA.
             CLOSE CONFIRMATIONFILE.
             DISPLAY ERASE-1
             DISPLAY "NO ARCHIVED CONFIRMATION FOR THIS CODE"
                AT LINE 12 COL 21.
             DISPLAY "PRESS ENTER TO RETURN TO ARCHIVE MENU"
                AT LINE 20 COL 10.
             ACCEPT OMIT AT LINE 21 COL 10.
             GO TO MAIN-PARA.

         ERROR-TRANSFER-PARA.
             CLOSE TRANSFERFILE.
             DISPLAY ERASE-1
             DISPLAY "NO ARCHIVED TRANSFER FOR THIS CODE"
                AT LINE 12 COL 23.
             DISPLAY "PRESS ENTER TO RETURN TO ARCHIVE MENU"
                AT LINE 20 COL 10.
             ACCEPT OMIT AT LINE 21 COL 10.
             GO TO MAIN-PARA.

         ERROR-REVISION-PARA.
             CLOSE REVISIONFILE.
             DISPLAY ERASE-1
             DISPLAY "NO ARCHIVED REVISION FOR THIS CODE"
                AT LINE 12 COL 23.
             DISPLAY "PRESS ENTER TO RETURN TO ARCHIVE MENU"
                AT LINE 20 COL 10.
             ACCEPT OMIT AT LINE 21 COL 10.
             GO TO MAIN-PARA.
       END PROGRAM ARCREAD.

