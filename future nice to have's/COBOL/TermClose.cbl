000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TermClose.
000030 AUTHOR. J-CURRAN.
000040 INSTALLATION. REGISTRAR-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026 JC  NEW PROGRAM.  EVERY AVERAGE THE ROSTER RUN
000110*                 PRINTS COVERS WHATEVER HAPPENS TO BE ON ENROLL
000120*                 TODAY, AND ONCE A TERM'S ROWS ARE PURGED THERE
000130*                 IS NO RECORD OF WHAT A STUDENT EARNED IN IT.
000140*                 THIS TERM-END RUN, DRIVEN BY A CLOSEPRM CARD
000150*                 NAMING THE TERM, FREEZES EVERY ENROLLMENT
000160*                 STAMPED WITH THAT TERM -- AND ANY STILL
000170*                 CARRYING A BLANK TERM, WHICH IT STAMPS -- INTO
000180*                 THE PERMANENT INDEXED ACADEMIC HISTORY
000190*                 (ACADHIST), KEYED BY STUDENT AND TERM: ONE
000200*                 COURSE ROW PER ATTEMPT WITH ITS GRADE OR MARK,
000210*                 AND ONE TERM-TOTAL ROW WITH THE TERM AND
000220*                 CUMULATIVE CREDIT-WEIGHTED AVERAGES.  BOTH ARE
000230*                 FIGURED WITH THE ROSTER RUN'S RULES -- MARKED
000240*                 GRADES OUT, ONLY THE BEST REPEAT ATTEMPT IN --
000250*                 THE CUMULATIVE ONE ACROSS EVERY TERM ALREADY ON
000260*                 THE HISTORY.  THE RUN REFUSES WITH CONDITION
000270*                 CODE 8 WHEN THE CARD IS MISSING, THE TERM IS
000280*                 NOT ON THE TERM CALENDAR, ITS GRADE-SUBMISSION
000290*                 DEADLINE HAS NOT YET PASSED, OR THE TERM-CLOSE
000300*                 CONTROL FILE (TERMCLOS) SHOWS IT ALREADY
000310*                 CLOSED.  A CLOSE REGISTER (CLOSERPT) LISTS
000320*                 EVERY STUDENT FROZEN.
000330* 10/15/2026 JC  A CLOSEPRM CARD WITH NO TERM IS NOW REPORTED ON
000340*                 THE CONSOLE BEFORE THE RUN STOPS.
000350*----------------------------------------------------------------
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT OPTIONAL StudentFile ASSIGN TO "STUDENTS"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS StudentID.
000440
000450     SELECT OPTIONAL EnrollmentFile ASSIGN TO "ENROLL"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS EN-KEY.
000490
000500     SELECT OPTIONAL AcadHistFile ASSIGN TO "ACADHIST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS AC-KEY.
000540
000550     SELECT OPTIONAL CloseParmFile ASSIGN TO "CLOSEPRM"
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570
000580     SELECT OPTIONAL TermCalendarFile ASSIGN TO "TERMCAL"
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600
000610     SELECT OPTIONAL TermCloseFile ASSIGN TO "TERMCLOS"
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630
000640     SELECT CloseReportFile ASSIGN TO "CLOSERPT"
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  StudentFile.
000700 01  StudentRecord.
000710     05  StudentID           PIC 9(05).
000720     05  StudentName         PIC A(30).
000730     05  StudentGrade        PIC 9(03).
000740     05  ClassSection        PIC X(04).
000750     05  CreditHours         PIC 9(01).
000760     05  StudentStatus       PIC X(01).
000770     05  StudentMark         PIC X(01).
000780     05  StudentMarkDate     PIC 9(08).
000790
000800 FD  EnrollmentFile.
000810 01  ENROLLMENT-RECORD.
000820     05  EN-KEY.
000830         10  EN-StudentID    PIC 9(05).
000840         10  EN-CourseCode   PIC X(06).
000850         10  EN-Attempt      PIC 9(02).
000860     05  EN-Grade            PIC 9(03).
000870     05  EN-CreditHours      PIC 9(01).
000880     05  EN-Mark             PIC X(01).
000890     05  EN-MarkDate         PIC 9(08).
000900     05  EN-TermCode         PIC X(06).
000910
000920 FD  AcadHistFile.
000930 01  ACAD-HIST-RECORD.
000940     05  AC-KEY.
000950         10  AC-StudentID    PIC 9(05).
000960         10  AC-TermCode     PIC X(06).
000970         10  AC-RecType      PIC X(01).
000980         10  AC-CourseCode   PIC X(06).
000990         10  AC-Attempt      PIC 9(02).
001000     05  AC-REST             PIC X(35).
001010     05  AC-COURSE-FIELDS    REDEFINES AC-REST.
001020         10  AC-Grade        PIC 9(03).
001030         10  AC-CreditHours  PIC 9(01).
001040         10  AC-Mark         PIC X(01).
001050         10  FILLER          PIC X(30).
001060     05  AC-TOTAL-FIELDS     REDEFINES AC-REST.
001070         10  AC-TermHours    PIC 9(03).
001080         10  AC-TermPoints   PIC 9(05).
001090         10  AC-TermAverage  PIC 999V9.
001100         10  AC-CumHours     PIC 9(04).
001110         10  AC-CumPoints    PIC 9(07).
001120         10  AC-CumAverage   PIC 999V9.
001130         10  AC-CloseDate    PIC 9(08).
001140
001150 FD  CloseParmFile.
001160 01  CLOSE-PARM-RECORD.
001170     05  CP-TermCode         PIC X(06).
001180
001190 FD  TermCalendarFile.
001200 01  TERM-CAL-RECORD.
001210     05  TC-TermCode         PIC X(06).
001220     05  TC-StartDate        PIC 9(08).
001230     05  TC-EndDate          PIC 9(08).
001240     05  TC-GradeDeadline    PIC 9(08).
001250
001260 FD  TermCloseFile.
001270 01  TERM-CLOSE-RECORD.
001280     05  TL-TermCode         PIC X(06).
001290     05  FILLER              PIC X(01).
001300     05  TL-CloseDate        PIC 9(08).
001310     05  FILLER              PIC X(01).
001320     05  TL-StudentCount     PIC 9(05).
001330     05  FILLER              PIC X(01).
001340     05  TL-CourseCount      PIC 9(05).
001350
001360 FD  CloseReportFile.
001370 01  CLOSE-LINE                 PIC X(80).
001380
001390 WORKING-STORAGE SECTION.
001400*----------------------------------------------------------------
001410* SWITCHES
001420*----------------------------------------------------------------
001430 77  WS-ENROLL-EOF-SW        PIC X(01)   VALUE "N".
001440     88  WS-ENROLL-EOF                   VALUE "Y".
001450
001460 77  WS-HIST-DONE-SW         PIC X(01)   VALUE "N".
001470     88  WS-HIST-DONE                    VALUE "Y".
001480
001490 77  WS-CLOSED-EOF-SW        PIC X(01)   VALUE "N".
001500     88  WS-CLOSED-EOF                   VALUE "Y".
001510
001520 77  WS-ALREADY-CLOSED-SW    PIC X(01)   VALUE "N".
001530     88  WS-ALREADY-CLOSED               VALUE "Y".
001540
001550 77  WS-BEST-SW              PIC X(01)   VALUE "Y".
001560     88  WS-BEST-ATTEMPT                 VALUE "Y".
001570     88  WS-NOT-BEST-ATTEMPT             VALUE "N".
001580
001590 77  WS-SCOPE-SW             PIC X(01)   VALUE "T".
001600     88  WS-SCOPE-TERM                   VALUE "T".
001610     88  WS-SCOPE-CUMULATIVE             VALUE "C".
001620
001630*----------------------------------------------------------------
001640* THE TERM BEING CLOSED, OFF THE CLOSEPRM CARD
001650*----------------------------------------------------------------
001660 01  WS-CLOSE-PARM-RECORD.
001670     05  WS-CP-TermCode      PIC X(06).
001680
001690 77  WS-CloseDeadline        PIC 9(08)   VALUE 0.
001700 77  WS-ClosedOnDate         PIC 9(08)   VALUE 0.
001710
001720 01  WS-TERM-CLOSE-RECORD.
001730     05  WS-TL-TermCode      PIC X(06).
001740     05  FILLER              PIC X(01).
001750     05  WS-TL-CloseDate     PIC 9(08).
001760     05  FILLER              PIC X(01).
001770     05  WS-TL-StudentCount  PIC 9(05).
001780     05  FILLER              PIC X(01).
001790     05  WS-TL-CourseCount   PIC 9(05).
001800
001810*----------------------------------------------------------------
001820* TERM CALENDAR TABLE
001830*----------------------------------------------------------------
001840 77  WS-TERMCAL-EOF-SW       PIC X(01)   VALUE "N".
001850     88  WS-TERMCAL-EOF                  VALUE "Y".
001860
001870 77  WS-TERM-FOUND-SW        PIC X(01)   VALUE "N".
001880     88  WS-TERM-FOUND                   VALUE "Y".
001890     88  WS-TERM-NOT-FOUND               VALUE "N".
001900
001910 77  WS-TERM-MAX             PIC 9(02)   COMP VALUE 20.
001920 77  WS-TermCount            PIC 9(02)   COMP VALUE 0.
001930 77  WS-TC-SUB               PIC 9(02)   COMP VALUE 0.
001940
001950 01  WS-TERM-CAL-RECORD.
001960     05  WS-TC-TermCode      PIC X(06).
001970     05  WS-TC-StartDate     PIC 9(08).
001980     05  WS-TC-EndDate       PIC 9(08).
001990     05  WS-TC-GradeDeadline PIC 9(08).
002000
002010 01  WS-TERM-CAL-TABLE.
002020     05  WS-TERM-ENTRY OCCURS 20 TIMES.
002030         10  WS-TCT-TermCode      PIC X(06).
002040         10  WS-TCT-StartDate     PIC 9(08).
002050         10  WS-TCT-EndDate       PIC 9(08).
002060         10  WS-TCT-GradeDeadline PIC 9(08).
002070
002080*----------------------------------------------------------------
002090* ENROLLMENT WORK AREA -- THE STUDENT'S COURSES FOR THE TERM
002100*     BEING CLOSED, TABLED AS ENROLL IS READ IN KEY ORDER.
002110*----------------------------------------------------------------
002120 77  WS-ENROLL-MAX           PIC 9(04)   COMP VALUE 100.
002130 77  WS-EnrollmentCount      PIC 9(04)   COMP VALUE 0.
002140 77  WS-EN-SUB               PIC 9(04)   COMP VALUE 0.
002150 77  WS-CUR-StudentID        PIC 9(05)   VALUE 0.
002160
002170 01  WS-ENROLLMENT-RECORD.
002180     05  WS-EN-KEY.
002190         10  WS-EN-StudentID     PIC 9(05).
002200         10  WS-EN-CourseCode    PIC X(06).
002210         10  WS-EN-Attempt       PIC 9(02).
002220     05  WS-EN-Grade         PIC 9(03).
002230     05  WS-EN-CreditHours   PIC 9(01).
002240     05  WS-EN-Mark          PIC X(01).
002250     05  WS-EN-MarkDate      PIC 9(08).
002260     05  WS-EN-TermCode      PIC X(06).
002270
002280 01  WS-ENROLLMENT-TABLE.
002290     05  WS-EN-ENTRY OCCURS 100 TIMES.
002300         10  WS-ENT-CourseCode   PIC X(06).
002310         10  WS-ENT-Attempt      PIC 9(02).
002320         10  WS-ENT-Grade        PIC 9(03).
002330         10  WS-ENT-CreditHours  PIC 9(01).
002340         10  WS-ENT-Mark         PIC X(01).
002350
002360*----------------------------------------------------------------
002370* HISTORY TABLE -- EVERY COURSE ROW ON THE STUDENT'S ACADEMIC
002380*     HISTORY, THIS TERM'S INCLUDED, READ BACK BY KEY SO THE
002390*     TERM AND CUMULATIVE AVERAGES CAN BE FIGURED WITH THE
002400*     REPEAT RULE.
002410*----------------------------------------------------------------
002420 77  WS-HIST-MAX             PIC 9(04)   COMP VALUE 200.
002430 77  WS-HistCount            PIC 9(04)   COMP VALUE 0.
002440 77  WS-HS-SUB               PIC 9(04)   COMP VALUE 0.
002450 77  WS-RA-SUB               PIC 9(04)   COMP VALUE 0.
002460
002470 01  WS-HIST-TABLE.
002480     05  WS-HS-ENTRY OCCURS 200 TIMES.
002490         10  WS-HST-TermCode     PIC X(06).
002500         10  WS-HST-CourseCode   PIC X(06).
002510         10  WS-HST-Grade        PIC 9(03).
002520         10  WS-HST-CreditHours  PIC 9(01).
002530         10  WS-HST-Mark         PIC X(01).
002540
002550*----------------------------------------------------------------
002560* AVERAGE WORK FIELDS
002570*----------------------------------------------------------------
002580 77  WS-SumPoints            PIC 9(07)   VALUE 0.
002590 77  WS-SumHours             PIC 9(04)   VALUE 0.
002600 77  WS-TermPoints           PIC 9(05)   VALUE 0.
002610 77  WS-TermHours            PIC 9(03)   VALUE 0.
002620 77  WS-TermAverage          PIC 999V9   VALUE 0.
002630 77  WS-CumPoints            PIC 9(07)   VALUE 0.
002640 77  WS-CumHours             PIC 9(04)   VALUE 0.
002650 77  WS-CumAverage           PIC 999V9   VALUE 0.
002660
002670*----------------------------------------------------------------
002680* RUN COUNTS
002690*----------------------------------------------------------------
002700 77  WS-RunDate              PIC 9(08)   VALUE 0.
002710 77  WS-StudentCount         PIC 9(05)   VALUE 0.
002720 77  WS-CourseCount          PIC 9(05)   VALUE 0.
002730 77  WS-StampedCount         PIC 9(05)   VALUE 0.
002740 77  WS-SkippedCount         PIC 9(05)   VALUE 0.
002750 77  WS-WriteFailCount       PIC 9(05)   VALUE 0.
002760
002770*----------------------------------------------------------------
002780* PRINTED CLOSE REGISTER LINES
002790*----------------------------------------------------------------
002800 01  WS-TITLE-LINE.
002810     05  FILLER              PIC X(20)
002820                             VALUE "TERM CLOSE REGISTER".
002830     05  FILLER              PIC X(06)   VALUE "TERM ".
002840     05  TI-TermCode         PIC X(06).
002850     05  FILLER              PIC X(03)   VALUE SPACES.
002860     05  TI-RunDate          PIC 9(08).
002870     05  FILLER              PIC X(37)   VALUE SPACES.
002880
002890 01  WS-COLUMN-HEADER-LINE.
002900     05  FILLER              PIC X(07)   VALUE "ID".
002910     05  FILLER              PIC X(32)   VALUE "NAME".
002920     05  FILLER              PIC X(06)   VALUE "CRS".
002930     05  FILLER              PIC X(06)   VALUE "HRS".
002940     05  FILLER              PIC X(08)   VALUE "TERM".
002950     05  FILLER              PIC X(06)   VALUE "HRS".
002960     05  FILLER              PIC X(08)   VALUE "CUM".
002970     05  FILLER              PIC X(07)   VALUE SPACES.
002980
002990 01  WS-DETAIL-LINE.
003000     05  DL-StudentID        PIC ZZZZ9.
003010     05  FILLER              PIC X(02)   VALUE SPACES.
003020     05  DL-StudentName      PIC A(30).
003030     05  FILLER              PIC X(02)   VALUE SPACES.
003040     05  DL-Courses          PIC ZZ9.
003050     05  FILLER              PIC X(03)   VALUE SPACES.
003060     05  DL-TermHours        PIC ZZ9.
003070     05  FILLER              PIC X(03)   VALUE SPACES.
003080     05  DL-TermAverage      PIC ZZ9.9.
003090     05  FILLER              PIC X(03)   VALUE SPACES.
003100     05  DL-CumHours         PIC ZZZ9.
003110     05  FILLER              PIC X(02)   VALUE SPACES.
003120     05  DL-CumAverage       PIC ZZ9.9.
003130     05  FILLER              PIC X(10)   VALUE SPACES.
003140
003150 01  WS-COUNT-LINE.
003160     05  CL-LABEL            PIC X(26).
003170     05  CL-VALUE            PIC ZZZZ9.
003180     05  FILLER              PIC X(49)   VALUE SPACES.
003190
003200 PROCEDURE DIVISION.
003210*----------------------------------------------------------------
003220* 0000-MAIN-PROCESS -- CONTROLS THE TERM CLOSE
003230*----------------------------------------------------------------
003240 0000-MAIN-PROCESS.
003250     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
003260     PERFORM 2000-CLOSE-ONE-STUDENT THRU 2000-EXIT
003270         UNTIL WS-ENROLL-EOF
003280     PERFORM 9000-FINALIZE-RUN THRU 9000-EXIT
003290     STOP RUN.
003300
003310*----------------------------------------------------------------
003320* 1000-INITIALIZE-RUN -- READ THE CARD, PROVE THE TERM MAY BE
003330*     CLOSED (REFUSING WITH CONDITION CODE 8 WHEN IT MAY NOT),
003340*     OPEN THE FILES AND PRIME THE FIRST ENROLLMENT RECORD.
003350*----------------------------------------------------------------
003360 1000-INITIALIZE-RUN.
003370     ACCEPT WS-RunDate FROM DATE YYYYMMDD
003380     PERFORM 1100-READ-PARAMETER-CARD THRU 1100-EXIT
003390     PERFORM 1200-LOAD-TERM-CALENDAR THRU 1200-EXIT
003400     PERFORM 1300-CHECK-CLOSE-ALLOWED THRU 1300-EXIT
003410     OPEN INPUT StudentFile
003420     OPEN I-O EnrollmentFile
003430     OPEN I-O AcadHistFile
003440     OPEN OUTPUT CloseReportFile
003450     MOVE WS-CP-TermCode TO TI-TermCode
003460     MOVE WS-RunDate TO TI-RunDate
003470     WRITE CLOSE-LINE FROM WS-TITLE-LINE
003480     WRITE CLOSE-LINE FROM WS-COLUMN-HEADER-LINE
003490     PERFORM 2100-READ-ENROLLMENT-RECORD THRU 2100-EXIT.
003500 1000-EXIT.
003510     EXIT.
003520
003530*----------------------------------------------------------------
003540* 1100-READ-PARAMETER-CARD -- THE CLOSEPRM CARD NAMES THE TERM
003550*     TO CLOSE.  NO CARD LEAVES THE TERM BLANK AND THE CLOSE IS
003560*     REFUSED RATHER THAN GUESSING.
003570*----------------------------------------------------------------
003580 1100-READ-PARAMETER-CARD.
003590     MOVE SPACES TO WS-CLOSE-PARM-RECORD
003600     OPEN INPUT CloseParmFile
003610     READ CloseParmFile INTO WS-CLOSE-PARM-RECORD
003620         AT END
003630             DISPLAY "Close: no CLOSEPRM parameter card"
003640     END-READ
003650     CLOSE CloseParmFile.
003660 1100-EXIT.
003670     EXIT.
003680
003690*----------------------------------------------------------------
003700* 1200-LOAD-TERM-CALENDAR -- READ THE OPTIONAL TERM CALENDAR
003710*     INTO ITS TABLE.
003720*----------------------------------------------------------------
003730 1200-LOAD-TERM-CALENDAR.
003740     OPEN INPUT TermCalendarFile
003750     PERFORM 1210-READ-TERM-RECORD THRU 1210-EXIT
003760     PERFORM 1220-TABLE-ONE-TERM THRU 1220-EXIT
003770         UNTIL WS-TERMCAL-EOF
003780     CLOSE TermCalendarFile.
003790 1200-EXIT.
003800     EXIT.
003810
003820*----------------------------------------------------------------
003830* 1210-READ-TERM-RECORD -- READ ONE TERM CALENDAR RECORD.
003840*----------------------------------------------------------------
003850 1210-READ-TERM-RECORD.
003860     READ TermCalendarFile INTO WS-TERM-CAL-RECORD
003870         AT END
003880             SET WS-TERMCAL-EOF TO TRUE
003890             GO TO 1210-EXIT
003900     END-READ.
003910 1210-EXIT.
003920     EXIT.
003930
003940*----------------------------------------------------------------
003950* 1220-TABLE-ONE-TERM -- FILE ONE TERM CALENDAR RECORD IN THE
003960*     TABLE AND READ THE NEXT ONE.
003970*----------------------------------------------------------------
003980 1220-TABLE-ONE-TERM.
003990     IF WS-TermCount >= WS-TERM-MAX
004000         DISPLAY "Close: term calendar table full at "
004010             WS-TERM-MAX " terms; remaining terms ignored"
004020         SET WS-TERMCAL-EOF TO TRUE
004030         GO TO 1220-EXIT
004040     END-IF
004050     ADD 1 TO WS-TermCount
004060     MOVE WS-TC-TermCode
004070         TO WS-TCT-TermCode (WS-TermCount)
004080     MOVE WS-TC-StartDate
004090         TO WS-TCT-StartDate (WS-TermCount)
004100     MOVE WS-TC-EndDate
004110         TO WS-TCT-EndDate (WS-TermCount)
004120     MOVE WS-TC-GradeDeadline
004130         TO WS-TCT-GradeDeadline (WS-TermCount)
004140     PERFORM 1210-READ-TERM-RECORD THRU 1210-EXIT.
004150 1220-EXIT.
004160     EXIT.
004170
004180*----------------------------------------------------------------
004190* 1300-CHECK-CLOSE-ALLOWED -- THE TERM MUST BE NAMED, BE ON THE
004200*     TERM CALENDAR, HAVE ITS GRADE-SUBMISSION DEADLINE BEHIND
004210*     THE RUN DATE, AND NOT ALREADY BE ON THE TERM-CLOSE CONTROL
004220*     FILE.  ANY FAILURE STOPS THE RUN WITH CONDITION CODE 8
004230*     BEFORE A SINGLE RECORD IS TOUCHED.
004240*----------------------------------------------------------------
004250 1300-CHECK-CLOSE-ALLOWED.
004260     IF WS-CP-TermCode = SPACES
004270         DISPLAY "TermClose: no term on CLOSEPRM"
004280         MOVE 8 TO RETURN-CODE
004290         STOP RUN
004300     END-IF
004310     SET WS-TERM-NOT-FOUND TO TRUE
004320     PERFORM 1310-MATCH-TERM THRU 1310-EXIT
004330         VARYING WS-TC-SUB FROM 1 BY 1
004340         UNTIL WS-TERM-FOUND
004350            OR WS-TC-SUB > WS-TermCount
004360     IF WS-TERM-NOT-FOUND
004370         DISPLAY "Close: term " WS-CP-TermCode
004380             " not on the term calendar"
004390         MOVE 8 TO RETURN-CODE
004400         STOP RUN
004410     END-IF
004420     IF WS-RunDate NOT > WS-CloseDeadline
004430         DISPLAY "Close: grade deadline " WS-CloseDeadline
004440             " for term " WS-CP-TermCode " has not passed"
004450         MOVE 8 TO RETURN-CODE
004460         STOP RUN
004470     END-IF
004480     OPEN INPUT TermCloseFile
004490     PERFORM 1320-READ-CLOSE-RECORD THRU 1320-EXIT
004500         UNTIL WS-CLOSED-EOF
004510     CLOSE TermCloseFile
004520     IF WS-ALREADY-CLOSED
004530         DISPLAY "Close: term " WS-CP-TermCode
004540             " already closed on " WS-ClosedOnDate
004550         MOVE 8 TO RETURN-CODE
004560         STOP RUN
004570     END-IF.
004580 1300-EXIT.
004590     EXIT.
004600
004610*----------------------------------------------------------------
004620* 1310-MATCH-TERM -- TEST ONE TERM CALENDAR TABLE ENTRY AGAINST
004630*     THE TERM ON THE CARD.
004640*----------------------------------------------------------------
004650 1310-MATCH-TERM.
004660     IF WS-TCT-TermCode (WS-TC-SUB) = WS-CP-TermCode
004670         SET WS-TERM-FOUND TO TRUE
004680         MOVE WS-TCT-GradeDeadline (WS-TC-SUB)
004690             TO WS-CloseDeadline
004700     END-IF.
004710 1310-EXIT.
004720     EXIT.
004730
004740*----------------------------------------------------------------
004750* 1320-READ-CLOSE-RECORD -- READ ONE TERM-CLOSE CONTROL RECORD
004760*     AND NOTE WHEN IT IS THE TERM ON THE CARD.
004770*----------------------------------------------------------------
004780 1320-READ-CLOSE-RECORD.
004790     READ TermCloseFile INTO WS-TERM-CLOSE-RECORD
004800         AT END
004810             SET WS-CLOSED-EOF TO TRUE
004820             GO TO 1320-EXIT
004830     END-READ
004840     IF WS-TL-TermCode = WS-CP-TermCode
004850         SET WS-ALREADY-CLOSED TO TRUE
004860         MOVE WS-TL-CloseDate TO WS-ClosedOnDate
004870     END-IF.
004880 1320-EXIT.
004890     EXIT.
004900
004910*----------------------------------------------------------------
004920* 2000-CLOSE-ONE-STUDENT -- TABLE ONE STUDENT'S COURSES FOR THE
004930*     TERM AND, WHEN THERE ARE ANY, FREEZE THEM.  THE READ STOPS
004940*     ON THE FIRST RECORD FOR THE NEXT STUDENT.
004950*----------------------------------------------------------------
004960 2000-CLOSE-ONE-STUDENT.
004970     MOVE WS-EN-StudentID TO WS-CUR-StudentID
004980     MOVE 0 TO WS-EnrollmentCount
004990     PERFORM 2200-TAKE-ONE-ENROLLMENT THRU 2200-EXIT
005000         UNTIL WS-ENROLL-EOF
005010            OR WS-EN-StudentID NOT = WS-CUR-StudentID
005020     IF WS-EnrollmentCount > 0
005030         PERFORM 3000-FREEZE-STUDENT THRU 3000-EXIT
005040     END-IF.
005050 2000-EXIT.
005060     EXIT.
005070
005080*----------------------------------------------------------------
005090* 2100-READ-ENROLLMENT-RECORD -- READ THE NEXT ENROLLMENT RECORD
005100*     IN KEY ORDER.
005110*----------------------------------------------------------------
005120 2100-READ-ENROLLMENT-RECORD.
005130     READ EnrollmentFile NEXT INTO WS-ENROLLMENT-RECORD
005140         AT END
005150             SET WS-ENROLL-EOF TO TRUE
005160             GO TO 2100-EXIT
005170     END-READ.
005180 2100-EXIT.
005190     EXIT.
005200
005210*----------------------------------------------------------------
005220* 2200-TAKE-ONE-ENROLLMENT -- TABLE THE ENROLLMENT JUST READ WHEN
005230*     IT BELONGS TO THE TERM BEING CLOSED, STAMPING A BLANK TERM
005240*     WITH IT SO THE ROW CANNOT BE TAKEN BY A LATER CLOSE, THEN
005250*     READ THE NEXT.  A ROW WITH A GRADE OR HOURS THE ROSTER
005260*     RUN'S ENROLLMENT EDIT WOULD REJECT IS LEFT ON ENROLL AND
005270*     COUNTED AS SKIPPED.
005280*----------------------------------------------------------------
005290 2200-TAKE-ONE-ENROLLMENT.
005300     IF WS-EN-TermCode NOT = WS-CP-TermCode
005310             AND WS-EN-TermCode NOT = SPACES
005320         GO TO 2200-NEXT
005330     END-IF
005340     IF WS-EN-Grade IS NOT NUMERIC
005350             OR WS-EN-CreditHours IS NOT NUMERIC
005360         ADD 1 TO WS-SkippedCount
005370         GO TO 2200-NEXT
005380     END-IF
005390     IF WS-EN-Grade > 100 OR WS-EN-CreditHours = 0
005400         ADD 1 TO WS-SkippedCount
005410         GO TO 2200-NEXT
005420     END-IF
005430     IF WS-EnrollmentCount >= WS-ENROLL-MAX
005440         DISPLAY "Close: student " WS-CUR-StudentID
005450             " has more than " WS-ENROLL-MAX
005460             " courses in the term; the rest are not closed"
005470         ADD 1 TO WS-SkippedCount
005480         GO TO 2200-NEXT
005490     END-IF
005500     IF WS-EN-TermCode = SPACES
005510         MOVE WS-CP-TermCode TO WS-EN-TermCode
005520         REWRITE ENROLLMENT-RECORD FROM WS-ENROLLMENT-RECORD
005530             INVALID KEY
005540                 DISPLAY "Close: term stamp failed for "
005550                     WS-EN-KEY
005560             NOT INVALID KEY
005570                 ADD 1 TO WS-StampedCount
005580         END-REWRITE
005590     END-IF
005600     ADD 1 TO WS-EnrollmentCount
005610     MOVE WS-EN-CourseCode
005620         TO WS-ENT-CourseCode (WS-EnrollmentCount)
005630     MOVE WS-EN-Attempt TO WS-ENT-Attempt (WS-EnrollmentCount)
005640     MOVE WS-EN-Grade TO WS-ENT-Grade (WS-EnrollmentCount)
005650     MOVE WS-EN-CreditHours
005660         TO WS-ENT-CreditHours (WS-EnrollmentCount)
005670     MOVE WS-EN-Mark TO WS-ENT-Mark (WS-EnrollmentCount).
005680 2200-NEXT.
005690     PERFORM 2100-READ-ENROLLMENT-RECORD THRU 2100-EXIT.
005700 2200-EXIT.
005710     EXIT.
005720
005730*----------------------------------------------------------------
005740* 3000-FREEZE-STUDENT -- WRITE THE STUDENT'S COURSE ROWS FOR THE
005750*     TERM TO THE HISTORY, READ THE WHOLE HISTORY BACK, FIGURE
005760*     THE TERM AND CUMULATIVE AVERAGES, WRITE THE TERM-TOTAL ROW
005770*     AND LIST THE STUDENT ON THE CLOSE REGISTER.
005780*----------------------------------------------------------------
005790 3000-FREEZE-STUDENT.
005800     PERFORM 3100-WRITE-COURSE-ROW THRU 3100-EXIT
005810         VARYING WS-EN-SUB FROM 1 BY 1
005820         UNTIL WS-EN-SUB > WS-EnrollmentCount
005830     PERFORM 3200-LOAD-STUDENT-HISTORY THRU 3200-EXIT
005840     SET WS-SCOPE-TERM TO TRUE
005850     PERFORM 3300-SUM-HISTORY THRU 3300-EXIT
005860     MOVE WS-SumPoints TO WS-TermPoints
005870     MOVE WS-SumHours TO WS-TermHours
005880     SET WS-SCOPE-CUMULATIVE TO TRUE
005890     PERFORM 3300-SUM-HISTORY THRU 3300-EXIT
005900     MOVE WS-SumPoints TO WS-CumPoints
005910     MOVE WS-SumHours TO WS-CumHours
005920     IF WS-TermHours > 0
005930         COMPUTE WS-TermAverage = WS-TermPoints / WS-TermHours
005940     ELSE
005950         MOVE 0 TO WS-TermAverage
005960     END-IF
005970     IF WS-CumHours > 0
005980         COMPUTE WS-CumAverage = WS-CumPoints / WS-CumHours
005990     ELSE
006000         MOVE 0 TO WS-CumAverage
006010     END-IF
006020     MOVE SPACES TO ACAD-HIST-RECORD
006030     MOVE WS-CUR-StudentID TO AC-StudentID
006040     MOVE WS-CP-TermCode TO AC-TermCode
006050     MOVE "T" TO AC-RecType
006060     MOVE SPACES TO AC-CourseCode
006070     MOVE 0 TO AC-Attempt
006080     MOVE WS-TermHours TO AC-TermHours
006090     MOVE WS-TermPoints TO AC-TermPoints
006100     MOVE WS-TermAverage TO AC-TermAverage
006110     MOVE WS-CumHours TO AC-CumHours
006120     MOVE WS-CumPoints TO AC-CumPoints
006130     MOVE WS-CumAverage TO AC-CumAverage
006140     MOVE WS-RunDate TO AC-CloseDate
006150     WRITE ACAD-HIST-RECORD
006160         INVALID KEY
006170             DISPLAY "Close: term total already on history for "
006180                 WS-CUR-StudentID
006190             ADD 1 TO WS-WriteFailCount
006200     END-WRITE
006210     ADD 1 TO WS-StudentCount
006220     MOVE WS-CUR-StudentID TO StudentID
006230     READ StudentFile
006240         INVALID KEY
006250             MOVE SPACES TO DL-StudentName
006260         NOT INVALID KEY
006270             MOVE StudentName TO DL-StudentName
006280     END-READ
006290     MOVE WS-CUR-StudentID TO DL-StudentID
006300     MOVE WS-EnrollmentCount TO DL-Courses
006310     MOVE WS-TermHours TO DL-TermHours
006320     MOVE WS-TermAverage TO DL-TermAverage
006330     MOVE WS-CumHours TO DL-CumHours
006340     MOVE WS-CumAverage TO DL-CumAverage
006350     WRITE CLOSE-LINE FROM WS-DETAIL-LINE.
006360 3000-EXIT.
006370     EXIT.
006380
006390*----------------------------------------------------------------
006400* 3100-WRITE-COURSE-ROW -- WRITE THE TABLED COURSE AT WS-EN-SUB
006410*     TO THE HISTORY AS A COURSE ROW FOR THE TERM.
006420*----------------------------------------------------------------
006430 3100-WRITE-COURSE-ROW.
006440     MOVE SPACES TO ACAD-HIST-RECORD
006450     MOVE WS-CUR-StudentID TO AC-StudentID
006460     MOVE WS-CP-TermCode TO AC-TermCode
006470     MOVE "C" TO AC-RecType
006480     MOVE WS-ENT-CourseCode (WS-EN-SUB) TO AC-CourseCode
006490     MOVE WS-ENT-Attempt (WS-EN-SUB) TO AC-Attempt
006500     MOVE WS-ENT-Grade (WS-EN-SUB) TO AC-Grade
006510     MOVE WS-ENT-CreditHours (WS-EN-SUB) TO AC-CreditHours
006520     MOVE WS-ENT-Mark (WS-EN-SUB) TO AC-Mark
006530     WRITE ACAD-HIST-RECORD
006540         INVALID KEY
006550             DISPLAY "Close: course row already on history for "
006560                 WS-CUR-StudentID " " AC-CourseCode
006570             ADD 1 TO WS-WriteFailCount
006580         NOT INVALID KEY
006590             ADD 1 TO WS-CourseCount
006600     END-WRITE.
006610 3100-EXIT.
006620     EXIT.
006630
006640*----------------------------------------------------------------
006650* 3200-LOAD-STUDENT-HISTORY -- READ EVERY COURSE ROW ON THE
006660*     STUDENT'S HISTORY BY KEY INTO THE HISTORY TABLE.
006670*----------------------------------------------------------------
006680 3200-LOAD-STUDENT-HISTORY.
006690     MOVE 0 TO WS-HistCount
006700     MOVE "N" TO WS-HIST-DONE-SW
006710     MOVE WS-CUR-StudentID TO AC-StudentID
006720     MOVE LOW-VALUES TO AC-TermCode
006730     MOVE LOW-VALUES TO AC-RecType
006740     MOVE LOW-VALUES TO AC-CourseCode
006750     MOVE 0 TO AC-Attempt
006760     START AcadHistFile KEY IS NOT LESS THAN AC-KEY
006770         INVALID KEY
006780             GO TO 3200-EXIT
006790     END-START
006800     PERFORM 3210-TABLE-HISTORY-ROW THRU 3210-EXIT
006810         UNTIL WS-HIST-DONE.
006820 3200-EXIT.
006830     EXIT.
006840
006850*----------------------------------------------------------------
006860* 3210-TABLE-HISTORY-ROW -- READ THE NEXT HISTORY ROW AND TABLE
006870*     IT WHEN IT IS A COURSE ROW FOR THE STUDENT.
006880*----------------------------------------------------------------
006890 3210-TABLE-HISTORY-ROW.
006900     READ AcadHistFile NEXT
006910         AT END
006920             SET WS-HIST-DONE TO TRUE
006930             GO TO 3210-EXIT
006940     END-READ
006950     IF AC-StudentID NOT = WS-CUR-StudentID
006960         SET WS-HIST-DONE TO TRUE
006970         GO TO 3210-EXIT
006980     END-IF
006990     IF AC-RecType NOT = "C"
007000         GO TO 3210-EXIT
007010     END-IF
007020     IF WS-HistCount >= WS-HIST-MAX
007030         DISPLAY "Close: student " WS-CUR-StudentID
007040             " history over " WS-HIST-MAX
007050             " courses; cumulative short"
007060         SET WS-HIST-DONE TO TRUE
007070         GO TO 3210-EXIT
007080     END-IF
007090     ADD 1 TO WS-HistCount
007100     MOVE AC-TermCode TO WS-HST-TermCode (WS-HistCount)
007110     MOVE AC-CourseCode TO WS-HST-CourseCode (WS-HistCount)
007120     MOVE AC-Grade TO WS-HST-Grade (WS-HistCount)
007130     MOVE AC-CreditHours TO WS-HST-CreditHours (WS-HistCount)
007140     MOVE AC-Mark TO WS-HST-Mark (WS-HistCount).
007150 3210-EXIT.
007160     EXIT.
007170
007180*----------------------------------------------------------------
007190* 3300-SUM-HISTORY -- ROLL UP QUALITY POINTS AND HOURS OVER THE
007200*     HISTORY TABLE WITH THE ROSTER RUN'S RULES: MARKED ROWS
007210*     STAY OUT AND ONLY THE BEST ATTEMPT AT A COURSE FOLDS IN.
007220*     THE TERM SCOPE LOOKS ONLY AT THE TERM BEING CLOSED; THE
007230*     CUMULATIVE SCOPE LOOKS AT EVERY TERM.
007240*----------------------------------------------------------------
007250 3300-SUM-HISTORY.
007260     MOVE 0 TO WS-SumPoints
007270     MOVE 0 TO WS-SumHours
007280     PERFORM 3310-ADD-HISTORY-ROW THRU 3310-EXIT
007290         VARYING WS-HS-SUB FROM 1 BY 1
007300         UNTIL WS-HS-SUB > WS-HistCount.
007310 3300-EXIT.
007320     EXIT.
007330
007340*----------------------------------------------------------------
007350* 3310-ADD-HISTORY-ROW -- FOLD ONE HISTORY TABLE ROW INTO THE
007360*     SUM WHEN IT IS IN SCOPE, UNMARKED AND THE BEST ATTEMPT.
007370*----------------------------------------------------------------
007380 3310-ADD-HISTORY-ROW.
007390     IF WS-SCOPE-TERM
007400             AND WS-HST-TermCode (WS-HS-SUB) NOT = WS-CP-TermCode
007410         GO TO 3310-EXIT
007420     END-IF
007430     IF WS-HST-Mark (WS-HS-SUB) NOT = SPACE
007440         GO TO 3310-EXIT
007450     END-IF
007460     SET WS-BEST-ATTEMPT TO TRUE
007470     PERFORM 3320-COMPARE-ATTEMPT THRU 3320-EXIT
007480         VARYING WS-RA-SUB FROM 1 BY 1
007490         UNTIL WS-NOT-BEST-ATTEMPT
007500            OR WS-RA-SUB > WS-HistCount
007510     IF WS-BEST-ATTEMPT
007520         COMPUTE WS-SumPoints = WS-SumPoints
007530             + (WS-HST-Grade (WS-HS-SUB)
007540             * WS-HST-CreditHours (WS-HS-SUB))
007550         ADD WS-HST-CreditHours (WS-HS-SUB) TO WS-SumHours
007560     END-IF.
007570 3310-EXIT.
007580     EXIT.
007590
007600*----------------------------------------------------------------
007610* 3320-COMPARE-ATTEMPT -- TEST ONE OTHER IN-SCOPE, UNMARKED ROW
007620*     AT THE SAME COURSE AGAINST THE ROW AT WS-HS-SUB: A HIGHER
007630*     GRADE LOSES THIS ONE; ON A TIE THE EARLIER ROW KEEPS IT.
007640*----------------------------------------------------------------
007650 3320-COMPARE-ATTEMPT.
007660     IF WS-RA-SUB = WS-HS-SUB
007670         GO TO 3320-EXIT
007680     END-IF
007690     IF WS-SCOPE-TERM
007700             AND WS-HST-TermCode (WS-RA-SUB) NOT = WS-CP-TermCode
007710         GO TO 3320-EXIT
007720     END-IF
007730     IF WS-HST-CourseCode (WS-RA-SUB)
007740             = WS-HST-CourseCode (WS-HS-SUB)
007750             AND WS-HST-Mark (WS-RA-SUB) = SPACE
007760         IF WS-HST-Grade (WS-RA-SUB) > WS-HST-Grade (WS-HS-SUB)
007770             SET WS-NOT-BEST-ATTEMPT TO TRUE
007780         END-IF
007790         IF WS-HST-Grade (WS-RA-SUB) = WS-HST-Grade (WS-HS-SUB)
007800                 AND WS-RA-SUB < WS-HS-SUB
007810             SET WS-NOT-BEST-ATTEMPT TO TRUE
007820         END-IF
007830     END-IF.
007840 3320-EXIT.
007850     EXIT.
007860
007870*----------------------------------------------------------------
007880* 9000-FINALIZE-RUN -- POST THE TERM TO THE TERM-CLOSE CONTROL
007890*     FILE SO IT CANNOT BE CLOSED AGAIN, PRINT THE RUN COUNTS
007900*     AND CLOSE UP.  A HISTORY ROW THAT WOULD NOT WRITE MEANS
007910*     PART OF THE TERM WAS ALREADY ON THE HISTORY, AND THE RUN
007920*     HANDS BACK CONDITION CODE 8 FOR THE REGISTRAR TO REVIEW.
007930*----------------------------------------------------------------
007940 9000-FINALIZE-RUN.
007950     MOVE SPACES TO TERM-CLOSE-RECORD
007960     MOVE WS-CP-TermCode TO TL-TermCode
007970     MOVE WS-RunDate TO TL-CloseDate
007980     MOVE WS-StudentCount TO TL-StudentCount
007990     MOVE WS-CourseCount TO TL-CourseCount
008000     OPEN EXTEND TermCloseFile
008010     WRITE TERM-CLOSE-RECORD
008020     CLOSE TermCloseFile
008030     MOVE "Students Closed:" TO CL-LABEL
008040     MOVE WS-StudentCount TO CL-VALUE
008050     WRITE CLOSE-LINE FROM WS-COUNT-LINE
008060     MOVE "Courses Frozen:" TO CL-LABEL
008070     MOVE WS-CourseCount TO CL-VALUE
008080     WRITE CLOSE-LINE FROM WS-COUNT-LINE
008090     MOVE "Blank Terms Stamped:" TO CL-LABEL
008100     MOVE WS-StampedCount TO CL-VALUE
008110     WRITE CLOSE-LINE FROM WS-COUNT-LINE
008120     MOVE "Rows Skipped:" TO CL-LABEL
008130     MOVE WS-SkippedCount TO CL-VALUE
008140     WRITE CLOSE-LINE FROM WS-COUNT-LINE
008150     MOVE "History Write Failures:" TO CL-LABEL
008160     MOVE WS-WriteFailCount TO CL-VALUE
008170     WRITE CLOSE-LINE FROM WS-COUNT-LINE
008180     DISPLAY "Close: Term " WS-CP-TermCode
008190         " Students: " WS-StudentCount
008200         " Courses: " WS-CourseCount
008210     DISPLAY "Close: Blank Terms Stamped: " WS-StampedCount
008220         " Skipped: " WS-SkippedCount
008230     CLOSE StudentFile
008240     CLOSE EnrollmentFile
008250     CLOSE AcadHistFile
008260     CLOSE CloseReportFile
008270     IF WS-WriteFailCount > 0
008280         DISPLAY "Close: " WS-WriteFailCount
008290             " HISTORY ROW(S) ALREADY ON FILE"
008300         MOVE 8 TO RETURN-CODE
008310     END-IF.
008320 9000-EXIT.
008330     EXIT.
008340
008350 END PROGRAM TermClose.
