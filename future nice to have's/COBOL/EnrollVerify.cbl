000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EnrollVerify.
000030 AUTHOR. J-CURRAN.
000040 INSTALLATION. REGISTRAR-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026 JC  NEW PROGRAM.  LENDERS AND THE ENROLLMENT
000110*                 CLEARINGHOUSE WERE ANSWERED FROM A SPREADSHEET
000120*                 BUILT OFF THE TUITION ASSESSMENT REGISTER.  THIS
000130*                 RUN SUMS EACH ACTIVE STUDENT'S CREDIT HOURS FOR
000140*                 THE CURRENT TERM (RESOLVED FROM THE TERM
000150*                 CALENDAR) OVER THE ENROLLMENTS, LEAVING OUT
000160*                 WITHDRAWN-MARKED COURSES, AND CLASSES THE LOAD
000170*                 FULL-TIME, THREE-QUARTER, HALF-TIME OR LESS
000180*                 THAN HALF-TIME AGAINST THE HOURS ON THE EVPARM
000190*                 PARAMETER FILE.  THE STATUS LAST SENT FOR EACH
000200*                 STUDENT IS KEPT ON THE VERIFICATION STATUS FILE
000210*                 (ENRVSTAT, INDEXED ON STUDENT ID).  THE FIRST
000220*                 RUN IN A TERM SENDS EVERY ENROLLED STUDENT ON
000230*                 THE FIXED-FORMAT VERIFICATION FEED (ENRVFEED),
000240*                 STAMPED WITH THE TERM; LATER RUNS IN THE SAME
000250*                 TERM SEND ONLY STUDENTS WHOSE STATUS CHANGED,
000260*                 WITH THE DATE THE CHANGE TOOK EFFECT -- THE
000270*                 WITHDRAWAL DATE WHEN A W MARK OR A WITHDRAWN
000280*                 MASTER EXPLAINS IT, OTHERWISE THE RUN DATE.  A
000290*                 CHANGE THAT DROPS A STUDENT BELOW HALF-TIME IS
000300*                 ALSO LISTED FOR THE REGISTRAR (ENRVRPT).  NO
000310*                 USABLE PARAMETER FILE, OR NO TERM COVERING THE
000320*                 RUN DATE, ENDS THE RUN WITH CONDITION CODE 8.
000330* 10/15/2026 JC  A WITHDRAWN MASTER TAKES ITS MARK DATE AS THE
000340*                 WITHDRAWAL DATE ONLY WHEN THE MARK ITSELF IS A
000350*                 W; ANY OTHER MARK'S DATE SAYS NOTHING ABOUT THE
000360*                 WITHDRAWAL.
000370*----------------------------------------------------------------
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OPTIONAL StudentFile ASSIGN TO "STUDENTS"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS StudentID.
000460
000470     SELECT OPTIONAL EnrollmentFile ASSIGN TO "ENROLL"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS EN-KEY.
000510
000520     SELECT OPTIONAL VerifyStatusFile ASSIGN TO "ENRVSTAT"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS VS-StudentID.
000560
000570     SELECT OPTIONAL VerifyParmFile ASSIGN TO "EVPARM"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590
000600     SELECT OPTIONAL TermCalendarFile ASSIGN TO "TERMCAL"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620
000630     SELECT VerifyFeedFile ASSIGN TO "ENRVFEED"
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650
000660     SELECT VerifyReportFile ASSIGN TO "ENRVRPT"
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  StudentFile.
000720 01  StudentRecord.
000730     05  StudentID           PIC 9(05).
000740     05  StudentName         PIC A(30).
000750     05  StudentGrade        PIC 9(03).
000760     05  ClassSection        PIC X(04).
000770     05  CreditHours         PIC 9(01).
000780     05  StudentStatus       PIC X(01).
000790     05  StudentMark         PIC X(01).
000800     05  StudentMarkDate     PIC 9(08).
000810
000820 FD  EnrollmentFile.
000830 01  ENROLLMENT-RECORD.
000840     05  EN-KEY.
000850         10  EN-StudentID    PIC 9(05).
000860         10  EN-CourseCode   PIC X(06).
000870         10  EN-Attempt      PIC 9(02).
000880     05  EN-Grade            PIC 9(03).
000890     05  EN-CreditHours      PIC 9(01).
000900     05  EN-Mark             PIC X(01).
000910     05  EN-MarkDate         PIC 9(08).
000920     05  EN-TermCode         PIC X(06).
000930
000940 FD  VerifyStatusFile.
000950 01  VERIFY-STATUS-RECORD.
000960     05  VS-StudentID        PIC 9(05).
000970     05  VS-TermCode         PIC X(06).
000980     05  VS-Status           PIC X(01).
000990     05  VS-Hours            PIC 9(03).
001000     05  VS-EffectiveDate    PIC 9(08).
001010     05  VS-ReportedDate     PIC 9(08).
001020
001030 FD  VerifyParmFile.
001040 01  VERIFY-PARM-RECORD.
001050     05  EP-FullTimeHours    PIC 9(02).
001060     05  EP-ThreeQtrHours    PIC 9(02).
001070     05  EP-HalfTimeHours    PIC 9(02).
001080
001090 FD  TermCalendarFile.
001100 01  TERM-CAL-RECORD.
001110     05  TC-TermCode         PIC X(06).
001120     05  TC-StartDate        PIC 9(08).
001130     05  TC-EndDate          PIC 9(08).
001140     05  TC-GradeDeadline    PIC 9(08).
001150
001160 FD  VerifyFeedFile.
001170 01  VERIFY-FEED-RECORD.
001180     05  VF-StudentID        PIC 9(05).
001190     05  VF-StudentName      PIC A(30).
001200     05  VF-TermCode         PIC X(06).
001210     05  VF-RecordType       PIC X(01).
001220     05  VF-Status           PIC X(01).
001230     05  VF-Hours            PIC 9(03).
001240     05  VF-EffectiveDate    PIC 9(08).
001250     05  VF-PriorStatus      PIC X(01).
001260     05  VF-FeedDate         PIC 9(08).
001270
001280 FD  VerifyReportFile.
001290 01  VERIFY-LINE                PIC X(80).
001300
001310 WORKING-STORAGE SECTION.
001320*----------------------------------------------------------------
001330* SWITCHES
001340*----------------------------------------------------------------
001350 77  WS-MASTER-EOF-SW        PIC X(01)   VALUE "N".
001360     88  WS-MASTER-EOF                   VALUE "Y".
001370
001380 77  WS-ENROLL-EOF-SW        PIC X(01)   VALUE "N".
001390     88  WS-ENROLL-EOF                   VALUE "Y".
001400
001410 77  WS-COURSES-DONE-SW      PIC X(01)   VALUE "N".
001420     88  WS-COURSES-DONE                 VALUE "Y".
001430
001440 77  WS-HAS-ENROLL-SW        PIC X(01)   VALUE "N".
001450     88  WS-HAS-ENROLLMENTS              VALUE "Y".
001460
001470 77  WS-IN-TERM-SW           PIC X(01)   VALUE "N".
001480     88  WS-ENROLLED-IN-TERM             VALUE "Y".
001490
001500 77  WS-TERMCAL-EOF-SW       PIC X(01)   VALUE "N".
001510     88  WS-TERMCAL-EOF                  VALUE "Y".
001520
001530 77  WS-TERM-FOUND-SW        PIC X(01)   VALUE "N".
001540     88  WS-TERM-FOUND                   VALUE "Y".
001550     88  WS-TERM-NOT-FOUND               VALUE "N".
001560
001570 77  WS-PARM-OK-SW           PIC X(01)   VALUE "N".
001580     88  WS-PARM-OK                      VALUE "Y".
001590
001600 77  WS-VSTAT-SW             PIC X(01)   VALUE "N".
001610     88  WS-VSTAT-FOUND                  VALUE "Y".
001620     88  WS-VSTAT-NOT-FOUND              VALUE "N".
001630
001640*----------------------------------------------------------------
001650* LOAD THRESHOLDS, OFF THE EVPARM FILE.  A LOAD AT OR ABOVE THE
001660*     FULL-TIME HOURS IS FULL-TIME, AND SO ON DOWN; BELOW THE
001670*     HALF-TIME HOURS IS LESS THAN HALF-TIME.
001680*----------------------------------------------------------------
001690 77  WS-FullTimeHours        PIC 9(02)   VALUE 0.
001700 77  WS-ThreeQtrHours        PIC 9(02)   VALUE 0.
001710 77  WS-HalfTimeHours        PIC 9(02)   VALUE 0.
001720
001730*----------------------------------------------------------------
001740* TERM CALENDAR TABLE -- THE RUN DATE IS RESOLVED TO THE TERM
001750*     BEING VERIFIED.
001760*----------------------------------------------------------------
001770 77  WS-TERM-MAX             PIC 9(02)   COMP VALUE 20.
001780 77  WS-TermCount            PIC 9(02)   COMP VALUE 0.
001790 77  WS-TC-SUB               PIC 9(02)   COMP VALUE 0.
001800 77  WS-TermCode             PIC X(06)   VALUE SPACES.
001810 77  WS-TermStartDate        PIC 9(08)   VALUE 0.
001820
001830 01  WS-TERM-CAL-RECORD.
001840     05  WS-TC-TermCode      PIC X(06).
001850     05  WS-TC-StartDate     PIC 9(08).
001860     05  WS-TC-EndDate       PIC 9(08).
001870     05  WS-TC-GradeDeadline PIC 9(08).
001880
001890 01  WS-TERM-CAL-TABLE.
001900     05  WS-TERM-ENTRY OCCURS 20 TIMES.
001910         10  WS-TCT-TermCode      PIC X(06).
001920         10  WS-TCT-StartDate     PIC 9(08).
001930         10  WS-TCT-EndDate       PIC 9(08).
001940         10  WS-TCT-GradeDeadline PIC 9(08).
001950
001960*----------------------------------------------------------------
001970* WORKING COPIES OF THE MASTER AND ENROLLMENT RECORDS
001980*----------------------------------------------------------------
001990 01  WS-STUDENT-RECORD.
002000     05  WS-StudentID        PIC 9(05).
002010     05  WS-StudentName      PIC A(30).
002020     05  WS-StudentGrade     PIC 9(03).
002030     05  WS-ClassSection     PIC X(04).
002040     05  WS-CreditHours      PIC 9(01).
002050     05  WS-StudentStatus    PIC X(01).
002060         88  WS-STUDENT-INACTIVE         VALUES "G" "W".
002070     05  WS-StudentMark      PIC X(01).
002080     05  WS-StudentMarkDate  PIC 9(08).
002090
002100 01  WS-ENROLLMENT-RECORD.
002110     05  WS-EN-KEY.
002120         10  WS-EN-StudentID     PIC 9(05).
002130         10  WS-EN-CourseCode    PIC X(06).
002140         10  WS-EN-Attempt       PIC 9(02).
002150     05  WS-EN-Grade         PIC 9(03).
002160     05  WS-EN-CreditHours   PIC 9(01).
002170     05  WS-EN-Mark          PIC X(01).
002180     05  WS-EN-MarkDate      PIC 9(08).
002190     05  WS-EN-TermCode      PIC X(06).
002200
002210*----------------------------------------------------------------
002220* VERIFICATION WORK FIELDS.  STATUS CODES: F FULL-TIME, Q
002230*     THREE-QUARTER, H HALF-TIME, L LESS THAN HALF-TIME.
002240*----------------------------------------------------------------
002250 77  WS-TermHours            PIC 9(03)   VALUE 0.
002260 77  WS-WithdrawDate         PIC 9(08)   VALUE 0.
002270 77  WS-EffectiveDate        PIC 9(08)   VALUE 0.
002280
002290 01  WS-VERIFY-RESULT.
002300     05  WS-NewStatus        PIC X(01).
002310         88  WS-NEW-BELOW-HALF           VALUE "L".
002320     05  WS-PriorStatus      PIC X(01).
002330         88  WS-PRIOR-HALF-OR-MORE       VALUES "F" "Q" "H".
002340     05  WS-PriorHours       PIC 9(03).
002350     05  WS-RecordType       PIC X(01).
002360         88  WS-INITIAL-REPORT           VALUE "I".
002370         88  WS-CHANGE-REPORT            VALUE "C".
002380
002390*----------------------------------------------------------------
002400* RUN COUNTS
002410*----------------------------------------------------------------
002420 77  WS-RunDate              PIC 9(08)   VALUE 0.
002430 77  WS-ReadCount            PIC 9(05)   VALUE 0.
002440 77  WS-InitialCount         PIC 9(05)   VALUE 0.
002450 77  WS-ChangeCount          PIC 9(05)   VALUE 0.
002460 77  WS-UnchangedCount       PIC 9(05)   VALUE 0.
002470 77  WS-NotEnrolledCount     PIC 9(05)   VALUE 0.
002480 77  WS-BelowHalfCount       PIC 9(05)   VALUE 0.
002490 77  WS-FeedCount            PIC 9(05)   VALUE 0.
002500
002510*----------------------------------------------------------------
002520* PRINTED REGISTRAR REPORT LINES
002530*----------------------------------------------------------------
002540 01  WS-VERIFY-TITLE-LINE.
002550     05  FILLER              PIC X(34)
002560         VALUE "DROPPED BELOW HALF-TIME  TERM".
002570     05  TI-TermCode         PIC X(06).
002580     05  FILLER              PIC X(02)   VALUE SPACES.
002590     05  TI-RunDate          PIC 9(08).
002600     05  FILLER              PIC X(30)   VALUE SPACES.
002610
002620 01  WS-VERIFY-HEADER-LINE.
002630     05  FILLER              PIC X(07)   VALUE "ID".
002640     05  FILLER              PIC X(32)   VALUE "NAME".
002650     05  FILLER              PIC X(10)   VALUE "WAS   HRS".
002660     05  FILLER              PIC X(10)   VALUE "NOW   HRS".
002670     05  FILLER              PIC X(21)   VALUE "EFFECTIVE".
002680
002690 01  WS-VERIFY-DETAIL-LINE.
002700     05  VD-StudentID        PIC ZZZZ9.
002710     05  FILLER              PIC X(02)   VALUE SPACES.
002720     05  VD-StudentName      PIC A(30).
002730     05  FILLER              PIC X(02)   VALUE SPACES.
002740     05  VD-PriorStatus      PIC X(01).
002750     05  FILLER              PIC X(03)   VALUE SPACES.
002760     05  VD-PriorHours       PIC ZZ9.
002770     05  FILLER              PIC X(03)   VALUE SPACES.
002780     05  VD-Status           PIC X(01).
002790     05  FILLER              PIC X(03)   VALUE SPACES.
002800     05  VD-Hours            PIC ZZ9.
002810     05  FILLER              PIC X(03)   VALUE SPACES.
002820     05  VD-EffectiveDate    PIC 9(08).
002830     05  FILLER              PIC X(13)   VALUE SPACES.
002840
002850 01  WS-COUNT-LINE.
002860     05  CL-LABEL            PIC X(26).
002870     05  CL-VALUE            PIC ZZZZ9.
002880     05  FILLER              PIC X(49)   VALUE SPACES.
002890
002900 PROCEDURE DIVISION.
002910*----------------------------------------------------------------
002920* 0000-MAIN-PROCESS -- CONTROLS THE ENROLLMENT VERIFICATION RUN
002930*----------------------------------------------------------------
002940 0000-MAIN-PROCESS.
002950     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
002960     PERFORM 2000-VERIFY-ONE-STUDENT THRU 2000-EXIT
002970         UNTIL WS-MASTER-EOF
002980     PERFORM 9000-FINALIZE-RUN THRU 9000-EXIT
002990     STOP RUN.
003000
003010*----------------------------------------------------------------
003020* 1000-INITIALIZE-RUN -- READ THE THRESHOLDS AND RESOLVE THE TERM
003030*     (FAILING LOUDLY WITHOUT EITHER), OPEN THE FILES AND PRIME
003040*     THE FIRST MASTER RECORD.
003050*----------------------------------------------------------------
003060 1000-INITIALIZE-RUN.
003070     ACCEPT WS-RunDate FROM DATE YYYYMMDD
003080     PERFORM 1100-READ-PARAMETER-FILE THRU 1100-EXIT
003090     IF NOT WS-PARM-OK
003100         DISPLAY "Verify: EVPARM missing or unusable"
003110         MOVE 8 TO RETURN-CODE
003120         STOP RUN
003130     END-IF
003140     PERFORM 1300-LOAD-TERM-CALENDAR THRU 1300-EXIT
003150     PERFORM 1350-RESOLVE-RUN-TERM THRU 1350-EXIT
003160     IF WS-TermCode = SPACES
003170         DISPLAY "Verify: no term on TERMCAL covers " WS-RunDate
003180         MOVE 8 TO RETURN-CODE
003190         STOP RUN
003200     END-IF
003210     OPEN INPUT StudentFile
003220     OPEN INPUT EnrollmentFile
003230     OPEN I-O VerifyStatusFile
003240     OPEN OUTPUT VerifyFeedFile
003250     OPEN OUTPUT VerifyReportFile
003260     MOVE WS-TermCode TO TI-TermCode
003270     MOVE WS-RunDate TO TI-RunDate
003280     WRITE VERIFY-LINE FROM WS-VERIFY-TITLE-LINE
003290     WRITE VERIFY-LINE FROM WS-VERIFY-HEADER-LINE
003300     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT.
003310 1000-EXIT.
003320     EXIT.
003330
003340*----------------------------------------------------------------
003350* 1100-READ-PARAMETER-FILE -- TAKE THE FULL-TIME, THREE-QUARTER
003360*     AND HALF-TIME HOURS OFF THE EVPARM FILE.  ALL THREE MUST BE
003370*     NUMERIC, NONZERO AND IN DESCENDING ORDER.
003380*----------------------------------------------------------------
003390 1100-READ-PARAMETER-FILE.
003400     OPEN INPUT VerifyParmFile
003410     READ VerifyParmFile
003420         AT END
003430             GO TO 1100-DONE
003440     END-READ
003450     IF EP-FullTimeHours IS NUMERIC
003460             AND EP-ThreeQtrHours IS NUMERIC
003470             AND EP-HalfTimeHours IS NUMERIC
003480             AND EP-HalfTimeHours > 0
003490             AND EP-ThreeQtrHours > EP-HalfTimeHours
003500             AND EP-FullTimeHours > EP-ThreeQtrHours
003510         MOVE EP-FullTimeHours TO WS-FullTimeHours
003520         MOVE EP-ThreeQtrHours TO WS-ThreeQtrHours
003530         MOVE EP-HalfTimeHours TO WS-HalfTimeHours
003540         SET WS-PARM-OK TO TRUE
003550     END-IF.
003560 1100-DONE.
003570     CLOSE VerifyParmFile.
003580 1100-EXIT.
003590     EXIT.
003600
003610*----------------------------------------------------------------
003620* 1300-LOAD-TERM-CALENDAR -- READ THE OPTIONAL TERM CALENDAR
003630*     INTO ITS TABLE.
003640*----------------------------------------------------------------
003650 1300-LOAD-TERM-CALENDAR.
003660     OPEN INPUT TermCalendarFile
003670     PERFORM 1310-READ-TERM-RECORD THRU 1310-EXIT
003680     PERFORM 1320-TABLE-ONE-TERM THRU 1320-EXIT
003690         UNTIL WS-TERMCAL-EOF
003700     CLOSE TermCalendarFile.
003710 1300-EXIT.
003720     EXIT.
003730
003740*----------------------------------------------------------------
003750* 1310-READ-TERM-RECORD -- READ ONE TERM CALENDAR RECORD.
003760*----------------------------------------------------------------
003770 1310-READ-TERM-RECORD.
003780     READ TermCalendarFile INTO WS-TERM-CAL-RECORD
003790         AT END
003800             SET WS-TERMCAL-EOF TO TRUE
003810             GO TO 1310-EXIT
003820     END-READ.
003830 1310-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------------
003870* 1320-TABLE-ONE-TERM -- FILE ONE TERM CALENDAR RECORD IN THE
003880*     TABLE AND READ THE NEXT ONE.
003890*----------------------------------------------------------------
003900 1320-TABLE-ONE-TERM.
003910     IF WS-TermCount >= WS-TERM-MAX
003920         DISPLAY "Verify: term calendar table full at "
003930             WS-TERM-MAX "; remaining terms ignored"
003940         SET WS-TERMCAL-EOF TO TRUE
003950         GO TO 1320-EXIT
003960     END-IF
003970     ADD 1 TO WS-TermCount
003980     MOVE WS-TC-TermCode
003990         TO WS-TCT-TermCode (WS-TermCount)
004000     MOVE WS-TC-StartDate
004010         TO WS-TCT-StartDate (WS-TermCount)
004020     MOVE WS-TC-EndDate
004030         TO WS-TCT-EndDate (WS-TermCount)
004040     MOVE WS-TC-GradeDeadline
004050         TO WS-TCT-GradeDeadline (WS-TermCount)
004060     PERFORM 1310-READ-TERM-RECORD THRU 1310-EXIT.
004070 1320-EXIT.
004080     EXIT.
004090
004100*----------------------------------------------------------------
004110* 1350-RESOLVE-RUN-TERM -- FIND THE TERM WHOSE WINDOW COVERS THE
004120*     RUN DATE.  NOTHING FOUND LEAVES THE TERM AT SPACES AND THE
004130*     RUN IS REFUSED; A FEED WITHOUT A TERM IS NO ANSWER.
004140*----------------------------------------------------------------
004150 1350-RESOLVE-RUN-TERM.
004160     IF WS-TermCount = 0
004170         GO TO 1350-EXIT
004180     END-IF
004190     SET WS-TERM-NOT-FOUND TO TRUE
004200     PERFORM 1360-MATCH-TERM THRU 1360-EXIT
004210         VARYING WS-TC-SUB FROM 1 BY 1
004220         UNTIL WS-TERM-FOUND
004230            OR WS-TC-SUB > WS-TermCount.
004240 1350-EXIT.
004250     EXIT.
004260
004270*----------------------------------------------------------------
004280* 1360-MATCH-TERM -- TEST ONE TERM CALENDAR TABLE ENTRY AGAINST
004290*     THE RUN DATE.
004300*----------------------------------------------------------------
004310 1360-MATCH-TERM.
004320     IF WS-RunDate >= WS-TCT-StartDate (WS-TC-SUB)
004330             AND WS-RunDate <= WS-TCT-EndDate (WS-TC-SUB)
004340         SET WS-TERM-FOUND TO TRUE
004350         MOVE WS-TCT-TermCode (WS-TC-SUB) TO WS-TermCode
004360         MOVE WS-TCT-StartDate (WS-TC-SUB) TO WS-TermStartDate
004370     END-IF.
004380 1360-EXIT.
004390     EXIT.
004400
004410*----------------------------------------------------------------
004420* 2000-VERIFY-ONE-STUDENT -- WORK OUT THE STUDENT'S LOAD AND
004430*     STATUS, COMPARE IT WITH WHAT WAS LAST SENT FOR THE TERM,
004440*     AND SEND IT WHEN IT IS NEW OR CHANGED, THEN READ THE NEXT
004450*     MASTER RECORD.  A STUDENT WHO HAS GONE INACTIVE SINCE THE
004460*     LAST SEND IS SENT AS LESS THAN HALF-TIME ON NO HOURS.
004470*----------------------------------------------------------------
004480 2000-VERIFY-ONE-STUDENT.
004490     PERFORM 2400-GET-LAST-SENT THRU 2400-EXIT
004500     IF WS-STUDENT-INACTIVE
004510         MOVE 0 TO WS-TermHours
004520         MOVE 0 TO WS-WithdrawDate
004530         IF WS-StudentStatus = "W" AND WS-StudentMark = "W"
004540             MOVE WS-StudentMarkDate TO WS-WithdrawDate
004550         END-IF
004560     ELSE
004570         PERFORM 2200-SUM-TERM-HOURS THRU 2200-EXIT
004580     END-IF
004590     IF WS-INITIAL-REPORT
004600             AND (WS-STUDENT-INACTIVE OR NOT WS-ENROLLED-IN-TERM)
004610         ADD 1 TO WS-NotEnrolledCount
004620         GO TO 2000-NEXT
004630     END-IF
004640     PERFORM 2300-CLASSIFY-LOAD THRU 2300-EXIT
004650     IF WS-CHANGE-REPORT
004660             AND WS-NewStatus = WS-PriorStatus
004670         ADD 1 TO WS-UnchangedCount
004680         GO TO 2000-NEXT
004690     END-IF
004700     PERFORM 2500-SET-EFFECTIVE-DATE THRU 2500-EXIT
004710     PERFORM 2600-SEND-STATUS THRU 2600-EXIT
004720     IF WS-CHANGE-REPORT
004730             AND WS-NEW-BELOW-HALF
004740             AND WS-PRIOR-HALF-OR-MORE
004750         PERFORM 2700-LIST-BELOW-HALF THRU 2700-EXIT
004760     END-IF.
004770 2000-NEXT.
004780     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT.
004790 2000-EXIT.
004800     EXIT.
004810
004820*----------------------------------------------------------------
004830* 2100-READ-MASTER-RECORD -- READ THE NEXT MASTER RECORD.
004840*----------------------------------------------------------------
004850 2100-READ-MASTER-RECORD.
004860     READ StudentFile NEXT INTO WS-STUDENT-RECORD
004870         AT END
004880             SET WS-MASTER-EOF TO TRUE
004890             GO TO 2100-EXIT
004900     END-READ
004910     ADD 1 TO WS-ReadCount.
004920 2100-EXIT.
004930     EXIT.
004940
004950*----------------------------------------------------------------
004960* 2200-SUM-TERM-HOURS -- READ EVERY ENROLLMENT RECORD FOR THE
004970*     STUDENT BY KEY AND ADD UP THE CURRENT TERM'S HOURS, LEAVING
004980*     OUT WITHDRAWN-MARKED COURSES.  A COURSE STILL WITHOUT A
004990*     TERM STAMP IS IN THE OPEN TERM.  A STUDENT WITH NO
005000*     ENROLLMENT RECORDS AT ALL FALLS BACK TO THE MASTER'S OWN
005010*     CREDIT HOURS, AS THE BILLING RUN DOES, UNLESS THE MASTER
005020*     IS MARKED WITHDRAWN.
005030*----------------------------------------------------------------
005040 2200-SUM-TERM-HOURS.
005050     MOVE 0 TO WS-TermHours
005060     MOVE 0 TO WS-WithdrawDate
005070     MOVE "N" TO WS-HAS-ENROLL-SW
005080     MOVE "N" TO WS-IN-TERM-SW
005090     MOVE "N" TO WS-ENROLL-EOF-SW
005100     MOVE "N" TO WS-COURSES-DONE-SW
005110     MOVE WS-StudentID TO EN-StudentID
005120     MOVE LOW-VALUES TO EN-CourseCode
005130     MOVE 0 TO EN-Attempt
005140     START EnrollmentFile KEY IS NOT LESS THAN EN-KEY
005150         INVALID KEY
005160             SET WS-ENROLL-EOF TO TRUE
005170             SET WS-COURSES-DONE TO TRUE
005180     END-START
005190     PERFORM 2210-ADD-ONE-ENROLLMENT THRU 2210-EXIT
005200         UNTIL WS-COURSES-DONE
005210     IF NOT WS-HAS-ENROLLMENTS
005220         IF WS-StudentMark = "W"
005230             MOVE WS-StudentMarkDate TO WS-WithdrawDate
005240         ELSE
005250             MOVE WS-CreditHours TO WS-TermHours
005260             IF WS-TermHours > 0
005270                 SET WS-ENROLLED-IN-TERM TO TRUE
005280             END-IF
005290         END-IF
005300     END-IF.
005310 2200-EXIT.
005320     EXIT.
005330
005340*----------------------------------------------------------------
005350* 2210-ADD-ONE-ENROLLMENT -- READ THE NEXT ENROLLMENT RECORD AND,
005360*     WHEN IT STILL BELONGS TO THE STUDENT AND IS IN THE CURRENT
005370*     TERM, ADD ITS HOURS UNLESS IT IS MARKED WITHDRAWN.  THE
005380*     LATEST WITHDRAWAL DATE IN THE TERM IS KEPT FOR THE
005390*     EFFECTIVE DATE OF A DROP.
005400*----------------------------------------------------------------
005410 2210-ADD-ONE-ENROLLMENT.
005420     READ EnrollmentFile NEXT INTO WS-ENROLLMENT-RECORD
005430         AT END
005440             SET WS-ENROLL-EOF TO TRUE
005450             SET WS-COURSES-DONE TO TRUE
005460             GO TO 2210-EXIT
005470     END-READ
005480     IF WS-EN-StudentID NOT = WS-StudentID
005490         SET WS-COURSES-DONE TO TRUE
005500         GO TO 2210-EXIT
005510     END-IF
005520     SET WS-HAS-ENROLLMENTS TO TRUE
005530     IF WS-EN-TermCode NOT = WS-TermCode
005540             AND WS-EN-TermCode NOT = SPACES
005550         GO TO 2210-EXIT
005560     END-IF
005570     SET WS-ENROLLED-IN-TERM TO TRUE
005580     IF WS-EN-Mark = "W"
005590         IF WS-EN-MarkDate IS NUMERIC
005600                 AND WS-EN-MarkDate > WS-WithdrawDate
005610             MOVE WS-EN-MarkDate TO WS-WithdrawDate
005620         END-IF
005630     ELSE
005640         ADD WS-EN-CreditHours TO WS-TermHours
005650     END-IF.
005660 2210-EXIT.
005670     EXIT.
005680
005690*----------------------------------------------------------------
005700* 2300-CLASSIFY-LOAD -- CLASS THE TERM HOURS AGAINST THE EVPARM
005710*     THRESHOLDS.
005720*----------------------------------------------------------------
005730 2300-CLASSIFY-LOAD.
005740     EVALUATE TRUE
005750         WHEN WS-TermHours >= WS-FullTimeHours
005760             MOVE "F" TO WS-NewStatus
005770         WHEN WS-TermHours >= WS-ThreeQtrHours
005780             MOVE "Q" TO WS-NewStatus
005790         WHEN WS-TermHours >= WS-HalfTimeHours
005800             MOVE "H" TO WS-NewStatus
005810         WHEN OTHER
005820             MOVE "L" TO WS-NewStatus
005830     END-EVALUATE.
005840 2300-EXIT.
005850     EXIT.
005860
005870*----------------------------------------------------------------
005880* 2400-GET-LAST-SENT -- KEYED READ OF WHAT WAS LAST SENT FOR THE
005890*     STUDENT.  NOTHING ON FILE, OR A ROW FROM AN EARLIER TERM,
005900*     MAKES THIS THE STUDENT'S FIRST REPORT FOR THE TERM.
005910*----------------------------------------------------------------
005920 2400-GET-LAST-SENT.
005930     MOVE SPACES TO WS-VERIFY-RESULT
005940     MOVE 0 TO WS-PriorHours
005950     SET WS-INITIAL-REPORT TO TRUE
005960     SET WS-VSTAT-NOT-FOUND TO TRUE
005970     MOVE WS-StudentID TO VS-StudentID
005980     READ VerifyStatusFile
005990         INVALID KEY
006000             GO TO 2400-EXIT
006010     END-READ
006020     SET WS-VSTAT-FOUND TO TRUE
006030     IF VS-TermCode = WS-TermCode
006040         SET WS-CHANGE-REPORT TO TRUE
006050         MOVE VS-Status TO WS-PriorStatus
006060         MOVE VS-Hours TO WS-PriorHours
006070     END-IF.
006080 2400-EXIT.
006090     EXIT.
006100
006110*----------------------------------------------------------------
006120* 2500-SET-EFFECTIVE-DATE -- A FIRST REPORT TAKES EFFECT FROM THE
006130*     START OF THE TERM.  A CHANGE TAKES EFFECT ON THE WITHDRAWAL
006140*     DATE WHEN A WITHDRAWAL SINCE THE LAST SEND EXPLAINS IT,
006150*     OTHERWISE ON THE RUN DATE.
006160*----------------------------------------------------------------
006170 2500-SET-EFFECTIVE-DATE.
006180     IF WS-INITIAL-REPORT
006190         MOVE WS-TermStartDate TO WS-EffectiveDate
006200         GO TO 2500-EXIT
006210     END-IF
006220     MOVE WS-RunDate TO WS-EffectiveDate
006230     IF WS-WithdrawDate IS NUMERIC
006240             AND WS-WithdrawDate > VS-ReportedDate
006250             AND WS-WithdrawDate NOT > WS-RunDate
006260         MOVE WS-WithdrawDate TO WS-EffectiveDate
006270     END-IF.
006280 2500-EXIT.
006290     EXIT.
006300
006310*----------------------------------------------------------------
006320* 2600-SEND-STATUS -- WRITE THE FEED ROW AND RECORD WHAT WAS SENT
006330*     ON THE VERIFICATION STATUS FILE.
006340*----------------------------------------------------------------
006350 2600-SEND-STATUS.
006360     MOVE WS-StudentID TO VF-StudentID
006370     MOVE WS-StudentName TO VF-StudentName
006380     MOVE WS-TermCode TO VF-TermCode
006390     MOVE WS-RecordType TO VF-RecordType
006400     MOVE WS-NewStatus TO VF-Status
006410     MOVE WS-TermHours TO VF-Hours
006420     MOVE WS-EffectiveDate TO VF-EffectiveDate
006430     MOVE WS-PriorStatus TO VF-PriorStatus
006440     MOVE WS-RunDate TO VF-FeedDate
006450     WRITE VERIFY-FEED-RECORD
006460     ADD 1 TO WS-FeedCount
006470     IF WS-INITIAL-REPORT
006480         ADD 1 TO WS-InitialCount
006490     ELSE
006500         ADD 1 TO WS-ChangeCount
006510     END-IF
006520     MOVE WS-StudentID TO VS-StudentID
006530     MOVE WS-TermCode TO VS-TermCode
006540     MOVE WS-NewStatus TO VS-Status
006550     MOVE WS-TermHours TO VS-Hours
006560     MOVE WS-EffectiveDate TO VS-EffectiveDate
006570     MOVE WS-RunDate TO VS-ReportedDate
006580     IF WS-VSTAT-FOUND
006590         REWRITE VERIFY-STATUS-RECORD
006600             INVALID KEY
006610                 DISPLAY "Verify: status update failed for "
006620                     WS-StudentID
006630         END-REWRITE
006640     ELSE
006650         WRITE VERIFY-STATUS-RECORD
006660             INVALID KEY
006670                 DISPLAY "Verify: status write failed for "
006680                     WS-StudentID
006690         END-WRITE
006700     END-IF.
006710 2600-EXIT.
006720     EXIT.
006730
006740*----------------------------------------------------------------
006750* 2700-LIST-BELOW-HALF -- LIST A STUDENT WHOSE CHANGE DROPPED
006760*     THEM BELOW HALF-TIME FOR THE REGISTRAR.
006770*----------------------------------------------------------------
006780 2700-LIST-BELOW-HALF.
006790     MOVE WS-StudentID TO VD-StudentID
006800     MOVE WS-StudentName TO VD-StudentName
006810     MOVE WS-PriorStatus TO VD-PriorStatus
006820     MOVE WS-PriorHours TO VD-PriorHours
006830     MOVE WS-NewStatus TO VD-Status
006840     MOVE WS-TermHours TO VD-Hours
006850     MOVE WS-EffectiveDate TO VD-EffectiveDate
006860     WRITE VERIFY-LINE FROM WS-VERIFY-DETAIL-LINE
006870     ADD 1 TO WS-BelowHalfCount.
006880 2700-EXIT.
006890     EXIT.
006900
006910*----------------------------------------------------------------
006920* 9000-FINALIZE-RUN -- PRINT THE RUN COUNTS AND CLOSE UP.
006930*----------------------------------------------------------------
006940 9000-FINALIZE-RUN.
006950     MOVE "Students Read:" TO CL-LABEL
006960     MOVE WS-ReadCount TO CL-VALUE
006970     WRITE VERIFY-LINE FROM WS-COUNT-LINE
006980     MOVE "First Reports For Term:" TO CL-LABEL
006990     MOVE WS-InitialCount TO CL-VALUE
007000     WRITE VERIFY-LINE FROM WS-COUNT-LINE
007010     MOVE "Status Changes Sent:" TO CL-LABEL
007020     MOVE WS-ChangeCount TO CL-VALUE
007030     WRITE VERIFY-LINE FROM WS-COUNT-LINE
007040     MOVE "Unchanged, Not Sent:" TO CL-LABEL
007050     MOVE WS-UnchangedCount TO CL-VALUE
007060     WRITE VERIFY-LINE FROM WS-COUNT-LINE
007070     MOVE "Not Enrolled In Term:" TO CL-LABEL
007080     MOVE WS-NotEnrolledCount TO CL-VALUE
007090     WRITE VERIFY-LINE FROM WS-COUNT-LINE
007100     MOVE "Dropped Below Half-Time:" TO CL-LABEL
007110     MOVE WS-BelowHalfCount TO CL-VALUE
007120     WRITE VERIFY-LINE FROM WS-COUNT-LINE
007130     DISPLAY "Verify Term: " WS-TermCode
007140         " Students Read: " WS-ReadCount
007150     DISPLAY "Verify Feed Rows: " WS-FeedCount
007160         " First: " WS-InitialCount
007170         " Changes: " WS-ChangeCount
007180     DISPLAY "Verify Dropped Below Half-Time: " WS-BelowHalfCount
007190     CLOSE StudentFile
007200     CLOSE EnrollmentFile
007210     CLOSE VerifyStatusFile
007220     CLOSE VerifyFeedFile
007230     CLOSE VerifyReportFile.
007240 9000-EXIT.
007250     EXIT.
007260
007270 END PROGRAM EnrollVerify.
