000340*                 INCOMPLETE MARK WAS GRANTED, FOR THE ROSTER
000350*                 RUN'S AGING PASS; THE LAYOUT HERE IS WIDENED
000360*                 TO MATCH THE NEW 24-BYTE RECORD.
000370* 10/15/2026 JC  ENROLL IS NOW AN INDEXED MASTER KEYED ON STUDENT
000380*                 ID, COURSE CODE AND ATTEMPT (26 BYTES).  THE
000390*                 1000-ROW TABLE LOADED AT START OF RUN IS GONE:
000400*                 EACH STUDENT'S COURSES ARE READ BY KEY INTO A
000410*                 SMALL PER-STUDENT TABLE WHEN THE HOURS ARE
000420*                 SUMMED, SO A BIG FILE NO LONGER UNDERBILLS.
000430* 10/15/2026 JC  THE ENROLLMENT RECORD NOW CARRIES THE TERM CODE
000440*                 IT WAS TAKEN IN (32 BYTES); THE LAYOUT HERE IS
000450*                 WIDENED TO MATCH.
000460* 10/15/2026 JC  BILLING IS NOW SCOPED TO THE RUN TERM.  CLOSED-
000470*                 TERM ENROLLMENTS STAY ON ENROLL, SO A RETURNING
000480*                 STUDENT WAS BILLED FOR EVERY EARLIER TERM'S
000490*                 HOURS AS WELL; A ROW STAMPED WITH ANOTHER TERM
000500*                 NO LONGER BILLS.  A STUDENT WHOSE ROWS ARE ALL
000510*                 IN OTHER TERMS BILLS NOTHING RATHER THAN FALLING
000520*                 BACK TO THE MASTER'S HOURS.
000530*----------------------------------------------------------------
000540
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT OPTIONAL StudentFile ASSIGN TO "STUDENTS"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS StudentID.
000620
000630     SELECT OPTIONAL EnrollmentFile ASSIGN TO "ENROLL"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS EN-KEY.
000670
000680     SELECT OPTIONAL RateCardFile ASSIGN TO "RATECARD"
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700
000710     SELECT OPTIONAL TermCalendarFile ASSIGN TO "TERMCAL"
000720         ORGANIZATION IS LINE SEQUENTIAL.
000730
000740     SELECT BillingExtractFile ASSIGN TO "BILLEXT"
000750         ORGANIZATION IS LINE SEQUENTIAL.
000760
000770     SELECT AssessRegisterFile ASSIGN TO "ASSESSRG"
000780         ORGANIZATION IS LINE SEQUENTIAL.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  StudentFile.
000830 01  StudentRecord.
000840     05  StudentID           PIC 9(05).
000850     05  StudentName         PIC A(30).
000860     05  StudentGrade        PIC 9(03).
000870     05  ClassSection        PIC X(04).
000880     05  CreditHours         PIC 9(01).
000890     05  StudentStatus       PIC X(01).
000900     05  StudentMark         PIC X(01).
000910     05  StudentMarkDate     PIC 9(08).
000920
000930 FD  EnrollmentFile.
000940 01  ENROLLMENT-RECORD.
000950     05  EN-KEY.
000960         10  EN-StudentID    PIC 9(05).
000970         10  EN-CourseCode   PIC X(06).
000980         10  EN-Attempt      PIC 9(02).
000990     05  EN-Grade            PIC 9(03).
001000     05  EN-CreditHours      PIC 9(01).
001010     05  EN-Mark             PIC X(01).
001020     05  EN-MarkDate         PIC 9(08).
001030     05  EN-TermCode         PIC X(06).
001040
001050 FD  RateCardFile.
001060 01  RATE-CARD-RECORD.
001070     05  RC-PerCreditRate    PIC 9(03)V99.
001080     05  RC-FlatFee          PIC 9(05)V99.
001090     05  RC-FullTimeHours    PIC 9(02).
001100     05  RC-FullTimeCap      PIC 9(07)V99.
001110
001120 FD  TermCalendarFile.
001130 01  TERM-CAL-RECORD.
001140     05  TC-TermCode         PIC X(06).
001150     05  TC-StartDate        PIC 9(08).
001160     05  TC-EndDate          PIC 9(08).
001170     05  TC-GradeDeadline    PIC 9(08).
001180
001190 FD  BillingExtractFile.
001200 01  BILLING-EXTRACT-RECORD.
001210     05  BX-StudentID        PIC 9(05).
001220     05  BX-StudentName      PIC A(30).
001230     05  BX-CreditHours      PIC 9(03).
001240     05  BX-Amount           PIC 9(07)V99.
001250     05  BX-TermCode         PIC X(06).
001260
001270 FD  AssessRegisterFile.
001280 01  REGISTER-LINE              PIC X(80).
001290
001300 WORKING-STORAGE SECTION.
001310*----------------------------------------------------------------
001320* SWITCHES
001330*----------------------------------------------------------------
001340 77  WS-MASTER-EOF-SW        PIC X(01)   VALUE "N".
001350     88  WS-MASTER-EOF                   VALUE "Y".
001360
001370 77  WS-ENROLL-EOF-SW        PIC X(01)   VALUE "N".
001380     88  WS-ENROLL-EOF                   VALUE "Y".
001390
001400 77  WS-TERMCAL-EOF-SW       PIC X(01)   VALUE "N".
001410     88  WS-TERMCAL-EOF                  VALUE "Y".
001420
001430 77  WS-TERM-FOUND-SW        PIC X(01)   VALUE "N".
001440     88  WS-TERM-FOUND                   VALUE "Y".
001450     88  WS-TERM-NOT-FOUND               VALUE "N".
001460
001470 77  WS-RATE-OK-SW           PIC X(01)   VALUE "N".
001480     88  WS-RATE-OK                      VALUE "Y".
001490
001500 77  WS-COURSES-DONE-SW      PIC X(01)   VALUE "N".
001510     88  WS-COURSES-DONE                 VALUE "Y".
001520
001530 77  WS-COURSE-OVERFLOW-SW   PIC X(01)   VALUE "N".
001540     88  WS-COURSE-OVERFLOW              VALUE "Y".
001550
001560 77  WS-HAS-ENROLL-SW        PIC X(01)   VALUE "N".
001570     88  WS-HAS-ENROLLMENTS              VALUE "Y".
001580
001590*----------------------------------------------------------------
001600* RATE CARD -- THERE ARE NO SHOP DEFAULTS FOR MONEY; A MISSING
001610*     OR UNUSABLE CARD FAILS THE RUN OUTRIGHT.
001620*----------------------------------------------------------------
001630 77  WS-PerCreditRate        PIC 9(03)V99 VALUE 0.
001640 77  WS-FlatFee              PIC 9(05)V99 VALUE 0.
001650 77  WS-FullTimeHours        PIC 9(02)   VALUE 0.
001660 77  WS-FullTimeCap          PIC 9(07)V99 VALUE 0.
001670
001680*----------------------------------------------------------------
001690* WORKING COPY OF THE MASTER RECORD BEING BILLED
001700*----------------------------------------------------------------
001710 01  WS-STUDENT-RECORD.
001720     05  WS-StudentID        PIC 9(05).
001730     05  WS-StudentName      PIC A(30).
001740     05  WS-StudentGrade     PIC 9(03).
001750     05  WS-ClassSection     PIC X(04).
001760     05  WS-CreditHours      PIC 9(01).
001770     05  WS-StudentStatus    PIC X(01).
001780         88  WS-STUDENT-INACTIVE         VALUES "G" "W".
001790     05  WS-StudentMark      PIC X(01).
001800     05  WS-StudentMarkDate  PIC 9(08).
001810
001820*----------------------------------------------------------------
001830* ENROLLMENT TABLE -- LOADED BY KEY FOR EACH STUDENT SO THE
001840*     BILLABLE HOURS CAN BE SUMMED, THE SAME WAY THE ROSTER RUN
001850*     TABLES ITS ENROLLMENTS.  A WITHDRAWN-MARKED ENTRY DOES NOT
001860*     BILL.
001870*----------------------------------------------------------------
001880 77  WS-ENROLL-MAX           PIC 9(04)   COMP VALUE 100.
001890 77  WS-EnrollmentCount      PIC 9(04)   COMP VALUE 0.
001900 77  WS-EN-SUB               PIC 9(04)   COMP VALUE 0.
001910
001920 01  WS-ENROLLMENT-RECORD.
001930     05  WS-EN-KEY.
001940         10  WS-EN-StudentID     PIC 9(05).
001950         10  WS-EN-CourseCode    PIC X(06).
001960         10  WS-EN-Attempt       PIC 9(02).
001970     05  WS-EN-Grade         PIC 9(03).
001980     05  WS-EN-CreditHours   PIC 9(01).
001990     05  WS-EN-Mark          PIC X(01).
002000     05  WS-EN-MarkDate      PIC 9(08).
002010     05  WS-EN-TermCode      PIC X(06).
002020
002030 01  WS-ENROLLMENT-TABLE.
002040     05  WS-EN-ENTRY OCCURS 100 TIMES.
002050         10  WS-ENT-StudentID    PIC 9(05).
002060         10  WS-ENT-CourseCode   PIC X(06).
002070         10  WS-ENT-Grade        PIC 9(03).
002080         10  WS-ENT-CreditHours  PIC 9(01).
002090         10  WS-ENT-Mark         PIC X(01).
002100         10  WS-ENT-TermCode     PIC X(06).
002110
002120*----------------------------------------------------------------
002130* TERM CALENDAR TABLE -- THE RUN DATE IS RESOLVED TO A TERM CODE
002140*     FOR THE EXTRACT STAMP.  NO CALENDAR, OR A RUN DATED
002150*     BETWEEN TERMS, LEAVES THE STAMP AT SPACES.
002160*----------------------------------------------------------------
002170 77  WS-TERM-MAX             PIC 9(02)   COMP VALUE 20.
002180 77  WS-TermCount            PIC 9(02)   COMP VALUE 0.
002190 77  WS-TC-SUB               PIC 9(02)   COMP VALUE 0.
002200 77  WS-TermCode             PIC X(06)   VALUE SPACES.
002210
002220 01  WS-TERM-CAL-RECORD.
002230     05  WS-TC-TermCode      PIC X(06).
002240     05  WS-TC-StartDate     PIC 9(08).
002250     05  WS-TC-EndDate       PIC 9(08).
002260     05  WS-TC-GradeDeadline PIC 9(08).
002270
002280 01  WS-TERM-CAL-TABLE.
002290     05  WS-TERM-ENTRY OCCURS 20 TIMES.
002300         10  WS-TCT-TermCode      PIC X(06).
002310         10  WS-TCT-StartDate     PIC 9(08).
002320         10  WS-TCT-EndDate       PIC 9(08).
002330         10  WS-TCT-GradeDeadline PIC 9(08).
002340
002350*----------------------------------------------------------------
002360* BILLING WORK FIELDS AND CONTROL TOTALS
002370*----------------------------------------------------------------
002380 77  WS-RunDate              PIC 9(08)   VALUE 0.
002390 77  WS-BillHours            PIC 9(03)   VALUE 0.
002400 77  WS-CreditCharge         PIC 9(07)V99 VALUE 0.
002410 77  WS-BillAmount           PIC 9(07)V99 VALUE 0.
002420 77  WS-CAP-FLAG             PIC X(08)   VALUE SPACES.
002430
002440 77  WS-ReadCount            PIC 9(05)   VALUE 0.
002450 77  WS-BilledCount          PIC 9(05)   VALUE 0.
002460 77  WS-SkippedCount         PIC 9(05)   VALUE 0.
002470 77  WS-ExtractCount         PIC 9(05)   VALUE 0.
002480 77  WS-TotalHours           PIC 9(07)   VALUE 0.
002490 77  WS-TotalDollars         PIC 9(09)V99 VALUE 0.
002500 77  WS-OutOfBalanceLegs     PIC 9(02)   VALUE 0.
002510
002520*----------------------------------------------------------------
002530* PRINTED ASSESSMENT REGISTER LINES
002540*----------------------------------------------------------------
002550 01  WS-REGISTER-HEADER-LINE.
002560     05  FILLER              PIC X(29)
002570         VALUE "TUITION ASSESSMENT REGISTER".
002580     05  RG-HDR-DATE         PIC 9(08).
002590     05  FILLER              PIC X(02)   VALUE SPACES.
002600     05  RG-HDR-TERM         PIC X(06).
002610     05  FILLER              PIC X(35)   VALUE SPACES.
002620
002630 01  WS-REGISTER-DETAIL-LINE.
002640     05  RG-StudentID        PIC ZZZZ9.
002650     05  FILLER              PIC X(02)   VALUE SPACES.
002660     05  RG-StudentName      PIC A(30).
002670     05  FILLER              PIC X(02)   VALUE SPACES.
002680     05  RG-Hours            PIC ZZZ9.
002690     05  FILLER              PIC X(02)   VALUE SPACES.
002700     05  RG-Amount           PIC ZZZZZZ9.99.
002710     05  FILLER              PIC X(02)   VALUE SPACES.
002720     05  RG-FLAG             PIC X(08).
002730     05  FILLER              PIC X(15)   VALUE SPACES.
002740
002750 01  WS-REGISTER-SKIP-LINE.
002760     05  RS-StudentID        PIC ZZZZ9.
002770     05  FILLER              PIC X(02)   VALUE SPACES.
002780     05  RS-StudentName      PIC A(30).
002790     05  FILLER              PIC X(02)   VALUE SPACES.
002800     05  RS-REASON           PIC X(30).
002810     05  FILLER              PIC X(11)   VALUE SPACES.
002820
002830 01  WS-REGISTER-TOTAL-LINE.
002840     05  FILLER              PIC X(18)
002850         VALUE "Students Billed:".
002860     05  RT-BILLED           PIC ZZZZ9.
002870     05  FILLER              PIC X(02)   VALUE SPACES.
002880     05  FILLER              PIC X(13)   VALUE "Total Hours:".
002890     05  RT-HOURS            PIC ZZZZZZ9.
002900     05  FILLER              PIC X(02)   VALUE SPACES.
002910     05  FILLER              PIC X(15)   VALUE "Total Dollars:".
002920     05  RT-DOLLARS          PIC ZZZZZZZZ9.99.
002930     05  FILLER              PIC X(06)   VALUE SPACES.
002940
002950 PROCEDURE DIVISION.
002960*----------------------------------------------------------------
002970* 0000-MAIN-PROCESS -- CONTROLS THE ASSESSMENT RUN
002980*----------------------------------------------------------------
002990 0000-MAIN-PROCESS.
003000     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
003010     PERFORM 2000-BILL-ONE-STUDENT THRU 2000-EXIT
003020         UNTIL WS-MASTER-EOF
003030     PERFORM 9000-FINALIZE-RUN THRU 9000-EXIT
003040     STOP RUN.
003050
003060*----------------------------------------------------------------
003070* 1000-INITIALIZE-RUN -- READ THE RATE CARD (FAILING LOUDLY
003080*     WITHOUT ONE), LOAD THE TERM CALENDAR, OPEN THE FILES AND
003090*     PRIME THE FIRST MASTER RECORD.
003100*----------------------------------------------------------------
003110 1000-INITIALIZE-RUN.
003120     ACCEPT WS-RunDate FROM DATE YYYYMMDD
003130     PERFORM 1100-READ-RATE-CARD THRU 1100-EXIT
003140     IF NOT WS-RATE-OK
003150         DISPLAY "Billing: RATECARD missing or unusable"
003160         MOVE 8 TO RETURN-CODE
003170         STOP RUN
003180     END-IF
003190     PERFORM 1300-LOAD-TERM-CALENDAR THRU 1300-EXIT
003200     PERFORM 1350-RESOLVE-RUN-TERM THRU 1350-EXIT
003210     OPEN INPUT EnrollmentFile
003220     OPEN INPUT StudentFile
003230     OPEN OUTPUT BillingExtractFile
003240     OPEN OUTPUT AssessRegisterFile
003250     MOVE WS-RunDate TO RG-HDR-DATE
003260     MOVE WS-TermCode TO RG-HDR-TERM
003270     WRITE REGISTER-LINE FROM WS-REGISTER-HEADER-LINE
003280     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT.
003290 1000-EXIT.
003300     EXIT.
003310
003320*----------------------------------------------------------------
003330* 1100-READ-RATE-CARD -- TAKE THE PER-CREDIT RATE, FLAT FEE AND
003340*     FULL-TIME HOURS/CAP OFF THE RATECARD FILE.  EVERY FIELD
003350*     MUST BE NUMERIC AND THE RATE MUST BE NONZERO; ANYTHING
003360*     ELSE LEAVES THE OK SWITCH DOWN AND THE RUN REFUSES.
003370*----------------------------------------------------------------
003380 1100-READ-RATE-CARD.
003390     OPEN INPUT RateCardFile
003400     READ RateCardFile
003410         AT END
003420             GO TO 1100-DONE
003430     END-READ
003440     IF RC-PerCreditRate IS NUMERIC
003450             AND RC-FlatFee IS NUMERIC
003460             AND RC-FullTimeHours IS NUMERIC
003470             AND RC-FullTimeCap IS NUMERIC
003480             AND RC-PerCreditRate > 0
003490         MOVE RC-PerCreditRate TO WS-PerCreditRate
003500         MOVE RC-FlatFee TO WS-FlatFee
003510         MOVE RC-FullTimeHours TO WS-FullTimeHours
003520         MOVE RC-FullTimeCap TO WS-FullTimeCap
003530         SET WS-RATE-OK TO TRUE
003540     END-IF.
003550 1100-DONE.
003560     CLOSE RateCardFile.
003570 1100-EXIT.
003580     EXIT.
003590
003600*----------------------------------------------------------------
003610* 1200-LOAD-STUDENT-COURSES -- READ EVERY ENROLLMENT RECORD FOR
003620*     THE STUDENT BEING BILLED BY KEY INTO THE ENROLLMENT TABLE.
003630*     THE READ STOPS ON THE FIRST RECORD FOR THE NEXT STUDENT OR
003640*     AT END OF FILE.  A STUDENT WITH MORE COURSES THAN THE
003650*     TABLE HOLDS IS BILLED ON THE ONES THAT FIT, WITH A WARNING
003660*     RATHER THAN AN OVERRUN.
003670*----------------------------------------------------------------
003680 1200-LOAD-STUDENT-COURSES.
003690     MOVE 0 TO WS-EnrollmentCount
003700     MOVE "N" TO WS-ENROLL-EOF-SW
003710     MOVE "N" TO WS-COURSES-DONE-SW
003720     MOVE "N" TO WS-COURSE-OVERFLOW-SW
003730     MOVE WS-StudentID TO EN-StudentID
003740     MOVE LOW-VALUES TO EN-CourseCode
003750     MOVE 0 TO EN-Attempt
003760     START EnrollmentFile KEY IS NOT LESS THAN EN-KEY
003770         INVALID KEY
003780             SET WS-ENROLL-EOF TO TRUE
003790             GO TO 1200-EXIT
003800     END-START
003810     PERFORM 1210-TABLE-STUDENT-COURSE THRU 1210-EXIT
003820         UNTIL WS-COURSES-DONE
003830     IF WS-COURSE-OVERFLOW
003840         DISPLAY "Billing: student " WS-StudentID
003850             " has more than " WS-ENROLL-MAX
003860             " courses; the rest are not billed"
003870     END-IF.
003880 1200-EXIT.
003890     EXIT.
003900
003910*----------------------------------------------------------------
003920* 1210-TABLE-STUDENT-COURSE -- READ THE NEXT ENROLLMENT RECORD AND
003930*     TABLE IT WHEN IT STILL BELONGS TO THE STUDENT BEING BILLED.
003940*----------------------------------------------------------------
003950 1210-TABLE-STUDENT-COURSE.
003960     READ EnrollmentFile NEXT INTO WS-ENROLLMENT-RECORD
003970         AT END
003980             SET WS-ENROLL-EOF TO TRUE
003990             SET WS-COURSES-DONE TO TRUE
004000             GO TO 1210-EXIT
004010     END-READ
004020     IF WS-EN-StudentID NOT = WS-StudentID
004030         SET WS-COURSES-DONE TO TRUE
004040         GO TO 1210-EXIT
004050     END-IF
004060     IF WS-EnrollmentCount >= WS-ENROLL-MAX
004070         SET WS-COURSE-OVERFLOW TO TRUE
004080         GO TO 1210-EXIT
004090     END-IF
004100     ADD 1 TO WS-EnrollmentCount
004110     MOVE WS-EN-StudentID
004120         TO WS-ENT-StudentID (WS-EnrollmentCount)
004130     MOVE WS-EN-CourseCode
004140         TO WS-ENT-CourseCode (WS-EnrollmentCount)
004150     MOVE WS-EN-Grade TO WS-ENT-Grade (WS-EnrollmentCount)
004160     MOVE WS-EN-CreditHours
004170         TO WS-ENT-CreditHours (WS-EnrollmentCount)
004180     MOVE WS-EN-Mark TO WS-ENT-Mark (WS-EnrollmentCount)
004190     MOVE WS-EN-TermCode TO WS-ENT-TermCode (WS-EnrollmentCount).
004200 1210-EXIT.
004210     EXIT.
004220
004230*----------------------------------------------------------------
004240* 1300-LOAD-TERM-CALENDAR -- READ THE OPTIONAL TERM CALENDAR
004250*     INTO ITS TABLE.
004260*----------------------------------------------------------------
004270 1300-LOAD-TERM-CALENDAR.
004280     OPEN INPUT TermCalendarFile
004290     PERFORM 1310-READ-TERM-RECORD THRU 1310-EXIT
004300     PERFORM 1320-TABLE-ONE-TERM THRU 1320-EXIT
004310         UNTIL WS-TERMCAL-EOF
004320     CLOSE TermCalendarFile.
004330 1300-EXIT.
004340     EXIT.
004350
004360*----------------------------------------------------------------
004370* 1310-READ-TERM-RECORD -- READ ONE TERM CALENDAR RECORD.
004380*----------------------------------------------------------------
004390 1310-READ-TERM-RECORD.
004400     READ TermCalendarFile INTO WS-TERM-CAL-RECORD
004410         AT END
004420             SET WS-TERMCAL-EOF TO TRUE
004430             GO TO 1310-EXIT
004440     END-READ.
004450 1310-EXIT.
004460     EXIT.
004470
004480*----------------------------------------------------------------
004490* 1320-TABLE-ONE-TERM -- FILE ONE TERM CALENDAR RECORD IN THE
004500*     TABLE AND READ THE NEXT ONE.
004510*----------------------------------------------------------------
004520 1320-TABLE-ONE-TERM.
004530     IF WS-TermCount >= WS-TERM-MAX
004540         DISPLAY "Billing: term calendar table full at "
004550             WS-TERM-MAX "; remaining terms ignored"
004560         SET WS-TERMCAL-EOF TO TRUE
004570         GO TO 1320-EXIT
004580     END-IF
004590     ADD 1 TO WS-TermCount
004600     MOVE WS-TC-TermCode
004610         TO WS-TCT-TermCode (WS-TermCount)
004620     MOVE WS-TC-StartDate
004630         TO WS-TCT-StartDate (WS-TermCount)
004640     MOVE WS-TC-EndDate
004650         TO WS-TCT-EndDate (WS-TermCount)
004660     MOVE WS-TC-GradeDeadline
004670         TO WS-TCT-GradeDeadline (WS-TermCount)
004680     PERFORM 1310-READ-TERM-RECORD THRU 1310-EXIT.
004690 1320-EXIT.
004700     EXIT.
004710
004720*----------------------------------------------------------------
004730* 1350-RESOLVE-RUN-TERM -- FIND THE TERM WHOSE WINDOW COVERS THE
004740*     RUN DATE FOR THE EXTRACT STAMP.  NOTHING FOUND LEAVES THE
004750*     STAMP AT SPACES; A BILLING RUN BETWEEN TERMS IS NOT
004760*     REFUSED THE WAY A ROSTER RUN IS.
004770*----------------------------------------------------------------
004780 1350-RESOLVE-RUN-TERM.
004790     IF WS-TermCount = 0
004800         GO TO 1350-EXIT
004810     END-IF
004820     SET WS-TERM-NOT-FOUND TO TRUE
004830     PERFORM 1360-MATCH-TERM THRU 1360-EXIT
004840         VARYING WS-TC-SUB FROM 1 BY 1
004850         UNTIL WS-TERM-FOUND
004860            OR WS-TC-SUB > WS-TermCount.
004870 1350-EXIT.
004880     EXIT.
004890
004900*----------------------------------------------------------------
004910* 1360-MATCH-TERM -- TEST ONE TERM CALENDAR TABLE ENTRY AGAINST
004920*     THE RUN DATE.
004930*----------------------------------------------------------------
004940 1360-MATCH-TERM.
004950     IF WS-RunDate >= WS-TCT-StartDate (WS-TC-SUB)
004960             AND WS-RunDate <= WS-TCT-EndDate (WS-TC-SUB)
004970         SET WS-TERM-FOUND TO TRUE
004980         MOVE WS-TCT-TermCode (WS-TC-SUB) TO WS-TermCode
004990     END-IF.
005000 1360-EXIT.
005010     EXIT.
005020
005030*----------------------------------------------------------------
005040* 2000-BILL-ONE-STUDENT -- PRICE THE MASTER RECORD JUST READ AND
005050*     WRITE ITS EXTRACT ROW AND REGISTER LINE, OR LIST WHY IT
005060*     WAS SKIPPED, THEN READ THE NEXT ONE.
005070*----------------------------------------------------------------
005080 2000-BILL-ONE-STUDENT.
005090     IF WS-STUDENT-INACTIVE
005100         MOVE "STATUS WITHDRAWN OR GRADUATED" TO RS-REASON
005110         PERFORM 2400-WRITE-SKIP-LINE THRU 2400-EXIT
005120         GO TO 2000-NEXT
005130     END-IF
005140     PERFORM 2200-SUM-BILLABLE-HOURS THRU 2200-EXIT
005150     IF WS-BillHours = 0
005160         MOVE "NO BILLABLE CREDIT HOURS" TO RS-REASON
005170         PERFORM 2400-WRITE-SKIP-LINE THRU 2400-EXIT
005180         GO TO 2000-NEXT
005190     END-IF
005200     PERFORM 2300-PRICE-THE-LOAD THRU 2300-EXIT
005210     MOVE WS-StudentID TO BX-StudentID
005220     MOVE WS-StudentName TO BX-StudentName
005230     MOVE WS-BillHours TO BX-CreditHours
005240     MOVE WS-BillAmount TO BX-Amount
005250     MOVE WS-TermCode TO BX-TermCode
005260     WRITE BILLING-EXTRACT-RECORD
005270     ADD 1 TO WS-ExtractCount
005280     MOVE WS-StudentID TO RG-StudentID
005290     MOVE WS-StudentName TO RG-StudentName
005300     MOVE WS-BillHours TO RG-Hours
005310     MOVE WS-BillAmount TO RG-Amount
005320     MOVE WS-CAP-FLAG TO RG-FLAG
005330     WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE
005340     ADD 1 TO WS-BilledCount
005350     ADD WS-BillHours TO WS-TotalHours
005360     ADD WS-BillAmount TO WS-TotalDollars.
005370 2000-NEXT.
005380     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT.
005390 2000-EXIT.
005400     EXIT.
005410
005420*----------------------------------------------------------------
005430* 2100-READ-MASTER-RECORD -- READ THE NEXT MASTER RECORD.
005440*----------------------------------------------------------------
005450 2100-READ-MASTER-RECORD.
005460     READ StudentFile NEXT INTO WS-STUDENT-RECORD
005470         AT END
005480             SET WS-MASTER-EOF TO TRUE
005490             GO TO 2100-EXIT
005500     END-READ
005510     ADD 1 TO WS-ReadCount.
005520 2100-EXIT.
005530     EXIT.
005540
005550*----------------------------------------------------------------
005560* 2200-SUM-BILLABLE-HOURS -- ROLL UP THE STUDENT'S CREDIT HOURS
005570*     ACROSS EVERY ENROLLMENT TABLE ENTRY FOR THE RUN TERM (OR
005580*     NOT YET STAMPED WITH A TERM) THAT IS NOT MARKED WITHDRAWN
005590*     (INCOMPLETE AND PASS/FAIL LOADS STILL BILL).  A STUDENT
005600*     WITH NO ENROLLMENT RECORDS AT ALL FALLS BACK TO THE
005610*     MASTER'S OWN CREDIT HOURS, UNLESS THE MASTER ITSELF IS
005620*     MARKED WITHDRAWN.
005630*----------------------------------------------------------------
005640 2200-SUM-BILLABLE-HOURS.
005650     MOVE 0 TO WS-BillHours
005660     MOVE "N" TO WS-HAS-ENROLL-SW
005670     PERFORM 1200-LOAD-STUDENT-COURSES THRU 1200-EXIT
005680     PERFORM 2210-ADD-ENROLLMENT-HOURS THRU 2210-EXIT
005690         VARYING WS-EN-SUB FROM 1 BY 1
005700         UNTIL WS-EN-SUB > WS-EnrollmentCount
005710     IF NOT WS-HAS-ENROLLMENTS
005720             AND WS-StudentMark NOT = "W"
005730         MOVE WS-CreditHours TO WS-BillHours
005740     END-IF.
005750 2200-EXIT.
005760     EXIT.
005770
005780*----------------------------------------------------------------
005790* 2210-ADD-ENROLLMENT-HOURS -- FOLD ONE TABLE ENTRY'S HOURS INTO
005800*     THE BILLABLE TOTAL WHEN IT BELONGS TO THIS STUDENT, IS NOT
005810*     STAMPED WITH A TERM OTHER THAN THE RUN TERM, AND IS NOT
005820*     MARKED WITHDRAWN.  WHEN NO TERM COVERS THE RUN DATE THERE
005830*     IS NOTHING TO SCOPE BY AND EVERY ROW COUNTS.  THE SWITCH
005840*     REMEMBERS THE STUDENT HAS ENROLLMENT RECORDS AT ALL, SO A
005850*     STUDENT WHOSE EVERY COURSE WITHDREW OR BELONGS TO ANOTHER
005860*     TERM BILLS NOTHING INSTEAD OF FALLING BACK TO THE MASTER'S
005870*     HOURS.
005880*----------------------------------------------------------------
005890 2210-ADD-ENROLLMENT-HOURS.
005900     IF WS-ENT-StudentID (WS-EN-SUB) = WS-StudentID
005910         SET WS-HAS-ENROLLMENTS TO TRUE
005920         IF WS-TermCode NOT = SPACES
005930                 AND WS-ENT-TermCode (WS-EN-SUB) NOT = SPACES
005940                 AND WS-ENT-TermCode (WS-EN-SUB) NOT = WS-TermCode
005950             GO TO 2210-EXIT
005960         END-IF
005970         IF WS-ENT-Mark (WS-EN-SUB) NOT = "W"
005980             ADD WS-ENT-CreditHours (WS-EN-SUB)
005990                 TO WS-BillHours
006000         END-IF
006010     END-IF.
006020 2210-EXIT.
006030     EXIT.
006040
006050*----------------------------------------------------------------
006060* 2300-PRICE-THE-LOAD -- PRICE THE BILLABLE HOURS: HOURS TIMES
006070*     THE PER-CREDIT RATE, CAPPED AT THE FULL-TIME CAP WHEN THE
006080*     LOAD REACHES FULL-TIME HOURS AND A CAP IS ON THE CARD,
006090*     PLUS THE FLAT FEE ON EVERY BILL.
006100*----------------------------------------------------------------
006110 2300-PRICE-THE-LOAD.
006120     MOVE SPACES TO WS-CAP-FLAG
006130     COMPUTE WS-CreditCharge
006140         = WS-BillHours * WS-PerCreditRate
006150     IF WS-FullTimeHours > 0
006160             AND WS-BillHours >= WS-FullTimeHours
006170             AND WS-FullTimeCap > 0
006180             AND WS-CreditCharge > WS-FullTimeCap
006190         MOVE WS-FullTimeCap TO WS-CreditCharge
006200         MOVE "*CAPPED*" TO WS-CAP-FLAG
006210     END-IF
006220     COMPUTE WS-BillAmount
006230         = WS-CreditCharge + WS-FlatFee.
006240 2300-EXIT.
006250     EXIT.
006260
006270*----------------------------------------------------------------
006280* 2400-WRITE-SKIP-LINE -- LIST A STUDENT THE RUN DID NOT BILL
006290*     AND THE REASON, SO THE REGISTER ACCOUNTS FOR EVERY MASTER
006300*     RECORD READ.
006310*----------------------------------------------------------------
006320 2400-WRITE-SKIP-LINE.
006330     MOVE WS-StudentID TO RS-StudentID
006340     MOVE WS-StudentName TO RS-StudentName
006350     WRITE REGISTER-LINE FROM WS-REGISTER-SKIP-LINE
006360     ADD 1 TO WS-SkippedCount.
006370 2400-EXIT.
006380     EXIT.
006390
006400*----------------------------------------------------------------
006410* 9000-FINALIZE-RUN -- PRINT THE CONTROL TOTALS, PROVE THE LEGS
006420*     FOOT (MASTER READ = BILLED + SKIPPED, EXTRACT ROWS =
006430*     BILLED) AND HAND BACK CONDITION CODE 8 UNLESS THEY DO.
006440*----------------------------------------------------------------
006450 9000-FINALIZE-RUN.
006460     MOVE WS-BilledCount TO RT-BILLED
006470     MOVE WS-TotalHours TO RT-HOURS
006480     MOVE WS-TotalDollars TO RT-DOLLARS
006490     WRITE REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE
006500     DISPLAY "Billing Students Read: " WS-ReadCount
006510     DISPLAY "Billing Students Billed: " WS-BilledCount
006520     DISPLAY "Billing Students Skipped: " WS-SkippedCount
006530     DISPLAY "Billing Total Hours: " WS-TotalHours
006540     DISPLAY "Billing Total Dollars: " WS-TotalDollars
006550     IF WS-ReadCount
006560             NOT = WS-BilledCount + WS-SkippedCount
006570         ADD 1 TO WS-OutOfBalanceLegs
006580     END-IF
006590     IF WS-ExtractCount NOT = WS-BilledCount
006600         ADD 1 TO WS-OutOfBalanceLegs
006610     END-IF
006620     CLOSE AssessRegisterFile
006630     CLOSE BillingExtractFile
006640     CLOSE StudentFile
006650     CLOSE EnrollmentFile
006660     IF WS-OutOfBalanceLegs > 0
006670         DISPLAY "Billing: " WS-OutOfBalanceLegs
006680             " CONTROL LEG(S) DO NOT FOOT"
006690         MOVE 8 TO RETURN-CODE
006700     END-IF.
006710 9000-EXIT.
006720     EXIT.
006730
006740 END PROGRAM TuitionBill.
