000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DegreeAudit.
000030 AUTHOR. J-CURRAN.
000040 INSTALLATION. REGISTRAR-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026 JC  NEW PROGRAM.  A STUDENT HAS BEEN GETTING STATUS
000110*                 "G" ONLY BECAUSE SOMEBODY KEYED A CHANGE ON
000120*                 RAWFEED; NOTHING CHECKED THAT THEY FINISHED
000130*                 ANYTHING.  THIS RUN IS DRIVEN BY A DEGCAND
000140*                 CARD FILE OF CANDIDATES (STUDENT ID AND DEGREE
000150*                 PROGRAM CODE) AND CHECKS EACH ONE AGAINST THE
000160*                 DEGREE-REQUIREMENTS FILE (DEGREQ: PROGRAM
000170*                 CODE, MINIMUM EARNED HOURS, MINIMUM CUMULATIVE
000180*                 AVERAGE AND UP TO TWELVE REQUIRED COURSES).
000190*                 THE STUDENT'S HISTORY IS EVERY ENROLLMENT
000200*                 RECORD, EVERY COURSE ROW THE TERM CLOSE FROZE
000210*                 ON THE ACADEMIC HISTORY, AND EVERY ARCHIVED
000220*                 MASTER COPY WHOSE SECTION THE SECTION MASTER
000230*                 TIES TO A COURSE.  A REQUIRED COURSE IS MET BY
000240*                 A PASSING ATTEMPT -- AN UNMARKED GRADE OF 60 OR
000250*                 BETTER OR A PASS/FAIL "P", AS IN PREREQCHECK.
000260*                 EARNED HOURS COUNT EACH PASSED COURSE ONCE; THE
000270*                 CUMULATIVE AVERAGE USES THE ROSTER RUN'S RULES
000280*                 (MARKED GRADES OUT, BEST REPEAT ATTEMPT IN).
000290*                 THE CLEARANCE REPORT (DEGRPT) SHOWS EVERY
000300*                 REQUIREMENT MET OR MISSING, AND A CANDIDATE WHO
000310*                 CLEARS ALL OF THEM GETS A RAWFEED CHANGE
000320*                 TRANSACTION APPENDED WITH STATUS "G", SO
000330*                 GRADUATION POSTS THROUGH THE ROSTER RUN'S
000340*                 NORMAL FEED APPLY LIKE ANY OTHER CHANGE.
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
000550     SELECT OPTIONAL CandidateFile ASSIGN TO "DEGCAND"
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570
000580     SELECT OPTIONAL RequirementFile ASSIGN TO "DEGREQ"
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600
000610     SELECT OPTIONAL SectionMasterFile ASSIGN TO "SECTMAST"
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630
000640     SELECT OPTIONAL ArchiveFile ASSIGN TO "ARCHIVE"
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660
000670     SELECT OPTIONAL RawStudentFile ASSIGN TO "RAWFEED"
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690
000700     SELECT ClearanceReportFile ASSIGN TO "DEGRPT"
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  StudentFile.
000760 01  StudentRecord.
000770     05  StudentID           PIC 9(05).
000780     05  StudentName         PIC A(30).
000790     05  StudentGrade        PIC 9(03).
000800     05  ClassSection        PIC X(04).
000810     05  CreditHours         PIC 9(01).
000820     05  StudentStatus       PIC X(01).
000830     05  StudentMark         PIC X(01).
000840     05  StudentMarkDate     PIC 9(08).
000850
000860 FD  EnrollmentFile.
000870 01  ENROLLMENT-RECORD.
000880     05  EN-KEY.
000890         10  EN-StudentID    PIC 9(05).
000900         10  EN-CourseCode   PIC X(06).
000910         10  EN-Attempt      PIC 9(02).
000920     05  EN-Grade            PIC 9(03).
000930     05  EN-CreditHours      PIC 9(01).
000940     05  EN-Mark             PIC X(01).
000950     05  EN-MarkDate         PIC 9(08).
000960     05  EN-TermCode         PIC X(06).
000970
000980 FD  AcadHistFile.
000990 01  ACAD-HIST-RECORD.
001000     05  AC-KEY.
001010         10  AC-StudentID    PIC 9(05).
001020         10  AC-TermCode     PIC X(06).
001030         10  AC-RecType      PIC X(01).
001040         10  AC-CourseCode   PIC X(06).
001050         10  AC-Attempt      PIC 9(02).
001060     05  AC-REST             PIC X(35).
001070     05  AC-COURSE-FIELDS    REDEFINES AC-REST.
001080         10  AC-Grade        PIC 9(03).
001090         10  AC-CreditHours  PIC 9(01).
001100         10  AC-Mark         PIC X(01).
001110         10  FILLER          PIC X(30).
001120     05  AC-TOTAL-FIELDS     REDEFINES AC-REST.
001130         10  AC-TermHours    PIC 9(03).
001140         10  AC-TermPoints   PIC 9(05).
001150         10  AC-TermAverage  PIC 999V9.
001160         10  AC-CumHours     PIC 9(04).
001170         10  AC-CumPoints    PIC 9(07).
001180         10  AC-CumAverage   PIC 999V9.
001190         10  AC-CloseDate    PIC 9(08).
001200
001210 FD  CandidateFile.
001220 01  CANDIDATE-RECORD.
001230     05  DC-StudentID        PIC 9(05).
001240     05  DC-ProgramCode      PIC X(06).
001250
001260 FD  RequirementFile.
001270 01  REQUIREMENT-RECORD.
001280     05  DR-ProgramCode      PIC X(06).
001290     05  DR-MinHours         PIC 9(03).
001300     05  DR-MinAverage       PIC 999V9.
001310     05  DR-RequiredCourse   PIC X(06)   OCCURS 12 TIMES.
001320
001330 FD  SectionMasterFile.
001340 01  SECTION-MASTER-RECORD.
001350     05  SM-SectionCode      PIC X(04).
001360     05  SM-CourseTitle      PIC X(20).
001370     05  SM-Instructor       PIC X(20).
001380     05  SM-Capacity         PIC 9(03).
001390     05  SM-CourseCode       PIC X(06).
001400
001410 FD  ArchiveFile.
001420 01  ARCHIVE-RECORD.
001430     05  AR-ArchiveDate      PIC 9(08).
001440     05  FILLER              PIC X(01).
001450     05  AR-StudentID        PIC 9(05).
001460     05  AR-StudentName      PIC A(30).
001470     05  AR-StudentGrade     PIC 9(03).
001480     05  AR-ClassSection     PIC X(04).
001490     05  AR-CreditHours      PIC 9(01).
001500     05  AR-Status           PIC X(01).
001510     05  FILLER              PIC X(01).
001520     05  AR-TermCode         PIC X(06).
001530     05  FILLER              PIC X(01).
001540     05  AR-Mark             PIC X(01).
001550     05  AR-MarkDate         PIC 9(08).
001560
001570 FD  RawStudentFile.
001580 01  RAW-STUDENT-RECORD.
001590     05  RW-ClassSection     PIC X(04).
001600     05  RW-StudentID        PIC 9(05).
001610     05  RW-StudentName      PIC A(30).
001620     05  RW-StudentGrade     PIC 9(03).
001630     05  RW-CreditHours      PIC 9(01).
001640     05  RW-Status           PIC X(01).
001650     05  RW-Mark             PIC X(01).
001660     05  RW-TranCode         PIC X(01).
001670
001680 FD  ClearanceReportFile.
001690 01  CLEARANCE-LINE             PIC X(80).
001700
001710 WORKING-STORAGE SECTION.
001720*----------------------------------------------------------------
001730* SWITCHES
001740*----------------------------------------------------------------
001750 77  WS-CAND-EOF-SW          PIC X(01)   VALUE "N".
001760     88  WS-CAND-EOF                     VALUE "Y".
001770
001780 77  WS-REQ-EOF-SW           PIC X(01)   VALUE "N".
001790     88  WS-REQ-EOF                      VALUE "Y".
001800
001810 77  WS-SECT-EOF-SW          PIC X(01)   VALUE "N".
001820     88  WS-SECT-EOF                     VALUE "Y".
001830
001840 77  WS-ARCH-EOF-SW          PIC X(01)   VALUE "N".
001850     88  WS-ARCH-EOF                     VALUE "Y".
001860
001870 77  WS-COURSES-DONE-SW      PIC X(01)   VALUE "N".
001880     88  WS-COURSES-DONE                 VALUE "Y".
001890
001900 77  WS-HISTORY-FULL-SW      PIC X(01)   VALUE "N".
001910     88  WS-HISTORY-FULL                 VALUE "Y".
001920
001930 77  WS-PROGRAM-FOUND-SW     PIC X(01)   VALUE "N".
001940     88  WS-PROGRAM-FOUND                VALUE "Y".
001950     88  WS-PROGRAM-NOT-FOUND            VALUE "N".
001960
001970 77  WS-PASSED-SW            PIC X(01)   VALUE "N".
001980     88  WS-COURSE-PASSED                VALUE "Y".
001990     88  WS-COURSE-NOT-PASSED            VALUE "N".
002000
002010 77  WS-DUPLICATE-SW         PIC X(01)   VALUE "N".
002020     88  WS-DUPLICATE-ATTEMPT            VALUE "Y".
002030     88  WS-NEW-ATTEMPT                  VALUE "N".
002040
002050 77  WS-FIRST-SW             PIC X(01)   VALUE "Y".
002060     88  WS-FIRST-OF-COURSE              VALUE "Y".
002070     88  WS-NOT-FIRST-OF-COURSE          VALUE "N".
002080
002090 77  WS-BEST-SW              PIC X(01)   VALUE "Y".
002100     88  WS-BEST-ATTEMPT                 VALUE "Y".
002110     88  WS-NOT-BEST-ATTEMPT             VALUE "N".
002120
002130*----------------------------------------------------------------
002140* PASSING RULE -- THE ROSTER RUN'S D LINE.  AN UNMARKED GRADE AT
002150*     OR ABOVE THIS, OR A PASS/FAIL "P", PASSES A COURSE.
002160*----------------------------------------------------------------
002170 77  WS-PASS-GRADE           PIC 9(03)   VALUE 60.
002180
002190*----------------------------------------------------------------
002200* CANDIDATE CARD AND THE MASTER RECORD IT NAMES
002210*----------------------------------------------------------------
002220 01  WS-CANDIDATE-RECORD.
002230     05  WS-DC-StudentID     PIC 9(05).
002240     05  WS-DC-ProgramCode   PIC X(06).
002250
002260 01  WS-STUDENT-RECORD.
002270     05  WS-StudentID        PIC 9(05).
002280     05  WS-StudentName      PIC A(30).
002290     05  WS-StudentGrade     PIC 9(03).
002300     05  WS-ClassSection     PIC X(04).
002310     05  WS-CreditHours      PIC 9(01).
002320     05  WS-StudentStatus    PIC X(01).
002330     05  WS-StudentMark      PIC X(01).
002340     05  WS-StudentMarkDate  PIC 9(08).
002350
002360*----------------------------------------------------------------
002370* DEGREE REQUIREMENTS TABLE
002380*----------------------------------------------------------------
002390 77  WS-PROGRAM-MAX          PIC 9(02)   COMP VALUE 30.
002400 77  WS-ProgramCount         PIC 9(02)   COMP VALUE 0.
002410 77  WS-PG-SUB               PIC 9(02)   COMP VALUE 0.
002420 77  WS-PG-HIT               PIC 9(02)   COMP VALUE 0.
002430 77  WS-RC-SUB               PIC 9(02)   COMP VALUE 0.
002440
002450 01  WS-REQUIREMENT-RECORD.
002460     05  WS-DR-ProgramCode   PIC X(06).
002470     05  WS-DR-MinHours      PIC 9(03).
002480     05  WS-DR-MinAverage    PIC 999V9.
002490     05  WS-DR-RequiredCourse
002500                             PIC X(06)   OCCURS 12 TIMES.
002510
002520 01  WS-REQUIREMENT-TABLE.
002530     05  WS-PROGRAM-ENTRY OCCURS 30 TIMES.
002540         10  WS-DRT-ProgramCode  PIC X(06).
002550         10  WS-DRT-MinHours     PIC 9(03).
002560         10  WS-DRT-MinAverage   PIC 999V9.
002570         10  WS-DRT-RequiredCourse
002580                                 PIC X(06)   OCCURS 12 TIMES.
002590
002600*----------------------------------------------------------------
002610* SECTION MASTER TABLE -- TIES AN ARCHIVED MASTER'S SECTION BACK
002620*     TO THE CATALOG COURSE IT TAUGHT.
002630*----------------------------------------------------------------
002640 77  WS-SECT-MAX             PIC 9(03)   COMP VALUE 100.
002650 77  WS-SectionMasterCount   PIC 9(03)   COMP VALUE 0.
002660 77  WS-SM-SUB               PIC 9(03)   COMP VALUE 0.
002670 77  WS-ARCH-COURSE          PIC X(06)   VALUE SPACES.
002680
002690 01  WS-SECTION-MASTER-RECORD.
002700     05  WS-SM-SectionCode   PIC X(04).
002710     05  WS-SM-CourseTitle   PIC X(20).
002720     05  WS-SM-Instructor    PIC X(20).
002730     05  WS-SM-Capacity      PIC 9(03).
002740     05  WS-SM-CourseCode    PIC X(06).
002750
002760 01  WS-SECTION-MASTER-TABLE.
002770     05  WS-SECT-ENTRY OCCURS 100 TIMES.
002780         10  WS-SMT-SectionCode  PIC X(04).
002790         10  WS-SMT-CourseCode   PIC X(06).
002800
002810*----------------------------------------------------------------
002820* STUDENT HISTORY TABLE -- EVERY ATTEMPT ON RECORD FOR THE
002830*     CANDIDATE, FROM ENROLL, THE ACADEMIC HISTORY AND THE
002840*     ARCHIVE.  A HISTORY ROW FOR AN ATTEMPT STILL ON ENROLL IS
002850*     NOT TABLED TWICE; ARCHIVED COPIES CARRY ATTEMPT ZERO.
002860*----------------------------------------------------------------
002870 77  WS-ATTEMPT-MAX          PIC 9(04)   COMP VALUE 200.
002880 77  WS-AttemptCount         PIC 9(04)   COMP VALUE 0.
002890 77  WS-AT-SUB               PIC 9(04)   COMP VALUE 0.
002900 77  WS-RA-SUB               PIC 9(04)   COMP VALUE 0.
002910
002920 01  WS-ENROLLMENT-RECORD.
002930     05  WS-EN-KEY.
002940         10  WS-EN-StudentID     PIC 9(05).
002950         10  WS-EN-CourseCode    PIC X(06).
002960         10  WS-EN-Attempt       PIC 9(02).
002970     05  WS-EN-Grade         PIC 9(03).
002980     05  WS-EN-CreditHours   PIC 9(01).
002990     05  WS-EN-Mark          PIC X(01).
003000     05  WS-EN-MarkDate      PIC 9(08).
003010     05  WS-EN-TermCode      PIC X(06).
003020
003030 01  WS-ARCHIVE-READ.
003040     05  WS-AR-ArchiveDate   PIC 9(08).
003050     05  FILLER              PIC X(01).
003060     05  WS-AR-StudentID     PIC 9(05).
003070     05  WS-AR-StudentName   PIC A(30).
003080     05  WS-AR-StudentGrade  PIC 9(03).
003090     05  WS-AR-ClassSection  PIC X(04).
003100     05  WS-AR-CreditHours   PIC 9(01).
003110     05  WS-AR-Status        PIC X(01).
003120     05  FILLER              PIC X(01).
003130     05  WS-AR-TermCode      PIC X(06).
003140     05  FILLER              PIC X(01).
003150     05  WS-AR-Mark          PIC X(01).
003160     05  WS-AR-MarkDate      PIC 9(08).
003170
003180 01  WS-ATTEMPT-TABLE.
003190     05  WS-AT-ENTRY OCCURS 200 TIMES.
003200         10  WS-ATT-CourseCode   PIC X(06).
003210         10  WS-ATT-Attempt      PIC 9(02).
003220         10  WS-ATT-Grade        PIC 9(03).
003230         10  WS-ATT-CreditHours  PIC 9(01).
003240         10  WS-ATT-Mark         PIC X(01).
003250
003260*----------------------------------------------------------------
003270* CANDIDATE TOTALS
003280*----------------------------------------------------------------
003290 77  WS-EarnedHours          PIC 9(04)   VALUE 0.
003300 77  WS-CourseHours          PIC 9(01)   VALUE 0.
003310 77  WS-QualityPoints        PIC 9(07)   VALUE 0.
003320 77  WS-GradedHours          PIC 9(04)   VALUE 0.
003330 77  WS-CumAverage           PIC 999V9   VALUE 0.
003340 77  WS-MissingCount         PIC 9(03)   VALUE 0.
003350 77  WS-REQ-COURSE           PIC X(06)   VALUE SPACES.
003360
003370*----------------------------------------------------------------
003380* RUN COUNTS
003390*----------------------------------------------------------------
003400 77  WS-RunDate              PIC 9(08)   VALUE 0.
003410 77  WS-CandidateCount       PIC 9(05)   VALUE 0.
003420 77  WS-ClearedCount         PIC 9(05)   VALUE 0.
003430 77  WS-NotClearedCount      PIC 9(05)   VALUE 0.
003440 77  WS-SkippedCount         PIC 9(05)   VALUE 0.
003450
003460*----------------------------------------------------------------
003470* PRINTED CLEARANCE REPORT LINES
003480*----------------------------------------------------------------
003490 01  WS-TITLE-LINE.
003500     05  FILLER              PIC X(30)
003510         VALUE "DEGREE CLEARANCE REPORT".
003520     05  TI-RunDate          PIC 9(08).
003530     05  FILLER              PIC X(42)   VALUE SPACES.
003540
003550 01  WS-PAGE-BREAK-LINE.
003560     05  FILLER              PIC X(80)   VALUE ALL "-".
003570
003580 01  WS-CANDIDATE-LINE.
003590     05  FILLER              PIC X(10)   VALUE "CANDIDATE".
003600     05  CA-StudentID        PIC ZZZZ9.
003610     05  FILLER              PIC X(02)   VALUE SPACES.
003620     05  CA-StudentName      PIC A(30).
003630     05  FILLER              PIC X(10)   VALUE "  PROGRAM".
003640     05  CA-ProgramCode      PIC X(06).
003650     05  FILLER              PIC X(17)   VALUE SPACES.
003660
003670 01  WS-COURSE-REQ-LINE.
003680     05  FILLER              PIC X(04)   VALUE SPACES.
003690     05  FILLER              PIC X(17)   VALUE "REQUIRED COURSE".
003700     05  CR-CourseCode       PIC X(06).
003710     05  FILLER              PIC X(14)   VALUE SPACES.
003720     05  CR-RESULT           PIC X(07).
003730     05  FILLER              PIC X(32)   VALUE SPACES.
003740
003750 01  WS-HOURS-REQ-LINE.
003760     05  FILLER              PIC X(04)   VALUE SPACES.
003770     05  FILLER              PIC X(14)   VALUE "EARNED HOURS".
003780     05  HR-Earned           PIC ZZZ9.
003790     05  FILLER              PIC X(04)   VALUE " OF ".
003800     05  HR-Required         PIC ZZ9.
003810     05  FILLER              PIC X(12)   VALUE SPACES.
003820     05  HR-RESULT           PIC X(07).
003830     05  FILLER              PIC X(32)   VALUE SPACES.
003840
003850 01  WS-AVERAGE-REQ-LINE.
003860     05  FILLER              PIC X(04)   VALUE SPACES.
003870     05  FILLER              PIC X(14)   VALUE "CUM AVERAGE".
003880     05  AV-Average          PIC ZZ9.9.
003890     05  FILLER              PIC X(04)   VALUE " OF ".
003900     05  AV-Required         PIC ZZ9.9.
003910     05  FILLER              PIC X(09)   VALUE SPACES.
003920     05  AV-RESULT           PIC X(07).
003930     05  FILLER              PIC X(32)   VALUE SPACES.
003940
003950 01  WS-RESULT-LINE.
003960     05  FILLER              PIC X(04)   VALUE SPACES.
003970     05  RS-TEXT             PIC X(50).
003980     05  FILLER              PIC X(26)   VALUE SPACES.
003990
004000 01  WS-MISSING-RESULT.
004010     05  FILLER              PIC X(14)   VALUE "NOT CLEARED --".
004020     05  MR-Count            PIC ZZ9.
004030     05  FILLER              PIC X(23)
004040         VALUE " REQUIREMENT(S) MISSING".
004050     05  FILLER              PIC X(10)   VALUE SPACES.
004060
004070 01  WS-COUNT-LINE.
004080     05  CL-LABEL            PIC X(26).
004090     05  CL-VALUE            PIC ZZZZ9.
004100     05  FILLER              PIC X(49)   VALUE SPACES.
004110
004120 PROCEDURE DIVISION.
004130*----------------------------------------------------------------
004140* 0000-MAIN-PROCESS -- CONTROLS THE DEGREE AUDIT
004150*----------------------------------------------------------------
004160 0000-MAIN-PROCESS.
004170     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
004180     PERFORM 2000-AUDIT-ONE-CANDIDATE THRU 2000-EXIT
004190         UNTIL WS-CAND-EOF
004200     PERFORM 9000-FINALIZE-RUN THRU 9000-EXIT
004210     STOP RUN.
004220
004230*----------------------------------------------------------------
004240* 1000-INITIALIZE-RUN -- LOAD THE REQUIREMENTS AND THE SECTION
004250*     MASTER, OPEN THE MASTERS, THE FEED AND THE REPORT, AND
004260*     PRIME THE FIRST CANDIDATE CARD.
004270*----------------------------------------------------------------
004280 1000-INITIALIZE-RUN.
004290     ACCEPT WS-RunDate FROM DATE YYYYMMDD
004300     PERFORM 1100-LOAD-REQUIREMENTS THRU 1100-EXIT
004310     PERFORM 1200-LOAD-SECTION-MASTER THRU 1200-EXIT
004320     OPEN INPUT StudentFile
004330     OPEN INPUT EnrollmentFile
004340     OPEN INPUT AcadHistFile
004350     OPEN INPUT CandidateFile
004360     OPEN EXTEND RawStudentFile
004370     OPEN OUTPUT ClearanceReportFile
004380     MOVE WS-RunDate TO TI-RunDate
004390     WRITE CLEARANCE-LINE FROM WS-TITLE-LINE
004400     PERFORM 2100-READ-CANDIDATE-CARD THRU 2100-EXIT.
004410 1000-EXIT.
004420     EXIT.
004430
004440*----------------------------------------------------------------
004450* 1100-LOAD-REQUIREMENTS -- READ THE DEGREE-REQUIREMENTS FILE
004460*     INTO ITS TABLE.  NO FILE MEANS NO PROGRAM IS KNOWN, AND
004470*     EVERY CANDIDATE IS REPORTED AND SKIPPED.
004480*----------------------------------------------------------------
004490 1100-LOAD-REQUIREMENTS.
004500     OPEN INPUT RequirementFile
004510     PERFORM 1110-READ-REQUIREMENT THRU 1110-EXIT
004520     PERFORM 1120-TABLE-ONE-PROGRAM THRU 1120-EXIT
004530         UNTIL WS-REQ-EOF
004540     CLOSE RequirementFile.
004550 1100-EXIT.
004560     EXIT.
004570
004580*----------------------------------------------------------------
004590* 1110-READ-REQUIREMENT -- READ ONE DEGREE-REQUIREMENTS RECORD.
004600*----------------------------------------------------------------
004610 1110-READ-REQUIREMENT.
004620     READ RequirementFile INTO WS-REQUIREMENT-RECORD
004630         AT END
004640             SET WS-REQ-EOF TO TRUE
004650             GO TO 1110-EXIT
004660     END-READ.
004670 1110-EXIT.
004680     EXIT.
004690
004700*----------------------------------------------------------------
004710* 1120-TABLE-ONE-PROGRAM -- FILE ONE PROGRAM'S REQUIREMENTS IN
004720*     THE TABLE AND READ THE NEXT ONE.  A RECORD WITH A NON-
004730*     NUMERIC HOURS OR AVERAGE IS DROPPED WITH A NOTE.
004740*----------------------------------------------------------------
004750 1120-TABLE-ONE-PROGRAM.
004760     IF WS-DR-MinHours IS NOT NUMERIC
004770             OR WS-DR-MinAverage IS NOT NUMERIC
004780         DISPLAY "Degree: requirements for " WS-DR-ProgramCode
004790             " not numeric; program dropped"
004800         GO TO 1120-NEXT
004810     END-IF
004820     IF WS-ProgramCount >= WS-PROGRAM-MAX
004830         DISPLAY "Degree: requirements table full at "
004840             WS-PROGRAM-MAX " programs; remaining ignored"
004850         SET WS-REQ-EOF TO TRUE
004860         GO TO 1120-EXIT
004870     END-IF
004880     ADD 1 TO WS-ProgramCount
004890     MOVE WS-REQUIREMENT-RECORD
004900         TO WS-PROGRAM-ENTRY (WS-ProgramCount).
004910 1120-NEXT.
004920     PERFORM 1110-READ-REQUIREMENT THRU 1110-EXIT.
004930 1120-EXIT.
004940     EXIT.
004950
004960*----------------------------------------------------------------
004970* 1200-LOAD-SECTION-MASTER -- READ THE OPTIONAL SECTION MASTER
004980*     INTO ITS TABLE.  NO FILE MEANS AN EMPTY TABLE, AND THE
004990*     ARCHIVE THEN CONTRIBUTES NO COURSES.
005000*----------------------------------------------------------------
005010 1200-LOAD-SECTION-MASTER.
005020     OPEN INPUT SectionMasterFile
005030     PERFORM 1210-READ-SECTION-MASTER THRU 1210-EXIT
005040     PERFORM 1220-TABLE-ONE-SECTION THRU 1220-EXIT
005050         UNTIL WS-SECT-EOF
005060     CLOSE SectionMasterFile.
005070 1200-EXIT.
005080     EXIT.
005090
005100*----------------------------------------------------------------
005110* 1210-READ-SECTION-MASTER -- READ ONE SECTION MASTER RECORD.
005120*----------------------------------------------------------------
005130 1210-READ-SECTION-MASTER.
005140     READ SectionMasterFile INTO WS-SECTION-MASTER-RECORD
005150         AT END
005160             SET WS-SECT-EOF TO TRUE
005170             GO TO 1210-EXIT
005180     END-READ.
005190 1210-EXIT.
005200     EXIT.
005210
005220*----------------------------------------------------------------
005230* 1220-TABLE-ONE-SECTION -- FILE ONE SECTION MASTER RECORD IN
005240*     THE TABLE AND READ THE NEXT ONE.
005250*----------------------------------------------------------------
005260 1220-TABLE-ONE-SECTION.
005270     IF WS-SectionMasterCount >= WS-SECT-MAX
005280         DISPLAY "Degree: section master table full at "
005290             WS-SECT-MAX "; remaining sections ignored"
005300         SET WS-SECT-EOF TO TRUE
005310         GO TO 1220-EXIT
005320     END-IF
005330     ADD 1 TO WS-SectionMasterCount
005340     MOVE WS-SM-SectionCode
005350         TO WS-SMT-SectionCode (WS-SectionMasterCount)
005360     MOVE WS-SM-CourseCode
005370         TO WS-SMT-CourseCode (WS-SectionMasterCount)
005380     PERFORM 1210-READ-SECTION-MASTER THRU 1210-EXIT.
005390 1220-EXIT.
005400     EXIT.
005410
005420*----------------------------------------------------------------
005430* 2000-AUDIT-ONE-CANDIDATE -- FIND THE CANDIDATE'S MASTER AND
005440*     PROGRAM, GATHER THE HISTORY, CHECK EVERY REQUIREMENT, AND
005450*     POST THE GRADUATION CHANGE WHEN ALL OF THEM ARE MET.
005460*----------------------------------------------------------------
005470 2000-AUDIT-ONE-CANDIDATE.
005480     ADD 1 TO WS-CandidateCount
005490     WRITE CLEARANCE-LINE FROM WS-PAGE-BREAK-LINE
005500     MOVE WS-DC-StudentID TO CA-StudentID
005510     MOVE WS-DC-ProgramCode TO CA-ProgramCode
005520     MOVE WS-DC-StudentID TO StudentID
005530     READ StudentFile
005540         INVALID KEY
005550             MOVE SPACES TO CA-StudentName
005560             WRITE CLEARANCE-LINE FROM WS-CANDIDATE-LINE
005570             MOVE "SKIPPED -- STUDENT NOT ON MASTER" TO RS-TEXT
005580             WRITE CLEARANCE-LINE FROM WS-RESULT-LINE
005590             ADD 1 TO WS-SkippedCount
005600             GO TO 2000-NEXT
005610         NOT INVALID KEY
005620             MOVE StudentRecord TO WS-STUDENT-RECORD
005630     END-READ
005640     MOVE WS-StudentName TO CA-StudentName
005650     WRITE CLEARANCE-LINE FROM WS-CANDIDATE-LINE
005660     IF WS-StudentStatus = "G"
005670         MOVE "SKIPPED -- ALREADY GRADUATED" TO RS-TEXT
005680         WRITE CLEARANCE-LINE FROM WS-RESULT-LINE
005690         ADD 1 TO WS-SkippedCount
005700         GO TO 2000-NEXT
005710     END-IF
005720     SET WS-PROGRAM-NOT-FOUND TO TRUE
005730     PERFORM 2200-MATCH-PROGRAM THRU 2200-EXIT
005740         VARYING WS-PG-SUB FROM 1 BY 1
005750         UNTIL WS-PROGRAM-FOUND
005760            OR WS-PG-SUB > WS-ProgramCount
005770     IF WS-PROGRAM-NOT-FOUND
005780         MOVE "SKIPPED -- PROGRAM NOT ON REQUIREMENTS FILE"
005790             TO RS-TEXT
005800         WRITE CLEARANCE-LINE FROM WS-RESULT-LINE
005810         ADD 1 TO WS-SkippedCount
005820         GO TO 2000-NEXT
005830     END-IF
005840     PERFORM 3000-GATHER-HISTORY THRU 3000-EXIT
005850     PERFORM 4000-CHECK-REQUIREMENTS THRU 4000-EXIT
005860     IF WS-MissingCount = 0
005870         PERFORM 5000-POST-GRADUATION THRU 5000-EXIT
005880     ELSE
005890         MOVE WS-MissingCount TO MR-Count
005900         MOVE WS-MISSING-RESULT TO RS-TEXT
005910         WRITE CLEARANCE-LINE FROM WS-RESULT-LINE
005920         ADD 1 TO WS-NotClearedCount
005930     END-IF.
005940 2000-NEXT.
005950     PERFORM 2100-READ-CANDIDATE-CARD THRU 2100-EXIT.
005960 2000-EXIT.
005970     EXIT.
005980
005990*----------------------------------------------------------------
006000* 2100-READ-CANDIDATE-CARD -- READ ONE CANDIDATE CARD, SKIPPING
006010*     A CARD WHOSE STUDENT ID IS NOT NUMERIC.
006020*----------------------------------------------------------------
006030 2100-READ-CANDIDATE-CARD.
006040     READ CandidateFile INTO WS-CANDIDATE-RECORD
006050         AT END
006060             SET WS-CAND-EOF TO TRUE
006070             GO TO 2100-EXIT
006080     END-READ
006090     IF WS-DC-StudentID IS NOT NUMERIC
006100         DISPLAY "Degree: candidate card not numeric; skipped"
006110         GO TO 2100-READ-CANDIDATE-CARD
006120     END-IF.
006130 2100-EXIT.
006140     EXIT.
006150
006160*----------------------------------------------------------------
006170* 2200-MATCH-PROGRAM -- TEST ONE REQUIREMENTS TABLE ENTRY
006180*     AGAINST THE CANDIDATE'S PROGRAM.
006190*----------------------------------------------------------------
006200 2200-MATCH-PROGRAM.
006210     IF WS-DRT-ProgramCode (WS-PG-SUB) = WS-DC-ProgramCode
006220         SET WS-PROGRAM-FOUND TO TRUE
006230         MOVE WS-PG-SUB TO WS-PG-HIT
006240     END-IF.
006250 2200-EXIT.
006260     EXIT.
006270
006280*----------------------------------------------------------------
006290* 3000-GATHER-HISTORY -- TABLE EVERY ATTEMPT ON RECORD FOR THE
006300*     CANDIDATE: ENROLL BY KEY, THE ACADEMIC HISTORY BY KEY, AND
006310*     THE ARCHIVE BY A FULL SCAN.
006320*----------------------------------------------------------------
006330 3000-GATHER-HISTORY.
006340     MOVE 0 TO WS-AttemptCount
006350     MOVE "N" TO WS-HISTORY-FULL-SW
006360     MOVE "N" TO WS-COURSES-DONE-SW
006370     MOVE WS-DC-StudentID TO EN-StudentID
006380     MOVE LOW-VALUES TO EN-CourseCode
006390     MOVE 0 TO EN-Attempt
006400     START EnrollmentFile KEY IS NOT LESS THAN EN-KEY
006410         INVALID KEY
006420             SET WS-COURSES-DONE TO TRUE
006430     END-START
006440     PERFORM 3100-TABLE-ENROLLMENT THRU 3100-EXIT
006450         UNTIL WS-COURSES-DONE
006460     MOVE "N" TO WS-COURSES-DONE-SW
006470     MOVE WS-DC-StudentID TO AC-StudentID
006480     MOVE LOW-VALUES TO AC-TermCode
006490     MOVE LOW-VALUES TO AC-RecType
006500     MOVE LOW-VALUES TO AC-CourseCode
006510     MOVE 0 TO AC-Attempt
006520     START AcadHistFile KEY IS NOT LESS THAN AC-KEY
006530         INVALID KEY
006540             SET WS-COURSES-DONE TO TRUE
006550     END-START
006560     PERFORM 3200-TABLE-HISTORY-ROW THRU 3200-EXIT
006570         UNTIL WS-COURSES-DONE
006580     MOVE "N" TO WS-ARCH-EOF-SW
006590     OPEN INPUT ArchiveFile
006600     PERFORM 3300-READ-ARCHIVE-RECORD THRU 3300-EXIT
006610     PERFORM 3400-SIFT-ARCHIVE-RECORD THRU 3400-EXIT
006620         UNTIL WS-ARCH-EOF
006630     CLOSE ArchiveFile
006640     IF WS-HISTORY-FULL
006650         DISPLAY "Degree: student " WS-DC-StudentID
006660             " has more than " WS-ATTEMPT-MAX
006670             " attempts on record; the rest are not counted"
006680     END-IF.
006690 3000-EXIT.
006700     EXIT.
006710
006720*----------------------------------------------------------------
006730* 3100-TABLE-ENROLLMENT -- READ THE NEXT ENROLLMENT RECORD AND
006740*     TABLE IT WHEN IT STILL BELONGS TO THE CANDIDATE.
006750*----------------------------------------------------------------
006760 3100-TABLE-ENROLLMENT.
006770     READ EnrollmentFile NEXT INTO WS-ENROLLMENT-RECORD
006780         AT END
006790             SET WS-COURSES-DONE TO TRUE
006800             GO TO 3100-EXIT
006810     END-READ
006820     IF WS-EN-StudentID NOT = WS-DC-StudentID
006830         SET WS-COURSES-DONE TO TRUE
006840         GO TO 3100-EXIT
006850     END-IF
006860     IF WS-EN-Grade IS NOT NUMERIC
006870             OR WS-EN-CreditHours IS NOT NUMERIC
006880         GO TO 3100-EXIT
006890     END-IF
006900     IF WS-AttemptCount >= WS-ATTEMPT-MAX
006910         SET WS-HISTORY-FULL TO TRUE
006920         GO TO 3100-EXIT
006930     END-IF
006940     ADD 1 TO WS-AttemptCount
006950     MOVE WS-EN-CourseCode TO WS-ATT-CourseCode (WS-AttemptCount)
006960     MOVE WS-EN-Attempt TO WS-ATT-Attempt (WS-AttemptCount)
006970     MOVE WS-EN-Grade TO WS-ATT-Grade (WS-AttemptCount)
006980     MOVE WS-EN-CreditHours
006990         TO WS-ATT-CreditHours (WS-AttemptCount)
007000     MOVE WS-EN-Mark TO WS-ATT-Mark (WS-AttemptCount).
007010 3100-EXIT.
007020     EXIT.
007030
007040*----------------------------------------------------------------
007050* 3200-TABLE-HISTORY-ROW -- READ THE NEXT ACADEMIC HISTORY ROW
007060*     AND TABLE IT WHEN IT IS A COURSE ROW FOR THE CANDIDATE
007070*     WHOSE ATTEMPT IS NOT ALREADY TABLED FROM ENROLL.
007080*----------------------------------------------------------------
007090 3200-TABLE-HISTORY-ROW.
007100     READ AcadHistFile NEXT
007110         AT END
007120             SET WS-COURSES-DONE TO TRUE
007130             GO TO 3200-EXIT
007140     END-READ
007150     IF AC-StudentID NOT = WS-DC-StudentID
007160         SET WS-COURSES-DONE TO TRUE
007170         GO TO 3200-EXIT
007180     END-IF
007190     IF AC-RecType NOT = "C"
007200         GO TO 3200-EXIT
007210     END-IF
007220     SET WS-NEW-ATTEMPT TO TRUE
007230     PERFORM 3210-MATCH-TABLED-ATTEMPT THRU 3210-EXIT
007240         VARYING WS-AT-SUB FROM 1 BY 1
007250         UNTIL WS-DUPLICATE-ATTEMPT
007260            OR WS-AT-SUB > WS-AttemptCount
007270     IF WS-DUPLICATE-ATTEMPT
007280         GO TO 3200-EXIT
007290     END-IF
007300     IF WS-AttemptCount >= WS-ATTEMPT-MAX
007310         SET WS-HISTORY-FULL TO TRUE
007320         GO TO 3200-EXIT
007330     END-IF
007340     ADD 1 TO WS-AttemptCount
007350     MOVE AC-CourseCode TO WS-ATT-CourseCode (WS-AttemptCount)
007360     MOVE AC-Attempt TO WS-ATT-Attempt (WS-AttemptCount)
007370     MOVE AC-Grade TO WS-ATT-Grade (WS-AttemptCount)
007380     MOVE AC-CreditHours TO WS-ATT-CreditHours (WS-AttemptCount)
007390     MOVE AC-Mark TO WS-ATT-Mark (WS-AttemptCount).
007400 3200-EXIT.
007410     EXIT.
007420
007430*----------------------------------------------------------------
007440* 3210-MATCH-TABLED-ATTEMPT -- TEST ONE TABLED ATTEMPT AGAINST
007450*     THE HISTORY ROW JUST READ.
007460*----------------------------------------------------------------
007470 3210-MATCH-TABLED-ATTEMPT.
007480     IF WS-ATT-CourseCode (WS-AT-SUB) = AC-CourseCode
007490             AND WS-ATT-Attempt (WS-AT-SUB) = AC-Attempt
007500         SET WS-DUPLICATE-ATTEMPT TO TRUE
007510     END-IF.
007520 3210-EXIT.
007530     EXIT.
007540
007550*----------------------------------------------------------------
007560* 3300-READ-ARCHIVE-RECORD -- READ ONE ARCHIVE RECORD.
007570*----------------------------------------------------------------
007580 3300-READ-ARCHIVE-RECORD.
007590     READ ArchiveFile INTO WS-ARCHIVE-READ
007600         AT END
007610             SET WS-ARCH-EOF TO TRUE
007620             GO TO 3300-EXIT
007630     END-READ.
007640 3300-EXIT.
007650     EXIT.
007660
007670*----------------------------------------------------------------
007680* 3400-SIFT-ARCHIVE-RECORD -- TABLE THE ARCHIVE RECORD JUST READ
007690*     AS ATTEMPT ZERO AT ITS COURSE WHEN IT BELONGS TO THE
007700*     CANDIDATE AND THE SECTION MASTER TIES ITS SECTION TO A
007710*     COURSE, THEN READ THE NEXT ONE.  REPEATED ARCHIVE COPIES
007720*     OF THE SAME COURSE DO NO HARM: ONLY THE BEST ATTEMPT AT A
007730*     COURSE IS EVER COUNTED.
007740*----------------------------------------------------------------
007750 3400-SIFT-ARCHIVE-RECORD.
007760     IF WS-AR-StudentID NOT = WS-DC-StudentID
007770         GO TO 3400-NEXT
007780     END-IF
007790     IF WS-AR-StudentGrade IS NOT NUMERIC
007800             OR WS-AR-CreditHours IS NOT NUMERIC
007810         GO TO 3400-NEXT
007820     END-IF
007830     MOVE SPACES TO WS-ARCH-COURSE
007840     PERFORM 3410-MATCH-ARCHIVE-SECTION THRU 3410-EXIT
007850         VARYING WS-SM-SUB FROM 1 BY 1
007860         UNTIL WS-ARCH-COURSE NOT = SPACES
007870            OR WS-SM-SUB > WS-SectionMasterCount
007880     IF WS-ARCH-COURSE = SPACES
007890         GO TO 3400-NEXT
007900     END-IF
007910     IF WS-AttemptCount >= WS-ATTEMPT-MAX
007920         SET WS-HISTORY-FULL TO TRUE
007930         GO TO 3400-NEXT
007940     END-IF
007950     ADD 1 TO WS-AttemptCount
007960     MOVE WS-ARCH-COURSE TO WS-ATT-CourseCode (WS-AttemptCount)
007970     MOVE 0 TO WS-ATT-Attempt (WS-AttemptCount)
007980     MOVE WS-AR-StudentGrade TO WS-ATT-Grade (WS-AttemptCount)
007990     MOVE WS-AR-CreditHours
008000         TO WS-ATT-CreditHours (WS-AttemptCount)
008010     MOVE WS-AR-Mark TO WS-ATT-Mark (WS-AttemptCount).
008020 3400-NEXT.
008030     PERFORM 3300-READ-ARCHIVE-RECORD THRU 3300-EXIT.
008040 3400-EXIT.
008050     EXIT.
008060
008070*----------------------------------------------------------------
008080* 3410-MATCH-ARCHIVE-SECTION -- TEST ONE SECTION MASTER TABLE
008090*     ENTRY AGAINST THE ARCHIVED SECTION.
008100*----------------------------------------------------------------
008110 3410-MATCH-ARCHIVE-SECTION.
008120     IF WS-SMT-SectionCode (WS-SM-SUB) = WS-AR-ClassSection
008130         MOVE WS-SMT-CourseCode (WS-SM-SUB) TO WS-ARCH-COURSE
008140     END-IF.
008150 3410-EXIT.
008160     EXIT.
008170
008180*----------------------------------------------------------------
008190* 4000-CHECK-REQUIREMENTS -- PRINT ONE LINE PER REQUIREMENT OF
008200*     THE CANDIDATE'S PROGRAM, MET OR MISSING, COUNTING THE
008210*     MISSING ONES.
008220*----------------------------------------------------------------
008230 4000-CHECK-REQUIREMENTS.
008240     MOVE 0 TO WS-MissingCount
008250     PERFORM 4100-CHECK-REQUIRED-COURSE THRU 4100-EXIT
008260         VARYING WS-RC-SUB FROM 1 BY 1
008270         UNTIL WS-RC-SUB > 12
008280     PERFORM 4200-SUM-HISTORY THRU 4200-EXIT
008290     MOVE WS-EarnedHours TO HR-Earned
008300     MOVE WS-DRT-MinHours (WS-PG-HIT) TO HR-Required
008310     IF WS-EarnedHours < WS-DRT-MinHours (WS-PG-HIT)
008320         MOVE "MISSING" TO HR-RESULT
008330         ADD 1 TO WS-MissingCount
008340     ELSE
008350         MOVE "MET" TO HR-RESULT
008360     END-IF
008370     WRITE CLEARANCE-LINE FROM WS-HOURS-REQ-LINE
008380     MOVE WS-CumAverage TO AV-Average
008390     MOVE WS-DRT-MinAverage (WS-PG-HIT) TO AV-Required
008400     IF WS-CumAverage < WS-DRT-MinAverage (WS-PG-HIT)
008410         MOVE "MISSING" TO AV-RESULT
008420         ADD 1 TO WS-MissingCount
008430     ELSE
008440         MOVE "MET" TO AV-RESULT
008450     END-IF
008460     WRITE CLEARANCE-LINE FROM WS-AVERAGE-REQ-LINE.
008470 4000-EXIT.
008480     EXIT.
008490
008500*----------------------------------------------------------------
008510* 4100-CHECK-REQUIRED-COURSE -- CHECK ONE REQUIRED COURSE SLOT
008520*     OF THE PROGRAM.  A BLANK SLOT IS UNUSED.
008530*----------------------------------------------------------------
008540 4100-CHECK-REQUIRED-COURSE.
008550     MOVE WS-DRT-RequiredCourse (WS-PG-HIT, WS-RC-SUB)
008560         TO WS-REQ-COURSE
008570     IF WS-REQ-COURSE = SPACES
008580         GO TO 4100-EXIT
008590     END-IF
008600     SET WS-COURSE-NOT-PASSED TO TRUE
008610     PERFORM 4110-TEST-PASSING-ATTEMPT THRU 4110-EXIT
008620         VARYING WS-AT-SUB FROM 1 BY 1
008630         UNTIL WS-COURSE-PASSED
008640            OR WS-AT-SUB > WS-AttemptCount
008650     MOVE WS-REQ-COURSE TO CR-CourseCode
008660     IF WS-COURSE-PASSED
008670         MOVE "MET" TO CR-RESULT
008680     ELSE
008690         MOVE "MISSING" TO CR-RESULT
008700         ADD 1 TO WS-MissingCount
008710     END-IF
008720     WRITE CLEARANCE-LINE FROM WS-COURSE-REQ-LINE.
008730 4100-EXIT.
008740     EXIT.
008750
008760*----------------------------------------------------------------
008770* 4110-TEST-PASSING-ATTEMPT -- TEST ONE TABLED ATTEMPT FOR A
008780*     PASS AT THE COURSE IN WS-REQ-COURSE.
008790*----------------------------------------------------------------
008800 4110-TEST-PASSING-ATTEMPT.
008810     IF WS-ATT-CourseCode (WS-AT-SUB) NOT = WS-REQ-COURSE
008820         GO TO 4110-EXIT
008830     END-IF
008840     IF WS-ATT-Mark (WS-AT-SUB) = "P"
008850         SET WS-COURSE-PASSED TO TRUE
008860     END-IF
008870     IF WS-ATT-Mark (WS-AT-SUB) = SPACE
008880             AND WS-ATT-Grade (WS-AT-SUB) >= WS-PASS-GRADE
008890         SET WS-COURSE-PASSED TO TRUE
008900     END-IF.
008910 4110-EXIT.
008920     EXIT.
008930
008940*----------------------------------------------------------------
008950* 4200-SUM-HISTORY -- EARNED HOURS AND CUMULATIVE AVERAGE OVER
008960*     THE TABLED ATTEMPTS.  A PASSED COURSE EARNS ITS HOURS ONCE,
008970*     AT THE FIRST TABLED ATTEMPT AT IT; THE AVERAGE TAKES ONLY
008980*     THE BEST UNMARKED ATTEMPT AT EACH COURSE.
008990*----------------------------------------------------------------
009000 4200-SUM-HISTORY.
009010     MOVE 0 TO WS-EarnedHours
009020     MOVE 0 TO WS-QualityPoints
009030     MOVE 0 TO WS-GradedHours
009040     PERFORM 4210-ADD-ONE-ATTEMPT THRU 4210-EXIT
009050         VARYING WS-AT-SUB FROM 1 BY 1
009060         UNTIL WS-AT-SUB > WS-AttemptCount
009070     IF WS-GradedHours > 0
009080         COMPUTE WS-CumAverage = WS-QualityPoints / WS-GradedHours
009090     ELSE
009100         MOVE 0 TO WS-CumAverage
009110     END-IF.
009120 4200-EXIT.
009130     EXIT.
009140
009150*----------------------------------------------------------------
009160* 4210-ADD-ONE-ATTEMPT -- FOLD THE TABLED ATTEMPT AT WS-AT-SUB
009170*     INTO THE EARNED HOURS AND THE AVERAGE.
009180*----------------------------------------------------------------
009190 4210-ADD-ONE-ATTEMPT.
009200     SET WS-FIRST-OF-COURSE TO TRUE
009210     PERFORM 4220-CHECK-EARLIER-ATTEMPT THRU 4220-EXIT
009220         VARYING WS-RA-SUB FROM 1 BY 1
009230         UNTIL WS-NOT-FIRST-OF-COURSE
009240            OR WS-RA-SUB >= WS-AT-SUB
009250     IF WS-FIRST-OF-COURSE
009260         MOVE WS-ATT-CourseCode (WS-AT-SUB) TO WS-REQ-COURSE
009270         SET WS-COURSE-NOT-PASSED TO TRUE
009280         MOVE 0 TO WS-CourseHours
009290         PERFORM 4230-TAKE-PASSING-HOURS THRU 4230-EXIT
009300             VARYING WS-RA-SUB FROM 1 BY 1
009310             UNTIL WS-RA-SUB > WS-AttemptCount
009320         ADD WS-CourseHours TO WS-EarnedHours
009330     END-IF
009340     IF WS-ATT-Mark (WS-AT-SUB) NOT = SPACE
009350         GO TO 4210-EXIT
009360     END-IF
009370     SET WS-BEST-ATTEMPT TO TRUE
009380     PERFORM 4240-COMPARE-ATTEMPT THRU 4240-EXIT
009390         VARYING WS-RA-SUB FROM 1 BY 1
009400         UNTIL WS-NOT-BEST-ATTEMPT
009410            OR WS-RA-SUB > WS-AttemptCount
009420     IF WS-BEST-ATTEMPT
009430         COMPUTE WS-QualityPoints = WS-QualityPoints
009440             + (WS-ATT-Grade (WS-AT-SUB)
009450             * WS-ATT-CreditHours (WS-AT-SUB))
009460         ADD WS-ATT-CreditHours (WS-AT-SUB) TO WS-GradedHours
009470     END-IF.
009480 4210-EXIT.
009490     EXIT.
009500
009510*----------------------------------------------------------------
009520* 4220-CHECK-EARLIER-ATTEMPT -- NOTE WHEN AN EARLIER TABLED
009530*     ATTEMPT IS AT THE SAME COURSE.
009540*----------------------------------------------------------------
009550 4220-CHECK-EARLIER-ATTEMPT.
009560     IF WS-ATT-CourseCode (WS-RA-SUB)
009570             = WS-ATT-CourseCode (WS-AT-SUB)
009580         SET WS-NOT-FIRST-OF-COURSE TO TRUE
009590     END-IF.
009600 4220-EXIT.
009610     EXIT.
009620
009630*----------------------------------------------------------------
009640* 4230-TAKE-PASSING-HOURS -- WHEN THE ATTEMPT AT WS-RA-SUB IS A
009650*     PASS AT THE COURSE IN WS-REQ-COURSE, KEEP THE LARGEST
009660*     CREDIT HOURS ANY PASSING ATTEMPT CARRIES.
009670*----------------------------------------------------------------
009680 4230-TAKE-PASSING-HOURS.
009690     IF WS-ATT-CourseCode (WS-RA-SUB) NOT = WS-REQ-COURSE
009700         GO TO 4230-EXIT
009710     END-IF
009720     IF WS-ATT-Mark (WS-RA-SUB) = "P"
009730             OR (WS-ATT-Mark (WS-RA-SUB) = SPACE
009740             AND WS-ATT-Grade (WS-RA-SUB) >= WS-PASS-GRADE)
009750         IF WS-ATT-CreditHours (WS-RA-SUB) > WS-CourseHours
009760             MOVE WS-ATT-CreditHours (WS-RA-SUB)
009770                 TO WS-CourseHours
009780         END-IF
009790     END-IF.
009800 4230-EXIT.
009810     EXIT.
009820
009830*----------------------------------------------------------------
009840* 4240-COMPARE-ATTEMPT -- TEST ONE OTHER UNMARKED ATTEMPT AT THE
009850*     SAME COURSE AGAINST THE ATTEMPT AT WS-AT-SUB, WITH THE
009860*     ROSTER RUN'S RULE: A HIGHER GRADE LOSES THIS ONE; ON A TIE
009870*     THE EARLIER ENTRY KEEPS IT.
009880*----------------------------------------------------------------
009890 4240-COMPARE-ATTEMPT.
009900     IF WS-RA-SUB = WS-AT-SUB
009910         GO TO 4240-EXIT
009920     END-IF
009930     IF WS-ATT-CourseCode (WS-RA-SUB)
009940             = WS-ATT-CourseCode (WS-AT-SUB)
009950             AND WS-ATT-Mark (WS-RA-SUB) = SPACE
009960         IF WS-ATT-Grade (WS-RA-SUB) > WS-ATT-Grade (WS-AT-SUB)
009970             SET WS-NOT-BEST-ATTEMPT TO TRUE
009980         END-IF
009990         IF WS-ATT-Grade (WS-RA-SUB) = WS-ATT-Grade (WS-AT-SUB)
010000                 AND WS-RA-SUB < WS-AT-SUB
010010             SET WS-NOT-BEST-ATTEMPT TO TRUE
010020         END-IF
010030     END-IF.
010040 4240-EXIT.
010050     EXIT.
010060
010070*----------------------------------------------------------------
010080* 5000-POST-GRADUATION -- APPEND A RAWFEED CHANGE TRANSACTION
010090*     CARRYING THE CANDIDATE'S MASTER RECORD AS IT STANDS WITH
010100*     STATUS "G".  THE MARK IS LEFT BLANK SO THE FEED APPLY
010110*     KEEPS WHATEVER MARK THE MASTER ALREADY CARRIES.
010120*----------------------------------------------------------------
010130 5000-POST-GRADUATION.
010140     MOVE SPACES TO RAW-STUDENT-RECORD
010150     MOVE WS-ClassSection TO RW-ClassSection
010160     MOVE WS-StudentID TO RW-StudentID
010170     MOVE WS-StudentName TO RW-StudentName
010180     MOVE WS-StudentGrade TO RW-StudentGrade
010190     MOVE WS-CreditHours TO RW-CreditHours
010200     MOVE "G" TO RW-Status
010210     MOVE SPACE TO RW-Mark
010220     MOVE "C" TO RW-TranCode
010230     WRITE RAW-STUDENT-RECORD
010240     MOVE "CLEARED -- STATUS G CHANGE WRITTEN TO RAWFEED"
010250         TO RS-TEXT
010260     WRITE CLEARANCE-LINE FROM WS-RESULT-LINE
010270     ADD 1 TO WS-ClearedCount.
010280 5000-EXIT.
010290     EXIT.
010300
010310*----------------------------------------------------------------
010320* 9000-FINALIZE-RUN -- PRINT THE RUN COUNTS AND CLOSE UP.
010330*----------------------------------------------------------------
010340 9000-FINALIZE-RUN.
010350     WRITE CLEARANCE-LINE FROM WS-PAGE-BREAK-LINE
010360     MOVE "Candidates Read:" TO CL-LABEL
010370     MOVE WS-CandidateCount TO CL-VALUE
010380     WRITE CLEARANCE-LINE FROM WS-COUNT-LINE
010390     MOVE "Candidates Cleared:" TO CL-LABEL
010400     MOVE WS-ClearedCount TO CL-VALUE
010410     WRITE CLEARANCE-LINE FROM WS-COUNT-LINE
010420     MOVE "Candidates Not Cleared:" TO CL-LABEL
010430     MOVE WS-NotClearedCount TO CL-VALUE
010440     WRITE CLEARANCE-LINE FROM WS-COUNT-LINE
010450     MOVE "Candidates Skipped:" TO CL-LABEL
010460     MOVE WS-SkippedCount TO CL-VALUE
010470     WRITE CLEARANCE-LINE FROM WS-COUNT-LINE
010480     DISPLAY "Degree Candidates Read: " WS-CandidateCount
010490     DISPLAY "Degree Candidates Cleared: " WS-ClearedCount
010500     DISPLAY "Degree Candidates Not Cleared: " WS-NotClearedCount
010510     DISPLAY "Degree Candidates Skipped: " WS-SkippedCount
010520     CLOSE StudentFile
010530     CLOSE EnrollmentFile
010540     CLOSE AcadHistFile
010550     CLOSE CandidateFile
010560     CLOSE RawStudentFile
010570     CLOSE ClearanceReportFile.
010580 9000-EXIT.
010590     EXIT.
010600
010610 END PROGRAM DegreeAudit.
