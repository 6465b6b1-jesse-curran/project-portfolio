000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PrereqCheck.
000030 AUTHOR. J-CURRAN.
000040 INSTALLATION. REGISTRAR-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026 JC  NEW PROGRAM.  ADVISORS HAVE BEEN CATCHING
000110*                 MISSING PREREQUISITES BY HAND AFTER THE TERM
000120*                 HAS ALREADY STARTED.  THIS RUN READS THE
000130*                 INDEXED ENROLLMENT MASTER ONE STUDENT AT A
000140*                 TIME AND, FOR EVERY COURSE THE STUDENT IS
000150*                 ENROLLED IN, LOOKS UP ITS PREREQUISITES ON
000160*                 THE COURSE CATALOG AND CHECKS THAT EACH ONE
000170*                 CARRIES A PASSING GRADE SOMEWHERE IN THE
000180*                 STUDENT'S HISTORY -- ANOTHER ENROLLMENT
000190*                 RECORD, OR A PRIOR ARCHIVED MASTER COPY WHOSE
000200*                 SECTION THE SECTION MASTER TIES TO THAT
000210*                 COURSE.  PASSING IS AN UNMARKED GRADE OF 60
000220*                 OR BETTER (THE ROSTER RUN'S D LINE) OR A
000230*                 PASS/FAIL "P"; AN INCOMPLETE, A WITHDRAWAL OR
000240*                 A COURSE STILL IN PROGRESS DOES NOT SATISFY A
000250*                 PREREQUISITE.  A WITHDRAWN ENROLLMENT IS NOT
000260*                 CHECKED.  EVERY GAP PRINTS ON THE PREREQUISITE
000270*                 REPORT (PRERQRPT) WITH THE COURSE AND THE
000280*                 PREREQUISITE MISSING.
000290* 10/15/2026 JC  THE ENROLLMENT RECORD NOW CARRIES THE TERM CODE
000300*                 IT WAS TAKEN IN (32 BYTES); THE LAYOUT HERE IS
000310*                 WIDENED TO MATCH.
000320* 10/15/2026 JC  A FULL PASSED-COURSE TABLE IS NOW REPORTED ON THE
000330*                 CONSOLE RATHER THAN DROPPING COURSES SILENTLY.
000340* 10/15/2026 JC  ONLY COURSES IN A TERM NOT YET ON THE TERM-CLOSE
000350*                 CONTROL FILE (TERMCLOS) ARE CHECKED.  CLOSED-
000360*                 TERM ENROLLMENTS STAY ON ENROLL, SO A FINISHED
000370*                 COURSE WAS LISTED AGAIN ON EVERY RUN; THEIR
000380*                 PASSING GRADES STILL SATISFY PREREQUISITES.
000390*----------------------------------------------------------------
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT OPTIONAL StudentFile ASSIGN TO "STUDENTS"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS StudentID.
000480
000490     SELECT OPTIONAL EnrollmentFile ASSIGN TO "ENROLL"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS EN-KEY.
000530
000540     SELECT OPTIONAL CatalogFile ASSIGN TO "CATALOG"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS CT-CourseCode.
000580
000590     SELECT OPTIONAL SectionMasterFile ASSIGN TO "SECTMAST"
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610
000620     SELECT OPTIONAL TermCloseFile ASSIGN TO "TERMCLOS"
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640
000650     SELECT OPTIONAL ArchiveFile ASSIGN TO "ARCHIVE"
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670
000680     SELECT ArchSortFile ASSIGN TO "ARWK1".
000690
000700     SELECT ArchSortedFile ASSIGN TO "ARSRT"
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720
000730     SELECT PrereqReportFile ASSIGN TO "PRERQRPT"
000740         ORGANIZATION IS LINE SEQUENTIAL.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  StudentFile.
000790 01  StudentRecord.
000800     05  StudentID           PIC 9(05).
000810     05  StudentName         PIC A(30).
000820     05  StudentGrade        PIC 9(03).
000830     05  ClassSection        PIC X(04).
000840     05  CreditHours         PIC 9(01).
000850     05  StudentStatus       PIC X(01).
000860     05  StudentMark         PIC X(01).
000870     05  StudentMarkDate     PIC 9(08).
000880
000890 FD  EnrollmentFile.
000900 01  ENROLLMENT-RECORD.
000910     05  EN-KEY.
000920         10  EN-StudentID    PIC 9(05).
000930         10  EN-CourseCode   PIC X(06).
000940         10  EN-Attempt      PIC 9(02).
000950     05  EN-Grade            PIC 9(03).
000960     05  EN-CreditHours      PIC 9(01).
000970     05  EN-Mark             PIC X(01).
000980     05  EN-MarkDate         PIC 9(08).
000990     05  EN-TermCode         PIC X(06).
001000
001010 FD  CatalogFile.
001020 01  CATALOG-RECORD.
001030     05  CT-CourseCode       PIC X(06).
001040     05  CT-CourseTitle      PIC X(30).
001050     05  CT-Department       PIC X(04).
001060     05  CT-CreditHours      PIC 9(01).
001070     05  CT-Prerequisite     PIC X(06)   OCCURS 3 TIMES.
001080
001090 FD  SectionMasterFile.
001100 01  SECTION-MASTER-RECORD.
001110     05  SM-SectionCode      PIC X(04).
001120     05  SM-CourseTitle      PIC X(20).
001130     05  SM-Instructor       PIC X(20).
001140     05  SM-Capacity         PIC 9(03).
001150     05  SM-CourseCode       PIC X(06).
001160
001170 FD  TermCloseFile.
001180 01  TERM-CLOSE-RECORD.
001190     05  TL-TermCode         PIC X(06).
001200     05  FILLER              PIC X(01).
001210     05  TL-CloseDate        PIC 9(08).
001220     05  FILLER              PIC X(01).
001230     05  TL-StudentCount     PIC 9(05).
001240     05  FILLER              PIC X(01).
001250     05  TL-CourseCount      PIC 9(05).
001260
001270 FD  ArchiveFile.
001280 01  ARCHIVE-RECORD.
001290     05  AR-ArchiveDate      PIC 9(08).
001300     05  FILLER              PIC X(01).
001310     05  AR-StudentID        PIC 9(05).
001320     05  AR-StudentName      PIC A(30).
001330     05  AR-StudentGrade     PIC 9(03).
001340     05  AR-ClassSection     PIC X(04).
001350     05  AR-CreditHours      PIC 9(01).
001360     05  AR-Status           PIC X(01).
001370     05  FILLER              PIC X(01).
001380     05  AR-TermCode         PIC X(06).
001390     05  FILLER              PIC X(01).
001400     05  AR-Mark             PIC X(01).
001410     05  AR-MarkDate         PIC 9(08).
001420
001430 SD  ArchSortFile.
001440 01  ARCH-SORT-RECORD.
001450     05  AS-ArchiveDate      PIC 9(08).
001460     05  FILLER              PIC X(01).
001470     05  AS-StudentID        PIC 9(05).
001480     05  FILLER              PIC X(56).
001490
001500 FD  ArchSortedFile.
001510 01  ARCH-SORTED-RECORD         PIC X(70).
001520
001530 FD  PrereqReportFile.
001540 01  PREREQ-LINE                PIC X(80).
001550
001560 WORKING-STORAGE SECTION.
001570*----------------------------------------------------------------
001580* SWITCHES
001590*----------------------------------------------------------------
001600 77  WS-ENROLL-EOF-SW        PIC X(01)   VALUE "N".
001610     88  WS-ENROLL-EOF                   VALUE "Y".
001620
001630 77  WS-ARCH-EOF-SW          PIC X(01)   VALUE "N".
001640     88  WS-ARCH-EOF                     VALUE "Y".
001650
001660 77  WS-SECT-EOF-SW          PIC X(01)   VALUE "N".
001670     88  WS-SECT-EOF                     VALUE "Y".
001680
001690 77  WS-CLOSED-EOF-SW        PIC X(01)   VALUE "N".
001700     88  WS-CLOSED-EOF                   VALUE "Y".
001710
001720 77  WS-TERM-CLOSED-SW       PIC X(01)   VALUE "N".
001730     88  WS-TERM-CLOSED                  VALUE "Y".
001740     88  WS-TERM-NOT-CLOSED              VALUE "N".
001750
001760 77  WS-PASSED-SW            PIC X(01)   VALUE "N".
001770     88  WS-PREREQ-PASSED                VALUE "Y".
001780     88  WS-PREREQ-MISSING               VALUE "N".
001790
001800*----------------------------------------------------------------
001810* PASSING RULE -- THE ROSTER RUN'S D LINE.  AN UNMARKED GRADE AT
001820*     OR ABOVE THIS, OR A PASS/FAIL "P", SATISFIES A
001830*     PREREQUISITE.
001840*----------------------------------------------------------------
001850 77  WS-PASS-GRADE           PIC 9(03)   VALUE 60.
001860
001870*----------------------------------------------------------------
001880* SECTION MASTER TABLE -- TIES AN ARCHIVED MASTER'S SECTION BACK
001890*     TO THE CATALOG COURSE IT TAUGHT.
001900*----------------------------------------------------------------
001910 77  WS-SECT-MAX             PIC 9(03)   COMP VALUE 100.
001920 77  WS-SectionMasterCount   PIC 9(03)   COMP VALUE 0.
001930 77  WS-SM-SUB               PIC 9(03)   COMP VALUE 0.
001940
001950 01  WS-SECTION-MASTER-RECORD.
001960     05  WS-SM-SectionCode   PIC X(04).
001970     05  WS-SM-CourseTitle   PIC X(20).
001980     05  WS-SM-Instructor    PIC X(20).
001990     05  WS-SM-Capacity      PIC 9(03).
002000     05  WS-SM-CourseCode    PIC X(06).
002010
002020 01  WS-SECTION-MASTER-TABLE.
002030     05  WS-SECT-ENTRY OCCURS 100 TIMES.
002040         10  WS-SMT-SectionCode  PIC X(04).
002050         10  WS-SMT-CourseCode   PIC X(06).
002060
002070*----------------------------------------------------------------
002080* CLOSED TERMS -- AN ENROLLMENT IN A TERM ON THE TERM-CLOSE
002090*     CONTROL FILE IS FINISHED AND IS NOT CHECKED AGAIN.
002100*----------------------------------------------------------------
002110 77  WS-CLOSED-MAX           PIC 9(02)   COMP VALUE 40.
002120 77  WS-ClosedCount          PIC 9(02)   COMP VALUE 0.
002130 77  WS-CL-SUB               PIC 9(02)   COMP VALUE 0.
002140 77  WS-CheckTermCode        PIC X(06)   VALUE SPACES.
002150
002160 01  WS-TERM-CLOSE-RECORD.
002170     05  WS-TL-TermCode      PIC X(06).
002180     05  FILLER              PIC X(01).
002190     05  WS-TL-CloseDate     PIC 9(08).
002200     05  FILLER              PIC X(01).
002210     05  WS-TL-StudentCount  PIC 9(05).
002220     05  FILLER              PIC X(01).
002230     05  WS-TL-CourseCount   PIC 9(05).
002240
002250 01  WS-CLOSED-TERM-TABLE.
002260     05  WS-CLT-TermCode     PIC X(06)   OCCURS 40 TIMES.
002270
002280*----------------------------------------------------------------
002290* ENROLLMENT WORK AREA -- THE STUDENT'S COURSES ARE TABLED AS
002300*     THE ENROLLMENT MASTER IS READ IN KEY ORDER.
002310*----------------------------------------------------------------
002320 77  WS-ENROLL-MAX           PIC 9(04)   COMP VALUE 100.
002330 77  WS-EnrollmentCount      PIC 9(04)   COMP VALUE 0.
002340 77  WS-EN-SUB               PIC 9(04)   COMP VALUE 0.
002350 77  WS-CUR-StudentID        PIC 9(05)   VALUE 0.
002360
002370 01  WS-ENROLLMENT-RECORD.
002380     05  WS-EN-KEY.
002390         10  WS-EN-StudentID     PIC 9(05).
002400         10  WS-EN-CourseCode    PIC X(06).
002410         10  WS-EN-Attempt       PIC 9(02).
002420     05  WS-EN-Grade         PIC 9(03).
002430     05  WS-EN-CreditHours   PIC 9(01).
002440     05  WS-EN-Mark          PIC X(01).
002450     05  WS-EN-MarkDate      PIC 9(08).
002460     05  WS-EN-TermCode      PIC X(06).
002470
002480 01  WS-ENROLLMENT-TABLE.
002490     05  WS-EN-ENTRY OCCURS 100 TIMES.
002500         10  WS-ENT-CourseCode   PIC X(06).
002510         10  WS-ENT-Attempt      PIC 9(02).
002520         10  WS-ENT-Grade        PIC 9(03).
002530         10  WS-ENT-Mark         PIC X(01).
002540         10  WS-ENT-TermCode     PIC X(06).
002550
002560*----------------------------------------------------------------
002570* PASSED-COURSE TABLE -- EVERY COURSE THE STUDENT HAS PASSED,
002580*     FROM THE ENROLLMENT MASTER AND FROM THE ARCHIVE.
002590*----------------------------------------------------------------
002600 77  WS-PASSED-MAX           PIC 9(04)   COMP VALUE 150.
002610 77  WS-PassedCount          PIC 9(04)   COMP VALUE 0.
002620 77  WS-PS-SUB               PIC 9(04)   COMP VALUE 0.
002630 77  WS-PR-SUB               PIC 9(04)   COMP VALUE 0.
002640 77  WS-PREREQ-LOOKUP        PIC X(06)   VALUE SPACES.
002650
002660 01  WS-PASSED-TABLE.
002670     05  WS-PASSED-ENTRY OCCURS 150 TIMES.
002680         10  WS-PST-CourseCode   PIC X(06).
002690
002700*----------------------------------------------------------------
002710* SORTED ARCHIVE WORK AREA -- THE ARCHIVE IS SORTED BY STUDENT
002720*     ID SO IT CAN BE MATCHED AGAINST THE ENROLLMENT MASTER.  AN
002730*     EXHAUSTED ARCHIVE PARKS ITS KEY AT HIGH-VALUES.
002740*----------------------------------------------------------------
002750 77  WS-ARCH-KEY             PIC X(05)   VALUE SPACES.
002760 77  WS-CUR-KEY              PIC X(05)   VALUE SPACES.
002770 77  WS-ArchiveName          PIC A(30)   VALUE SPACES.
002780
002790 01  WS-ARCHIVE-READ.
002800     05  WS-AR-ArchiveDate   PIC 9(08).
002810     05  FILLER              PIC X(01).
002820     05  WS-AR-StudentID     PIC 9(05).
002830     05  WS-AR-StudentName   PIC A(30).
002840     05  WS-AR-StudentGrade  PIC 9(03).
002850     05  WS-AR-ClassSection  PIC X(04).
002860     05  WS-AR-CreditHours   PIC 9(01).
002870     05  WS-AR-Status        PIC X(01).
002880     05  FILLER              PIC X(01).
002890     05  WS-AR-TermCode      PIC X(06).
002900     05  FILLER              PIC X(01).
002910     05  WS-AR-Mark          PIC X(01).
002920     05  WS-AR-MarkDate      PIC 9(08).
002930
002940*----------------------------------------------------------------
002950* RUN COUNTS
002960*----------------------------------------------------------------
002970 77  WS-RunDate              PIC 9(08)   VALUE 0.
002980 77  WS-StudentCount         PIC 9(05)   VALUE 0.
002990 77  WS-CheckedCount         PIC 9(05)   VALUE 0.
003000 77  WS-MissingCount         PIC 9(05)   VALUE 0.
003010 77  WS-NoCatalogCount       PIC 9(05)   VALUE 0.
003020
003030*----------------------------------------------------------------
003040* PRINTED REPORT LINES
003050*----------------------------------------------------------------
003060 01  WS-TITLE-LINE.
003070     05  FILLER              PIC X(30)
003080         VALUE "PREREQUISITE EXCEPTIONS".
003090     05  TI-RunDate          PIC 9(08).
003100     05  FILLER              PIC X(42)   VALUE SPACES.
003110
003120 01  WS-COLUMN-HEADER-LINE.
003130     05  FILLER              PIC X(07)   VALUE "ID".
003140     05  FILLER              PIC X(32)   VALUE "NAME".
003150     05  FILLER              PIC X(08)   VALUE "COURSE".
003160     05  FILLER              PIC X(04)   VALUE "AT".
003170     05  FILLER              PIC X(20)   VALUE "MISSING PREREQ".
003180     05  FILLER              PIC X(09)   VALUE SPACES.
003190
003200 01  WS-DETAIL-LINE.
003210     05  DL-StudentID        PIC ZZZZ9.
003220     05  FILLER              PIC X(02)   VALUE SPACES.
003230     05  DL-StudentName      PIC A(30).
003240     05  FILLER              PIC X(02)   VALUE SPACES.
003250     05  DL-CourseCode       PIC X(06).
003260     05  FILLER              PIC X(02)   VALUE SPACES.
003270     05  DL-Attempt          PIC Z9.
003280     05  FILLER              PIC X(02)   VALUE SPACES.
003290     05  DL-Prerequisite     PIC X(06).
003300     05  FILLER              PIC X(23)   VALUE SPACES.
003310
003320 01  WS-COUNT-LINE.
003330     05  CL-LABEL            PIC X(26).
003340     05  CL-VALUE            PIC ZZZZ9.
003350     05  FILLER              PIC X(49)   VALUE SPACES.
003360
003370 PROCEDURE DIVISION.
003380*----------------------------------------------------------------
003390* 0000-MAIN-PROCESS -- CONTROLS THE PREREQUISITE RUN
003400*----------------------------------------------------------------
003410 0000-MAIN-PROCESS.
003420     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
003430     PERFORM 2000-CHECK-ONE-STUDENT THRU 2000-EXIT
003440         UNTIL WS-ENROLL-EOF
003450     PERFORM 9000-FINALIZE-RUN THRU 9000-EXIT
003460     STOP RUN.
003470
003480*----------------------------------------------------------------
003490* 1000-INITIALIZE-RUN -- SORT THE ARCHIVE BY STUDENT ID, LOAD THE
003500*     SECTION MASTER AND THE CLOSED TERMS, OPEN THE MASTERS AND
003510*     THE REPORT, AND PRIME THE FIRST ENROLLMENT AND ARCHIVE
003520*     RECORDS.
003530*----------------------------------------------------------------
003540 1000-INITIALIZE-RUN.
003550     ACCEPT WS-RunDate FROM DATE YYYYMMDD
003560     SORT ArchSortFile
003570         ON ASCENDING KEY AS-StudentID
003580                          AS-ArchiveDate
003590         USING ArchiveFile
003600         GIVING ArchSortedFile
003610     PERFORM 1100-LOAD-SECTION-MASTER THRU 1100-EXIT
003620     PERFORM 1200-LOAD-CLOSED-TERMS THRU 1200-EXIT
003630     OPEN INPUT StudentFile
003640     OPEN INPUT EnrollmentFile
003650     OPEN INPUT CatalogFile
003660     OPEN INPUT ArchSortedFile
003670     OPEN OUTPUT PrereqReportFile
003680     MOVE WS-RunDate TO TI-RunDate
003690     WRITE PREREQ-LINE FROM WS-TITLE-LINE
003700     WRITE PREREQ-LINE FROM WS-COLUMN-HEADER-LINE
003710     PERFORM 2100-READ-ENROLLMENT-RECORD THRU 2100-EXIT
003720     PERFORM 2300-READ-ARCHIVE-RECORD THRU 2300-EXIT.
003730 1000-EXIT.
003740     EXIT.
003750
003760*----------------------------------------------------------------
003770* 1100-LOAD-SECTION-MASTER -- READ THE OPTIONAL SECTION MASTER
003780*     INTO ITS TABLE.  NO FILE MEANS AN EMPTY TABLE, AND THE
003790*     ARCHIVE THEN SATISFIES NO PREREQUISITE.
003800*----------------------------------------------------------------
003810 1100-LOAD-SECTION-MASTER.
003820     OPEN INPUT SectionMasterFile
003830     PERFORM 1110-READ-SECTION-MASTER THRU 1110-EXIT
003840     PERFORM 1120-TABLE-ONE-SECTION THRU 1120-EXIT
003850         UNTIL WS-SECT-EOF
003860     CLOSE SectionMasterFile.
003870 1100-EXIT.
003880     EXIT.
003890
003900*----------------------------------------------------------------
003910* 1110-READ-SECTION-MASTER -- READ ONE SECTION MASTER RECORD.
003920*----------------------------------------------------------------
003930 1110-READ-SECTION-MASTER.
003940     READ SectionMasterFile INTO WS-SECTION-MASTER-RECORD
003950         AT END
003960             SET WS-SECT-EOF TO TRUE
003970             GO TO 1110-EXIT
003980     END-READ.
003990 1110-EXIT.
004000     EXIT.
004010
004020*----------------------------------------------------------------
004030* 1120-TABLE-ONE-SECTION -- FILE ONE SECTION MASTER RECORD IN
004040*     THE TABLE AND READ THE NEXT ONE.
004050*----------------------------------------------------------------
004060 1120-TABLE-ONE-SECTION.
004070     IF WS-SectionMasterCount >= WS-SECT-MAX
004080         DISPLAY "Prereq: section master table full at "
004090             WS-SECT-MAX "; remaining sections ignored"
004100         SET WS-SECT-EOF TO TRUE
004110         GO TO 1120-EXIT
004120     END-IF
004130     ADD 1 TO WS-SectionMasterCount
004140     MOVE WS-SM-SectionCode
004150         TO WS-SMT-SectionCode (WS-SectionMasterCount)
004160     MOVE WS-SM-CourseCode
004170         TO WS-SMT-CourseCode (WS-SectionMasterCount)
004180     PERFORM 1110-READ-SECTION-MASTER THRU 1110-EXIT.
004190 1120-EXIT.
004200     EXIT.
004210
004220*----------------------------------------------------------------
004230* 1200-LOAD-CLOSED-TERMS -- READ THE TERM-CLOSE CONTROL FILE
004240*     INTO THE CLOSED-TERMS TABLE.
004250*----------------------------------------------------------------
004260 1200-LOAD-CLOSED-TERMS.
004270     OPEN INPUT TermCloseFile
004280     PERFORM 1210-READ-CLOSE-RECORD THRU 1210-EXIT
004290     PERFORM 1220-TABLE-CLOSED-TERM THRU 1220-EXIT
004300         UNTIL WS-CLOSED-EOF
004310     CLOSE TermCloseFile.
004320 1200-EXIT.
004330     EXIT.
004340
004350*----------------------------------------------------------------
004360* 1210-READ-CLOSE-RECORD -- READ ONE TERM-CLOSE CONTROL RECORD.
004370*----------------------------------------------------------------
004380 1210-READ-CLOSE-RECORD.
004390     READ TermCloseFile INTO WS-TERM-CLOSE-RECORD
004400         AT END
004410             SET WS-CLOSED-EOF TO TRUE
004420             GO TO 1210-EXIT
004430     END-READ.
004440 1210-EXIT.
004450     EXIT.
004460
004470*----------------------------------------------------------------
004480* 1220-TABLE-CLOSED-TERM -- FILE ONE CLOSED TERM IN THE TABLE
004490*     AND READ THE NEXT ONE.
004500*----------------------------------------------------------------
004510 1220-TABLE-CLOSED-TERM.
004520     IF WS-ClosedCount >= WS-CLOSED-MAX
004530         DISPLAY "Prereq: closed-term table full at "
004540             WS-CLOSED-MAX " terms; remaining terms ignored"
004550         SET WS-CLOSED-EOF TO TRUE
004560         GO TO 1220-EXIT
004570     END-IF
004580     ADD 1 TO WS-ClosedCount
004590     MOVE WS-TL-TermCode TO WS-CLT-TermCode (WS-ClosedCount)
004600     PERFORM 1210-READ-CLOSE-RECORD THRU 1210-EXIT.
004610 1220-EXIT.
004620     EXIT.
004630
004640*----------------------------------------------------------------
004650* 1300-CHECK-TERM-CLOSED -- LOOK UP THE TERM IN WS-CheckTermCode
004660*     ON THE CLOSED-TERMS TABLE.
004670*----------------------------------------------------------------
004680 1300-CHECK-TERM-CLOSED.
004690     SET WS-TERM-NOT-CLOSED TO TRUE
004700     PERFORM 1310-MATCH-CLOSED-TERM THRU 1310-EXIT
004710         VARYING WS-CL-SUB FROM 1 BY 1
004720         UNTIL WS-TERM-CLOSED
004730            OR WS-CL-SUB > WS-ClosedCount.
004740 1300-EXIT.
004750     EXIT.
004760
004770*----------------------------------------------------------------
004780* 1310-MATCH-CLOSED-TERM -- TEST ONE CLOSED-TERMS TABLE ENTRY.
004790*----------------------------------------------------------------
004800 1310-MATCH-CLOSED-TERM.
004810     IF WS-CLT-TermCode (WS-CL-SUB) = WS-CheckTermCode
004820         SET WS-TERM-CLOSED TO TRUE
004830     END-IF.
004840 1310-EXIT.
004850     EXIT.
004860
004870*----------------------------------------------------------------
004880* 2000-CHECK-ONE-STUDENT -- TABLE ONE STUDENT'S ENROLLMENTS AND
004890*     PASSED COURSES, THEN CHECK EVERY ENROLLED COURSE AGAINST
004900*     ITS PREREQUISITES.  THE ENROLLMENT READ STOPS ON THE FIRST
004910*     RECORD FOR THE NEXT STUDENT.
004920*----------------------------------------------------------------
004930 2000-CHECK-ONE-STUDENT.
004940     ADD 1 TO WS-StudentCount
004950     MOVE WS-EN-StudentID TO WS-CUR-StudentID
004960     MOVE WS-EN-StudentID TO WS-CUR-KEY
004970     MOVE 0 TO WS-EnrollmentCount
004980     MOVE 0 TO WS-PassedCount
004990     MOVE SPACES TO WS-ArchiveName
005000     PERFORM 2200-TABLE-ONE-ENROLLMENT THRU 2200-EXIT
005010         UNTIL WS-ENROLL-EOF
005020            OR WS-EN-StudentID NOT = WS-CUR-StudentID
005030     PERFORM 2400-COLLECT-ARCHIVE THRU 2400-EXIT
005040     MOVE WS-CUR-StudentID TO StudentID
005050     READ StudentFile
005060         INVALID KEY
005070             MOVE WS-ArchiveName TO DL-StudentName
005080         NOT INVALID KEY
005090             MOVE StudentName TO DL-StudentName
005100     END-READ
005110     PERFORM 3000-CHECK-ONE-COURSE THRU 3000-EXIT
005120         VARYING WS-EN-SUB FROM 1 BY 1
005130         UNTIL WS-EN-SUB > WS-EnrollmentCount.
005140 2000-EXIT.
005150     EXIT.
005160
005170*----------------------------------------------------------------
005180* 2100-READ-ENROLLMENT-RECORD -- READ THE NEXT ENROLLMENT RECORD
005190*     IN KEY ORDER.
005200*----------------------------------------------------------------
005210 2100-READ-ENROLLMENT-RECORD.
005220     READ EnrollmentFile NEXT INTO WS-ENROLLMENT-RECORD
005230         AT END
005240             SET WS-ENROLL-EOF TO TRUE
005250             GO TO 2100-EXIT
005260     END-READ.
005270 2100-EXIT.
005280     EXIT.
005290
005300*----------------------------------------------------------------
005310* 2200-TABLE-ONE-ENROLLMENT -- TABLE THE ENROLLMENT RECORD JUST
005320*     READ, NOTE ITS COURSE AS PASSED WHEN IT CARRIES A PASSING
005330*     GRADE, AND READ THE NEXT ONE.  A RECORD WITH A GRADE THAT
005340*     IS NOT NUMERIC IS NEITHER CHECKED NOR COUNTED AS PASSED.
005350*     CLOSED-TERM RECORDS ARE TABLED TOO, FOR THEIR GRADES.
005360*----------------------------------------------------------------
005370 2200-TABLE-ONE-ENROLLMENT.
005380     IF WS-EN-Grade IS NOT NUMERIC
005390         GO TO 2200-NEXT
005400     END-IF
005410     IF WS-EnrollmentCount >= WS-ENROLL-MAX
005420         DISPLAY "Prereq: student " WS-CUR-StudentID
005430             " has more than " WS-ENROLL-MAX
005440             " courses; the rest are not checked"
005450         GO TO 2200-NEXT
005460     END-IF
005470     ADD 1 TO WS-EnrollmentCount
005480     MOVE WS-EN-CourseCode
005490         TO WS-ENT-CourseCode (WS-EnrollmentCount)
005500     MOVE WS-EN-Attempt TO WS-ENT-Attempt (WS-EnrollmentCount)
005510     MOVE WS-EN-Grade TO WS-ENT-Grade (WS-EnrollmentCount)
005520     MOVE WS-EN-Mark TO WS-ENT-Mark (WS-EnrollmentCount)
005530     MOVE WS-EN-TermCode TO WS-ENT-TermCode (WS-EnrollmentCount)
005540     IF (WS-EN-Mark = SPACE AND WS-EN-Grade >= WS-PASS-GRADE)
005550             OR WS-EN-Mark = "P"
005560         MOVE WS-EN-CourseCode TO WS-PREREQ-LOOKUP
005570         PERFORM 2500-ADD-PASSED-COURSE THRU 2500-EXIT
005580     END-IF.
005590 2200-NEXT.
005600     PERFORM 2100-READ-ENROLLMENT-RECORD THRU 2100-EXIT.
005610 2200-EXIT.
005620     EXIT.
005630
005640*----------------------------------------------------------------
005650* 2300-READ-ARCHIVE-RECORD -- READ ONE SORTED ARCHIVE RECORD AND
005660*     ROLL ITS KEY; AT END THE KEY PARKS AT HIGH-VALUES.
005670*----------------------------------------------------------------
005680 2300-READ-ARCHIVE-RECORD.
005690     READ ArchSortedFile INTO WS-ARCHIVE-READ
005700         AT END
005710             SET WS-ARCH-EOF TO TRUE
005720             MOVE HIGH-VALUES TO WS-ARCH-KEY
005730             GO TO 2300-EXIT
005740     END-READ
005750     MOVE WS-AR-StudentID TO WS-ARCH-KEY.
005760 2300-EXIT.
005770     EXIT.
005780
005790*----------------------------------------------------------------
005800* 2400-COLLECT-ARCHIVE -- SKIP PAST ARCHIVE COPIES FOR STUDENTS
005810*     WITH NO ENROLLMENTS, THEN FOLD IN EVERY COPY FOR THIS ONE.
005820*----------------------------------------------------------------
005830 2400-COLLECT-ARCHIVE.
005840     PERFORM 2300-READ-ARCHIVE-RECORD THRU 2300-EXIT
005850         UNTIL WS-ARCH-KEY NOT < WS-CUR-KEY
005860     PERFORM 2410-FOLD-ONE-ARCHIVE THRU 2410-EXIT
005870         UNTIL WS-ARCH-KEY NOT = WS-CUR-KEY.
005880 2400-EXIT.
005890     EXIT.
005900
005910*----------------------------------------------------------------
005920* 2410-FOLD-ONE-ARCHIVE -- WHEN THE ARCHIVED COPY JUST READ
005930*     CARRIES A PASSING GRADE AND ITS SECTION TIES TO A CATALOG
005940*     COURSE, NOTE THAT COURSE AS PASSED; THEN READ THE NEXT.
005950*----------------------------------------------------------------
005960 2410-FOLD-ONE-ARCHIVE.
005970     MOVE WS-AR-StudentName TO WS-ArchiveName
005980     IF WS-AR-StudentGrade IS NOT NUMERIC
005990         GO TO 2410-NEXT
006000     END-IF
006010     IF (WS-AR-Mark = SPACE
006020             AND WS-AR-StudentGrade >= WS-PASS-GRADE)
006030             OR WS-AR-Mark = "P"
006040         MOVE SPACES TO WS-PREREQ-LOOKUP
006050         PERFORM 2420-MATCH-SECTION THRU 2420-EXIT
006060             VARYING WS-SM-SUB FROM 1 BY 1
006070             UNTIL WS-PREREQ-LOOKUP NOT = SPACES
006080                OR WS-SM-SUB > WS-SectionMasterCount
006090         IF WS-PREREQ-LOOKUP NOT = SPACES
006100             PERFORM 2500-ADD-PASSED-COURSE THRU 2500-EXIT
006110         END-IF
006120     END-IF.
006130 2410-NEXT.
006140     PERFORM 2300-READ-ARCHIVE-RECORD THRU 2300-EXIT.
006150 2410-EXIT.
006160     EXIT.
006170
006180*----------------------------------------------------------------
006190* 2420-MATCH-SECTION -- TEST ONE SECTION MASTER TABLE ENTRY
006200*     AGAINST THE ARCHIVED COPY'S SECTION.
006210*----------------------------------------------------------------
006220 2420-MATCH-SECTION.
006230     IF WS-SMT-SectionCode (WS-SM-SUB) = WS-AR-ClassSection
006240         MOVE WS-SMT-CourseCode (WS-SM-SUB) TO WS-PREREQ-LOOKUP
006250     END-IF.
006260 2420-EXIT.
006270     EXIT.
006280
006290*----------------------------------------------------------------
006300* 2500-ADD-PASSED-COURSE -- NOTE THE COURSE IN WS-PREREQ-LOOKUP
006310*     AS PASSED.
006320*----------------------------------------------------------------
006330 2500-ADD-PASSED-COURSE.
006340     IF WS-PassedCount >= WS-PASSED-MAX
006350         DISPLAY "Prereq: passed-course table full at "
006360             WS-PASSED-MAX "; remaining courses ignored"
006370         GO TO 2500-EXIT
006380     END-IF
006390     ADD 1 TO WS-PassedCount
006400     MOVE WS-PREREQ-LOOKUP TO WS-PST-CourseCode (WS-PassedCount).
006410 2500-EXIT.
006420     EXIT.
006430
006440*----------------------------------------------------------------
006450* 3000-CHECK-ONE-COURSE -- LOOK UP THE ENROLLED COURSE AT
006460*     WS-EN-SUB ON THE CATALOG AND CHECK EACH OF ITS
006470*     PREREQUISITES.  A WITHDRAWN ENROLLMENT, OR ONE IN A TERM
006480*     ALREADY CLOSED, IS NOT CHECKED; A COURSE NOT ON THE
006490*     CATALOG IS COUNTED AND LEFT TO THE ROSTER RUN'S
006500*     ENROLLMENT EDIT.
006510*----------------------------------------------------------------
006520 3000-CHECK-ONE-COURSE.
006530     IF WS-ENT-Mark (WS-EN-SUB) = "W"
006540         GO TO 3000-EXIT
006550     END-IF
006560     MOVE WS-ENT-TermCode (WS-EN-SUB) TO WS-CheckTermCode
006570     PERFORM 1300-CHECK-TERM-CLOSED THRU 1300-EXIT
006580     IF WS-TERM-CLOSED
006590         GO TO 3000-EXIT
006600     END-IF
006610     ADD 1 TO WS-CheckedCount
006620     MOVE WS-ENT-CourseCode (WS-EN-SUB) TO CT-CourseCode
006630     READ CatalogFile
006640         INVALID KEY
006650             ADD 1 TO WS-NoCatalogCount
006660             GO TO 3000-EXIT
006670     END-READ
006680     PERFORM 3100-CHECK-ONE-PREREQ THRU 3100-EXIT
006690         VARYING WS-PR-SUB FROM 1 BY 1
006700         UNTIL WS-PR-SUB > 3.
006710 3000-EXIT.
006720     EXIT.
006730
006740*----------------------------------------------------------------
006750* 3100-CHECK-ONE-PREREQ -- SEARCH THE PASSED-COURSE TABLE FOR
006760*     PREREQUISITE WS-PR-SUB OF THE CATALOG RECORD IN HAND AND
006770*     LIST IT WHEN IT IS NOT THERE.
006780*----------------------------------------------------------------
006790 3100-CHECK-ONE-PREREQ.
006800     IF CT-Prerequisite (WS-PR-SUB) = SPACES
006810         GO TO 3100-EXIT
006820     END-IF
006830     MOVE CT-Prerequisite (WS-PR-SUB) TO WS-PREREQ-LOOKUP
006840     SET WS-PREREQ-MISSING TO TRUE
006850     PERFORM 3110-MATCH-PASSED-COURSE THRU 3110-EXIT
006860         VARYING WS-PS-SUB FROM 1 BY 1
006870         UNTIL WS-PREREQ-PASSED
006880            OR WS-PS-SUB > WS-PassedCount
006890     IF WS-PREREQ-PASSED
006900         GO TO 3100-EXIT
006910     END-IF
006920     MOVE WS-CUR-StudentID TO DL-StudentID
006930     MOVE WS-ENT-CourseCode (WS-EN-SUB) TO DL-CourseCode
006940     MOVE WS-ENT-Attempt (WS-EN-SUB) TO DL-Attempt
006950     MOVE WS-PREREQ-LOOKUP TO DL-Prerequisite
006960     WRITE PREREQ-LINE FROM WS-DETAIL-LINE
006970     ADD 1 TO WS-MissingCount.
006980 3100-EXIT.
006990     EXIT.
007000
007010*----------------------------------------------------------------
007020* 3110-MATCH-PASSED-COURSE -- TEST ONE PASSED-COURSE ENTRY.
007030*----------------------------------------------------------------
007040 3110-MATCH-PASSED-COURSE.
007050     IF WS-PST-CourseCode (WS-PS-SUB) = WS-PREREQ-LOOKUP
007060         SET WS-PREREQ-PASSED TO TRUE
007070     END-IF.
007080 3110-EXIT.
007090     EXIT.
007100
007110*----------------------------------------------------------------
007120* 9000-FINALIZE-RUN -- PRINT THE RUN COUNTS AND CLOSE UP.
007130*----------------------------------------------------------------
007140 9000-FINALIZE-RUN.
007150     MOVE "Students Checked:" TO CL-LABEL
007160     MOVE WS-StudentCount TO CL-VALUE
007170     WRITE PREREQ-LINE FROM WS-COUNT-LINE
007180     MOVE "Enrollments Checked:" TO CL-LABEL
007190     MOVE WS-CheckedCount TO CL-VALUE
007200     WRITE PREREQ-LINE FROM WS-COUNT-LINE
007210     MOVE "Courses Not In Catalog:" TO CL-LABEL
007220     MOVE WS-NoCatalogCount TO CL-VALUE
007230     WRITE PREREQ-LINE FROM WS-COUNT-LINE
007240     MOVE "Missing Prerequisites:" TO CL-LABEL
007250     MOVE WS-MissingCount TO CL-VALUE
007260     WRITE PREREQ-LINE FROM WS-COUNT-LINE
007270     DISPLAY "Prereq Students Checked: " WS-StudentCount
007280     DISPLAY "Prereq Enrollments Checked: " WS-CheckedCount
007290     DISPLAY "Prereq Courses Not In Catalog: " WS-NoCatalogCount
007300     DISPLAY "Prereq Missing Prerequisites: " WS-MissingCount
007310     CLOSE StudentFile
007320     CLOSE EnrollmentFile
007330     CLOSE CatalogFile
007340     CLOSE ArchSortedFile
007350     CLOSE PrereqReportFile.
007360 9000-EXIT.
007370     EXIT.
007380
007390 END PROGRAM PrereqCheck.
