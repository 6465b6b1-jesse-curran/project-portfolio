000250*                 INCOMPLETE MARK WAS GRANTED, FOR THE ROSTER
000260*                 RUN'S AGING PASS; THE LAYOUT HERE IS WIDENED
000270*                 TO MATCH THE NEW 24-BYTE RECORD.
000280* 10/15/2026 JC  ENROLL IS NOW AN INDEXED MASTER KEYED ON STUDENT
000290*                 ID, COURSE CODE AND ATTEMPT (26 BYTES).  THE
000300*                 1000-ROW TABLE LOADED AT START OF RUN IS GONE:
000310*                 THE STUDENT'S COURSES ARE READ BY KEY INTO A
000320*                 SMALL PER-STUDENT TABLE FOR EACH CARD.
000330* 10/15/2026 JC  CLOSED TERMS NOW PRINT FROM THE PERMANENT
000340*                 ACADEMIC HISTORY (ACADHIST) WRITTEN BY THE
000350*                 TERM-CLOSE RUN: EACH TERM'S COURSES FOLLOWED BY
000360*                 A TERM LINE WITH THE TERM AND CUMULATIVE
000370*                 AVERAGES.  ENROLLMENTS IN A CLOSED TERM ARE NOT
000380*                 LISTED AGAIN.  THE ENROLLMENT LAYOUT IS WIDENED
000390*                 FOR ITS NEW TERM CODE (32 BYTES).
000400* 10/15/2026 JC  NEW ACCOUNT LINE UNDER THE MASTER LINE: THE
000410*                 BALANCE AND UNAPPLIED CREDIT FROM THE STUDENT
000420*                 LEDGER (LEDGER) AND, WHEN SET, THE FINANCIAL
000430*                 HOLD WITH THE DATE IT WAS SET.
000440* 10/15/2026 JC  GRADE CHANGES NOW TAKE TWO PEOPLE: THE AUDIT
000450*                 RECORD'S OPERATOR IS THE REQUESTER AND A NEW
000460*                 TRAILING FIELD CARRIES THE APPROVER, WHICH
000470*                 PRINTS AT THE END OF THE CHANGE LINE.
000480*                 RECORDS WRITTEN BEFORE IT EXISTED, AND MERGE AND
000490*                 LAPSE ENTRIES, SHOW NO APPROVER.
000500* 10/15/2026 JC  THE AUDIT RECORD NOW ENDS WITH THE STUDENT ID A
000510*                 MERGE FOLDED AWAY (ZERO ON EVERY OTHER ENTRY) SO
000520*                 THE INTEGRITY SWEEP CAN TRACE A DUPLICATE ID
000530*                 AFTER IT IS GONE.  IT IS CARRIED HERE FOR THE
000540*                 RECORD LENGTH ONLY AND IS NOT PRINTED.
000550* 10/15/2026 JC  CLOSED TERMS NOW PRINT IN THE ORDER THEY CLOSED
000560*                 (THE TERM-TOTAL ROW'S CLOSE DATE), NOT IN
000570*                 ACADHIST KEY ORDER.  TERM CODES DO NOT SORT BY
000580*                 DATE -- FA2026 CAME OUT AHEAD OF SP2026 -- SO A
000590*                 CUMULATIVE AVERAGE COULD PRINT ABOVE THE TERM IT
000600*                 BUILDS ON.
000610*----------------------------------------------------------------
000620
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT OPTIONAL StudentFile ASSIGN TO "STUDENTS"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS StudentID.
000700
000710     SELECT OPTIONAL InquiryCardFile ASSIGN TO "INQCARD"
000720         ORGANIZATION IS LINE SEQUENTIAL.
000730
000740     SELECT OPTIONAL EnrollmentFile ASSIGN TO "ENROLL"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS EN-KEY.
000780
000790     SELECT OPTIONAL AcadHistFile ASSIGN TO "ACADHIST"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS AC-KEY.
000830
000840     SELECT OPTIONAL LedgerFile ASSIGN TO "LEDGER"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS LG-KEY.
000880
000890     SELECT OPTIONAL RejectFile ASSIGN TO "REJECTS"
000900         ORGANIZATION IS LINE SEQUENTIAL.
000910
000920     SELECT OPTIONAL LetterFile ASSIGN TO "LETTERS"
000930         ORGANIZATION IS LINE SEQUENTIAL.
000940
000950     SELECT OPTIONAL AuditFile ASSIGN TO "AUDIT"
000960         ORGANIZATION IS LINE SEQUENTIAL.
000970
000980     SELECT OPTIONAL ArchiveFile ASSIGN TO "ARCHIVE"
000990         ORGANIZATION IS LINE SEQUENTIAL.
001000
001010     SELECT InquiryReportFile ASSIGN TO "INQRPT"
001020         ORGANIZATION IS LINE SEQUENTIAL.
001030
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD  StudentFile.
001070 01  StudentRecord.
001080     05  StudentID           PIC 9(05).
001090     05  StudentName         PIC A(30).
001100     05  StudentGrade        PIC 9(03).
001110     05  ClassSection        PIC X(04).
001120     05  CreditHours         PIC 9(01).
001130     05  StudentStatus       PIC X(01).
001140     05  StudentMark         PIC X(01).
001150     05  StudentMarkDate     PIC 9(08).
001160
001170 FD  InquiryCardFile.
001180 01  INQUIRY-CARD-RECORD.
001190     05  IQ-StudentID        PIC 9(05).
001200
001210 FD  EnrollmentFile.
001220 01  ENROLLMENT-RECORD.
001230     05  EN-KEY.
001240         10  EN-StudentID    PIC 9(05).
001250         10  EN-CourseCode   PIC X(06).
001260         10  EN-Attempt      PIC 9(02).
001270     05  EN-Grade            PIC 9(03).
001280     05  EN-CreditHours      PIC 9(01).
001290     05  EN-Mark             PIC X(01).
001300     05  EN-MarkDate         PIC 9(08).
001310     05  EN-TermCode         PIC X(06).
001320
001330 FD  AcadHistFile.
001340 01  ACAD-HIST-RECORD.
001350     05  AC-KEY.
001360         10  AC-StudentID    PIC 9(05).
001370         10  AC-TermCode     PIC X(06).
001380         10  AC-RecType      PIC X(01).
001390         10  AC-CourseCode   PIC X(06).
001400         10  AC-Attempt      PIC 9(02).
001410     05  AC-REST             PIC X(35).
001420     05  AC-COURSE-FIELDS    REDEFINES AC-REST.
001430         10  AC-Grade        PIC 9(03).
001440         10  AC-CreditHours  PIC 9(01).
001450         10  AC-Mark         PIC X(01).
001460         10  FILLER          PIC X(30).
001470     05  AC-TOTAL-FIELDS     REDEFINES AC-REST.
001480         10  AC-TermHours    PIC 9(03).
001490         10  AC-TermPoints   PIC 9(05).
001500         10  AC-TermAverage  PIC 999V9.
001510         10  AC-CumHours     PIC 9(04).
001520         10  AC-CumPoints    PIC 9(07).
001530         10  AC-CumAverage   PIC 999V9.
001540         10  AC-CloseDate    PIC 9(08).
001550
001560 FD  LedgerFile.
001570 01  LEDGER-RECORD.
001580     05  LG-KEY.
001590         10  LG-StudentID    PIC 9(05).
001600         10  LG-RecType      PIC X(01).
001610         10  LG-ItemDate     PIC 9(08).
001620         10  LG-ItemSeq      PIC 9(03).
001630     05  LG-REST             PIC X(60).
001640     05  LG-ACCOUNT-FIELDS   REDEFINES LG-REST.
001650         10  LG-StudentName  PIC A(30).
001660         10  LG-Balance      PIC S9(07)V99.
001670         10  LG-Unapplied    PIC 9(07)V99.
001680         10  LG-HoldFlag     PIC X(01).
001690         10  LG-HoldDate     PIC 9(08).
001700         10  LG-LastItemSeq  PIC 9(03).
001710
001720 FD  RejectFile.
001730 01  REJECT-RECORD.
001740     05  RJ-StudentID        PIC 9(05).
001750     05  RJ-StudentName      PIC A(30).
001760     05  RJ-StudentGrade     PIC 9(03).
001770     05  RJ-ClassSection     PIC X(04).
001780     05  RJ-CreditHours      PIC 9(01).
001790     05  FILLER              PIC X(01).
001800     05  RJ-REASON-CODE      PIC X(04).
001810     05  FILLER              PIC X(01).
001820     05  RJ-REASON-TEXT      PIC X(40).
001830     05  FILLER              PIC X(01).
001840     05  RJ-RejectDate       PIC 9(08).
001850
001860 FD  LetterFile.
001870 01  LETTER-RECORD.
001880     05  LT-StudentID        PIC 9(05).
001890     05  FILLER              PIC X(01).
001900     05  LT-StudentName      PIC A(30).
001910     05  FILLER              PIC X(01).
001920     05  LT-ClassSection     PIC X(04).
001930     05  FILLER              PIC X(01).
001940     05  LT-Average          PIC 999V9.
001950     05  FILLER              PIC X(01).
001960     05  LT-Action           PIC X(10).
001970     05  FILLER              PIC X(01).
001980     05  LT-TermCode         PIC X(06).
001990     05  FILLER              PIC X(01).
002000     05  LT-CycleNumber      PIC 9(03).
002010
002020 FD  AuditFile.
002030 01  AUDIT-RECORD.
002040     05  AU-RunDate          PIC 9(08).
002050     05  FILLER              PIC X(01).
002060     05  AU-StudentID        PIC 9(05).
002070     05  FILLER              PIC X(01).
002080     05  AU-ClassSection     PIC X(04).
002090     05  FILLER              PIC X(01).
002100     05  AU-OldGrade         PIC 9(03).
002110     05  FILLER              PIC X(01).
002120     05  AU-NewGrade         PIC 9(03).
002130     05  FILLER              PIC X(01).
002140     05  AU-Operator         PIC X(08).
002150     05  FILLER              PIC X(01).
002160     05  AU-Reference        PIC X(08).
002170     05  FILLER              PIC X(01).
002180     05  AU-TermCode         PIC X(06).
002190     05  FILLER              PIC X(01).
002200     05  AU-Approver         PIC X(08).
002210     05  FILLER              PIC X(01).
002220     05  AU-MergedID         PIC 9(05).
002230
002240 FD  ArchiveFile.
002250 01  ARCHIVE-RECORD.
002260     05  AR-ArchiveDate      PIC 9(08).
002270     05  FILLER              PIC X(01).
002280     05  AR-StudentID        PIC 9(05).
002290     05  AR-StudentName      PIC A(30).
002300     05  AR-StudentGrade     PIC 9(03).
002310     05  AR-ClassSection     PIC X(04).
002320     05  AR-CreditHours      PIC 9(01).
002330     05  AR-Status           PIC X(01).
002340     05  FILLER              PIC X(01).
002350     05  AR-TermCode         PIC X(06).
002360     05  FILLER              PIC X(01).
002370     05  AR-Mark             PIC X(01).
002380     05  AR-MarkDate         PIC 9(08).
002390
002400 FD  InquiryReportFile.
002410 01  INQUIRY-LINE               PIC X(80).
002420
002430 WORKING-STORAGE SECTION.
002440*----------------------------------------------------------------
002450* SWITCHES
002460*----------------------------------------------------------------
002470 77  WS-CARD-EOF-SW          PIC X(01)   VALUE "N".
002480     88  WS-CARD-EOF                     VALUE "Y".
002490
002500 77  WS-ENROLL-EOF-SW        PIC X(01)   VALUE "N".
002510     88  WS-ENROLL-EOF                   VALUE "Y".
002520
002530 77  WS-COURSES-DONE-SW      PIC X(01)   VALUE "N".
002540     88  WS-COURSES-DONE                 VALUE "Y".
002550
002560 77  WS-COURSE-OVERFLOW-SW   PIC X(01)   VALUE "N".
002570     88  WS-COURSE-OVERFLOW              VALUE "Y".
002580
002590 77  WS-HIST-DONE-SW         PIC X(01)   VALUE "N".
002600     88  WS-HIST-DONE                    VALUE "Y".
002610
002620 77  WS-TERM-CLOSED-SW       PIC X(01)   VALUE "N".
002630     88  WS-TERM-CLOSED                  VALUE "Y".
002640     88  WS-TERM-OPEN                    VALUE "N".
002650
002660 77  WS-SCAN-EOF-SW          PIC X(01)   VALUE "N".
002670     88  WS-SCAN-EOF                     VALUE "Y".
002680
002690 77  WS-MASTER-FOUND-SW      PIC X(01)   VALUE "N".
002700     88  WS-MASTER-FOUND                 VALUE "Y".
002710     88  WS-MASTER-NOT-FOUND             VALUE "N".
002720
002730*----------------------------------------------------------------
002740* WORKING COPY OF THE MASTER RECORD FOR THE REQUESTED STUDENT
002750*----------------------------------------------------------------
002760 01  WS-STUDENT-RECORD.
002770     05  WS-StudentID        PIC 9(05).
002780     05  WS-StudentName      PIC A(30).
002790     05  WS-StudentGrade     PIC 9(03).
002800     05  WS-ClassSection     PIC X(04).
002810     05  WS-CreditHours      PIC 9(01).
002820     05  WS-StudentStatus    PIC X(01).
002830     05  WS-StudentMark      PIC X(01).
002840     05  WS-StudentMarkDate  PIC 9(08).
002850
002860*----------------------------------------------------------------
002870* INQUIRY CARD WORK AREA AND RUN COUNTS
002880*----------------------------------------------------------------
002890 01  WS-INQUIRY-CARD.
002900     05  WS-IQ-StudentID     PIC 9(05).
002910
002920 77  WS-RunDate              PIC 9(08)   VALUE 0.
002930 77  WS-RequestCount         PIC 9(05)   VALUE 0.
002940 77  WS-PrintedCount         PIC 9(05)   VALUE 0.
002950 77  WS-SectionLines         PIC 9(03)   VALUE 0.
002960 77  WS-RejectAgeDays        PIC S9(05)  VALUE 0.
002970 77  WS-ArchiveCopies        PIC 9(03)   VALUE 0.
002980 77  WS-LatestArchiveDate    PIC 9(08)   VALUE 0.
002990
003000*----------------------------------------------------------------
003010* ENROLLMENT TABLE -- LOADED BY KEY FOR EACH REQUESTED STUDENT,
003020*     THE SAME WAY THE ROSTER RUN TABLES IT.
003030*----------------------------------------------------------------
003040 77  WS-ENROLL-MAX           PIC 9(04)   COMP VALUE 100.
003050 77  WS-EnrollmentCount      PIC 9(04)   COMP VALUE 0.
003060 77  WS-EN-SUB               PIC 9(04)   COMP VALUE 0.
003070
003080 01  WS-ENROLLMENT-RECORD.
003090     05  WS-EN-KEY.
003100         10  WS-EN-StudentID     PIC 9(05).
003110         10  WS-EN-CourseCode    PIC X(06).
003120         10  WS-EN-Attempt       PIC 9(02).
003130     05  WS-EN-Grade         PIC 9(03).
003140     05  WS-EN-CreditHours   PIC 9(01).
003150     05  WS-EN-Mark          PIC X(01).
003160     05  WS-EN-MarkDate      PIC 9(08).
003170     05  WS-EN-TermCode      PIC X(06).
003180
003190 01  WS-ENROLLMENT-TABLE.
003200     05  WS-EN-ENTRY OCCURS 100 TIMES.
003210         10  WS-ENT-StudentID    PIC 9(05).
003220         10  WS-ENT-CourseCode   PIC X(06).
003230         10  WS-ENT-Grade        PIC 9(03).
003240         10  WS-ENT-CreditHours  PIC 9(01).
003250         10  WS-ENT-Mark         PIC X(01).
003260         10  WS-ENT-TermCode     PIC X(06).
003270
003280*----------------------------------------------------------------
003290* ACADEMIC HISTORY TABLE -- EVERY ROW THE TERM-CLOSE RUN FROZE
003300*     FOR THE CARD'S STUDENT, IN KEY ORDER: THE COURSE ROWS OF
003310*     A TERM FOLLOWED BY ITS TERM-TOTAL ROW.
003320*----------------------------------------------------------------
003330 77  WS-HIST-MAX             PIC 9(04)   COMP VALUE 200.
003340 77  WS-HistCount            PIC 9(04)   COMP VALUE 0.
003350 77  WS-HS-SUB               PIC 9(04)   COMP VALUE 0.
003360
003370 01  WS-HIST-TABLE.
003380     05  WS-HS-ENTRY OCCURS 200 TIMES.
003390         10  WS-HST-TermCode     PIC X(06).
003400         10  WS-HST-RecType      PIC X(01).
003410         10  WS-HST-CourseCode   PIC X(06).
003420         10  WS-HST-Grade        PIC 9(03).
003430         10  WS-HST-CreditHours  PIC 9(01).
003440         10  WS-HST-Mark         PIC X(01).
003450         10  WS-HST-TermHours    PIC 9(03).
003460         10  WS-HST-TermAverage  PIC 999V9.
003470         10  WS-HST-CumHours     PIC 9(04).
003480         10  WS-HST-CumAverage   PIC 999V9.
003490         10  WS-HST-CloseDate    PIC 9(08).
003500
003510*----------------------------------------------------------------
003520* HISTORY TERM ORDER -- ONE ENTRY PER TERM IN THE HISTORY TABLE
003530*     WITH THE CLOSE DATE FROM ITS TERM-TOTAL ROW AND THE FIRST
003540*     AND LAST TABLE ROWS OF ITS BLOCK, SORTED INTO CLOSE-DATE
003550*     ORDER BEFORE THE BLOCKS PRINT.  A TERM WHOSE TOTAL ROW DID
003560*     NOT FIT THE TABLE SORTS LAST.
003570*----------------------------------------------------------------
003580 77  WS-HistTermCount        PIC 9(04)   COMP VALUE 0.
003590 77  WS-TO-SUB               PIC 9(04)   COMP VALUE 0.
003600 77  WS-TI-SUB               PIC 9(04)   COMP VALUE 0.
003610 77  WS-PrevHistTerm         PIC X(06)   VALUE SPACES.
003620
003630 77  WS-TERM-PLACED-SW       PIC X(01)   VALUE "N".
003640     88  WS-TERM-PLACED                  VALUE "Y".
003650
003660 01  WS-TERM-ORDER-TABLE.
003670     05  WS-TO-ENTRY OCCURS 200 TIMES.
003680         10  WS-TOT-TermCode     PIC X(06).
003690         10  WS-TOT-CloseDate    PIC 9(08).
003700         10  WS-TOT-FirstRow     PIC 9(04)   COMP.
003710         10  WS-TOT-LastRow      PIC 9(04)   COMP.
003720
003730 01  WS-TERM-ORDER-HOLD.
003740     05  WS-TOH-TermCode     PIC X(06).
003750     05  WS-TOH-CloseDate    PIC 9(08).
003760     05  WS-TOH-FirstRow     PIC 9(04)   COMP.
003770     05  WS-TOH-LastRow      PIC 9(04)   COMP.
003780
003790*----------------------------------------------------------------
003800* WORKING COPIES OF THE SCANNED RECORDS
003810*----------------------------------------------------------------
003820 01  WS-REJECT-WORK.
003830     05  WS-RJ-StudentID     PIC 9(05).
003840     05  WS-RJ-StudentName   PIC A(30).
003850     05  WS-RJ-StudentGrade  PIC 9(03).
003860     05  WS-RJ-ClassSection  PIC X(04).
003870     05  WS-RJ-CreditHours   PIC 9(01).
003880     05  FILLER              PIC X(01).
003890     05  WS-RJ-REASON-CODE   PIC X(04).
003900     05  FILLER              PIC X(01).
003910     05  WS-RJ-REASON-TEXT   PIC X(40).
003920     05  FILLER              PIC X(01).
003930     05  WS-RJ-RejectDate    PIC 9(08).
003940
003950 01  WS-LETTER-WORK.
003960     05  WS-LT-StudentID     PIC 9(05).
003970     05  FILLER              PIC X(01).
003980     05  WS-LT-StudentName   PIC A(30).
003990     05  FILLER              PIC X(01).
004000     05  WS-LT-ClassSection  PIC X(04).
004010     05  FILLER              PIC X(01).
004020     05  WS-LT-Average       PIC 999V9.
004030     05  FILLER              PIC X(01).
004040     05  WS-LT-Action        PIC X(10).
004050     05  FILLER              PIC X(01).
004060     05  WS-LT-TermCode      PIC X(06).
004070     05  FILLER              PIC X(01).
004080     05  WS-LT-CycleNumber   PIC 9(03).
004090
004100 01  WS-AUDIT-WORK.
004110     05  WS-AU-RunDate       PIC 9(08).
004120     05  FILLER              PIC X(01).
004130     05  WS-AU-StudentID     PIC 9(05).
004140     05  FILLER              PIC X(01).
004150     05  WS-AU-ClassSection  PIC X(04).
004160     05  FILLER              PIC X(01).
004170     05  WS-AU-OldGrade      PIC 9(03).
004180     05  FILLER              PIC X(01).
004190     05  WS-AU-NewGrade      PIC 9(03).
004200     05  FILLER              PIC X(01).
004210     05  WS-AU-Operator      PIC X(08).
004220     05  FILLER              PIC X(01).
004230     05  WS-AU-Reference     PIC X(08).
004240     05  FILLER              PIC X(01).
004250     05  WS-AU-TermCode      PIC X(06).
004260     05  FILLER              PIC X(01).
004270     05  WS-AU-Approver      PIC X(08).
004280     05  FILLER              PIC X(01).
004290     05  WS-AU-MergedID      PIC 9(05).
004300
004310 01  WS-ARCHIVE-WORK.
004320     05  WS-AR-ArchiveDate   PIC 9(08).
004330     05  FILLER              PIC X(01).
004340     05  WS-AR-StudentID     PIC 9(05).
004350     05  WS-AR-StudentName   PIC A(30).
004360     05  WS-AR-StudentGrade  PIC 9(03).
004370     05  WS-AR-ClassSection  PIC X(04).
004380     05  WS-AR-CreditHours   PIC 9(01).
004390     05  WS-AR-Status        PIC X(01).
004400     05  FILLER              PIC X(01).
004410     05  WS-AR-TermCode      PIC X(06).
004420     05  FILLER              PIC X(01).
004430     05  WS-AR-Mark          PIC X(01).
004440     05  WS-AR-MarkDate      PIC 9(08).
004450
004460*----------------------------------------------------------------
004470* PRINTED PROFILE LINES
004480*----------------------------------------------------------------
004490 01  WS-PAGE-BREAK-LINE.
004500     05  FILLER              PIC X(80)   VALUE ALL "=".
004510
004520 01  WS-TITLE-LINE.
004530     05  FILLER              PIC X(17)
004540         VALUE "STUDENT PROFILE".
004550     05  TI-StudentID        PIC ZZZZ9.
004560     05  FILLER              PIC X(04)   VALUE SPACES.
004570     05  TI-RunDate          PIC 9(08).
004580     05  FILLER              PIC X(46)   VALUE SPACES.
004590
004600 01  WS-MASTER-LINE.
004610     05  FILLER              PIC X(08)   VALUE "MASTER".
004620     05  MS-StudentName      PIC A(30).
004630     05  FILLER              PIC X(07)   VALUE "  SECT".
004640     05  MS-ClassSection     PIC X(04).
004650     05  FILLER              PIC X(06)   VALUE "  STAT".
004660     05  MS-Status           PIC X(01).
004670     05  FILLER              PIC X(07)   VALUE "  GRADE".
004680     05  MS-Grade            PIC ZZ9.
004690     05  FILLER              PIC X(06)   VALUE "  MARK".
004700     05  MS-Mark             PIC X(01).
004710     05  FILLER              PIC X(07)   VALUE SPACES.
004720
004730 01  WS-ACCOUNT-LINE.
004740     05  FILLER              PIC X(08)   VALUE "ACCOUNT".
004750     05  FILLER              PIC X(08)   VALUE "BALANCE".
004760     05  AA-Balance          PIC -ZZZZZ9.99.
004770     05  FILLER              PIC X(12)   VALUE "  UNAPPLIED".
004780     05  AA-Unapplied        PIC ZZZZZZ9.99.
004790     05  FILLER              PIC X(02)   VALUE SPACES.
004800     05  AA-HOLD-TEXT        PIC X(14).
004810     05  AA-HoldDate         PIC X(08).
004820     05  FILLER              PIC X(08)   VALUE SPACES.
004830
004840 01  WS-NO-ACCOUNT-LINE.
004850     05  FILLER              PIC X(26)
004860         VALUE "ACCOUNT NOT ON LEDGER".
004870     05  FILLER              PIC X(54)   VALUE SPACES.
004880
004890 01  WS-NOT-ON-MASTER-LINE.
004900     05  FILLER              PIC X(26)
004910         VALUE "MASTER  NOT ON FILE".
004920     05  FILLER              PIC X(54)   VALUE SPACES.
004930
004940 01  WS-ENROLL-LINE.
004950     05  FILLER              PIC X(08)   VALUE "COURSE".
004960     05  EL-CourseCode       PIC X(06).
004970     05  FILLER              PIC X(08)   VALUE "  GRADE".
004980     05  EL-Grade            PIC X(03).
004990     05  FILLER              PIC X(08)   VALUE "  HOURS".
005000     05  EL-Hours            PIC 9(01).
005010     05  FILLER              PIC X(46)   VALUE SPACES.
005020
005030 01  WS-TERM-LINE.
005040     05  FILLER              PIC X(08)   VALUE "TERM".
005050     05  TL-TermCode         PIC X(06).
005060     05  FILLER              PIC X(08)   VALUE "  HOURS ".
005070     05  TL-TermHours        PIC ZZ9.
005080     05  FILLER              PIC X(11)   VALUE "  TERM AVG ".
005090     05  TL-TermAverage      PIC ZZ9.9.
005100     05  FILLER              PIC X(12)   VALUE "  CUM HOURS ".
005110     05  TL-CumHours         PIC ZZZ9.
005120     05  FILLER              PIC X(10)   VALUE "  CUM AVG ".
005130     05  TL-CumAverage       PIC ZZ9.9.
005140     05  FILLER              PIC X(08)   VALUE SPACES.
005150
005160 01  WS-REJECT-LINE.
005170     05  FILLER              PIC X(08)   VALUE "REJECT".
005180     05  RL-REASON-CODE      PIC X(04).
005190     05  FILLER              PIC X(02)   VALUE SPACES.
005200     05  RL-RejectDate       PIC 9(08).
005210     05  FILLER              PIC X(06)   VALUE "  AGE ".
005220     05  RL-AgeDays          PIC ZZZZ9.
005230     05  FILLER              PIC X(02)   VALUE SPACES.
005240     05  RL-REASON-TEXT      PIC X(40).
005250     05  FILLER              PIC X(05)   VALUE SPACES.
005260
005270 01  WS-LETTER-LINE.
005280     05  FILLER              PIC X(08)   VALUE "LETTER".
005290     05  LL-Action           PIC X(10).
005300     05  FILLER              PIC X(06)   VALUE "  AVG ".
005310     05  LL-Average          PIC ZZ9.9.
005320     05  FILLER              PIC X(07)   VALUE "  TERM ".
005330     05  LL-TermCode         PIC X(06).
005340     05  FILLER              PIC X(08)   VALUE "  CYCLE ".
005350     05  LL-CycleNumber      PIC ZZ9.
005360     05  FILLER              PIC X(27)   VALUE SPACES.
005370
005380 01  WS-AUDIT-LINE.
005390     05  FILLER              PIC X(08)   VALUE "CHANGE".
005400     05  AL-RunDate          PIC 9(08).
005410     05  FILLER              PIC X(02)   VALUE SPACES.
005420     05  AL-OldGrade         PIC ZZ9.
005430     05  FILLER              PIC X(04)   VALUE " TO ".
005440     05  AL-NewGrade         PIC ZZ9.
005450     05  FILLER              PIC X(02)   VALUE SPACES.
005460     05  AL-Operator         PIC X(08).
005470     05  FILLER              PIC X(02)   VALUE SPACES.
005480     05  AL-Reference        PIC X(08).
005490     05  FILLER              PIC X(02)   VALUE SPACES.
005500     05  AL-TermCode         PIC X(06).
005510     05  FILLER              PIC X(02)   VALUE SPACES.
005520     05  AL-Approver         PIC X(08).
005530     05  FILLER              PIC X(14)   VALUE SPACES.
005540
005550 01  WS-ARCHIVE-LINE.
005560     05  FILLER              PIC X(08)   VALUE "ARCHIVE".
005570     05  AV-Copies           PIC ZZ9.
005580     05  FILLER              PIC X(16)
005590         VALUE " COPIES, LATEST ".
005600     05  AV-LatestDate       PIC 9(08).
005610     05  FILLER              PIC X(45)   VALUE SPACES.
005620
005630 01  WS-NO-ARCHIVE-LINE.
005640     05  FILLER              PIC X(26)
005650         VALUE "ARCHIVE NOT ON FILE".
005660     05  FILLER              PIC X(54)   VALUE SPACES.
005670
005680 01  WS-SECTION-NONE-LINE.
005690     05  SN-LABEL            PIC X(08).
005700     05  FILLER              PIC X(06)   VALUE "NONE".
005710     05  FILLER              PIC X(66)   VALUE SPACES.
005720
005730 01  WS-BLANK-LINE.
005740     05  FILLER              PIC X(80)   VALUE SPACES.
005750
005760 PROCEDURE DIVISION.
005770*----------------------------------------------------------------
005780* 0000-MAIN-PROCESS -- CONTROLS THE INQUIRY RUN
005790*----------------------------------------------------------------
005800 0000-MAIN-PROCESS.
005810     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
005820     PERFORM 2000-PRINT-ONE-PROFILE THRU 2000-EXIT
005830         UNTIL WS-CARD-EOF
005840     PERFORM 9000-FINALIZE-RUN THRU 9000-EXIT
005850     STOP RUN.
005860
005870*----------------------------------------------------------------
005880* 1000-INITIALIZE-RUN -- OPEN THE MASTERS AND THE PRINT FILE AND
005890*     PRIME THE FIRST CARD.
005900*----------------------------------------------------------------
005910 1000-INITIALIZE-RUN.
005920     ACCEPT WS-RunDate FROM DATE YYYYMMDD
005930     OPEN INPUT EnrollmentFile
005940     OPEN INPUT AcadHistFile
005950     OPEN INPUT LedgerFile
005960     OPEN INPUT StudentFile
005970     OPEN INPUT InquiryCardFile
005980     OPEN OUTPUT InquiryReportFile
005990     PERFORM 2100-READ-INQUIRY-CARD THRU 2100-EXIT.
006000 1000-EXIT.
006010     EXIT.
006020
006030*----------------------------------------------------------------
006040* 1200-LOAD-STUDENT-COURSES -- READ EVERY ENROLLMENT RECORD FOR
006050*     THE CARD'S STUDENT BY KEY INTO THE ENROLLMENT TABLE, IN
006060*     COURSE AND ATTEMPT ORDER.  THE READ STOPS ON THE FIRST
006070*     RECORD FOR THE NEXT STUDENT OR AT END OF FILE.
006080*----------------------------------------------------------------
006090 1200-LOAD-STUDENT-COURSES.
006100     MOVE 0 TO WS-EnrollmentCount
006110     MOVE "N" TO WS-ENROLL-EOF-SW
006120     MOVE "N" TO WS-COURSES-DONE-SW
006130     MOVE "N" TO WS-COURSE-OVERFLOW-SW
006140     MOVE WS-IQ-StudentID TO EN-StudentID
006150     MOVE LOW-VALUES TO EN-CourseCode
006160     MOVE 0 TO EN-Attempt
006170     START EnrollmentFile KEY IS NOT LESS THAN EN-KEY
006180         INVALID KEY
006190             SET WS-ENROLL-EOF TO TRUE
006200             GO TO 1200-EXIT
006210     END-START
006220     PERFORM 1210-TABLE-STUDENT-COURSE THRU 1210-EXIT
006230         UNTIL WS-COURSES-DONE
006240     IF WS-COURSE-OVERFLOW
006250         DISPLAY "Inquiry: student " WS-IQ-StudentID
006260             " has more than " WS-ENROLL-MAX
006270             " courses; the rest are not printed"
006280     END-IF.
006290 1200-EXIT.
006300     EXIT.
006310
006320*----------------------------------------------------------------
006330* 1210-TABLE-STUDENT-COURSE -- READ THE NEXT ENROLLMENT RECORD AND
006340*     TABLE IT WHEN IT STILL BELONGS TO THE CARD'S STUDENT.
006350*----------------------------------------------------------------
006360 1210-TABLE-STUDENT-COURSE.
006370     READ EnrollmentFile NEXT INTO WS-ENROLLMENT-RECORD
006380         AT END
006390             SET WS-ENROLL-EOF TO TRUE
006400             SET WS-COURSES-DONE TO TRUE
006410             GO TO 1210-EXIT
006420     END-READ
006430     IF WS-EN-StudentID NOT = WS-IQ-StudentID
006440         SET WS-COURSES-DONE TO TRUE
006450         GO TO 1210-EXIT
006460     END-IF
006470     IF WS-EnrollmentCount >= WS-ENROLL-MAX
006480         SET WS-COURSE-OVERFLOW TO TRUE
006490         GO TO 1210-EXIT
006500     END-IF
006510     ADD 1 TO WS-EnrollmentCount
006520     MOVE WS-EN-StudentID
006530         TO WS-ENT-StudentID (WS-EnrollmentCount)
006540     MOVE WS-EN-CourseCode
006550         TO WS-ENT-CourseCode (WS-EnrollmentCount)
006560     MOVE WS-EN-Grade TO WS-ENT-Grade (WS-EnrollmentCount)
006570     MOVE WS-EN-CreditHours
006580         TO WS-ENT-CreditHours (WS-EnrollmentCount)
006590     MOVE WS-EN-Mark TO WS-ENT-Mark (WS-EnrollmentCount)
006600     MOVE WS-EN-TermCode TO WS-ENT-TermCode (WS-EnrollmentCount).
006610 1210-EXIT.
006620     EXIT.
006630
006640*----------------------------------------------------------------
006650* 2000-PRINT-ONE-PROFILE -- ASSEMBLE ONE STUDENT'S PROFILE PAGE
006660*     FROM EVERY FILE THE SYSTEM KEEPS, THEN READ THE NEXT
006670*     CARD.
006680*----------------------------------------------------------------
006690 2000-PRINT-ONE-PROFILE.
006700     ADD 1 TO WS-RequestCount
006710     WRITE INQUIRY-LINE FROM WS-PAGE-BREAK-LINE
006720     MOVE WS-IQ-StudentID TO TI-StudentID
006730     MOVE WS-RunDate TO TI-RunDate
006740     WRITE INQUIRY-LINE FROM WS-TITLE-LINE
006750     PERFORM 3000-PRINT-MASTER-SECTION THRU 3000-EXIT
006760     PERFORM 3100-PRINT-ACCOUNT-LINE THRU 3100-EXIT
006770     PERFORM 4000-PRINT-ENROLL-SECTION THRU 4000-EXIT
006780     PERFORM 5000-PRINT-REJECT-SECTION THRU 5000-EXIT
006790     PERFORM 6000-PRINT-LETTER-SECTION THRU 6000-EXIT
006800     PERFORM 7000-PRINT-AUDIT-SECTION THRU 7000-EXIT
006810     PERFORM 8000-PRINT-ARCHIVE-SECTION THRU 8000-EXIT
006820     WRITE INQUIRY-LINE FROM WS-BLANK-LINE
006830     ADD 1 TO WS-PrintedCount
006840     PERFORM 2100-READ-INQUIRY-CARD THRU 2100-EXIT.
006850 2000-EXIT.
006860     EXIT.
006870
006880*----------------------------------------------------------------
006890* 2100-READ-INQUIRY-CARD -- READ ONE INQUIRY CARD, SKIPPING A
006900*     CARD WHOSE STUDENT ID IS NOT NUMERIC.
006910*----------------------------------------------------------------
006920 2100-READ-INQUIRY-CARD.
006930     READ InquiryCardFile INTO WS-INQUIRY-CARD
006940         AT END
006950             SET WS-CARD-EOF TO TRUE
006960             GO TO 2100-EXIT
006970     END-READ
006980     IF WS-IQ-StudentID IS NOT NUMERIC
006990         DISPLAY "Inquiry: card not numeric; skipped"
007000         GO TO 2100-READ-INQUIRY-CARD
007010     END-IF.
007020 2100-EXIT.
007030     EXIT.
007040
007050*----------------------------------------------------------------
007060* 3000-PRINT-MASTER-SECTION -- KEYED READ FOR THE REQUESTED
007070*     STUDENT AND ONE LINE WITH THE CURRENT MASTER STANDING.
007080*----------------------------------------------------------------
007090 3000-PRINT-MASTER-SECTION.
007100     SET WS-MASTER-NOT-FOUND TO TRUE
007110     MOVE WS-IQ-StudentID TO StudentID
007120     READ StudentFile
007130         INVALID KEY
007140             WRITE INQUIRY-LINE FROM WS-NOT-ON-MASTER-LINE
007150             GO TO 3000-EXIT
007160         NOT INVALID KEY
007170             MOVE StudentRecord TO WS-STUDENT-RECORD
007180             SET WS-MASTER-FOUND TO TRUE
007190     END-READ
007200     MOVE WS-StudentName TO MS-StudentName
007210     MOVE WS-ClassSection TO MS-ClassSection
007220     MOVE WS-StudentStatus TO MS-Status
007230     MOVE WS-StudentGrade TO MS-Grade
007240     MOVE WS-StudentMark TO MS-Mark
007250     WRITE INQUIRY-LINE FROM WS-MASTER-LINE.
007260 3000-EXIT.
007270     EXIT.
007280
007290*----------------------------------------------------------------
007300* 3100-PRINT-ACCOUNT-LINE -- KEYED READ OF THE STUDENT'S ACCOUNT
007310*     ROW ON THE LEDGER AND ONE LINE WITH THE BALANCE AND ANY
007320*     FINANCIAL HOLD.
007330*----------------------------------------------------------------
007340 3100-PRINT-ACCOUNT-LINE.
007350     MOVE WS-IQ-StudentID TO LG-StudentID
007360     MOVE "A" TO LG-RecType
007370     MOVE 0 TO LG-ItemDate
007380     MOVE 0 TO LG-ItemSeq
007390     READ LedgerFile
007400         INVALID KEY
007410             WRITE INQUIRY-LINE FROM WS-NO-ACCOUNT-LINE
007420             GO TO 3100-EXIT
007430     END-READ
007440     MOVE LG-Balance TO AA-Balance
007450     MOVE LG-Unapplied TO AA-Unapplied
007460     IF LG-HoldFlag = "H"
007470         MOVE "ON HOLD SINCE" TO AA-HOLD-TEXT
007480         MOVE LG-HoldDate TO AA-HoldDate
007490     ELSE
007500         MOVE "NO HOLD" TO AA-HOLD-TEXT
007510         MOVE SPACES TO AA-HoldDate
007520     END-IF
007530     WRITE INQUIRY-LINE FROM WS-ACCOUNT-LINE.
007540 3100-EXIT.
007550     EXIT.
007560
007570*----------------------------------------------------------------
007580* 4000-PRINT-ENROLL-SECTION -- THE CLOSED TERMS FROM THE ACADEMIC
007590*     HISTORY IN THE ORDER THEY CLOSED, EACH TERM'S COURSES
007600*     FOLLOWED BY ITS TERM LINE, THEN ONE LINE PER ENROLLMENT
007610*     TABLE ENTRY NOT IN A CLOSED TERM; A MARKED ENTRY SHOWS ITS
007620*     MARK LETTER IN THE GRADE COLUMN.
007630*----------------------------------------------------------------
007640 4000-PRINT-ENROLL-SECTION.
007650     MOVE 0 TO WS-SectionLines
007660     PERFORM 1200-LOAD-STUDENT-COURSES THRU 1200-EXIT
007670     PERFORM 4200-LOAD-ACADEMIC-HISTORY THRU 4200-EXIT
007680     PERFORM 4220-ORDER-HISTORY-TERMS THRU 4220-EXIT
007690     PERFORM 4250-PRINT-ONE-TERM THRU 4250-EXIT
007700         VARYING WS-TO-SUB FROM 1 BY 1
007710         UNTIL WS-TO-SUB > WS-HistTermCount
007720     PERFORM 4100-PRINT-ONE-ENROLLMENT THRU 4100-EXIT
007730         VARYING WS-EN-SUB FROM 1 BY 1
007740         UNTIL WS-EN-SUB > WS-EnrollmentCount
007750     IF WS-SectionLines = 0
007760         MOVE "COURSE" TO SN-LABEL
007770         WRITE INQUIRY-LINE FROM WS-SECTION-NONE-LINE
007780     END-IF.
007790 4000-EXIT.
007800     EXIT.
007810
007820*----------------------------------------------------------------
007830* 4100-PRINT-ONE-ENROLLMENT -- PRINT THE TABLE ENTRY AT
007840*     WS-EN-SUB WHEN IT BELONGS TO THE REQUESTED STUDENT AND IS
007850*     NOT IN A TERM ALREADY PRINTED FROM THE HISTORY.
007860*----------------------------------------------------------------
007870 4100-PRINT-ONE-ENROLLMENT.
007880     IF WS-ENT-StudentID (WS-EN-SUB) NOT = WS-IQ-StudentID
007890         GO TO 4100-EXIT
007900     END-IF
007910     PERFORM 4400-CHECK-TERM-CLOSED THRU 4400-EXIT
007920     IF WS-TERM-CLOSED
007930         GO TO 4100-EXIT
007940     END-IF
007950     ADD 1 TO WS-SectionLines
007960     MOVE WS-ENT-CourseCode (WS-EN-SUB) TO EL-CourseCode
007970     MOVE WS-ENT-CreditHours (WS-EN-SUB) TO EL-Hours
007980     IF WS-ENT-Mark (WS-EN-SUB) = SPACE
007990         MOVE WS-ENT-Grade (WS-EN-SUB) TO EL-Grade
008000     ELSE
008010         MOVE SPACES TO EL-Grade
008020         MOVE WS-ENT-Mark (WS-EN-SUB) TO EL-Grade (1:1)
008030     END-IF
008040     WRITE INQUIRY-LINE FROM WS-ENROLL-LINE.
008050 4100-EXIT.
008060     EXIT.
008070
008080*----------------------------------------------------------------
008090* 4200-LOAD-ACADEMIC-HISTORY -- READ EVERY ACADEMIC HISTORY ROW
008100*     FOR THE CARD'S STUDENT BY KEY INTO THE HISTORY TABLE.
008110*----------------------------------------------------------------
008120 4200-LOAD-ACADEMIC-HISTORY.
008130     MOVE 0 TO WS-HistCount
008140     MOVE "N" TO WS-HIST-DONE-SW
008150     MOVE WS-IQ-StudentID TO AC-StudentID
008160     MOVE LOW-VALUES TO AC-TermCode
008170     MOVE LOW-VALUES TO AC-RecType
008180     MOVE LOW-VALUES TO AC-CourseCode
008190     MOVE 0 TO AC-Attempt
008200     START AcadHistFile KEY IS NOT LESS THAN AC-KEY
008210         INVALID KEY
008220             GO TO 4200-EXIT
008230     END-START
008240     PERFORM 4210-TABLE-HISTORY-ROW THRU 4210-EXIT
008250         UNTIL WS-HIST-DONE.
008260 4200-EXIT.
008270     EXIT.
008280
008290*----------------------------------------------------------------
008300* 4210-TABLE-HISTORY-ROW -- READ THE NEXT HISTORY ROW AND TABLE
008310*     IT WHEN IT STILL BELONGS TO THE CARD'S STUDENT.
008320*----------------------------------------------------------------
008330 4210-TABLE-HISTORY-ROW.
008340     READ AcadHistFile NEXT
008350         AT END
008360             SET WS-HIST-DONE TO TRUE
008370             GO TO 4210-EXIT
008380     END-READ
008390     IF AC-StudentID NOT = WS-IQ-StudentID
008400         SET WS-HIST-DONE TO TRUE
008410         GO TO 4210-EXIT
008420     END-IF
008430     IF WS-HistCount >= WS-HIST-MAX
008440         DISPLAY "Inquiry: student " WS-IQ-StudentID
008450             " has more than " WS-HIST-MAX
008460             " history rows; the rest are not printed"
008470         SET WS-HIST-DONE TO TRUE
008480         GO TO 4210-EXIT
008490     END-IF
008500     ADD 1 TO WS-HistCount
008510     MOVE AC-TermCode TO WS-HST-TermCode (WS-HistCount)
008520     MOVE AC-RecType TO WS-HST-RecType (WS-HistCount)
008530     MOVE AC-CourseCode TO WS-HST-CourseCode (WS-HistCount)
008540     IF AC-RecType = "T"
008550         MOVE 0 TO WS-HST-Grade (WS-HistCount)
008560         MOVE 0 TO WS-HST-CreditHours (WS-HistCount)
008570         MOVE SPACE TO WS-HST-Mark (WS-HistCount)
008580         MOVE AC-TermHours TO WS-HST-TermHours (WS-HistCount)
008590         MOVE AC-TermAverage
008600             TO WS-HST-TermAverage (WS-HistCount)
008610         MOVE AC-CumHours TO WS-HST-CumHours (WS-HistCount)
008620         MOVE AC-CumAverage TO WS-HST-CumAverage (WS-HistCount)
008630         MOVE AC-CloseDate TO WS-HST-CloseDate (WS-HistCount)
008640     ELSE
008650         MOVE AC-Grade TO WS-HST-Grade (WS-HistCount)
008660         MOVE AC-CreditHours
008670             TO WS-HST-CreditHours (WS-HistCount)
008680         MOVE AC-Mark TO WS-HST-Mark (WS-HistCount)
008690         MOVE 0 TO WS-HST-TermHours (WS-HistCount)
008700         MOVE 0 TO WS-HST-TermAverage (WS-HistCount)
008710         MOVE 0 TO WS-HST-CumHours (WS-HistCount)
008720         MOVE 0 TO WS-HST-CumAverage (WS-HistCount)
008730         MOVE 0 TO WS-HST-CloseDate (WS-HistCount)
008740     END-IF.
008750 4210-EXIT.
008760     EXIT.
008770
008780*----------------------------------------------------------------
008790* 4220-ORDER-HISTORY-TERMS -- LIST THE TERMS IN THE HISTORY TABLE,
008800*     WHOSE ROWS COME IN KEY ORDER AND SO SIT TOGETHER BY TERM,
008810*     THEN SORT THE LIST INTO THE ORDER THE TERMS CLOSED.
008820*----------------------------------------------------------------
008830 4220-ORDER-HISTORY-TERMS.
008840     MOVE 0 TO WS-HistTermCount
008850     MOVE SPACES TO WS-PrevHistTerm
008860     PERFORM 4225-NOTE-ONE-TERM THRU 4225-EXIT
008870         VARYING WS-HS-SUB FROM 1 BY 1
008880         UNTIL WS-HS-SUB > WS-HistCount
008890     PERFORM 4230-PLACE-ONE-TERM THRU 4230-EXIT
008900         VARYING WS-TO-SUB FROM 2 BY 1
008910         UNTIL WS-TO-SUB > WS-HistTermCount.
008920 4220-EXIT.
008930     EXIT.
008940
008950*----------------------------------------------------------------
008960* 4225-NOTE-ONE-TERM -- START A NEW TERM ENTRY AT THE FIRST ROW OF
008970*     EACH TERM, STRETCH IT OVER THE ROWS THAT FOLLOW, AND TAKE
008980*     ITS CLOSE DATE FROM THE TERM-TOTAL ROW.
008990*----------------------------------------------------------------
009000 4225-NOTE-ONE-TERM.
009010     IF WS-HST-TermCode (WS-HS-SUB) NOT = WS-PrevHistTerm
009020         MOVE WS-HST-TermCode (WS-HS-SUB) TO WS-PrevHistTerm
009030         ADD 1 TO WS-HistTermCount
009040         MOVE WS-HST-TermCode (WS-HS-SUB)
009050             TO WS-TOT-TermCode (WS-HistTermCount)
009060         MOVE 99999999 TO WS-TOT-CloseDate (WS-HistTermCount)
009070         MOVE WS-HS-SUB TO WS-TOT-FirstRow (WS-HistTermCount)
009080     END-IF
009090     MOVE WS-HS-SUB TO WS-TOT-LastRow (WS-HistTermCount)
009100     IF WS-HST-RecType (WS-HS-SUB) = "T"
009110         MOVE WS-HST-CloseDate (WS-HS-SUB)
009120             TO WS-TOT-CloseDate (WS-HistTermCount)
009130     END-IF.
009140 4225-EXIT.
009150     EXIT.
009160
009170*----------------------------------------------------------------
009180* 4230-PLACE-ONE-TERM -- INSERT THE TERM ENTRY AT WS-TO-SUB AMONG
009190*     THE ENTRIES ALREADY IN CLOSE-DATE ORDER AHEAD OF IT.  TERMS
009200*     CLOSED THE SAME DAY KEEP THEIR KEY ORDER.
009210*----------------------------------------------------------------
009220 4230-PLACE-ONE-TERM.
009230     MOVE WS-TO-ENTRY (WS-TO-SUB) TO WS-TERM-ORDER-HOLD
009240     MOVE WS-TO-SUB TO WS-TI-SUB
009250     MOVE "N" TO WS-TERM-PLACED-SW
009260     PERFORM 4235-SHIFT-ONE-TERM THRU 4235-EXIT
009270         UNTIL WS-TERM-PLACED
009280     MOVE WS-TERM-ORDER-HOLD TO WS-TO-ENTRY (WS-TI-SUB).
009290 4230-EXIT.
009300     EXIT.
009310
009320*----------------------------------------------------------------
009330* 4235-SHIFT-ONE-TERM -- MOVE THE ENTRY AHEAD OF WS-TI-SUB DOWN
009340*     ONE PLACE WHEN IT CLOSED LATER THAN THE TERM BEING PLACED.
009350*----------------------------------------------------------------
009360 4235-SHIFT-ONE-TERM.
009370     IF WS-TI-SUB = 1
009380         SET WS-TERM-PLACED TO TRUE
009390         GO TO 4235-EXIT
009400     END-IF
009410     IF WS-TOT-CloseDate (WS-TI-SUB - 1) > WS-TOH-CloseDate
009420         MOVE WS-TO-ENTRY (WS-TI-SUB - 1)
009430             TO WS-TO-ENTRY (WS-TI-SUB)
009440         SUBTRACT 1 FROM WS-TI-SUB
009450     ELSE
009460         SET WS-TERM-PLACED TO TRUE
009470     END-IF.
009480 4235-EXIT.
009490     EXIT.
009500
009510*----------------------------------------------------------------
009520* 4250-PRINT-ONE-TERM -- PRINT THE BLOCK OF HISTORY ROWS FOR THE
009530*     TERM ENTRY AT WS-TO-SUB.
009540*----------------------------------------------------------------
009550 4250-PRINT-ONE-TERM.
009560     PERFORM 4300-PRINT-HISTORY-ROW THRU 4300-EXIT
009570         VARYING WS-HS-SUB FROM WS-TOT-FirstRow (WS-TO-SUB) BY 1
009580         UNTIL WS-HS-SUB > WS-TOT-LastRow (WS-TO-SUB).
009590 4250-EXIT.
009600     EXIT.
009610
009620*----------------------------------------------------------------
009630* 4300-PRINT-HISTORY-ROW -- PRINT THE HISTORY TABLE ROW AT
009640*     WS-HS-SUB: A COURSE ROW AS A COURSE LINE, THE TERM-TOTAL
009650*     ROW AS THE TERM LINE CLOSING THAT TERM'S BLOCK.
009660*----------------------------------------------------------------
009670 4300-PRINT-HISTORY-ROW.
009680     IF WS-HST-RecType (WS-HS-SUB) = "T"
009690         MOVE WS-HST-TermCode (WS-HS-SUB) TO TL-TermCode
009700         MOVE WS-HST-TermHours (WS-HS-SUB) TO TL-TermHours
009710         MOVE WS-HST-TermAverage (WS-HS-SUB) TO TL-TermAverage
009720         MOVE WS-HST-CumHours (WS-HS-SUB) TO TL-CumHours
009730         MOVE WS-HST-CumAverage (WS-HS-SUB) TO TL-CumAverage
009740         WRITE INQUIRY-LINE FROM WS-TERM-LINE
009750         GO TO 4300-EXIT
009760     END-IF
009770     ADD 1 TO WS-SectionLines
009780     MOVE WS-HST-CourseCode (WS-HS-SUB) TO EL-CourseCode
009790     MOVE WS-HST-CreditHours (WS-HS-SUB) TO EL-Hours
009800     IF WS-HST-Mark (WS-HS-SUB) = SPACE
009810         MOVE WS-HST-Grade (WS-HS-SUB) TO EL-Grade
009820     ELSE
009830         MOVE SPACES TO EL-Grade
009840         MOVE WS-HST-Mark (WS-HS-SUB) TO EL-Grade (1:1)
009850     END-IF
009860     WRITE INQUIRY-LINE FROM WS-ENROLL-LINE.
009870 4300-EXIT.
009880     EXIT.
009890
009900*----------------------------------------------------------------
009910* 4400-CHECK-TERM-CLOSED -- DECIDE WHETHER THE ENROLLMENT AT
009920*     WS-EN-SUB IS IN A TERM THE HISTORY SHOWS CLOSED.  A BLANK
009930*     TERM IS NEVER CLOSED.
009940*----------------------------------------------------------------
009950 4400-CHECK-TERM-CLOSED.
009960     SET WS-TERM-OPEN TO TRUE
009970     IF WS-ENT-TermCode (WS-EN-SUB) = SPACES
009980         GO TO 4400-EXIT
009990     END-IF
010000     PERFORM 4410-MATCH-CLOSED-TERM THRU 4410-EXIT
010010         VARYING WS-HS-SUB FROM 1 BY 1
010020         UNTIL WS-TERM-CLOSED
010030            OR WS-HS-SUB > WS-HistCount.
010040 4400-EXIT.
010050     EXIT.
010060
010070*----------------------------------------------------------------
010080* 4410-MATCH-CLOSED-TERM -- TEST ONE HISTORY ROW FOR THE TERM-
010090*     TOTAL ROW OF THE ENROLLMENT'S TERM.
010100*----------------------------------------------------------------
010110 4410-MATCH-CLOSED-TERM.
010120     IF WS-HST-RecType (WS-HS-SUB) = "T"
010130             AND WS-HST-TermCode (WS-HS-SUB)
010140                 = WS-ENT-TermCode (WS-EN-SUB)
010150         SET WS-TERM-CLOSED TO TRUE
010160     END-IF.
010170 4410-EXIT.
010180     EXIT.
010190
010200*----------------------------------------------------------------
010210* 5000-PRINT-REJECT-SECTION -- SCAN THE REJECT BACKLOG AND PRINT
010220*     ANY RECORD STILL AGING FOR THE STUDENT, WITH ITS REASON
010230*     CODE, REJECT DATE AND AGE IN DAYS, THE SAME WAY THE AGING
010240*     REPORT COMPUTES IT.
010250*----------------------------------------------------------------
010260 5000-PRINT-REJECT-SECTION.
010270     MOVE 0 TO WS-SectionLines
010280     MOVE "N" TO WS-SCAN-EOF-SW
010290     OPEN INPUT RejectFile
010300     PERFORM 5100-READ-REJECT-RECORD THRU 5100-EXIT
010310     PERFORM 5200-SIFT-REJECT-RECORD THRU 5200-EXIT
010320         UNTIL WS-SCAN-EOF
010330     CLOSE RejectFile
010340     IF WS-SectionLines = 0
010350         MOVE "REJECT" TO SN-LABEL
010360         WRITE INQUIRY-LINE FROM WS-SECTION-NONE-LINE
010370     END-IF.
010380 5000-EXIT.
010390     EXIT.
010400
010410*----------------------------------------------------------------
010420* 5100-READ-REJECT-RECORD -- READ ONE REJECT RECORD.
010430*----------------------------------------------------------------
010440 5100-READ-REJECT-RECORD.
010450     READ RejectFile INTO WS-REJECT-WORK
010460         AT END
010470             SET WS-SCAN-EOF TO TRUE
010480             GO TO 5100-EXIT
010490     END-READ.
010500 5100-EXIT.
010510     EXIT.
010520
010530*----------------------------------------------------------------
010540* 5200-SIFT-REJECT-RECORD -- PRINT THE REJECT JUST READ WHEN IT
010550*     BELONGS TO THE REQUESTED STUDENT, THEN READ THE NEXT ONE.
010560*     A REJECT FROM BEFORE THE DATE STAMP EXISTED AGES AS ZERO.
010570*----------------------------------------------------------------
010580 5200-SIFT-REJECT-RECORD.
010590     IF WS-RJ-StudentID NOT = WS-IQ-StudentID
010600         GO TO 5200-NEXT
010610     END-IF
010620     ADD 1 TO WS-SectionLines
010630     MOVE WS-RJ-REASON-CODE TO RL-REASON-CODE
010640     MOVE WS-RJ-RejectDate TO RL-RejectDate
010650     MOVE WS-RJ-REASON-TEXT TO RL-REASON-TEXT
010660     IF WS-RJ-RejectDate IS NUMERIC
010670             AND WS-RJ-RejectDate > 19000101
010680         COMPUTE WS-RejectAgeDays
010690             = FUNCTION INTEGER-OF-DATE (WS-RunDate)
010700             - FUNCTION INTEGER-OF-DATE (WS-RJ-RejectDate)
010710     ELSE
010720         MOVE 0 TO WS-RejectAgeDays
010730     END-IF
010740     IF WS-RejectAgeDays < 0
010750         MOVE 0 TO WS-RejectAgeDays
010760     END-IF
010770     MOVE WS-RejectAgeDays TO RL-AgeDays
010780     WRITE INQUIRY-LINE FROM WS-REJECT-LINE.
010790 5200-NEXT.
010800     PERFORM 5100-READ-REJECT-RECORD THRU 5100-EXIT.
010810 5200-EXIT.
010820     EXIT.
010830
010840*----------------------------------------------------------------
010850* 6000-PRINT-LETTER-SECTION -- SCAN THE NOTIFICATION-LETTER FILE
010860*     AND PRINT EVERY DEAN'S-LIST OR PROBATION LETTER ISSUED TO
010870*     THE STUDENT, WITH ITS TERM AND RUN CYCLE.
010880*----------------------------------------------------------------
010890 6000-PRINT-LETTER-SECTION.
010900     MOVE 0 TO WS-SectionLines
010910     MOVE "N" TO WS-SCAN-EOF-SW
010920     OPEN INPUT LetterFile
010930     PERFORM 6100-READ-LETTER-RECORD THRU 6100-EXIT
010940     PERFORM 6200-SIFT-LETTER-RECORD THRU 6200-EXIT
010950         UNTIL WS-SCAN-EOF
010960     CLOSE LetterFile
010970     IF WS-SectionLines = 0
010980         MOVE "LETTER" TO SN-LABEL
010990         WRITE INQUIRY-LINE FROM WS-SECTION-NONE-LINE
011000     END-IF.
011010 6000-EXIT.
011020     EXIT.
011030
011040*----------------------------------------------------------------
011050* 6100-READ-LETTER-RECORD -- READ ONE LETTER RECORD.
011060*----------------------------------------------------------------
011070 6100-READ-LETTER-RECORD.
011080     READ LetterFile INTO WS-LETTER-WORK
011090         AT END
011100             SET WS-SCAN-EOF TO TRUE
011110             GO TO 6100-EXIT
011120     END-READ.
011130 6100-EXIT.
011140     EXIT.
011150
011160*----------------------------------------------------------------
011170* 6200-SIFT-LETTER-RECORD -- PRINT THE LETTER JUST READ WHEN IT
011180*     BELONGS TO THE REQUESTED STUDENT, THEN READ THE NEXT ONE.
011190*----------------------------------------------------------------
011200 6200-SIFT-LETTER-RECORD.
011210     IF WS-LT-StudentID NOT = WS-IQ-StudentID
011220         GO TO 6200-NEXT
011230     END-IF
011240     ADD 1 TO WS-SectionLines
011250     MOVE WS-LT-Action TO LL-Action
011260     MOVE WS-LT-Average TO LL-Average
011270     MOVE WS-LT-TermCode TO LL-TermCode
011280     IF WS-LT-CycleNumber IS NUMERIC
011290         MOVE WS-LT-CycleNumber TO LL-CycleNumber
011300     ELSE
011310         MOVE 0 TO LL-CycleNumber
011320     END-IF
011330     WRITE INQUIRY-LINE FROM WS-LETTER-LINE.
011340 6200-NEXT.
011350     PERFORM 6100-READ-LETTER-RECORD THRU 6100-EXIT.
011360 6200-EXIT.
011370     EXIT.
011380
011390*----------------------------------------------------------------
011400* 7000-PRINT-AUDIT-SECTION -- SCAN THE AUDIT TRAIL AND PRINT
011410*     EVERY GRADE CHANGE RECORDED FOR THE STUDENT.
011420*----------------------------------------------------------------
011430 7000-PRINT-AUDIT-SECTION.
011440     MOVE 0 TO WS-SectionLines
011450     MOVE "N" TO WS-SCAN-EOF-SW
011460     OPEN INPUT AuditFile
011470     PERFORM 7100-READ-AUDIT-RECORD THRU 7100-EXIT
011480     PERFORM 7200-SIFT-AUDIT-RECORD THRU 7200-EXIT
011490         UNTIL WS-SCAN-EOF
011500     CLOSE AuditFile
011510     IF WS-SectionLines = 0
011520         MOVE "CHANGE" TO SN-LABEL
011530         WRITE INQUIRY-LINE FROM WS-SECTION-NONE-LINE
011540     END-IF.
011550 7000-EXIT.
011560     EXIT.
011570
011580*----------------------------------------------------------------
011590* 7100-READ-AUDIT-RECORD -- READ ONE AUDIT RECORD.
011600*----------------------------------------------------------------
011610 7100-READ-AUDIT-RECORD.
011620     READ AuditFile INTO WS-AUDIT-WORK
011630         AT END
011640             SET WS-SCAN-EOF TO TRUE
011650             GO TO 7100-EXIT
011660     END-READ.
011670 7100-EXIT.
011680     EXIT.
011690
011700*----------------------------------------------------------------
011710* 7200-SIFT-AUDIT-RECORD -- PRINT THE AUDIT RECORD JUST READ
011720*     WHEN IT BELONGS TO THE REQUESTED STUDENT, THEN READ THE
011730*     NEXT ONE.
011740*----------------------------------------------------------------
011750 7200-SIFT-AUDIT-RECORD.
011760     IF WS-AU-StudentID NOT = WS-IQ-StudentID
011770         GO TO 7200-NEXT
011780     END-IF
011790     ADD 1 TO WS-SectionLines
011800     MOVE WS-AU-RunDate TO AL-RunDate
011810     MOVE WS-AU-OldGrade TO AL-OldGrade
011820     MOVE WS-AU-NewGrade TO AL-NewGrade
011830     MOVE WS-AU-Operator TO AL-Operator
011840     MOVE WS-AU-Reference TO AL-Reference
011850     MOVE WS-AU-TermCode TO AL-TermCode
011860     MOVE WS-AU-Approver TO AL-Approver
011870     WRITE INQUIRY-LINE FROM WS-AUDIT-LINE.
011880 7200-NEXT.
011890     PERFORM 7100-READ-AUDIT-RECORD THRU 7100-EXIT.
011900 7200-EXIT.
011910     EXIT.
011920
011930*----------------------------------------------------------------
011940* 8000-PRINT-ARCHIVE-SECTION -- SCAN THE CUMULATIVE ARCHIVE AND
011950*     REPORT WHETHER THE ID APPEARS THERE, HOW MANY COPIES AND
011960*     THE LATEST ARCHIVE DATE.
011970*----------------------------------------------------------------
011980 8000-PRINT-ARCHIVE-SECTION.
011990     MOVE 0 TO WS-ArchiveCopies
012000     MOVE 0 TO WS-LatestArchiveDate
012010     MOVE "N" TO WS-SCAN-EOF-SW
012020     OPEN INPUT ArchiveFile
012030     PERFORM 8100-READ-ARCHIVE-RECORD THRU 8100-EXIT
012040     PERFORM 8200-SIFT-ARCHIVE-RECORD THRU 8200-EXIT
012050         UNTIL WS-SCAN-EOF
012060     CLOSE ArchiveFile
012070     IF WS-ArchiveCopies > 0
012080         MOVE WS-ArchiveCopies TO AV-Copies
012090         MOVE WS-LatestArchiveDate TO AV-LatestDate
012100         WRITE INQUIRY-LINE FROM WS-ARCHIVE-LINE
012110     ELSE
012120         WRITE INQUIRY-LINE FROM WS-NO-ARCHIVE-LINE
012130     END-IF.
012140 8000-EXIT.
012150     EXIT.
012160
012170*----------------------------------------------------------------
012180* 8100-READ-ARCHIVE-RECORD -- READ ONE ARCHIVE RECORD.
012190*----------------------------------------------------------------
012200 8100-READ-ARCHIVE-RECORD.
012210     READ ArchiveFile INTO WS-ARCHIVE-WORK
012220         AT END
012230             SET WS-SCAN-EOF TO TRUE
012240             GO TO 8100-EXIT
012250     END-READ.
012260 8100-EXIT.
012270     EXIT.
012280
012290*----------------------------------------------------------------
012300* 8200-SIFT-ARCHIVE-RECORD -- COUNT THE ARCHIVE RECORD JUST READ
012310*     WHEN IT BELONGS TO THE REQUESTED STUDENT AND ROLL THE
012320*     LATEST ARCHIVE DATE SEEN, THEN READ THE NEXT ONE.
012330*----------------------------------------------------------------
012340 8200-SIFT-ARCHIVE-RECORD.
012350     IF WS-AR-StudentID = WS-IQ-StudentID
012360         ADD 1 TO WS-ArchiveCopies
012370         IF WS-AR-ArchiveDate > WS-LatestArchiveDate
012380             MOVE WS-AR-ArchiveDate TO WS-LatestArchiveDate
012390         END-IF
012400     END-IF
012410     PERFORM 8100-READ-ARCHIVE-RECORD THRU 8100-EXIT.
012420 8200-EXIT.
012430     EXIT.
012440
012450*----------------------------------------------------------------
012460* 9000-FINALIZE-RUN -- PRINT THE REQUEST COUNTS AND CLOSE UP.
012470*----------------------------------------------------------------
012480 9000-FINALIZE-RUN.
012490     DISPLAY "Inquiry Cards Read: " WS-RequestCount
012500     DISPLAY "Profiles Printed: " WS-PrintedCount
012510     CLOSE InquiryCardFile
012520     CLOSE StudentFile
012530     CLOSE EnrollmentFile
012540     CLOSE AcadHistFile
012550     CLOSE LedgerFile
012560     CLOSE InquiryReportFile.
012570 9000-EXIT.
012580     EXIT.
012590
012600 END PROGRAM StudentInquiry.
