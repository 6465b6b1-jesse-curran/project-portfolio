000330*                 INCOMPLETE MARK WAS GRANTED, FOR THE ROSTER
000340*                 RUN'S AGING PASS; THE LAYOUT HERE IS WIDENED
000350*                 TO MATCH THE NEW 24-BYTE RECORD.
000360* 10/15/2026 JC  ENROLL IS NOW AN INDEXED MASTER KEYED ON STUDENT
000370*                 ID, COURSE CODE AND ATTEMPT (26 BYTES).  THE
000380*                 1000-ROW TABLE LOADED AT START OF RUN IS GONE:
000390*                 THE REQUESTED STUDENT'S COURSES ARE READ BY KEY
000400*                 INTO A SMALL PER-STUDENT TABLE, IN COURSE AND
000410*                 ATTEMPT ORDER, WHEN THE COURSE SECTION PRINTS.
000420* 10/15/2026 JC  CLOSED TERMS NOW PRINT FROM THE PERMANENT
000430*                 ACADEMIC HISTORY (ACADHIST) WRITTEN BY THE
000440*                 TERM-CLOSE RUN: ONE BLOCK PER TERM WITH ITS
000450*                 COURSES AND A TERM AVERAGE / CUMULATIVE AVERAGE
000460*                 LINE.  ENROLLMENTS IN A TERM ALREADY CLOSED ARE
000470*                 NOT LISTED AGAIN; THE REST PRINT UNDER "COURSES
000480*                 NOT YET CLOSED".  THE ENROLLMENT LAYOUT IS
000490*                 WIDENED FOR ITS NEW TERM CODE (32 BYTES).
000500* 10/15/2026 JC  A STUDENT WHOSE ACCOUNT ON THE STUDENT LEDGER
000510*                 (LEDGER) CARRIES A FINANCIAL HOLD GETS NO
000520*                 TRANSCRIPT.  THE REQUEST IS LISTED INSTEAD ON A
000530*                 "HELD TRANSCRIPT REQUESTS" PAGE AT THE END OF
000540*                 THE RUN WITH THE BALANCE OWED AND THE DATE THE
000550*                 HOLD WAS SET.
000560* 10/15/2026 JC  GRADE CHANGES NOW TAKE TWO PEOPLE: THE AUDIT
000570*                 RECORD'S OPERATOR IS THE REQUESTER AND A NEW
000580*                 TRAILING FIELD CARRIES THE APPROVER, WHICH
000590*                 PRINTS AFTER THE REFERENCE.
000600*                 RECORDS WRITTEN BEFORE IT EXISTED, AND MERGE AND
000610*                 LAPSE ENTRIES, SHOW NO APPROVER.
000620* 10/15/2026 JC  THE AUDIT RECORD NOW ENDS WITH THE STUDENT ID A
000630*                 MERGE FOLDED AWAY (ZERO ON EVERY OTHER ENTRY) SO
000640*                 THE INTEGRITY SWEEP CAN TRACE A DUPLICATE ID
000650*                 AFTER IT IS GONE.  IT IS CARRIED HERE FOR THE
000660*                 RECORD LENGTH ONLY AND IS NOT PRINTED.
000670* 10/15/2026 JC  CLOSED TERMS NOW PRINT IN THE ORDER THEY CLOSED
000680*                 (THE TERM-TOTAL ROW'S CLOSE DATE), NOT IN
000690*                 ACADHIST KEY ORDER.  TERM CODES DO NOT SORT BY
000700*                 DATE -- FA2026 CAME OUT AHEAD OF SP2026 -- SO A
000710*                 CUMULATIVE AVERAGE COULD PRINT ABOVE THE TERM IT
000720*                 BUILDS ON.
000730*----------------------------------------------------------------
000740
000750 ENVIRONMENT DIVISION.
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780     SELECT OPTIONAL StudentFile ASSIGN TO "STUDENTS"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS StudentID.
000820
000830     SELECT OPTIONAL RequestFile ASSIGN TO "TRANREQ"
000840         ORGANIZATION IS LINE SEQUENTIAL.
000850
000860     SELECT OPTIONAL EnrollmentFile ASSIGN TO "ENROLL"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS EN-KEY.
000900
000910     SELECT OPTIONAL AcadHistFile ASSIGN TO "ACADHIST"
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS AC-KEY.
000950
000960     SELECT OPTIONAL LedgerFile ASSIGN TO "LEDGER"
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS DYNAMIC
000990         RECORD KEY IS LG-KEY.
001000
001010     SELECT OPTIONAL ArchiveFile ASSIGN TO "ARCHIVE"
001020         ORGANIZATION IS LINE SEQUENTIAL.
001030
001040     SELECT OPTIONAL AuditFile ASSIGN TO "AUDIT"
001050         ORGANIZATION IS LINE SEQUENTIAL.
001060
001070     SELECT TranscriptFile ASSIGN TO "TRNSCRPT"
001080         ORGANIZATION IS LINE SEQUENTIAL.
001090
001100 DATA DIVISION.
001110 FILE SECTION.
001120 FD  StudentFile.
001130 01  StudentRecord.
001140     05  StudentID           PIC 9(05).
001150     05  StudentName         PIC A(30).
001160     05  StudentGrade        PIC 9(03).
001170     05  ClassSection        PIC X(04).
001180     05  CreditHours         PIC 9(01).
001190     05  StudentStatus       PIC X(01).
001200     05  StudentMark         PIC X(01).
001210     05  StudentMarkDate     PIC 9(08).
001220
001230 FD  RequestFile.
001240 01  REQUEST-RECORD.
001250     05  TR-StudentID        PIC 9(05).
001260
001270 FD  EnrollmentFile.
001280 01  ENROLLMENT-RECORD.
001290     05  EN-KEY.
001300         10  EN-StudentID    PIC 9(05).
001310         10  EN-CourseCode   PIC X(06).
001320         10  EN-Attempt      PIC 9(02).
001330     05  EN-Grade            PIC 9(03).
001340     05  EN-CreditHours      PIC 9(01).
001350     05  EN-Mark             PIC X(01).
001360     05  EN-MarkDate         PIC 9(08).
001370     05  EN-TermCode         PIC X(06).
001380
001390 FD  AcadHistFile.
001400 01  ACAD-HIST-RECORD.
001410     05  AC-KEY.
001420         10  AC-StudentID    PIC 9(05).
001430         10  AC-TermCode     PIC X(06).
001440         10  AC-RecType      PIC X(01).
001450         10  AC-CourseCode   PIC X(06).
001460         10  AC-Attempt      PIC 9(02).
001470     05  AC-REST             PIC X(35).
001480     05  AC-COURSE-FIELDS    REDEFINES AC-REST.
001490         10  AC-Grade        PIC 9(03).
001500         10  AC-CreditHours  PIC 9(01).
001510         10  AC-Mark         PIC X(01).
001520         10  FILLER          PIC X(30).
001530     05  AC-TOTAL-FIELDS     REDEFINES AC-REST.
001540         10  AC-TermHours    PIC 9(03).
001550         10  AC-TermPoints   PIC 9(05).
001560         10  AC-TermAverage  PIC 999V9.
001570         10  AC-CumHours     PIC 9(04).
001580         10  AC-CumPoints    PIC 9(07).
001590         10  AC-CumAverage   PIC 999V9.
001600         10  AC-CloseDate    PIC 9(08).
001610
001620 FD  LedgerFile.
001630 01  LEDGER-RECORD.
001640     05  LG-KEY.
001650         10  LG-StudentID    PIC 9(05).
001660         10  LG-RecType      PIC X(01).
001670         10  LG-ItemDate     PIC 9(08).
001680         10  LG-ItemSeq      PIC 9(03).
001690     05  LG-REST             PIC X(60).
001700     05  LG-ACCOUNT-FIELDS   REDEFINES LG-REST.
001710         10  LG-StudentName  PIC A(30).
001720         10  LG-Balance      PIC S9(07)V99.
001730         10  LG-Unapplied    PIC 9(07)V99.
001740         10  LG-HoldFlag     PIC X(01).
001750         10  LG-HoldDate     PIC 9(08).
001760         10  LG-LastItemSeq  PIC 9(03).
001770
001780 FD  ArchiveFile.
001790 01  ARCHIVE-RECORD.
001800     05  AR-ArchiveDate      PIC 9(08).
001810     05  FILLER              PIC X(01).
001820     05  AR-StudentID        PIC 9(05).
001830     05  AR-StudentName      PIC A(30).
001840     05  AR-StudentGrade     PIC 9(03).
001850     05  AR-ClassSection     PIC X(04).
001860     05  AR-CreditHours      PIC 9(01).
001870     05  AR-Status           PIC X(01).
001880     05  FILLER              PIC X(01).
001890     05  AR-TermCode         PIC X(06).
001900     05  FILLER              PIC X(01).
001910     05  AR-Mark             PIC X(01).
001920     05  AR-MarkDate         PIC 9(08).
001930
001940 FD  AuditFile.
001950 01  AUDIT-RECORD.
001960     05  AU-RunDate          PIC 9(08).
001970     05  FILLER              PIC X(01).
001980     05  AU-StudentID        PIC 9(05).
001990     05  FILLER              PIC X(01).
002000     05  AU-ClassSection     PIC X(04).
002010     05  FILLER              PIC X(01).
002020     05  AU-OldGrade         PIC 9(03).
002030     05  FILLER              PIC X(01).
002040     05  AU-NewGrade         PIC 9(03).
002050     05  FILLER              PIC X(01).
002060     05  AU-Operator         PIC X(08).
002070     05  FILLER              PIC X(01).
002080     05  AU-Reference        PIC X(08).
002090     05  FILLER              PIC X(01).
002100     05  AU-TermCode         PIC X(06).
002110     05  FILLER              PIC X(01).
002120     05  AU-Approver         PIC X(08).
002130     05  FILLER              PIC X(01).
002140     05  AU-MergedID         PIC 9(05).
002150
002160 FD  TranscriptFile.
002170 01  TRANSCRIPT-LINE            PIC X(80).
002180
002190 WORKING-STORAGE SECTION.
002200*----------------------------------------------------------------
002210* SWITCHES
002220*----------------------------------------------------------------
002230 77  WS-REQ-EOF-SW           PIC X(01)   VALUE "N".
002240     88  WS-REQ-EOF                      VALUE "Y".
002250
002260 77  WS-ENROLL-EOF-SW        PIC X(01)   VALUE "N".
002270     88  WS-ENROLL-EOF                   VALUE "Y".
002280
002290 77  WS-ARCH-EOF-SW          PIC X(01)   VALUE "N".
002300     88  WS-ARCH-EOF                     VALUE "Y".
002310
002320 77  WS-AUDIT-EOF-SW         PIC X(01)   VALUE "N".
002330     88  WS-AUDIT-EOF                    VALUE "Y".
002340
002350 77  WS-MASTER-FOUND-SW      PIC X(01)   VALUE "N".
002360     88  WS-MASTER-FOUND                 VALUE "Y".
002370     88  WS-MASTER-NOT-FOUND             VALUE "N".
002380
002390 77  WS-COURSES-DONE-SW      PIC X(01)   VALUE "N".
002400     88  WS-COURSES-DONE                 VALUE "Y".
002410
002420 77  WS-COURSE-OVERFLOW-SW   PIC X(01)   VALUE "N".
002430     88  WS-COURSE-OVERFLOW              VALUE "Y".
002440
002450 77  WS-HIST-DONE-SW         PIC X(01)   VALUE "N".
002460     88  WS-HIST-DONE                    VALUE "Y".
002470
002480 77  WS-TERM-CLOSED-SW       PIC X(01)   VALUE "N".
002490     88  WS-TERM-CLOSED                  VALUE "Y".
002500     88  WS-TERM-OPEN                    VALUE "N".
002510
002520 77  WS-HOLD-SW              PIC X(01)   VALUE "N".
002530     88  WS-ON-FINANCIAL-HOLD            VALUE "Y".
002540     88  WS-NOT-ON-HOLD                  VALUE "N".
002550
002560 77  WS-BEST-SW              PIC X(01)   VALUE "Y".
002570     88  WS-BEST-ATTEMPT                 VALUE "Y".
002580     88  WS-NOT-BEST-ATTEMPT             VALUE "N".
002590
002600*----------------------------------------------------------------
002610* WORKING COPY OF THE MASTER RECORD FOR THE REQUESTED STUDENT
002620*----------------------------------------------------------------
002630 01  WS-STUDENT-RECORD.
002640     05  WS-StudentID        PIC 9(05).
002650     05  WS-StudentName      PIC A(30).
002660     05  WS-StudentGrade     PIC 9(03).
002670     05  WS-ClassSection     PIC X(04).
002680     05  WS-CreditHours      PIC 9(01).
002690     05  WS-StudentStatus    PIC X(01).
002700     05  WS-StudentMark      PIC X(01).
002710     05  WS-StudentMarkDate  PIC 9(08).
002720
002730*----------------------------------------------------------------
002740* REQUEST CARD WORK AREA
002750*----------------------------------------------------------------
002760 01  WS-REQUEST-RECORD.
002770     05  WS-TR-StudentID     PIC 9(05).
002780
002790 77  WS-RequestCount         PIC 9(05)   VALUE 0.
002800 77  WS-PrintedCount         PIC 9(05)   VALUE 0.
002810 77  WS-HeldCount            PIC 9(05)   VALUE 0.
002820
002830*----------------------------------------------------------------
002840* HELD REQUEST TABLE -- REQUESTS REFUSED FOR A FINANCIAL HOLD,
002850*     PRINTED TOGETHER ON THE LAST PAGE OF THE RUN.
002860*----------------------------------------------------------------
002870 77  WS-HELD-MAX             PIC 9(04)   COMP VALUE 200.
002880 77  WS-HeldTabled           PIC 9(04)   COMP VALUE 0.
002890 77  WS-HD-SUB               PIC 9(04)   COMP VALUE 0.
002900
002910 01  WS-HELD-TABLE.
002920     05  WS-HD-ENTRY OCCURS 200 TIMES.
002930         10  WS-HDT-StudentID    PIC 9(05).
002940         10  WS-HDT-StudentName  PIC A(30).
002950         10  WS-HDT-Balance      PIC S9(07)V99.
002960         10  WS-HDT-HoldDate     PIC 9(08).
002970
002980*----------------------------------------------------------------
002990* ENROLLMENT TABLE -- LOADED BY KEY FOR EACH REQUESTED STUDENT,
003000*     THE SAME WAY THE ROSTER RUN TABLES IT.
003010*----------------------------------------------------------------
003020 77  WS-ENROLL-MAX           PIC 9(04)   COMP VALUE 100.
003030 77  WS-EnrollmentCount      PIC 9(04)   COMP VALUE 0.
003040 77  WS-EN-SUB               PIC 9(04)   COMP VALUE 0.
003050 77  WS-RA-SUB               PIC 9(04)   COMP VALUE 0.
003060
003070 01  WS-ENROLLMENT-RECORD.
003080     05  WS-EN-KEY.
003090         10  WS-EN-StudentID     PIC 9(05).
003100         10  WS-EN-CourseCode    PIC X(06).
003110         10  WS-EN-Attempt       PIC 9(02).
003120     05  WS-EN-Grade         PIC 9(03).
003130     05  WS-EN-CreditHours   PIC 9(01).
003140     05  WS-EN-Mark          PIC X(01).
003150     05  WS-EN-MarkDate      PIC 9(08).
003160     05  WS-EN-TermCode      PIC X(06).
003170
003180 01  WS-ENROLLMENT-TABLE.
003190     05  WS-EN-ENTRY OCCURS 100 TIMES.
003200         10  WS-ENT-StudentID    PIC 9(05).
003210         10  WS-ENT-CourseCode   PIC X(06).
003220         10  WS-ENT-Grade        PIC 9(03).
003230         10  WS-ENT-CreditHours  PIC 9(01).
003240         10  WS-ENT-Mark         PIC X(01).
003250         10  WS-ENT-TermCode     PIC X(06).
003260
003270*----------------------------------------------------------------
003280* ACADEMIC HISTORY TABLE -- EVERY ROW THE TERM-CLOSE RUN FROZE
003290*     FOR THE REQUESTED STUDENT, IN KEY ORDER: THE COURSE ROWS
003300*     OF A TERM FOLLOWED BY ITS TERM-TOTAL ROW.
003310*----------------------------------------------------------------
003320 77  WS-HIST-MAX             PIC 9(04)   COMP VALUE 200.
003330 77  WS-HistCount            PIC 9(04)   COMP VALUE 0.
003340 77  WS-HS-SUB               PIC 9(04)   COMP VALUE 0.
003350 77  WS-HR-SUB               PIC 9(04)   COMP VALUE 0.
003360 77  WS-PrevHistTerm         PIC X(06)   VALUE SPACES.
003370
003380 01  WS-HIST-TABLE.
003390     05  WS-HS-ENTRY OCCURS 200 TIMES.
003400         10  WS-HST-TermCode     PIC X(06).
003410         10  WS-HST-RecType      PIC X(01).
003420         10  WS-HST-CourseCode   PIC X(06).
003430         10  WS-HST-Grade        PIC 9(03).
003440         10  WS-HST-CreditHours  PIC 9(01).
003450         10  WS-HST-Mark         PIC X(01).
003460         10  WS-HST-TermHours    PIC 9(03).
003470         10  WS-HST-TermAverage  PIC 999V9.
003480         10  WS-HST-CumHours     PIC 9(04).
003490         10  WS-HST-CumAverage   PIC 999V9.
003500         10  WS-HST-CloseDate    PIC 9(08).
003510
003520*----------------------------------------------------------------
003530* HISTORY TERM ORDER -- ONE ENTRY PER TERM IN THE HISTORY TABLE
003540*     WITH THE CLOSE DATE FROM ITS TERM-TOTAL ROW AND THE FIRST
003550*     AND LAST TABLE ROWS OF ITS BLOCK, SORTED INTO CLOSE-DATE
003560*     ORDER BEFORE THE BLOCKS PRINT.  A TERM WHOSE TOTAL ROW DID
003570*     NOT FIT THE TABLE SORTS LAST.
003580*----------------------------------------------------------------
003590 77  WS-HistTermCount        PIC 9(04)   COMP VALUE 0.
003600 77  WS-TO-SUB               PIC 9(04)   COMP VALUE 0.
003610 77  WS-TI-SUB               PIC 9(04)   COMP VALUE 0.
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
003800* WEIGHTED-AVERAGE WORK FIELDS -- THE SAME RULES AS THE ROSTER
003810*     RUN'S 2600-SUM-ENROLLMENTS: MARKED GRADES STAY OUT, ONLY
003820*     THE BEST REPEAT ATTEMPT FOLDS IN, AND A STUDENT WITH NO
003830*     ENROLLMENT RECORDS FALLS BACK TO THE MASTER'S OWN GRADE
003840*     AND CREDIT HOURS.
003850*----------------------------------------------------------------
003860 77  WS-ENR-StudentID        PIC 9(05)   VALUE 0.
003870 77  WS-ENR-QualityPoints    PIC 9(09)   VALUE 0.
003880 77  WS-ENR-CreditHours      PIC 9(07)   VALUE 0.
003890 77  WS-ENR-CourseCount      PIC 9(03)   VALUE 0.
003900 77  WS-ENR-Average          PIC 999V9   VALUE 0.
003910
003920*----------------------------------------------------------------
003930* AUDIT TRAIL TABLE -- THE CHANGES FOR THE REQUESTED STUDENT ARE
003940*     COLLECTED FIRST SO THE CURRENT-GRADE LINE CAN CARRY ITS
003950*     ASTERISK BEFORE THE TRAIL ITSELF PRINTS AT THE BOTTOM.
003960*----------------------------------------------------------------
003970 77  WS-AUDIT-MAX            PIC 9(02)   COMP VALUE 50.
003980 77  WS-AuditCount           PIC 9(02)   COMP VALUE 0.
003990 77  WS-AU-SUB               PIC 9(02)   COMP VALUE 0.
004000
004010 01  WS-AUDIT-WORK.
004020     05  WS-AU-RunDate       PIC 9(08).
004030     05  FILLER              PIC X(01).
004040     05  WS-AU-StudentID     PIC 9(05).
004050     05  FILLER              PIC X(01).
004060     05  WS-AU-ClassSection  PIC X(04).
004070     05  FILLER              PIC X(01).
004080     05  WS-AU-OldGrade      PIC 9(03).
004090     05  FILLER              PIC X(01).
004100     05  WS-AU-NewGrade      PIC 9(03).
004110     05  FILLER              PIC X(01).
004120     05  WS-AU-Operator      PIC X(08).
004130     05  FILLER              PIC X(01).
004140     05  WS-AU-Reference     PIC X(08).
004150     05  FILLER              PIC X(01).
004160     05  WS-AU-TermCode      PIC X(06).
004170     05  FILLER              PIC X(01).
004180     05  WS-AU-Approver      PIC X(08).
004190     05  FILLER              PIC X(01).
004200     05  WS-AU-MergedID      PIC 9(05).
004210
004220 01  WS-AUDIT-TABLE.
004230     05  WS-AUT-ENTRY OCCURS 50 TIMES.
004240         10  WS-AUT-RunDate      PIC 9(08).
004250         10  WS-AUT-OldGrade     PIC 9(03).
004260         10  WS-AUT-NewGrade     PIC 9(03).
004270         10  WS-AUT-Operator     PIC X(08).
004280         10  WS-AUT-Reference    PIC X(08).
004290         10  WS-AUT-TermCode     PIC X(06).
004300         10  WS-AUT-Approver     PIC X(08).
004310
004320*----------------------------------------------------------------
004330* ARCHIVE SCAN WORK AREA
004340*----------------------------------------------------------------
004350 01  WS-ARCHIVE-READ.
004360     05  WS-AR-ArchiveDate   PIC 9(08).
004370     05  FILLER              PIC X(01).
004380     05  WS-AR-StudentID     PIC 9(05).
004390     05  WS-AR-StudentName   PIC A(30).
004400     05  WS-AR-StudentGrade  PIC 9(03).
004410     05  WS-AR-ClassSection  PIC X(04).
004420     05  WS-AR-CreditHours   PIC 9(01).
004430     05  WS-AR-Status        PIC X(01).
004440     05  FILLER              PIC X(01).
004450     05  WS-AR-TermCode      PIC X(06).
004460     05  FILLER              PIC X(01).
004470     05  WS-AR-Mark          PIC X(01).
004480     05  WS-AR-MarkDate      PIC 9(08).
004490
004500 77  WS-ArchiveLines         PIC 9(03)   VALUE 0.
004510 77  WS-CourseLines          PIC 9(03)   VALUE 0.
004520
004530*----------------------------------------------------------------
004540* PRINTED TRANSCRIPT LINES
004550*----------------------------------------------------------------
004560 01  WS-PAGE-BREAK-LINE.
004570     05  FILLER              PIC X(80)   VALUE ALL "=".
004580
004590 01  WS-TITLE-LINE.
004600     05  FILLER              PIC X(20)
004610         VALUE "STUDENT TRANSCRIPT".
004620     05  TI-RunDate          PIC 9(08).
004630     05  FILLER              PIC X(52)   VALUE SPACES.
004640
004650 01  WS-IDENT-LINE.
004660     05  FILLER              PIC X(09)   VALUE "STUDENT".
004670     05  ID-StudentID        PIC ZZZZ9.
004680     05  FILLER              PIC X(02)   VALUE SPACES.
004690     05  ID-StudentName      PIC A(30).
004700     05  FILLER              PIC X(34)   VALUE SPACES.
004710
004720 01  WS-MASTER-LINE.
004730     05  FILLER              PIC X(09)   VALUE "SECTION".
004740     05  MS-ClassSection     PIC X(04).
004750     05  FILLER              PIC X(09)   VALUE "  STATUS".
004760     05  MS-Status           PIC X(01).
004770     05  FILLER              PIC X(08)   VALUE "  GRADE".
004780     05  MS-Grade            PIC ZZ9.
004790     05  MS-CHANGED-FLAG     PIC X(01).
004800     05  FILLER              PIC X(07)   VALUE "  MARK".
004810     05  MS-Mark             PIC X(01).
004820     05  FILLER              PIC X(37)   VALUE SPACES.
004830
004840 01  WS-NOT-FOUND-LINE.
004850     05  FILLER              PIC X(42)
004860         VALUE "STUDENT NOT ON MASTER -- SEE ARCHIVE BELOW".
004870     05  FILLER              PIC X(38)   VALUE SPACES.
004880
004890 01  WS-COURSE-HEADER-LINE.
004900     05  FILLER              PIC X(08)   VALUE "COURSE".
004910     05  FILLER              PIC X(07)   VALUE "GRADE".
004920     05  FILLER              PIC X(07)   VALUE "HOURS".
004930     05  FILLER              PIC X(12)   VALUE "NOTE".
004940     05  FILLER              PIC X(46)   VALUE SPACES.
004950
004960 01  WS-COURSE-DETAIL-LINE.
004970     05  CD-CourseCode       PIC X(06).
004980     05  FILLER              PIC X(02)   VALUE SPACES.
004990     05  CD-Grade            PIC X(03).
005000     05  FILLER              PIC X(04)   VALUE SPACES.
005010     05  CD-Hours            PIC 9(01).
005020     05  FILLER              PIC X(06)   VALUE SPACES.
005030     05  CD-NOTE             PIC X(12).
005040     05  FILLER              PIC X(46)   VALUE SPACES.
005050
005060 01  WS-TERM-HEADER-LINE.
005070     05  FILLER              PIC X(05)   VALUE "TERM".
005080     05  TH-TermCode         PIC X(06).
005090     05  FILLER              PIC X(69)   VALUE SPACES.
005100
005110 01  WS-TERM-TOTAL-LINE.
005120     05  FILLER              PIC X(11)   VALUE "TERM HOURS".
005130     05  TT-TermHours        PIC ZZ9.
005140     05  FILLER              PIC X(12)   VALUE "  TERM AVG".
005150     05  TT-TermAverage      PIC ZZ9.9.
005160     05  FILLER              PIC X(13)   VALUE "  CUM HOURS".
005170     05  TT-CumHours         PIC ZZZ9.
005180     05  FILLER              PIC X(11)   VALUE "  CUM AVG".
005190     05  TT-CumAverage       PIC ZZ9.9.
005200     05  FILLER              PIC X(16)   VALUE SPACES.
005210
005220 01  WS-OPEN-HEADER-LINE.
005230     05  FILLER              PIC X(30)
005240         VALUE "COURSES NOT YET CLOSED".
005250     05  FILLER              PIC X(50)   VALUE SPACES.
005260
005270 01  WS-AVERAGE-LINE.
005280     05  FILLER              PIC X(26)
005290         VALUE "CREDIT-WEIGHTED AVERAGE:".
005300     05  AV-Average          PIC ZZ9.9.
005310     05  FILLER              PIC X(49)   VALUE SPACES.
005320
005330 01  WS-ARCHIVE-HEADER-LINE.
005340     05  FILLER              PIC X(30)
005350         VALUE "PRIOR ARCHIVED RECORDS".
005360     05  FILLER              PIC X(50)   VALUE SPACES.
005370
005380 01  WS-ARCHIVE-DETAIL-LINE.
005390     05  AH-ArchiveDate      PIC 9(08).
005400     05  FILLER              PIC X(02)   VALUE SPACES.
005410     05  AH-TermCode         PIC X(06).
005420     05  FILLER              PIC X(02)   VALUE SPACES.
005430     05  AH-ClassSection     PIC X(04).
005440     05  FILLER              PIC X(02)   VALUE SPACES.
005450     05  AH-Grade            PIC ZZ9.
005460     05  FILLER              PIC X(02)   VALUE SPACES.
005470     05  AH-Mark             PIC X(01).
005480     05  FILLER              PIC X(02)   VALUE SPACES.
005490     05  AH-Status           PIC X(01).
005500     05  FILLER              PIC X(47)   VALUE SPACES.
005510
005520 01  WS-AUDIT-HEADER-LINE.
005530     05  FILLER              PIC X(30)
005540         VALUE "GRADE CHANGES ON AUDIT TRAIL".
005550     05  FILLER              PIC X(50)   VALUE SPACES.
005560
005570 01  WS-AUDIT-DETAIL-LINE.
005580     05  AL-RunDate          PIC 9(08).
005590     05  FILLER              PIC X(02)   VALUE SPACES.
005600     05  AL-TermCode         PIC X(06).
005610     05  FILLER              PIC X(02)   VALUE SPACES.
005620     05  AL-OldGrade         PIC ZZ9.
005630     05  FILLER              PIC X(04)   VALUE " TO ".
005640     05  AL-NewGrade         PIC ZZ9.
005650     05  FILLER              PIC X(02)   VALUE SPACES.
005660     05  AL-Operator         PIC X(08).
005670     05  FILLER              PIC X(02)   VALUE SPACES.
005680     05  AL-Reference        PIC X(08).
005690     05  FILLER              PIC X(02)   VALUE SPACES.
005700     05  AL-Approver         PIC X(08).
005710     05  FILLER              PIC X(22)   VALUE SPACES.
005720
005730 01  WS-FOOTNOTE-LINE.
005740     05  FILLER              PIC X(38)
005750         VALUE "* GRADE CHANGED -- SEE AUDIT TRAIL".
005760     05  FILLER              PIC X(42)   VALUE SPACES.
005770
005780 01  WS-HELD-TITLE-LINE.
005790     05  FILLER              PIC X(30)
005800         VALUE "HELD TRANSCRIPT REQUESTS".
005810     05  HT-RunDate          PIC 9(08).
005820     05  FILLER              PIC X(42)   VALUE SPACES.
005830
005840 01  WS-HELD-HEADER-LINE.
005850     05  FILLER              PIC X(07)   VALUE "ID".
005860     05  FILLER              PIC X(32)   VALUE "NAME".
005870     05  FILLER              PIC X(14)   VALUE "   BALANCE".
005880     05  FILLER              PIC X(27)   VALUE "HOLD SET".
005890
005900 01  WS-HELD-DETAIL-LINE.
005910     05  HD-StudentID        PIC ZZZZ9.
005920     05  FILLER              PIC X(02)   VALUE SPACES.
005930     05  HD-StudentName      PIC A(30).
005940     05  FILLER              PIC X(02)   VALUE SPACES.
005950     05  HD-Balance          PIC -ZZZZZ9.99.
005960     05  FILLER              PIC X(04)   VALUE SPACES.
005970     05  HD-HoldDate         PIC 9(08).
005980     05  FILLER              PIC X(19)   VALUE SPACES.
005990
006000 01  WS-BLANK-LINE.
006010     05  FILLER              PIC X(80)   VALUE SPACES.
006020
006030 77  WS-RunDate              PIC 9(08)   VALUE 0.
006040
006050 PROCEDURE DIVISION.
006060*----------------------------------------------------------------
006070* 0000-MAIN-PROCESS -- CONTROLS THE TRANSCRIPT RUN
006080*----------------------------------------------------------------
006090 0000-MAIN-PROCESS.
006100     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
006110     PERFORM 2000-PRINT-ONE-TRANSCRIPT THRU 2000-EXIT
006120         UNTIL WS-REQ-EOF
006130     PERFORM 9000-FINALIZE-RUN THRU 9000-EXIT
006140     STOP RUN.
006150
006160*----------------------------------------------------------------
006170* 1000-INITIALIZE-RUN -- OPEN THE MASTERS AND THE PRINT FILE AND
006180*     PRIME THE FIRST REQUEST.
006190*----------------------------------------------------------------
006200 1000-INITIALIZE-RUN.
006210     ACCEPT WS-RunDate FROM DATE YYYYMMDD
006220     OPEN INPUT EnrollmentFile
006230     OPEN INPUT AcadHistFile
006240     OPEN INPUT LedgerFile
006250     OPEN INPUT StudentFile
006260     OPEN INPUT RequestFile
006270     OPEN OUTPUT TranscriptFile
006280     PERFORM 2100-READ-REQUEST-CARD THRU 2100-EXIT.
006290 1000-EXIT.
006300     EXIT.
006310
006320*----------------------------------------------------------------
006330* 1200-LOAD-STUDENT-COURSES -- READ EVERY ENROLLMENT RECORD FOR
006340*     THE REQUESTED STUDENT BY KEY INTO THE ENROLLMENT TABLE, IN
006350*     COURSE AND ATTEMPT ORDER.  THE READ STOPS ON THE FIRST
006360*     RECORD FOR THE NEXT STUDENT OR AT END OF FILE.
006370*----------------------------------------------------------------
006380 1200-LOAD-STUDENT-COURSES.
006390     MOVE 0 TO WS-EnrollmentCount
006400     MOVE "N" TO WS-ENROLL-EOF-SW
006410     MOVE "N" TO WS-COURSES-DONE-SW
006420     MOVE "N" TO WS-COURSE-OVERFLOW-SW
006430     MOVE WS-TR-StudentID TO EN-StudentID
006440     MOVE LOW-VALUES TO EN-CourseCode
006450     MOVE 0 TO EN-Attempt
006460     START EnrollmentFile KEY IS NOT LESS THAN EN-KEY
006470         INVALID KEY
006480             SET WS-ENROLL-EOF TO TRUE
006490             GO TO 1200-EXIT
006500     END-START
006510     PERFORM 1210-TABLE-STUDENT-COURSE THRU 1210-EXIT
006520         UNTIL WS-COURSES-DONE
006530     IF WS-COURSE-OVERFLOW
006540         DISPLAY "Transcript: student " WS-TR-StudentID
006550             " has more than " WS-ENROLL-MAX
006560             " courses; the rest are not printed"
006570     END-IF.
006580 1200-EXIT.
006590     EXIT.
006600
006610*----------------------------------------------------------------
006620* 1210-TABLE-STUDENT-COURSE -- READ THE NEXT ENROLLMENT RECORD AND
006630*     TABLE IT WHEN IT STILL BELONGS TO THE REQUESTED STUDENT.
006640*----------------------------------------------------------------
006650 1210-TABLE-STUDENT-COURSE.
006660     READ EnrollmentFile NEXT INTO WS-ENROLLMENT-RECORD
006670         AT END
006680             SET WS-ENROLL-EOF TO TRUE
006690             SET WS-COURSES-DONE TO TRUE
006700             GO TO 1210-EXIT
006710     END-READ
006720     IF WS-EN-StudentID NOT = WS-TR-StudentID
006730         SET WS-COURSES-DONE TO TRUE
006740         GO TO 1210-EXIT
006750     END-IF
006760     IF WS-EnrollmentCount >= WS-ENROLL-MAX
006770         SET WS-COURSE-OVERFLOW TO TRUE
006780         GO TO 1210-EXIT
006790     END-IF
006800     ADD 1 TO WS-EnrollmentCount
006810     MOVE WS-EN-StudentID
006820         TO WS-ENT-StudentID (WS-EnrollmentCount)
006830     MOVE WS-EN-CourseCode
006840         TO WS-ENT-CourseCode (WS-EnrollmentCount)
006850     MOVE WS-EN-Grade TO WS-ENT-Grade (WS-EnrollmentCount)
006860     MOVE WS-EN-CreditHours
006870         TO WS-ENT-CreditHours (WS-EnrollmentCount)
006880     MOVE WS-EN-Mark TO WS-ENT-Mark (WS-EnrollmentCount)
006890     MOVE WS-EN-TermCode TO WS-ENT-TermCode (WS-EnrollmentCount).
006900 1210-EXIT.
006910     EXIT.
006920
006930*----------------------------------------------------------------
006940* 2000-PRINT-ONE-TRANSCRIPT -- ASSEMBLE ONE STUDENT'S TRANSCRIPT
006950*     FROM THE MASTER, THE ENROLLMENTS, THE ACADEMIC HISTORY, THE
006960*     ARCHIVE AND THE AUDIT TRAIL, THEN READ THE NEXT REQUEST
006970*     CARD.  A STUDENT ON FINANCIAL HOLD ON THE LEDGER IS TABLED
006980*     FOR THE HELD-REQUESTS PAGE INSTEAD.
006990*----------------------------------------------------------------
007000 2000-PRINT-ONE-TRANSCRIPT.
007010     ADD 1 TO WS-RequestCount
007020     PERFORM 3000-READ-REQUESTED-MASTER THRU 3000-EXIT
007030     PERFORM 3300-CHECK-FINANCIAL-HOLD THRU 3300-EXIT
007040     IF WS-ON-FINANCIAL-HOLD
007050         PERFORM 3310-TABLE-HELD-REQUEST THRU 3310-EXIT
007060         GO TO 2000-NEXT
007070     END-IF
007080     PERFORM 3500-COLLECT-AUDIT-TRAIL THRU 3500-EXIT
007090     WRITE TRANSCRIPT-LINE FROM WS-PAGE-BREAK-LINE
007100     MOVE WS-RunDate TO TI-RunDate
007110     WRITE TRANSCRIPT-LINE FROM WS-TITLE-LINE
007120     MOVE WS-TR-StudentID TO ID-StudentID
007130     IF WS-MASTER-FOUND
007140         MOVE WS-StudentName TO ID-StudentName
007150     ELSE
007160         MOVE SPACES TO ID-StudentName
007170     END-IF
007180     WRITE TRANSCRIPT-LINE FROM WS-IDENT-LINE
007190     IF WS-MASTER-FOUND
007200         PERFORM 4000-PRINT-MASTER-SECTION THRU 4000-EXIT
007210         PERFORM 5000-PRINT-COURSE-SECTION THRU 5000-EXIT
007220     ELSE
007230         WRITE TRANSCRIPT-LINE FROM WS-NOT-FOUND-LINE
007240     END-IF
007250     PERFORM 6000-PRINT-ARCHIVE-SECTION THRU 6000-EXIT
007260     PERFORM 7000-PRINT-AUDIT-SECTION THRU 7000-EXIT
007270     WRITE TRANSCRIPT-LINE FROM WS-BLANK-LINE
007280     ADD 1 TO WS-PrintedCount.
007290 2000-NEXT.
007300     PERFORM 2100-READ-REQUEST-CARD THRU 2100-EXIT.
007310 2000-EXIT.
007320     EXIT.
007330
007340*----------------------------------------------------------------
007350* 2100-READ-REQUEST-CARD -- READ ONE TRANSCRIPT REQUEST CARD.
007360*     A CARD WITH A NON-NUMERIC STUDENT ID IS SKIPPED WITH A
007370*     NOTE RATHER THAN ABENDING THE KEYED READ.
007380*----------------------------------------------------------------
007390 2100-READ-REQUEST-CARD.
007400     READ RequestFile INTO WS-REQUEST-RECORD
007410         AT END
007420             SET WS-REQ-EOF TO TRUE
007430             GO TO 2100-EXIT
007440     END-READ
007450     IF WS-TR-StudentID IS NOT NUMERIC
007460         DISPLAY "Transcript: request card not numeric; skipped"
007470         GO TO 2100-READ-REQUEST-CARD
007480     END-IF.
007490 2100-EXIT.
007500     EXIT.
007510
007520*----------------------------------------------------------------
007530* 3000-READ-REQUESTED-MASTER -- KEYED READ FOR THE REQUESTED
007540*     STUDENT.  NOT FOUND IS NOT AN ERROR -- THE STUDENT MAY
007550*     HAVE BEEN ARCHIVED AND PURGED, WHICH IS EXACTLY WHAT THE
007560*     ARCHIVE SECTION IS FOR.
007570*----------------------------------------------------------------
007580 3000-READ-REQUESTED-MASTER.
007590     SET WS-MASTER-NOT-FOUND TO TRUE
007600     MOVE WS-TR-StudentID TO StudentID
007610     READ StudentFile
007620         INVALID KEY
007630             GO TO 3000-EXIT
007640         NOT INVALID KEY
007650             MOVE StudentRecord TO WS-STUDENT-RECORD
007660             SET WS-MASTER-FOUND TO TRUE
007670     END-READ.
007680 3000-EXIT.
007690     EXIT.
007700
007710*----------------------------------------------------------------
007720* 3300-CHECK-FINANCIAL-HOLD -- KEYED READ OF THE STUDENT'S
007730*     ACCOUNT ROW ON THE LEDGER.  NO ACCOUNT MEANS NO HOLD.
007740*----------------------------------------------------------------
007750 3300-CHECK-FINANCIAL-HOLD.
007760     SET WS-NOT-ON-HOLD TO TRUE
007770     MOVE WS-TR-StudentID TO LG-StudentID
007780     MOVE "A" TO LG-RecType
007790     MOVE 0 TO LG-ItemDate
007800     MOVE 0 TO LG-ItemSeq
007810     READ LedgerFile
007820         INVALID KEY
007830             GO TO 3300-EXIT
007840     END-READ
007850     IF LG-HoldFlag = "H"
007860         SET WS-ON-FINANCIAL-HOLD TO TRUE
007870     END-IF.
007880 3300-EXIT.
007890     EXIT.
007900
007910*----------------------------------------------------------------
007920* 3310-TABLE-HELD-REQUEST -- KEEP A REFUSED REQUEST FOR THE
007930*     HELD-REQUESTS PAGE.  PAST THE TABLE LIMIT IT IS STILL
007940*     COUNTED AND NOTED ON THE CONSOLE.
007950*----------------------------------------------------------------
007960 3310-TABLE-HELD-REQUEST.
007970     ADD 1 TO WS-HeldCount
007980     IF WS-HeldTabled >= WS-HELD-MAX
007990         DISPLAY "Transcript: student " WS-TR-StudentID
008000             " held; too many held requests to list"
008010         GO TO 3310-EXIT
008020     END-IF
008030     ADD 1 TO WS-HeldTabled
008040     MOVE WS-TR-StudentID TO WS-HDT-StudentID (WS-HeldTabled)
008050     IF WS-MASTER-FOUND
008060         MOVE WS-StudentName TO WS-HDT-StudentName (WS-HeldTabled)
008070     ELSE
008080         MOVE LG-StudentName TO WS-HDT-StudentName (WS-HeldTabled)
008090     END-IF
008100     MOVE LG-Balance TO WS-HDT-Balance (WS-HeldTabled)
008110     MOVE LG-HoldDate TO WS-HDT-HoldDate (WS-HeldTabled).
008120 3310-EXIT.
008130     EXIT.
008140
008150*----------------------------------------------------------------
008160* 3500-COLLECT-AUDIT-TRAIL -- SCAN THE CUMULATIVE AUDIT FILE AND
008170*     TABLE EVERY GRADE CHANGE FOR THE REQUESTED STUDENT, SO
008180*     THE CURRENT-GRADE LINE CAN CARRY ITS ASTERISK BEFORE THE
008190*     TRAIL PRINTS AT THE BOTTOM OF THE PAGE.
008200*----------------------------------------------------------------
008210 3500-COLLECT-AUDIT-TRAIL.
008220     MOVE 0 TO WS-AuditCount
008230     MOVE "N" TO WS-AUDIT-EOF-SW
008240     OPEN INPUT AuditFile
008250     PERFORM 3510-READ-AUDIT-RECORD THRU 3510-EXIT
008260     PERFORM 3520-SIFT-AUDIT-RECORD THRU 3520-EXIT
008270         UNTIL WS-AUDIT-EOF
008280     CLOSE AuditFile.
008290 3500-EXIT.
008300     EXIT.
008310
008320*----------------------------------------------------------------
008330* 3510-READ-AUDIT-RECORD -- READ ONE AUDIT RECORD.
008340*----------------------------------------------------------------
008350 3510-READ-AUDIT-RECORD.
008360     READ AuditFile INTO WS-AUDIT-WORK
008370         AT END
008380             SET WS-AUDIT-EOF TO TRUE
008390             GO TO 3510-EXIT
008400     END-READ.
008410 3510-EXIT.
008420     EXIT.
008430
008440*----------------------------------------------------------------
008450* 3520-SIFT-AUDIT-RECORD -- TABLE THE AUDIT RECORD JUST READ
008460*     WHEN IT BELONGS TO THE REQUESTED STUDENT, THEN READ THE
008470*     NEXT ONE.  A TRAIL DEEPER THAN THE TABLE KEEPS THE MOST
008480*     RECENT FIFTY -- THE OLDEST ROLL OFF THE TOP.
008490*----------------------------------------------------------------
008500 3520-SIFT-AUDIT-RECORD.
008510     IF WS-AU-StudentID NOT = WS-TR-StudentID
008520         GO TO 3520-NEXT
008530     END-IF
008540     IF WS-AuditCount >= WS-AUDIT-MAX
008550         PERFORM 3530-ROLL-AUDIT-TABLE THRU 3530-EXIT
008560     ELSE
008570         ADD 1 TO WS-AuditCount
008580     END-IF
008590     MOVE WS-AU-RunDate TO WS-AUT-RunDate (WS-AuditCount)
008600     MOVE WS-AU-OldGrade TO WS-AUT-OldGrade (WS-AuditCount)
008610     MOVE WS-AU-NewGrade TO WS-AUT-NewGrade (WS-AuditCount)
008620     MOVE WS-AU-Operator TO WS-AUT-Operator (WS-AuditCount)
008630     MOVE WS-AU-Reference TO WS-AUT-Reference (WS-AuditCount)
008640     MOVE WS-AU-TermCode TO WS-AUT-TermCode (WS-AuditCount)
008650     MOVE WS-AU-Approver TO WS-AUT-Approver (WS-AuditCount).
008660 3520-NEXT.
008670     PERFORM 3510-READ-AUDIT-RECORD THRU 3510-EXIT.
008680 3520-EXIT.
008690     EXIT.
008700
008710*----------------------------------------------------------------
008720* 3530-ROLL-AUDIT-TABLE -- SLIDE THE TABLE UP ONE SLOT SO THE
008730*     NEWEST CHANGE CAN LAND IN THE LAST ENTRY.
008740*----------------------------------------------------------------
008750 3530-ROLL-AUDIT-TABLE.
008760     PERFORM 3540-SHIFT-AUDIT-ENTRY THRU 3540-EXIT
008770         VARYING WS-AU-SUB FROM 1 BY 1
008780         UNTIL WS-AU-SUB >= WS-AUDIT-MAX.
008790 3530-EXIT.
008800     EXIT.
008810
008820*----------------------------------------------------------------
008830* 3540-SHIFT-AUDIT-ENTRY -- MOVE ONE TABLE ENTRY UP A SLOT.
008840*----------------------------------------------------------------
008850 3540-SHIFT-AUDIT-ENTRY.
008860     MOVE WS-AUT-ENTRY (WS-AU-SUB + 1)
008870         TO WS-AUT-ENTRY (WS-AU-SUB).
008880 3540-EXIT.
008890     EXIT.
008900
008910*----------------------------------------------------------------
008920* 4000-PRINT-MASTER-SECTION -- PRINT THE CURRENT MASTER LINE,
008930*     WITH AN ASTERISK ON THE GRADE WHEN THE AUDIT TRAIL SHOWS
008940*     IT WAS EVER CHANGED.
008950*----------------------------------------------------------------
008960 4000-PRINT-MASTER-SECTION.
008970     MOVE WS-ClassSection TO MS-ClassSection
008980     MOVE WS-StudentStatus TO MS-Status
008990     MOVE WS-StudentGrade TO MS-Grade
009000     MOVE WS-StudentMark TO MS-Mark
009010     IF WS-AuditCount > 0
009020         MOVE "*" TO MS-CHANGED-FLAG
009030     ELSE
009040         MOVE SPACE TO MS-CHANGED-FLAG
009050     END-IF
009060     WRITE TRANSCRIPT-LINE FROM WS-MASTER-LINE.
009070 4000-EXIT.
009080     EXIT.
009090
009100*----------------------------------------------------------------
009110* 5000-PRINT-COURSE-SECTION -- PRINT THE CLOSED TERMS FROM THE
009120*     ACADEMIC HISTORY IN THE ORDER THEY CLOSED, SO EACH
009130*     CUMULATIVE AVERAGE FOLLOWS THE TERMS IT COVERS, THEN LIST
009140*     EVERY ENROLLMENT NOT IN A CLOSED TERM WITH ITS GRADE OR
009150*     MARK AND CREDIT HOURS, FLAG THE ATTEMPTS GRADE REPLACEMENT
009160*     SET ASIDE, AND CLOSE WITH THE SAME CREDIT-WEIGHTED AVERAGE
009170*     THE GRADE REPORT PRINTS.
009180*----------------------------------------------------------------
009190 5000-PRINT-COURSE-SECTION.
009200     MOVE 0 TO WS-CourseLines
009210     MOVE WS-TR-StudentID TO WS-ENR-StudentID
009220     PERFORM 1200-LOAD-STUDENT-COURSES THRU 1200-EXIT
009230     PERFORM 5600-LOAD-ACADEMIC-HISTORY THRU 5600-EXIT
009240     PERFORM 5620-ORDER-HISTORY-TERMS THRU 5620-EXIT
009250     MOVE SPACES TO WS-PrevHistTerm
009260     PERFORM 5650-PRINT-ONE-TERM THRU 5650-EXIT
009270         VARYING WS-TO-SUB FROM 1 BY 1
009280         UNTIL WS-TO-SUB > WS-HistTermCount
009290     PERFORM 5100-PRINT-ONE-COURSE THRU 5100-EXIT
009300         VARYING WS-EN-SUB FROM 1 BY 1
009310         UNTIL WS-EN-SUB > WS-EnrollmentCount
009320     PERFORM 5500-SUM-ENROLLMENTS THRU 5500-EXIT
009330     MOVE WS-ENR-Average TO AV-Average
009340     WRITE TRANSCRIPT-LINE FROM WS-AVERAGE-LINE
009350     IF WS-AuditCount > 0
009360         WRITE TRANSCRIPT-LINE FROM WS-FOOTNOTE-LINE
009370     END-IF.
009380 5000-EXIT.
009390     EXIT.
009400
009410*----------------------------------------------------------------
009420* 5100-PRINT-ONE-COURSE -- PRINT THE ENROLLMENT TABLE ENTRY AT
009430*     WS-EN-SUB WHEN IT BELONGS TO THE REQUESTED STUDENT AND IS
009440*     NOT IN A TERM ALREADY PRINTED FROM THE HISTORY.  A MARKED
009450*     ENTRY SHOWS ITS MARK LETTER IN THE GRADE COLUMN; A
009460*     REPLACED REPEAT ATTEMPT SHOWS ITS GRADE WITH A NOTE.
009470*----------------------------------------------------------------
009480 5100-PRINT-ONE-COURSE.
009490     IF WS-ENT-StudentID (WS-EN-SUB) NOT = WS-TR-StudentID
009500         GO TO 5100-EXIT
009510     END-IF
009520     PERFORM 5800-CHECK-TERM-CLOSED THRU 5800-EXIT
009530     IF WS-TERM-CLOSED
009540         GO TO 5100-EXIT
009550     END-IF
009560     IF WS-CourseLines = 0
009570         IF WS-HistCount > 0
009580             WRITE TRANSCRIPT-LINE FROM WS-OPEN-HEADER-LINE
009590         END-IF
009600         WRITE TRANSCRIPT-LINE FROM WS-COURSE-HEADER-LINE
009610     END-IF
009620     ADD 1 TO WS-CourseLines
009630     MOVE WS-ENT-CourseCode (WS-EN-SUB) TO CD-CourseCode
009640     MOVE WS-ENT-CreditHours (WS-EN-SUB) TO CD-Hours
009650     MOVE SPACES TO CD-NOTE
009660     IF WS-ENT-Mark (WS-EN-SUB) = SPACE
009670         MOVE WS-ENT-Grade (WS-EN-SUB) TO CD-Grade
009680         PERFORM 5200-CHECK-BEST-ATTEMPT THRU 5200-EXIT
009690         IF WS-NOT-BEST-ATTEMPT
009700             MOVE "REPLACED" TO CD-NOTE
009710         END-IF
009720     ELSE
009730         MOVE SPACES TO CD-Grade
009740         MOVE WS-ENT-Mark (WS-EN-SUB) TO CD-Grade (1:1)
009750         IF WS-ENT-Mark (WS-EN-SUB) = "I"
009760             MOVE "INCOMPLETE" TO CD-NOTE
009770         END-IF
009780         IF WS-ENT-Mark (WS-EN-SUB) = "W"
009790             MOVE "WITHDRAWN" TO CD-NOTE
009800         END-IF
009810         IF WS-ENT-Mark (WS-EN-SUB) = "P"
009820             MOVE "PASS/FAIL" TO CD-NOTE
009830         END-IF
009840     END-IF
009850     WRITE TRANSCRIPT-LINE FROM WS-COURSE-DETAIL-LINE.
009860 5100-EXIT.
009870     EXIT.
009880
009890*----------------------------------------------------------------
009900* 5200-CHECK-BEST-ATTEMPT -- DECIDE WHETHER THE ENTRY AT
009910*     WS-EN-SUB IS THE BEST UNMARKED ATTEMPT AT ITS COURSE,
009920*     WITH THE SAME RULE AS THE ROSTER RUN: A HIGHER GRADE ON
009930*     ANOTHER ATTEMPT LOSES THIS ONE; ON A TIE THE EARLIEST
009940*     ATTEMPT KEEPS IT.
009950*----------------------------------------------------------------
009960 5200-CHECK-BEST-ATTEMPT.
009970     SET WS-BEST-ATTEMPT TO TRUE
009980     PERFORM 5210-COMPARE-ATTEMPT THRU 5210-EXIT
009990         VARYING WS-RA-SUB FROM 1 BY 1
010000         UNTIL WS-NOT-BEST-ATTEMPT
010010            OR WS-RA-SUB > WS-EnrollmentCount.
010020 5200-EXIT.
010030     EXIT.
010040
010050*----------------------------------------------------------------
010060* 5210-COMPARE-ATTEMPT -- TEST ONE OTHER TABLE ENTRY AGAINST THE
010070*     ATTEMPT AT WS-EN-SUB.
010080*----------------------------------------------------------------
010090 5210-COMPARE-ATTEMPT.
010100     IF WS-RA-SUB = WS-EN-SUB
010110         GO TO 5210-EXIT
010120     END-IF
010130     IF WS-ENT-StudentID (WS-RA-SUB) = WS-ENR-StudentID
010140             AND WS-ENT-CourseCode (WS-RA-SUB)
010150                 = WS-ENT-CourseCode (WS-EN-SUB)
010160             AND WS-ENT-Mark (WS-RA-SUB) = SPACE
010170         IF WS-ENT-Grade (WS-RA-SUB)
010180                 > WS-ENT-Grade (WS-EN-SUB)
010190             SET WS-NOT-BEST-ATTEMPT TO TRUE
010200         END-IF
010210         IF WS-ENT-Grade (WS-RA-SUB)
010220                 = WS-ENT-Grade (WS-EN-SUB)
010230                 AND WS-RA-SUB < WS-EN-SUB
010240             SET WS-NOT-BEST-ATTEMPT TO TRUE
010250         END-IF
010260     END-IF.
010270 5210-EXIT.
010280     EXIT.
010290
010300*----------------------------------------------------------------
010310* 5500-SUM-ENROLLMENTS -- ROLL UP THE CREDIT-WEIGHTED QUALITY
010320*     POINTS AND HOURS FOR THE REQUESTED STUDENT, WITH THE SAME
010330*     RULES AS THE ROSTER RUN'S 2600-SUM-ENROLLMENTS: MARKED
010340*     ENTRIES STAY OUT, ONLY THE BEST REPEAT ATTEMPT FOLDS IN,
010350*     AND A STUDENT WITH NO ENROLLMENT RECORDS FALLS BACK TO
010360*     THE MASTER'S OWN GRADE AND HOURS UNLESS THE MASTER GRADE
010370*     ITSELF IS MARKED.
010380*----------------------------------------------------------------
010390 5500-SUM-ENROLLMENTS.
010400     MOVE 0 TO WS-ENR-QualityPoints
010410     MOVE 0 TO WS-ENR-CreditHours
010420     MOVE 0 TO WS-ENR-CourseCount
010430     PERFORM 5510-ADD-ENROLLMENT-ENTRY THRU 5510-EXIT
010440         VARYING WS-EN-SUB FROM 1 BY 1
010450         UNTIL WS-EN-SUB > WS-EnrollmentCount
010460     IF WS-ENR-CourseCount = 0
010470             AND WS-StudentMark = SPACE
010480         COMPUTE WS-ENR-QualityPoints
010490             = WS-StudentGrade * WS-CreditHours
010500         MOVE WS-CreditHours TO WS-ENR-CreditHours
010510     END-IF
010520     IF WS-ENR-CreditHours > 0
010530         COMPUTE WS-ENR-Average
010540             = WS-ENR-QualityPoints / WS-ENR-CreditHours
010550     ELSE
010560         MOVE 0 TO WS-ENR-Average
010570     END-IF.
010580 5500-EXIT.
010590     EXIT.
010600
010610*----------------------------------------------------------------
010620* 5510-ADD-ENROLLMENT-ENTRY -- FOLD ONE TABLE ENTRY INTO THE
010630*     RUNNING SUM WHEN IT BELONGS TO THE STUDENT, IS UNMARKED
010640*     AND IS THE BEST ATTEMPT AT ITS COURSE.
010650*----------------------------------------------------------------
010660 5510-ADD-ENROLLMENT-ENTRY.
010670     IF WS-ENT-StudentID (WS-EN-SUB) = WS-ENR-StudentID
010680         ADD 1 TO WS-ENR-CourseCount
010690         IF WS-ENT-Mark (WS-EN-SUB) = SPACE
010700             PERFORM 5200-CHECK-BEST-ATTEMPT THRU 5200-EXIT
010710             IF WS-BEST-ATTEMPT
010720                 COMPUTE WS-ENR-QualityPoints
010730                     = WS-ENR-QualityPoints
010740                     + (WS-ENT-Grade (WS-EN-SUB)
010750                     * WS-ENT-CreditHours (WS-EN-SUB))
010760                 ADD WS-ENT-CreditHours (WS-EN-SUB)
010770                     TO WS-ENR-CreditHours
010780             END-IF
010790         END-IF
010800     END-IF.
010810 5510-EXIT.
010820     EXIT.
010830
010840*----------------------------------------------------------------
010850* 5600-LOAD-ACADEMIC-HISTORY -- READ EVERY ACADEMIC HISTORY ROW
010860*     FOR THE REQUESTED STUDENT BY KEY INTO THE HISTORY TABLE.
010870*----------------------------------------------------------------
010880 5600-LOAD-ACADEMIC-HISTORY.
010890     MOVE 0 TO WS-HistCount
010900     MOVE "N" TO WS-HIST-DONE-SW
010910     MOVE WS-TR-StudentID TO AC-StudentID
010920     MOVE LOW-VALUES TO AC-TermCode
010930     MOVE LOW-VALUES TO AC-RecType
010940     MOVE LOW-VALUES TO AC-CourseCode
010950     MOVE 0 TO AC-Attempt
010960     START AcadHistFile KEY IS NOT LESS THAN AC-KEY
010970         INVALID KEY
010980             GO TO 5600-EXIT
010990     END-START
011000     PERFORM 5610-TABLE-HISTORY-ROW THRU 5610-EXIT
011010         UNTIL WS-HIST-DONE.
011020 5600-EXIT.
011030     EXIT.
011040
011050*----------------------------------------------------------------
011060* 5610-TABLE-HISTORY-ROW -- READ THE NEXT HISTORY ROW AND TABLE
011070*     IT WHEN IT STILL BELONGS TO THE REQUESTED STUDENT.
011080*----------------------------------------------------------------
011090 5610-TABLE-HISTORY-ROW.
011100     READ AcadHistFile NEXT
011110         AT END
011120             SET WS-HIST-DONE TO TRUE
011130             GO TO 5610-EXIT
011140     END-READ
011150     IF AC-StudentID NOT = WS-TR-StudentID
011160         SET WS-HIST-DONE TO TRUE
011170         GO TO 5610-EXIT
011180     END-IF
011190     IF WS-HistCount >= WS-HIST-MAX
011200         DISPLAY "Transcript: student " WS-TR-StudentID
011210             " has more than " WS-HIST-MAX
011220             " history rows; the rest are not printed"
011230         SET WS-HIST-DONE TO TRUE
011240         GO TO 5610-EXIT
011250     END-IF
011260     ADD 1 TO WS-HistCount
011270     MOVE AC-TermCode TO WS-HST-TermCode (WS-HistCount)
011280     MOVE AC-RecType TO WS-HST-RecType (WS-HistCount)
011290     MOVE AC-CourseCode TO WS-HST-CourseCode (WS-HistCount)
011300     IF AC-RecType = "T"
011310         MOVE 0 TO WS-HST-Grade (WS-HistCount)
011320         MOVE 0 TO WS-HST-CreditHours (WS-HistCount)
011330         MOVE SPACE TO WS-HST-Mark (WS-HistCount)
011340         MOVE AC-TermHours TO WS-HST-TermHours (WS-HistCount)
011350         MOVE AC-TermAverage
011360             TO WS-HST-TermAverage (WS-HistCount)
011370         MOVE AC-CumHours TO WS-HST-CumHours (WS-HistCount)
011380         MOVE AC-CumAverage TO WS-HST-CumAverage (WS-HistCount)
011390         MOVE AC-CloseDate TO WS-HST-CloseDate (WS-HistCount)
011400     ELSE
011410         MOVE AC-Grade TO WS-HST-Grade (WS-HistCount)
011420         MOVE AC-CreditHours
011430             TO WS-HST-CreditHours (WS-HistCount)
011440         MOVE AC-Mark TO WS-HST-Mark (WS-HistCount)
011450         MOVE 0 TO WS-HST-TermHours (WS-HistCount)
011460         MOVE 0 TO WS-HST-TermAverage (WS-HistCount)
011470         MOVE 0 TO WS-HST-CumHours (WS-HistCount)
011480         MOVE 0 TO WS-HST-CumAverage (WS-HistCount)
011490         MOVE 0 TO WS-HST-CloseDate (WS-HistCount)
011500     END-IF.
011510 5610-EXIT.
011520     EXIT.
011530
011540*----------------------------------------------------------------
011550* 5620-ORDER-HISTORY-TERMS -- LIST THE TERMS IN THE HISTORY TABLE,
011560*     WHOSE ROWS COME IN KEY ORDER AND SO SIT TOGETHER BY TERM,
011570*     THEN SORT THE LIST INTO THE ORDER THE TERMS CLOSED.
011580*----------------------------------------------------------------
011590 5620-ORDER-HISTORY-TERMS.
011600     MOVE 0 TO WS-HistTermCount
011610     MOVE SPACES TO WS-PrevHistTerm
011620     PERFORM 5625-NOTE-ONE-TERM THRU 5625-EXIT
011630         VARYING WS-HS-SUB FROM 1 BY 1
011640         UNTIL WS-HS-SUB > WS-HistCount
011650     PERFORM 5630-PLACE-ONE-TERM THRU 5630-EXIT
011660         VARYING WS-TO-SUB FROM 2 BY 1
011670         UNTIL WS-TO-SUB > WS-HistTermCount.
011680 5620-EXIT.
011690     EXIT.
011700
011710*----------------------------------------------------------------
011720* 5625-NOTE-ONE-TERM -- START A NEW TERM ENTRY AT THE FIRST ROW OF
011730*     EACH TERM, STRETCH IT OVER THE ROWS THAT FOLLOW, AND TAKE
011740*     ITS CLOSE DATE FROM THE TERM-TOTAL ROW.
011750*----------------------------------------------------------------
011760 5625-NOTE-ONE-TERM.
011770     IF WS-HST-TermCode (WS-HS-SUB) NOT = WS-PrevHistTerm
011780         MOVE WS-HST-TermCode (WS-HS-SUB) TO WS-PrevHistTerm
011790         ADD 1 TO WS-HistTermCount
011800         MOVE WS-HST-TermCode (WS-HS-SUB)
011810             TO WS-TOT-TermCode (WS-HistTermCount)
011820         MOVE 99999999 TO WS-TOT-CloseDate (WS-HistTermCount)
011830         MOVE WS-HS-SUB TO WS-TOT-FirstRow (WS-HistTermCount)
011840     END-IF
011850     MOVE WS-HS-SUB TO WS-TOT-LastRow (WS-HistTermCount)
011860     IF WS-HST-RecType (WS-HS-SUB) = "T"
011870         MOVE WS-HST-CloseDate (WS-HS-SUB)
011880             TO WS-TOT-CloseDate (WS-HistTermCount)
011890     END-IF.
011900 5625-EXIT.
011910     EXIT.
011920
011930*----------------------------------------------------------------
011940* 5630-PLACE-ONE-TERM -- INSERT THE TERM ENTRY AT WS-TO-SUB AMONG
011950*     THE ENTRIES ALREADY IN CLOSE-DATE ORDER AHEAD OF IT.  TERMS
011960*     CLOSED THE SAME DAY KEEP THEIR KEY ORDER.
011970*----------------------------------------------------------------
011980 5630-PLACE-ONE-TERM.
011990     MOVE WS-TO-ENTRY (WS-TO-SUB) TO WS-TERM-ORDER-HOLD
012000     MOVE WS-TO-SUB TO WS-TI-SUB
012010     MOVE "N" TO WS-TERM-PLACED-SW
012020     PERFORM 5635-SHIFT-ONE-TERM THRU 5635-EXIT
012030         UNTIL WS-TERM-PLACED
012040     MOVE WS-TERM-ORDER-HOLD TO WS-TO-ENTRY (WS-TI-SUB).
012050 5630-EXIT.
012060     EXIT.
012070
012080*----------------------------------------------------------------
012090* 5635-SHIFT-ONE-TERM -- MOVE THE ENTRY AHEAD OF WS-TI-SUB DOWN
012100*     ONE PLACE WHEN IT CLOSED LATER THAN THE TERM BEING PLACED.
012110*----------------------------------------------------------------
012120 5635-SHIFT-ONE-TERM.
012130     IF WS-TI-SUB = 1
012140         SET WS-TERM-PLACED TO TRUE
012150         GO TO 5635-EXIT
012160     END-IF
012170     IF WS-TOT-CloseDate (WS-TI-SUB - 1) > WS-TOH-CloseDate
012180         MOVE WS-TO-ENTRY (WS-TI-SUB - 1)
012190             TO WS-TO-ENTRY (WS-TI-SUB)
012200         SUBTRACT 1 FROM WS-TI-SUB
012210     ELSE
012220         SET WS-TERM-PLACED TO TRUE
012230     END-IF.
012240 5635-EXIT.
012250     EXIT.
012260
012270*----------------------------------------------------------------
012280* 5650-PRINT-ONE-TERM -- PRINT THE BLOCK OF HISTORY ROWS FOR THE
012290*     TERM ENTRY AT WS-TO-SUB.
012300*----------------------------------------------------------------
012310 5650-PRINT-ONE-TERM.
012320     PERFORM 5700-PRINT-HISTORY-ROW THRU 5700-EXIT
012330         VARYING WS-HS-SUB FROM WS-TOT-FirstRow (WS-TO-SUB) BY 1
012340         UNTIL WS-HS-SUB > WS-TOT-LastRow (WS-TO-SUB).
012350 5650-EXIT.
012360     EXIT.
012370
012380*----------------------------------------------------------------
012390* 5700-PRINT-HISTORY-ROW -- PRINT THE HISTORY TABLE ROW AT
012400*     WS-HS-SUB.  THE FIRST ROW OF A TERM LEADS WITH THE TERM
012410*     AND COLUMN HEADERS; A COURSE ROW PRINTS LIKE AN OPEN
012420*     ENROLLMENT, WITH THE BEST ATTEMPT TAKEN ACROSS EVERY
012430*     CLOSED TERM; THE TERM-TOTAL ROW PRINTS THE TERM AND
012440*     CUMULATIVE AVERAGES THE CLOSE FROZE.
012450*----------------------------------------------------------------
012460 5700-PRINT-HISTORY-ROW.
012470     IF WS-HST-TermCode (WS-HS-SUB) NOT = WS-PrevHistTerm
012480         MOVE WS-HST-TermCode (WS-HS-SUB) TO WS-PrevHistTerm
012490         MOVE WS-HST-TermCode (WS-HS-SUB) TO TH-TermCode
012500         WRITE TRANSCRIPT-LINE FROM WS-TERM-HEADER-LINE
012510         WRITE TRANSCRIPT-LINE FROM WS-COURSE-HEADER-LINE
012520     END-IF
012530     IF WS-HST-RecType (WS-HS-SUB) = "T"
012540         MOVE WS-HST-TermHours (WS-HS-SUB) TO TT-TermHours
012550         MOVE WS-HST-TermAverage (WS-HS-SUB) TO TT-TermAverage
012560         MOVE WS-HST-CumHours (WS-HS-SUB) TO TT-CumHours
012570         MOVE WS-HST-CumAverage (WS-HS-SUB) TO TT-CumAverage
012580         WRITE TRANSCRIPT-LINE FROM WS-TERM-TOTAL-LINE
012590         GO TO 5700-EXIT
012600     END-IF
012610     MOVE WS-HST-CourseCode (WS-HS-SUB) TO CD-CourseCode
012620     MOVE WS-HST-CreditHours (WS-HS-SUB) TO CD-Hours
012630     MOVE SPACES TO CD-NOTE
012640     IF WS-HST-Mark (WS-HS-SUB) = SPACE
012650         MOVE WS-HST-Grade (WS-HS-SUB) TO CD-Grade
012660         SET WS-BEST-ATTEMPT TO TRUE
012670         PERFORM 5710-COMPARE-HISTORY-ATTEMPT THRU 5710-EXIT
012680             VARYING WS-HR-SUB FROM 1 BY 1
012690             UNTIL WS-NOT-BEST-ATTEMPT
012700                OR WS-HR-SUB > WS-HistCount
012710         IF WS-NOT-BEST-ATTEMPT
012720             MOVE "REPLACED" TO CD-NOTE
012730         END-IF
012740     ELSE
012750         MOVE SPACES TO CD-Grade
012760         MOVE WS-HST-Mark (WS-HS-SUB) TO CD-Grade (1:1)
012770         IF WS-HST-Mark (WS-HS-SUB) = "I"
012780             MOVE "INCOMPLETE" TO CD-NOTE
012790         END-IF
012800         IF WS-HST-Mark (WS-HS-SUB) = "W"
012810             MOVE "WITHDRAWN" TO CD-NOTE
012820         END-IF
012830         IF WS-HST-Mark (WS-HS-SUB) = "P"
012840             MOVE "PASS/FAIL" TO CD-NOTE
012850         END-IF
012860     END-IF
012870     WRITE TRANSCRIPT-LINE FROM WS-COURSE-DETAIL-LINE.
012880 5700-EXIT.
012890     EXIT.
012900
012910*----------------------------------------------------------------
012920* 5710-COMPARE-HISTORY-ATTEMPT -- TEST ONE OTHER HISTORY COURSE
012930*     ROW AGAINST THE ROW AT WS-HS-SUB, WITH THE SAME RULE AS
012940*     5210-COMPARE-ATTEMPT.
012950*----------------------------------------------------------------
012960 5710-COMPARE-HISTORY-ATTEMPT.
012970     IF WS-HR-SUB = WS-HS-SUB
012980         GO TO 5710-EXIT
012990     END-IF
013000     IF WS-HST-RecType (WS-HR-SUB) = "C"
013010             AND WS-HST-CourseCode (WS-HR-SUB)
013020                 = WS-HST-CourseCode (WS-HS-SUB)
013030             AND WS-HST-Mark (WS-HR-SUB) = SPACE
013040         IF WS-HST-Grade (WS-HR-SUB)
013050                 > WS-HST-Grade (WS-HS-SUB)
013060             SET WS-NOT-BEST-ATTEMPT TO TRUE
013070         END-IF
013080         IF WS-HST-Grade (WS-HR-SUB)
013090                 = WS-HST-Grade (WS-HS-SUB)
013100                 AND WS-HR-SUB < WS-HS-SUB
013110             SET WS-NOT-BEST-ATTEMPT TO TRUE
013120         END-IF
013130     END-IF.
013140 5710-EXIT.
013150     EXIT.
013160
013170*----------------------------------------------------------------
013180* 5800-CHECK-TERM-CLOSED -- DECIDE WHETHER THE ENROLLMENT AT
013190*     WS-EN-SUB IS IN A TERM THE HISTORY SHOWS CLOSED.  A BLANK
013200*     TERM IS NEVER CLOSED.
013210*----------------------------------------------------------------
013220 5800-CHECK-TERM-CLOSED.
013230     SET WS-TERM-OPEN TO TRUE
013240     IF WS-ENT-TermCode (WS-EN-SUB) = SPACES
013250         GO TO 5800-EXIT
013260     END-IF
013270     PERFORM 5810-MATCH-CLOSED-TERM THRU 5810-EXIT
013280         VARYING WS-HR-SUB FROM 1 BY 1
013290         UNTIL WS-TERM-CLOSED
013300            OR WS-HR-SUB > WS-HistCount.
013310 5800-EXIT.
013320     EXIT.
013330
013340*----------------------------------------------------------------
013350* 5810-MATCH-CLOSED-TERM -- TEST ONE HISTORY ROW FOR THE TERM-
013360*     TOTAL ROW OF THE ENROLLMENT'S TERM.
013370*----------------------------------------------------------------
013380 5810-MATCH-CLOSED-TERM.
013390     IF WS-HST-RecType (WS-HR-SUB) = "T"
013400             AND WS-HST-TermCode (WS-HR-SUB)
013410                 = WS-ENT-TermCode (WS-EN-SUB)
013420         SET WS-TERM-CLOSED TO TRUE
013430     END-IF.
013440 5810-EXIT.
013450     EXIT.
013460
013470*----------------------------------------------------------------
013480* 6000-PRINT-ARCHIVE-SECTION -- SCAN THE CUMULATIVE ARCHIVE AND
013490*     PRINT EVERY COPY OF THE REQUESTED STUDENT IN THE ORDER
013500*     ARCHIVED, WHICH IS DATE ORDER SINCE THE FILE ONLY EVER
013510*     APPENDS.
013520*----------------------------------------------------------------
013530 6000-PRINT-ARCHIVE-SECTION.
013540     MOVE 0 TO WS-ArchiveLines
013550     MOVE "N" TO WS-ARCH-EOF-SW
013560     OPEN INPUT ArchiveFile
013570     PERFORM 6100-READ-ARCHIVE-RECORD THRU 6100-EXIT
013580     PERFORM 6200-SIFT-ARCHIVE-RECORD THRU 6200-EXIT
013590         UNTIL WS-ARCH-EOF
013600     CLOSE ArchiveFile.
013610 6000-EXIT.
013620     EXIT.
013630
013640*----------------------------------------------------------------
013650* 6100-READ-ARCHIVE-RECORD -- READ ONE ARCHIVE RECORD.
013660*----------------------------------------------------------------
013670 6100-READ-ARCHIVE-RECORD.
013680     READ ArchiveFile INTO WS-ARCHIVE-READ
013690         AT END
013700             SET WS-ARCH-EOF TO TRUE
013710             GO TO 6100-EXIT
013720     END-READ.
013730 6100-EXIT.
013740     EXIT.
013750
013760*----------------------------------------------------------------
013770* 6200-SIFT-ARCHIVE-RECORD -- PRINT THE ARCHIVE RECORD JUST READ
013780*     WHEN IT BELONGS TO THE REQUESTED STUDENT, LEADING WITH
013790*     THE SECTION HEADER ON THE FIRST MATCH, THEN READ THE NEXT
013800*     ONE.
013810*----------------------------------------------------------------
013820 6200-SIFT-ARCHIVE-RECORD.
013830     IF WS-AR-StudentID NOT = WS-TR-StudentID
013840         GO TO 6200-NEXT
013850     END-IF
013860     IF WS-ArchiveLines = 0
013870         WRITE TRANSCRIPT-LINE FROM WS-ARCHIVE-HEADER-LINE
013880     END-IF
013890     ADD 1 TO WS-ArchiveLines
013900     MOVE WS-AR-ArchiveDate TO AH-ArchiveDate
013910     MOVE WS-AR-TermCode TO AH-TermCode
013920     MOVE WS-AR-ClassSection TO AH-ClassSection
013930     MOVE WS-AR-StudentGrade TO AH-Grade
013940     MOVE WS-AR-Mark TO AH-Mark
013950     MOVE WS-AR-Status TO AH-Status
013960     WRITE TRANSCRIPT-LINE FROM WS-ARCHIVE-DETAIL-LINE.
013970 6200-NEXT.
013980     PERFORM 6100-READ-ARCHIVE-RECORD THRU 6100-EXIT.
013990 6200-EXIT.
014000     EXIT.
014010
014020*----------------------------------------------------------------
014030* 7000-PRINT-AUDIT-SECTION -- PRINT THE GRADE CHANGES COLLECTED
014040*     FOR THIS STUDENT, OLDEST FIRST, UNDER THEIR OWN HEADER.
014050*----------------------------------------------------------------
014060 7000-PRINT-AUDIT-SECTION.
014070     IF WS-AuditCount = 0
014080         GO TO 7000-EXIT
014090     END-IF
014100     WRITE TRANSCRIPT-LINE FROM WS-AUDIT-HEADER-LINE
014110     PERFORM 7100-PRINT-ONE-CHANGE THRU 7100-EXIT
014120         VARYING WS-AU-SUB FROM 1 BY 1
014130         UNTIL WS-AU-SUB > WS-AuditCount.
014140 7000-EXIT.
014150     EXIT.
014160
014170*----------------------------------------------------------------
014180* 7100-PRINT-ONE-CHANGE -- PRINT ONE TABLED GRADE CHANGE.
014190*----------------------------------------------------------------
014200 7100-PRINT-ONE-CHANGE.
014210     MOVE WS-AUT-RunDate (WS-AU-SUB) TO AL-RunDate
014220     MOVE WS-AUT-TermCode (WS-AU-SUB) TO AL-TermCode
014230     MOVE WS-AUT-OldGrade (WS-AU-SUB) TO AL-OldGrade
014240     MOVE WS-AUT-NewGrade (WS-AU-SUB) TO AL-NewGrade
014250     MOVE WS-AUT-Operator (WS-AU-SUB) TO AL-Operator
014260     MOVE WS-AUT-Reference (WS-AU-SUB) TO AL-Reference
014270     MOVE WS-AUT-Approver (WS-AU-SUB) TO AL-Approver
014280     WRITE TRANSCRIPT-LINE FROM WS-AUDIT-DETAIL-LINE.
014290 7100-EXIT.
014300     EXIT.
014310
014320*----------------------------------------------------------------
014330* 9000-FINALIZE-RUN -- PRINT THE HELD-REQUESTS PAGE AND THE
014340*     REQUEST COUNTS AND CLOSE UP.
014350*----------------------------------------------------------------
014360 9000-FINALIZE-RUN.
014370     IF WS-HeldTabled > 0
014380         PERFORM 9100-PRINT-HELD-PAGE THRU 9100-EXIT
014390     END-IF
014400     DISPLAY "Transcript Requests Read: " WS-RequestCount
014410     DISPLAY "Transcripts Printed: " WS-PrintedCount
014420     DISPLAY "Transcripts Held: " WS-HeldCount
014430     CLOSE RequestFile
014440     CLOSE StudentFile
014450     CLOSE EnrollmentFile
014460     CLOSE AcadHistFile
014470     CLOSE LedgerFile
014480     CLOSE TranscriptFile.
014490 9000-EXIT.
014500     EXIT.
014510
014520*----------------------------------------------------------------
014530* 9100-PRINT-HELD-PAGE -- ONE LINE PER REQUEST REFUSED FOR A
014540*     FINANCIAL HOLD, SO THE REGISTRAR CAN ANSWER THE STUDENT.
014550*----------------------------------------------------------------
014560 9100-PRINT-HELD-PAGE.
014570     WRITE TRANSCRIPT-LINE FROM WS-PAGE-BREAK-LINE
014580     MOVE WS-RunDate TO HT-RunDate
014590     WRITE TRANSCRIPT-LINE FROM WS-HELD-TITLE-LINE
014600     WRITE TRANSCRIPT-LINE FROM WS-HELD-HEADER-LINE
014610     PERFORM 9110-PRINT-HELD-LINE THRU 9110-EXIT
014620         VARYING WS-HD-SUB FROM 1 BY 1
014630         UNTIL WS-HD-SUB > WS-HeldTabled.
014640 9100-EXIT.
014650     EXIT.
014660
014670*----------------------------------------------------------------
014680* 9110-PRINT-HELD-LINE -- PRINT ONE HELD REQUEST.
014690*----------------------------------------------------------------
014700 9110-PRINT-HELD-LINE.
014710     MOVE WS-HDT-StudentID (WS-HD-SUB) TO HD-StudentID
014720     MOVE WS-HDT-StudentName (WS-HD-SUB) TO HD-StudentName
014730     MOVE WS-HDT-Balance (WS-HD-SUB) TO HD-Balance
014740     MOVE WS-HDT-HoldDate (WS-HD-SUB) TO HD-HoldDate
014750     WRITE TRANSCRIPT-LINE FROM WS-HELD-DETAIL-LINE.
014760 9110-EXIT.
014770     EXIT.
014780
014790 END PROGRAM Transcript.
