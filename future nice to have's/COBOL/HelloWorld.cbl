003870*                 THE SPACE THE NEW LAYOUT CARRIES IN COLUMN 13
003880*                 (AN OLD RECORD HAS A READ-COUNT DIGIT THERE)
003890*                 AND AN OLD RECORD HONESTLY SCANS AS CYCLE 1.
003900* 10/15/2026 JC  ENROLL IS NOW AN INDEXED MASTER KEYED ON STUDENT
003910*                 ID, COURSE CODE AND A TWO-DIGIT ATTEMPT NUMBER
003920*                 (RECORD NOW 26 BYTES; EXISTING FLAT FILES MUST
003930*                 BE LOADED ONCE INTO THE NEW LAYOUT).  THE
003940*                 1000-ROW ENROLLMENT TABLE IS GONE: EACH
003950*                 STUDENT'S COURSES ARE READ BY KEY INTO A SMALL
003960*                 PER-STUDENT TABLE WHEN THEY ARE SUMMED, SO A
003970*                 BIG FILE NO LONGER DROPS COURSES OUT OF THE
003980*                 AVERAGES.  THE ENROLLMENT EDIT NOW RUNS AS A
003990*                 LISTING PASS OVER THE MASTER AND THE SAME EDIT
004000*                 KEEPS A FAILING RECORD OUT OF EVERY SUM.  A
004010*                 NEW ENROLLMENT FEED (ENRLTRAN) ADDS, DROPS AND
004020*                 POSTS GRADES AGAINST THE MASTER BY KEY ON A
004030*                 FRESH RUN, WITH AN APPLIED LISTING (ENRLTRPT),
004040*                 A REJECT LISTING (ENRLTREJ) AND ITS OWN LEG ON
004050*                 THE BALANCING REPORT; AN ADD PUNCHED WITH
004060*                 ATTEMPT 00 TAKES THE NEXT FREE ATTEMPT, AND A
004070*                 CHANGE OR DROP WITH ATTEMPT 00 HITS THE LATEST.
004080*                 THE MERGE RE-KEY AND THE INCOMPLETE LAPSE NOW
004090*                 UPDATE ENROLL IN PLACE BY KEY, SO THE MERGE
004100*                 WORK FILE AND THE LAPSE TABLE ARE RETIRED.
004110* 10/15/2026 JC  A NEW INDEXED COURSE CATALOG (CATALOG) CARRIES
004120*                 EACH COURSE'S TITLE, DEPARTMENT, STANDARD
004130*                 CREDIT HOURS AND UP TO THREE PREREQUISITES.
004140*                 THE ENROLLMENT EDIT NOW REJECTS A COURSE CODE
004150*                 NOT IN THE CATALOG, OR CREDIT HOURS THAT
004160*                 DISAGREE WITH IT, TO ENRLREJ WITH THE REASON;
004170*                 THE ENROLLMENT FEED AND EVERY SUM RIDE THE SAME
004180*                 EDIT.  AN EMPTY CATALOG STANDS THE COURSE EDIT
004190*                 DOWN THE WAY AN EMPTY SECTION MASTER STANDS
004200*                 THE SECTION EDIT DOWN.  THE SECTION MASTER
004210*                 RECORD NOW ALSO CARRIES THE CATALOG COURSE THE
004220*                 SECTION TEACHES (BLANK ON OLDER RECORDS).
004230* 10/15/2026 JC  THE ENROLLMENT RECORD NOW CARRIES THE TERM CODE
004240*                 THE COURSE WAS TAKEN IN (32 BYTES), SO THE NEW
004250*                 TERM-CLOSE RUN CAN FREEZE EACH TERM INTO THE
004260*                 ACADEMIC HISTORY.  A COURSE ADDED THROUGH THE
004270*                 ENROLLMENT FEED IS STAMPED WITH THE RUN'S TERM
004280*                 OFF THE TERM CALENDAR; ONE ADDED BETWEEN TERMS,
004290*                 OR KEYED BEFORE THE STAMP EXISTED, CARRIES A
004300*                 BLANK TERM AND IS TAKEN BY THE NEXT TERM CLOSE.
004310* 10/15/2026 JC  A LOOKUP CARD CARRYING A NEW GRADE NO LONGER
004320*                 REWRITES THE MASTER.  THE CHANGE IS QUEUED ON
004330*                 THE PENDING GRADE-CHANGE FILE (PENDCHG, KEYED ON
004340*                 STUDENT ID AND REFERENCE) WITH THE OPERATOR AS
004350*                 REQUESTER, A REASON (NEW ON THE CARD) AND THE
004360*                 TERM, AND ONLY POSTS TO THE MASTER AND THE
004370*                 AUDIT FILE WHEN A SECOND PERSON APPROVES IT IN
004380*                 THE GRADE APPROVAL RUN.  THE AUDIT RECORD NOW
004390*                 ENDS WITH THE APPROVER; THE MERGE AND LAPSE
004400*                 ENTRIES WRITTEN HERE CARRY NONE.
004410* 10/15/2026 JC  A WITHDRAWN MARK NOW REMEMBERS ITS DATE THE WAY
004420*                 AN INCOMPLETE DOES, ON THE MASTER (RAWFEED AND
004430*                 GRADE SHEETS) AND ON EACH ENROLLMENT (ENRLTRAN,
004440*                 DATE AS PUNCHED OR THE RUN DATE), SO THE
004450*                 ENROLLMENT VERIFICATION FEED CAN REPORT WHEN A
004460*                 WITHDRAWAL TOOK EFFECT.  THE AGING PASS STILL
004470*                 LOOKS ONLY AT INCOMPLETES.
004480* 10/15/2026 JC  THE MERGE AUDIT RECORD NEVER NAMED THE DUPLICATE
004490*                 ID IT FOLDED AWAY -- ONLY THE SURVIVOR -- SO
004500*                 NOTHING COULD TELL LATER WHETHER A DEAD ID HAD
004510*                 CREPT BACK ONTO ANOTHER FILE.  THE AUDIT RECORD
004520*                 NOW ENDS WITH THE MERGED-AWAY ID (ZERO ON LAPSE
004530*                 ENTRIES) FOR THE INTEGRITY SWEEP TO READ.
004540* 10/15/2026 JC  A MERGE NOW CARRIES THE DUPLICATE'S ACADEMIC
004550*                 HISTORY TO THE SURVIVOR AS WELL AS ITS
004560*                 ENROLLMENTS -- COURSE ROWS RE-KEYED (TO THE NEXT
004570*                 ATTEMPT WHEN THE SURVIVOR HOLDS THE SAME ONE),
004580*                 TERM-TOTAL ROWS MOVED OR FOLDED INTO THE
004590*                 SURVIVOR'S, AND THE SURVIVOR'S TERM AND
004600*                 CUMULATIVE AVERAGES RESTATED WITH THE TERM-CLOSE
004610*                 RULES.  EVERY ROW IS WRITTEN UNDER THE SURVIVOR
004620*                 BEFORE THE DUPLICATE'S COPY IS DELETED, AND ALL
004630*                 ROOM IS CHECKED BEFORE ANYTHING MOVES, SO A ROW
004640*                 WITH NO FREE ATTEMPT NUMBER REJECTS THE MERGE
004650*                 INSTEAD OF LOSING THE COURSE.  A MERGE IS ALSO
004660*                 REJECTED WHILE THE DUPLICATE HAS A LEDGER
004670*                 ACCOUNT OR A GRADE CHANGE AWAITING APPROVAL;
004680*                 THOSE ARE SETTLED UNDER THE DUPLICATE FIRST.
004690* 10/15/2026 JC  A GRADE OR MARK POSTED ("C" ON ENRLTRAN) TO AN
004700*                 ENROLLMENT THE TERM CLOSE HAS ALREADY FROZEN
004710*                 INTO ACADHIST, AND AN INCOMPLETE LAPSED TO F
004720*                 AFTER ITS TERM CLOSED, NOW CHANGE THE HISTORY
004730*                 COURSE ROW AS WELL AND RESTATE THE STUDENT'S
004740*                 TERM AND CUMULATIVE AVERAGES WITH THE MERGE'S
004750*                 RESTATE LOGIC; BEFORE, THE HISTORY KEPT THE OLD
004760*                 "I" AND THE TRANSCRIPT DISAGREED WITH THE AID
004770*                 EXTRACT.  A DROP ("D") OF A CLOSED-TERM COURSE
004780*                 IS REJECTED -- A W MARK POSTED BY A "C"
004790*                 WITHDRAWS IT.
004800*----------------------------------------------------------------
004810
004820 ENVIRONMENT DIVISION.
004830 INPUT-OUTPUT SECTION.
004840 FILE-CONTROL.
004850     SELECT OPTIONAL StudentFile ASSIGN TO "STUDENTS"
004860         ORGANIZATION IS INDEXED
004870         ACCESS MODE IS DYNAMIC
004880         RECORD KEY IS StudentID.
004890
004900     SELECT OPTIONAL LookupFile ASSIGN TO "LOOKUP"
004910         ORGANIZATION IS LINE SEQUENTIAL.
004920
004930     SELECT OPTIONAL PendingChangeFile ASSIGN TO "PENDCHG"
004940         ORGANIZATION IS INDEXED
004950         ACCESS MODE IS DYNAMIC
004960         RECORD KEY IS PD-KEY.
004970
004980     SELECT OPTIONAL RejectFile ASSIGN TO "REJECTS"
004990         ORGANIZATION IS LINE SEQUENTIAL.
005000
005010     SELECT ReportFile ASSIGN TO "REPORT"
005020         ORGANIZATION IS LINE SEQUENTIAL.
005030
005040     SELECT WorkFile ASSIGN TO "WORKFIL"
005050         ORGANIZATION IS LINE SEQUENTIAL.
005060
005070     SELECT SortFile ASSIGN TO "SORTWK1".
005080
005090     SELECT SortedFile ASSIGN TO "SORTED"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005110
005120     SELECT HistoryFile ASSIGN TO "HISTORY"
005130         ORGANIZATION IS LINE SEQUENTIAL.
005140
005150     SELECT OPTIONAL CheckpointFile ASSIGN TO "CHKPT"
005160         ORGANIZATION IS LINE SEQUENTIAL.
005170
005180     SELECT ExtractFile ASSIGN TO "EXTRACT"
005190         ORGANIZATION IS LINE SEQUENTIAL.
005200
005210     SELECT DupSortedFile ASSIGN TO "DUPSRT"
005220         ORGANIZATION IS LINE SEQUENTIAL.
005230
005240     SELECT DuplicateFile ASSIGN TO "DUPRPT"
005250         ORGANIZATION IS LINE SEQUENTIAL.
005260
005270     SELECT OPTIONAL AuditFile ASSIGN TO "AUDIT"
005280         ORGANIZATION IS LINE SEQUENTIAL.
005290
005300     SELECT OPTIONAL RawStudentFile ASSIGN TO "RAWFEED"
005310         ORGANIZATION IS LINE SEQUENTIAL.
005320
005330     SELECT DupSortFile ASSIGN TO "DUPWK1".
005340
005350     SELECT OPTIONAL EnrollmentFile ASSIGN TO "ENROLL"
005360         ORGANIZATION IS INDEXED
005370         ACCESS MODE IS DYNAMIC
005380         RECORD KEY IS EN-KEY.
005390
005400     SELECT OPTIONAL AcadHistFile ASSIGN TO "ACADHIST"
005410         ORGANIZATION IS INDEXED
005420         ACCESS MODE IS DYNAMIC
005430         RECORD KEY IS AC-KEY.
005440
005450     SELECT OPTIONAL LedgerFile ASSIGN TO "LEDGER"
005460         ORGANIZATION IS INDEXED
005470         ACCESS MODE IS DYNAMIC
005480         RECORD KEY IS LG-KEY.
005490
005500     SELECT EnrollRejectFile ASSIGN TO "ENRLREJ"
005510         ORGANIZATION IS LINE SEQUENTIAL.
005520
005530     SELECT OPTIONAL EnrollTranFile ASSIGN TO "ENRLTRAN"
005540         ORGANIZATION IS LINE SEQUENTIAL.
005550
005560     SELECT EnrollTranReportFile ASSIGN TO "ENRLTRPT"
005570         ORGANIZATION IS LINE SEQUENTIAL.
005580
005590     SELECT EnrollTranRejectFile ASSIGN TO "ENRLTREJ"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005610
005620     SELECT OPTIONAL CarryWorkFile ASSIGN TO "CARRYWK"
005630         ORGANIZATION IS LINE SEQUENTIAL.
005640
005650     SELECT OPTIONAL RunControlFile ASSIGN TO "RUNCTL"
005660         ORGANIZATION IS LINE SEQUENTIAL.
005670
005680     SELECT OPTIONAL SectionMasterFile ASSIGN TO "SECTMAST"
005690         ORGANIZATION IS LINE SEQUENTIAL.
005700
005710     SELECT OPTIONAL CatalogFile ASSIGN TO "CATALOG"
005720         ORGANIZATION IS INDEXED
005730         ACCESS MODE IS DYNAMIC
005740         RECORD KEY IS CT-CourseCode.
005750
005760     SELECT SectionLoadFile ASSIGN TO "SECTLOAD"
005770         ORGANIZATION IS LINE SEQUENTIAL.
005780
005790     SELECT OPTIONAL ThresholdFile ASSIGN TO "THRESHLD"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005810
005820     SELECT DeansListFile ASSIGN TO "DEANSRPT"
005830         ORGANIZATION IS LINE SEQUENTIAL.
005840
005850     SELECT ProbationFile ASSIGN TO "PROBRPT"
005860         ORGANIZATION IS LINE SEQUENTIAL.
005870
005880     SELECT LetterFile ASSIGN TO "LETTERS"
005890         ORGANIZATION IS LINE SEQUENTIAL.
005900
005910     SELECT OPTIONAL CorrectionFile ASSIGN TO "CORRECT"
005920         ORGANIZATION IS LINE SEQUENTIAL.
005930
005940     SELECT AgingReportFile ASSIGN TO "AGERPT"
005950         ORGANIZATION IS LINE SEQUENTIAL.
005960
005970     SELECT BalanceReportFile ASSIGN TO "BALRPT"
005980         ORGANIZATION IS LINE SEQUENTIAL.
005990
006000     SELECT TranReportFile ASSIGN TO "TRANRPT"
006010         ORGANIZATION IS LINE SEQUENTIAL.
006020
006030     SELECT TranRejectFile ASSIGN TO "TRANREJ"
006040         ORGANIZATION IS LINE SEQUENTIAL.
006050
006060     SELECT OPTIONAL TermCalendarFile ASSIGN TO "TERMCAL"
006070         ORGANIZATION IS LINE SEQUENTIAL.
006080
006090     SELECT OPTIONAL GradeSheetFile ASSIGN TO "GRADESHT"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006110
006120     SELECT SheetReportFile ASSIGN TO "SHEETRPT"
006130         ORGANIZATION IS LINE SEQUENTIAL.
006140
006150     SELECT ChaseReportFile ASSIGN TO "CHASERPT"
006160         ORGANIZATION IS LINE SEQUENTIAL.
006170
006180     SELECT IncompleteAgingFile ASSIGN TO "INCAGRPT"
006190         ORGANIZATION IS LINE SEQUENTIAL.
006200
006210     SELECT RepeatReportFile ASSIGN TO "REPEATS"
006220         ORGANIZATION IS LINE SEQUENTIAL.
006230
006240     SELECT NameWorkFile ASSIGN TO "NAMEWK"
006250         ORGANIZATION IS LINE SEQUENTIAL.
006260
006270     SELECT NameSortFile ASSIGN TO "NMSRTWK".
006280
006290     SELECT NameSortedFile ASSIGN TO "NMSRT"
006300         ORGANIZATION IS LINE SEQUENTIAL.
006310
006320     SELECT NameMatchFile ASSIGN TO "NAMEDUP"
006330         ORGANIZATION IS LINE SEQUENTIAL.
006340
006350
006360     SELECT OPTIONAL RerunCardFile ASSIGN TO "RERUNCRD"
006370         ORGANIZATION IS LINE SEQUENTIAL.
006380
006390     SELECT RankWorkFile ASSIGN TO "RANKWK"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006410
006420     SELECT RankSortFile ASSIGN TO "RKSRTWK".
006430
006440     SELECT RankSortedFile ASSIGN TO "RKSRT"
006450         ORGANIZATION IS LINE SEQUENTIAL.
006460
006470     SELECT RankSectFile ASSIGN TO "RKSECT"
006480         ORGANIZATION IS LINE SEQUENTIAL.
006490
006500     SELECT RankReportFile ASSIGN TO "RANKRPT"
006510         ORGANIZATION IS LINE SEQUENTIAL.
006520
006530 DATA DIVISION.
006540 FILE SECTION.
006550 FD  StudentFile.
006560 01  StudentRecord.
006570     05  StudentID           PIC 9(05).
006580     05  StudentName         PIC A(30).
006590     05  StudentGrade        PIC 9(03).
006600     05  ClassSection        PIC X(04).
006610     05  CreditHours         PIC 9(01).
006620     05  StudentStatus       PIC X(01).
006630     05  StudentMark         PIC X(01).
006640     05  StudentMarkDate     PIC 9(08).
006650
006660 FD  AuditFile.
006670 01  AUDIT-RECORD.
006680     05  AU-RunDate          PIC 9(08).
006690     05  FILLER              PIC X(01)   VALUE SPACE.
006700     05  AU-StudentID        PIC 9(05).
006710     05  FILLER              PIC X(01)   VALUE SPACE.
006720     05  AU-ClassSection     PIC X(04).
006730     05  FILLER              PIC X(01)   VALUE SPACE.
006740     05  AU-OldGrade         PIC 9(03).
006750     05  FILLER              PIC X(01)   VALUE SPACE.
006760     05  AU-NewGrade         PIC 9(03).
006770     05  FILLER              PIC X(01)   VALUE SPACE.
006780     05  AU-Operator         PIC X(08).
006790     05  FILLER              PIC X(01)   VALUE SPACE.
006800     05  AU-Reference        PIC X(08).
006810     05  FILLER              PIC X(01)   VALUE SPACE.
006820     05  AU-TermCode         PIC X(06).
006830     05  FILLER              PIC X(01)   VALUE SPACE.
006840     05  AU-Approver         PIC X(08).
006850     05  FILLER              PIC X(01)   VALUE SPACE.
006860     05  AU-MergedID         PIC 9(05).
006870
006880 FD  LookupFile.
006890 01  LOOKUP-RECORD.
006900     05  LK-StudentID        PIC 9(05).
006910     05  LK-NewGrade         PIC 9(03).
006920     05  LK-GRADE-PRESENT    PIC X(01).
006930     05  LK-Operator         PIC X(08).
006940     05  LK-Reference        PIC X(08).
006950     05  LK-Reason           PIC X(30).
006960
006970 FD  PendingChangeFile.
006980 01  PENDING-CHANGE-RECORD.
006990     05  PD-KEY.
007000         10  PD-StudentID    PIC 9(05).
007010         10  PD-Reference    PIC X(08).
007020     05  PD-ClassSection     PIC X(04).
007030     05  PD-OldGrade         PIC 9(03).
007040     05  PD-NewGrade         PIC 9(03).
007050     05  PD-Requester        PIC X(08).
007060     05  PD-Reason           PIC X(30).
007070     05  PD-RequestDate      PIC 9(08).
007080     05  PD-TermCode         PIC X(06).
007090     05  PD-Status           PIC X(01).
007100     05  PD-Approver         PIC X(08).
007110     05  PD-DecisionDate     PIC 9(08).
007120
007130 FD  RejectFile.
007140 01  REJECT-RECORD.
007150     05  RJ-StudentID        PIC 9(05).
007160     05  RJ-StudentName      PIC A(30).
007170     05  RJ-StudentGrade     PIC 9(03).
007180     05  RJ-ClassSection     PIC X(04).
007190     05  RJ-CreditHours      PIC 9(01).
007200     05  FILLER              PIC X(01)   VALUE SPACE.
007210     05  RJ-REASON-CODE      PIC X(04).
007220     05  FILLER              PIC X(01)   VALUE SPACE.
007230     05  RJ-REASON-TEXT      PIC X(40).
007240     05  FILLER              PIC X(01)   VALUE SPACE.
007250     05  RJ-RejectDate       PIC 9(08).
007260
007270 FD  ReportFile.
007280 01  REPORT-LINE                PIC X(80).
007290
007300 FD  WorkFile.
007310 01  WORK-RECORD.
007320     05  WK-ClassSection     PIC X(04).
007330     05  WK-StudentID        PIC 9(05).
007340     05  WK-StudentName      PIC A(30).
007350     05  WK-StudentGrade     PIC 9(03).
007360     05  WK-CreditHours      PIC 9(01).
007370     05  WK-Mark             PIC X(01).
007380
007390 SD  SortFile.
007400 01  SORT-RECORD.
007410     05  SR-ClassSection     PIC X(04).
007420     05  SR-StudentID        PIC 9(05).
007430     05  SR-StudentName      PIC A(30).
007440     05  SR-StudentGrade     PIC 9(03).
007450     05  SR-CreditHours      PIC 9(01).
007460     05  SR-Mark             PIC X(01).
007470
007480 FD  SortedFile.
007490 01  SORTED-RECORD.
007500     05  SO-ClassSection     PIC X(04).
007510     05  SO-StudentID        PIC 9(05).
007520     05  SO-StudentName      PIC A(30).
007530     05  SO-StudentGrade     PIC 9(03).
007540     05  SO-CreditHours      PIC 9(01).
007550     05  SO-Mark             PIC X(01).
007560
007570 FD  HistoryFile.
007580 01  HISTORY-RECORD.
007590     05  HY-RunDate          PIC 9(08).
007600     05  FILLER              PIC X(01)   VALUE SPACE.
007610     05  HY-StudentCount     PIC 9(05).
007620     05  FILLER              PIC X(01)   VALUE SPACE.
007630     05  HY-AverageGrade     PIC 999V9.
007640     05  FILLER              PIC X(01)   VALUE SPACE.
007650     05  HY-TermCode         PIC X(06).
007660     05  FILLER              PIC X(01)   VALUE SPACE.
007670     05  HY-CycleNumber      PIC 9(03).
007680
007690 FD  CheckpointFile.
007700 01  CHECKPOINT-RECORD.
007710     05  CK-LastStudentID    PIC 9(05).
007720     05  CK-StudentCount     PIC 9(05).
007730     05  CK-QualityPoints    PIC 9(09).
007740     05  CK-CreditHours      PIC 9(07).
007750     05  CK-RejectCount      PIC 9(05).
007760     05  CK-DuplicateCount   PIC 9(05).
007770     05  CK-GradeA-Count     PIC 9(05).
007780     05  CK-GradeB-Count     PIC 9(05).
007790     05  CK-GradeC-Count     PIC 9(05).
007800     05  CK-GradeD-Count     PIC 9(05).
007810     05  CK-GradeF-Count     PIC 9(05).
007820     05  CK-HighGrade        PIC 9(03).
007830     05  CK-LowGrade         PIC 9(03).
007840
007850 FD  ExtractFile.
007860 01  EXTRACT-RECORD.
007870     05  EX-StudentID        PIC 9(05).
007880     05  EX-StudentName      PIC A(30).
007890     05  EX-AverageToDate    PIC 999V9.
007900     05  EX-TermCode         PIC X(06).
007910     05  EX-CycleNumber      PIC 9(03).
007920     05  EX-ShopRank         PIC 9(05).
007930     05  EX-ShopPctl         PIC 9(03).
007940     05  EX-SectRank         PIC 9(05).
007950     05  EX-SectPctl         PIC 9(03).
007960
007970 FD  DupSortedFile.
007980 01  DUP-SORTED-RECORD.
007990     05  DS-ClassSection     PIC X(04).
008000     05  DS-StudentID        PIC 9(05).
008010     05  DS-StudentName      PIC A(30).
008020     05  DS-StudentGrade     PIC 9(03).
008030     05  DS-CreditHours      PIC 9(01).
008040     05  DS-Status           PIC X(01).
008050     05  DS-Mark             PIC X(01).
008060     05  DS-TranCode         PIC X(01).
008070
008080 SD  DupSortFile.
008090 01  DUP-SORT-RECORD.
008100     05  DR-ClassSection     PIC X(04).
008110     05  DR-StudentID        PIC 9(05).
008120     05  DR-StudentName      PIC A(30).
008130     05  DR-StudentGrade     PIC 9(03).
008140     05  DR-CreditHours      PIC 9(01).
008150     05  DR-Status           PIC X(01).
008160     05  DR-Mark             PIC X(01).
008170     05  DR-TranCode         PIC X(01).
008180
008190 FD  DuplicateFile.
008200 01  DUPLICATE-RECORD.
008210     05  DP-StudentID        PIC 9(05).
008220     05  FILLER              PIC X(01)   VALUE SPACE.
008230     05  DP-StudentName      PIC A(30).
008240     05  FILLER              PIC X(01)   VALUE SPACE.
008250     05  DP-ClassSection     PIC X(04).
008260     05  FILLER              PIC X(01)   VALUE SPACE.
008270     05  DP-REASON-TEXT      PIC X(40).
008280
008290 FD  RawStudentFile.
008300 01  RAW-STUDENT-RECORD.
008310     05  RW-ClassSection     PIC X(04).
008320     05  RW-StudentID        PIC 9(05).
008330     05  RW-StudentName      PIC A(30).
008340     05  RW-StudentGrade     PIC 9(03).
008350     05  RW-CreditHours      PIC 9(01).
008360     05  RW-Status           PIC X(01).
008370     05  RW-Mark             PIC X(01).
008380     05  RW-TranCode         PIC X(01).
008390
008400 FD  TranReportFile.
008410 01  TRAN-REPORT-LINE           PIC X(80).
008420
008430 FD  TranRejectFile.
008440 01  TRAN-REJECT-RECORD.
008450     05  TX-TranCode         PIC X(01).
008460     05  FILLER              PIC X(01)   VALUE SPACE.
008470     05  TX-StudentID        PIC 9(05).
008480     05  FILLER              PIC X(01)   VALUE SPACE.
008490     05  TX-StudentName      PIC A(30).
008500     05  FILLER              PIC X(01)   VALUE SPACE.
008510     05  TX-REASON-TEXT      PIC X(40).
008520
008530 FD  RunControlFile.
008540 01  RUN-CONTROL-RECORD.
008550     05  RN-RunDate          PIC 9(08).
008560     05  FILLER              PIC X(01)   VALUE SPACE.
008570     05  RN-CycleNumber      PIC 9(03).
008580     05  FILLER              PIC X(01)   VALUE SPACE.
008590     05  RN-ReadCount        PIC 9(05).
008600     05  FILLER              PIC X(01)   VALUE SPACE.
008610     05  RN-AcceptedCount    PIC 9(05).
008620     05  FILLER              PIC X(01)   VALUE SPACE.
008630     05  RN-RejectCount      PIC 9(05).
008640     05  FILLER              PIC X(01)   VALUE SPACE.
008650     05  RN-DetailCount      PIC 9(05).
008660     05  FILLER              PIC X(01)   VALUE SPACE.
008670     05  RN-ExtractCount     PIC 9(05).
008680     05  FILLER              PIC X(01)   VALUE SPACE.
008690     05  RN-RawReadCount     PIC 9(05).
008700     05  FILLER              PIC X(01)   VALUE SPACE.
008710     05  RN-TranAppliedCount PIC 9(05).
008720     05  FILLER              PIC X(01)   VALUE SPACE.
008730     05  RN-TranRejectCount  PIC 9(05).
008740     05  FILLER              PIC X(01)   VALUE SPACE.
008750     05  RN-BALANCE-FLAG     PIC X(01).
008760
008770 FD  SectionMasterFile.
008780 01  SECTION-MASTER-RECORD.
008790     05  SM-SectionCode      PIC X(04).
008800     05  SM-CourseTitle      PIC X(20).
008810     05  SM-Instructor       PIC X(20).
008820     05  SM-Capacity         PIC 9(03).
008830     05  SM-CourseCode       PIC X(06).
008840
008850 FD  CatalogFile.
008860 01  CATALOG-RECORD.
008870     05  CT-CourseCode       PIC X(06).
008880     05  CT-CourseTitle      PIC X(30).
008890     05  CT-Department       PIC X(04).
008900     05  CT-CreditHours      PIC 9(01).
008910     05  CT-Prerequisite     PIC X(06)   OCCURS 3 TIMES.
008920
008930 FD  SectionLoadFile.
008940 01  SECTION-LOAD-LINE          PIC X(80).
008950
008960 FD  ThresholdFile.
008970 01  THRESHOLD-RECORD.
008980     05  TH-HighThreshold    PIC 999V9.
008990     05  TH-LowThreshold     PIC 999V9.
009000
009010 FD  DeansListFile.
009020 01  DEANS-LINE                 PIC X(80).
009030
009040 FD  ProbationFile.
009050 01  PROBATION-LINE             PIC X(80).
009060
009070 FD  LetterFile.
009080 01  LETTER-RECORD.
009090     05  LT-StudentID        PIC 9(05).
009100     05  FILLER              PIC X(01)   VALUE SPACE.
009110     05  LT-StudentName      PIC A(30).
009120     05  FILLER              PIC X(01)   VALUE SPACE.
009130     05  LT-ClassSection     PIC X(04).
009140     05  FILLER              PIC X(01)   VALUE SPACE.
009150     05  LT-Average          PIC 999V9.
009160     05  FILLER              PIC X(01)   VALUE SPACE.
009170     05  LT-Action           PIC X(10).
009180     05  FILLER              PIC X(01)   VALUE SPACE.
009190     05  LT-TermCode         PIC X(06).
009200     05  FILLER              PIC X(01)   VALUE SPACE.
009210     05  LT-CycleNumber      PIC 9(03).
009220
009230 FD  CorrectionFile.
009240 01  CORRECTION-RECORD.
009250     05  CR-StudentID        PIC 9(05).
009260     05  CR-FieldCode        PIC X(04).
009270     05  CR-NewValue         PIC X(30).
009280
009290 FD  AgingReportFile.
009300 01  AGING-LINE                 PIC X(80).
009310
009320 FD  BalanceReportFile.
009330 01  BALANCE-LINE               PIC X(80).
009340
009350 FD  EnrollmentFile.
009360 01  ENROLLMENT-RECORD.
009370     05  EN-KEY.
009380         10  EN-StudentID    PIC 9(05).
009390         10  EN-CourseCode   PIC X(06).
009400         10  EN-Attempt      PIC 9(02).
009410     05  EN-Grade            PIC 9(03).
009420     05  EN-CreditHours      PIC 9(01).
009430     05  EN-Mark             PIC X(01).
009440     05  EN-MarkDate         PIC 9(08).
009450     05  EN-TermCode         PIC X(06).
009460
009470 FD  AcadHistFile.
009480 01  ACAD-HIST-RECORD.
009490     05  AC-KEY.
009500         10  AC-StudentID    PIC 9(05).
009510         10  AC-TermCode     PIC X(06).
009520         10  AC-RecType      PIC X(01).
009530         10  AC-CourseCode   PIC X(06).
009540         10  AC-Attempt      PIC 9(02).
009550     05  AC-REST             PIC X(35).
009560     05  AC-COURSE-FIELDS    REDEFINES AC-REST.
009570         10  AC-Grade        PIC 9(03).
009580         10  AC-CreditHours  PIC 9(01).
009590         10  AC-Mark         PIC X(01).
009600         10  FILLER          PIC X(30).
009610     05  AC-TOTAL-FIELDS     REDEFINES AC-REST.
009620         10  AC-TermHours    PIC 9(03).
009630         10  AC-TermPoints   PIC 9(05).
009640         10  AC-TermAverage  PIC 999V9.
009650         10  AC-CumHours     PIC 9(04).
009660         10  AC-CumPoints    PIC 9(07).
009670         10  AC-CumAverage   PIC 999V9.
009680         10  AC-CloseDate    PIC 9(08).
009690
009700 FD  LedgerFile.
009710 01  LEDGER-RECORD.
009720     05  LG-KEY.
009730         10  LG-StudentID    PIC 9(05).
009740         10  LG-RecType      PIC X(01).
009750         10  LG-ItemDate     PIC 9(08).
009760         10  LG-ItemSeq      PIC 9(03).
009770     05  LG-REST             PIC X(60).
009780
009790 FD  EnrollRejectFile.
009800 01  ENROLL-REJECT-RECORD.
009810     05  EJ-ENROLLMENT-IMAGE PIC X(32).
009820     05  FILLER              PIC X(01)   VALUE SPACE.
009830     05  EJ-REASON-TEXT      PIC X(40).
009840
009850 FD  EnrollTranFile.
009860 01  ENROLL-TRAN-RECORD.
009870     05  ET-StudentID        PIC 9(05).
009880     05  ET-CourseCode       PIC X(06).
009890     05  ET-Attempt          PIC 9(02).
009900     05  ET-Grade            PIC 9(03).
009910     05  ET-CreditHours      PIC 9(01).
009920     05  ET-Mark             PIC X(01).
009930     05  ET-MarkDate         PIC 9(08).
009940     05  ET-TranCode         PIC X(01).
009950
009960 FD  EnrollTranReportFile.
009970 01  ENROLL-TRAN-REPORT-LINE    PIC X(80).
009980
009990 FD  EnrollTranRejectFile.
010000 01  ENROLL-TRAN-REJECT-RECORD.
010010     05  ER-TRAN-IMAGE       PIC X(27).
010020     05  FILLER              PIC X(01)   VALUE SPACE.
010030     05  ER-REASON-TEXT      PIC X(40).
010040
010050 FD  CarryWorkFile.
010060 01  CARRY-WORK-RECORD          PIC X(98).
010070
010080 FD  TermCalendarFile.
010090 01  TERM-CAL-RECORD.
010100     05  TC-TermCode         PIC X(06).
010110     05  TC-StartDate        PIC 9(08).
010120     05  TC-EndDate          PIC 9(08).
010130     05  TC-GradeDeadline    PIC 9(08).
010140
010150 FD  GradeSheetFile.
010160 01  GRADE-SHEET-RECORD         PIC X(29).
010170
010180 FD  SheetReportFile.
010190 01  SHEET-REPORT-LINE          PIC X(80).
010200
010210 FD  ChaseReportFile.
010220 01  CHASE-LINE                 PIC X(80).
010230
010240 FD  IncompleteAgingFile.
010250 01  INCAGE-LINE                PIC X(80).
010260
010270 FD  RepeatReportFile.
010280 01  REPEAT-LINE                PIC X(80).
010290
010300 FD  NameWorkFile.
010310 01  NAME-WORK-RECORD.
010320     05  NW-StudentName      PIC A(30).
010330     05  NW-StudentID        PIC 9(05).
010340     05  NW-ClassSection     PIC X(04).
010350     05  NW-Status           PIC X(01).
010360
010370 SD  NameSortFile.
010380 01  NAME-SORT-RECORD.
010390     05  NS-StudentName      PIC A(30).
010400     05  NS-StudentID        PIC 9(05).
010410     05  NS-ClassSection     PIC X(04).
010420     05  NS-Status           PIC X(01).
010430
010440 FD  NameSortedFile.
010450 01  NAME-SORTED-RECORD.
010460     05  NO-StudentName      PIC A(30).
010470     05  NO-StudentID        PIC 9(05).
010480     05  NO-ClassSection     PIC X(04).
010490     05  NO-Status           PIC X(01).
010500
010510 FD  NameMatchFile.
010520 01  NAME-MATCH-LINE            PIC X(80).
010530
010540
010550 FD  RerunCardFile.
010560 01  RERUN-CARD-RECORD          PIC X(80).
010570
010580 FD  RankWorkFile.
010590 01  RANK-WORK-RECORD.
010600     05  RK-ClassSection     PIC X(04).
010610     05  RK-StudentID        PIC 9(05).
010620     05  RK-StudentName      PIC A(30).
010630     05  RK-Average          PIC 999V9.
010640
010650 SD  RankSortFile.
010660 01  RANK-SORT-RECORD.
010670     05  RS-ClassSection     PIC X(04).
010680     05  RS-StudentID        PIC 9(05).
010690     05  RS-StudentName      PIC A(30).
010700     05  RS-Average          PIC 999V9.
010710
010720 FD  RankSortedFile.
010730 01  RANK-SORTED-RECORD.
010740     05  RO-ClassSection     PIC X(04).
010750     05  RO-StudentID        PIC 9(05).
010760     05  RO-StudentName      PIC A(30).
010770     05  RO-Average          PIC 999V9.
010780
010790 FD  RankSectFile.
010800 01  RANK-SECT-RECORD.
010810     05  RV-ClassSection     PIC X(04).
010820     05  RV-StudentID        PIC 9(05).
010830     05  RV-StudentName      PIC A(30).
010840     05  RV-Average          PIC 999V9.
010850
010860 FD  RankReportFile.
010870 01  RANK-REPORT-LINE           PIC X(80).
010880
010890 WORKING-STORAGE SECTION.
010900*----------------------------------------------------------------
010910* WORKING COPY OF THE INCOMING STUDENT RECORD
010920*----------------------------------------------------------------
010930 01  WS-STUDENT-RECORD.
010940     05  WS-StudentID        PIC 9(05).
010950     05  WS-StudentName      PIC A(30).
010960     05  WS-StudentGrade     PIC 9(03).
010970     05  WS-ClassSection     PIC X(04).
010980     05  WS-CreditHours      PIC 9(01).
010990     05  WS-StudentStatus    PIC X(01).
011000     05  WS-StudentMark      PIC X(01).
011010         88  WS-MARK-NONE                VALUE SPACE.
011020         88  WS-MARK-INCOMPLETE          VALUE "I".
011030         88  WS-MARK-WITHDRAWN           VALUE "W".
011040         88  WS-MARK-PASSFAIL            VALUE "P".
011050         88  WS-MARK-VALID               VALUES SPACE
011060                                         "I" "W" "P".
011070     05  WS-StudentMarkDate  PIC 9(08).
011080
011090*----------------------------------------------------------------
011100* SWITCHES
011110*----------------------------------------------------------------
011120 77  WS-EOF-SW               PIC X(01)   VALUE "N".
011130     88  WS-EOF                          VALUE "Y".
011140
011150 77  WS-SORTED-EOF-SW        PIC X(01)   VALUE "N".
011160     88  WS-SORTED-EOF                   VALUE "Y".
011170
011180 77  WS-DUP-SORTED-EOF-SW    PIC X(01)   VALUE "N".
011190     88  WS-DUP-SORTED-EOF               VALUE "Y".
011200
011210 77  WS-VALID-SW             PIC X(01)   VALUE "Y".
011220     88  WS-RECORD-VALID                 VALUE "Y".
011230     88  WS-RECORD-INVALID                VALUE "N".
011240
011250 77  WS-FIRST-SECTION-SW     PIC X(01)   VALUE "Y".
011260     88  WS-FIRST-SECTION                VALUE "Y".
011270     88  WS-NOT-FIRST-SECTION                VALUE "N".
011280
011290 77  WS-FIRST-DUP-SW         PIC X(01)   VALUE "Y".
011300     88  WS-FIRST-DUP                    VALUE "Y".
011310     88  WS-NOT-FIRST-DUP                VALUE "N".
011320
011330 77  WS-LOOKUP-EOF-SW        PIC X(01)   VALUE "N".
011340     88  WS-LOOKUP-EOF                   VALUE "Y".
011350
011360 77  WS-RESTART-SW           PIC X(01)   VALUE "N".
011370     88  WS-RESTARTING                   VALUE "Y".
011380     88  WS-NOT-RESTARTING                VALUE "N".
011390
011400*----------------------------------------------------------------
011410* ACCUMULATORS
011420*----------------------------------------------------------------
011430 77  WS-StudentCount         PIC 9(05)   VALUE 0.
011440 77  WS-TotalQualityPoints   PIC 9(09)   VALUE 0.
011450 77  WS-TotalCreditHours     PIC 9(07)   VALUE 0.
011460 77  WS-AverageGrade         PIC 999V9.
011470 77  WS-RejectCount          PIC 9(05)   VALUE 0.
011480
011490 77  WS-SectionCount         PIC 9(05)   VALUE 0.
011500 77  WS-SectionQualityPoints PIC 9(09)   VALUE 0.
011510 77  WS-SectionCreditHours   PIC 9(07)   VALUE 0.
011520 77  WS-SectionAverage       PIC 999V9.
011530 77  WS-PriorSection         PIC X(04).
011540 77  WS-RunDate              PIC 9(08).
011550
011560*----------------------------------------------------------------
011570* LETTER-GRADE HISTOGRAM AND HIGH/LOW GRADE SEEN
011580*----------------------------------------------------------------
011590 77  WS-GradeA-Count         PIC 9(05)   VALUE 0.
011600 77  WS-GradeB-Count         PIC 9(05)   VALUE 0.
011610 77  WS-GradeC-Count         PIC 9(05)   VALUE 0.
011620 77  WS-GradeD-Count         PIC 9(05)   VALUE 0.
011630 77  WS-GradeF-Count         PIC 9(05)   VALUE 0.
011640 77  WS-HighGrade            PIC 9(03)   VALUE 0.
011650 77  WS-LowGrade             PIC 9(03)   VALUE 999.
011660
011670*----------------------------------------------------------------
011680* DUPLICATE-STUDENT-ID RECONCILIATION WORK AREA
011690*----------------------------------------------------------------
011700 77  WS-PriorDupStudentID    PIC 9(05)   VALUE 0.
011710 77  WS-DuplicateCount       PIC 9(05)   VALUE 0.
011720
011730*----------------------------------------------------------------
011740* CHECKPOINT/RESTART WORK AREA
011750*----------------------------------------------------------------
011760 77  WS-CHECKPOINT-INTERVAL  PIC 9(05)   VALUE 500.
011770 77  WS-RECS-SINCE-CHECKPT   PIC 9(05)   VALUE 0.
011780
011790 01  WS-CHECKPOINT-RECORD.
011800     05  WS-CK-LastStudentID PIC 9(05).
011810     05  WS-CK-StudentCount  PIC 9(05).
011820     05  WS-CK-QualityPoints PIC 9(09).
011830     05  WS-CK-CreditHours   PIC 9(07).
011840     05  WS-CK-RejectCount   PIC 9(05).
011850     05  WS-CK-DuplicateCount PIC 9(05).
011860     05  WS-CK-GradeA-Count  PIC 9(05).
011870     05  WS-CK-GradeB-Count  PIC 9(05).
011880     05  WS-CK-GradeC-Count  PIC 9(05).
011890     05  WS-CK-GradeD-Count  PIC 9(05).
011900     05  WS-CK-GradeF-Count  PIC 9(05).
011910     05  WS-CK-HighGrade     PIC 9(03).
011920     05  WS-CK-LowGrade      PIC 9(03).
011930
011940* CARRIED-FORWARD TOTALS RESTORED FROM A CHECKPOINT ON RESTART,
011950* AND THIS SEGMENT'S OWN RUNNING COUNT/TOTAL WHILE IT IS BUILT.
011960 77  WS-CKPT-StudentCount    PIC 9(05)   VALUE 0.
011970 77  WS-CKPT-QualityPoints   PIC 9(09)   VALUE 0.
011980 77  WS-CKPT-CreditHours     PIC 9(07)   VALUE 0.
011990 77  WS-CKPT-RejectCount     PIC 9(05)   VALUE 0.
012000 77  WS-CKPT-DuplicateCount  PIC 9(05)   VALUE 0.
012010 77  WS-CKPT-GradeA-Count    PIC 9(05)   VALUE 0.
012020 77  WS-CKPT-GradeB-Count    PIC 9(05)   VALUE 0.
012030 77  WS-CKPT-GradeC-Count    PIC 9(05)   VALUE 0.
012040 77  WS-CKPT-GradeD-Count    PIC 9(05)   VALUE 0.
012050 77  WS-CKPT-GradeF-Count    PIC 9(05)   VALUE 0.
012060 77  WS-CKPT-HighGrade       PIC 9(03)   VALUE 0.
012070 77  WS-CKPT-LowGrade        PIC 9(03)   VALUE 999.
012080 77  WS-EditCount            PIC 9(05)   VALUE 0.
012090 77  WS-EditQualityPoints    PIC 9(09)   VALUE 0.
012100 77  WS-EditCreditHours      PIC 9(07)   VALUE 0.
012110
012120* LIVE, RUN-LONG GRADE HISTOGRAM AND HIGH/LOW, TALLIED AS EACH
012130* RECORD IS EDITED SO 2500-WRITE-CHECKPOINT HAS THIS SEGMENT'S
012140* PROGRESS TO FOLD IN, THE SAME WAY WS-EditCount ALREADY DOES
012150* FOR THE STUDENT COUNT.
012160 77  WS-EditGradeA-Count     PIC 9(05)   VALUE 0.
012170 77  WS-EditGradeB-Count     PIC 9(05)   VALUE 0.
012180 77  WS-EditGradeC-Count     PIC 9(05)   VALUE 0.
012190 77  WS-EditGradeD-Count     PIC 9(05)   VALUE 0.
012200 77  WS-EditGradeF-Count     PIC 9(05)   VALUE 0.
012210 77  WS-EditHighGrade        PIC 9(03)   VALUE 0.
012220 77  WS-EditLowGrade         PIC 9(03)   VALUE 999.
012230
012240*----------------------------------------------------------------
012250* WORKING COPY OF THE SORTED RECORD BEING PROCESSED
012260*----------------------------------------------------------------
012270 01  WS-SORTED-RECORD.
012280     05  WS-SO-ClassSection  PIC X(04).
012290     05  WS-SO-StudentID     PIC 9(05).
012300     05  WS-SO-StudentName   PIC A(30).
012310     05  WS-SO-StudentGrade  PIC 9(03).
012320     05  WS-SO-CreditHours   PIC 9(01).
012330     05  WS-SO-Mark          PIC X(01).
012340
012350*----------------------------------------------------------------
012360* WORKING COPY OF THE ID-SORTED RECORD USED FOR DUPLICATE
012370*     RECONCILIATION
012380*----------------------------------------------------------------
012390 01  WS-DUP-SORTED-RECORD.
012400     05  WS-DS-ClassSection  PIC X(04).
012410     05  WS-DS-StudentID     PIC 9(05).
012420     05  WS-DS-StudentName   PIC A(30).
012430     05  WS-DS-StudentGrade  PIC 9(03).
012440     05  WS-DS-CreditHours   PIC 9(01).
012450     05  WS-DS-Status        PIC X(01).
012460     05  WS-DS-Mark          PIC X(01).
012470     05  WS-DS-TranCode      PIC X(01).
012480
012490*----------------------------------------------------------------
012500* RAW-FEED MAINTENANCE WORK AREA -- ONE TRANSACTION AT A TIME IS
012510*     READ HERE AND APPLIED AGAINST THE INDEXED MASTER.
012520*----------------------------------------------------------------
012530 77  WS-RAW-EOF-SW           PIC X(01)   VALUE "N".
012540     88  WS-RAW-EOF                      VALUE "Y".
012550
012560 01  WS-RAW-RECORD.
012570     05  WS-RW-ClassSection  PIC X(04).
012580     05  WS-RW-StudentID     PIC 9(05).
012590     05  WS-RW-StudentName   PIC A(30).
012600*        ON AN "M" MERGE TRANSACTION THE NAME COLUMNS CARRY THE
012610*        SURVIVING STUDENT ID AND THE REQUESTING OPERATOR AND
012620*        REFERENCE INSTEAD OF A NAME.
012630     05  WS-RW-MERGE-FIELDS  REDEFINES WS-RW-StudentName.
012640         10  WS-RW-SurvivorID    PIC 9(05).
012650         10  WS-RW-MG-Operator   PIC X(08).
012660         10  WS-RW-MG-Reference  PIC X(08).
012670         10  FILLER              PIC X(09).
012680     05  WS-RW-StudentGrade  PIC 9(03).
012690     05  WS-RW-CreditHours   PIC 9(01).
012700     05  WS-RW-Status        PIC X(01).
012710     05  WS-RW-Mark          PIC X(01).
012720         88  WS-RW-MARK-VALID            VALUES SPACE
012730                                         "I" "W" "P".
012740     05  WS-RW-TranCode      PIC X(01).
012750         88  WS-RW-TRAN-ADD              VALUE "A".
012760         88  WS-RW-TRAN-CHANGE           VALUE "C".
012770         88  WS-RW-TRAN-DELETE           VALUE "D".
012780         88  WS-RW-TRAN-MERGE            VALUE "M".
012790
012800 77  WS-TRAN-ACTION          PIC X(08).
012810 77  WS-TRAN-REASON          PIC X(40).
012820
012830 77  WS-RawReadCount         PIC 9(05)   VALUE 0.
012840 77  WS-TranAddCount         PIC 9(05)   VALUE 0.
012850 77  WS-TranChangeCount      PIC 9(05)   VALUE 0.
012860 77  WS-TranDeleteCount      PIC 9(05)   VALUE 0.
012870 77  WS-TranMergeCount       PIC 9(05)   VALUE 0.
012880 77  WS-TranRejectCount      PIC 9(05)   VALUE 0.
012890
012900*----------------------------------------------------------------
012910* MERGE TRANSACTION WORK AREA -- THE DUPLICATE'S AND SURVIVOR'S
012920*     GRADES ARE HELD FOR THE AUDIT RECORD, AND THE DUPLICATE'S
012930*     ENROLLMENT RECORDS ARE RE-KEYED TO THE SURVIVOR BY KEY
012940*     BEFORE THE ROSTER PASS EVER SUMS THEM.
012950*----------------------------------------------------------------
012960 77  WS-MG-DupGrade          PIC 9(03)   VALUE 0.
012970 77  WS-MG-SurvGrade         PIC 9(03)   VALUE 0.
012980 77  WS-MG-SurvSection       PIC X(04)   VALUE SPACES.
012990 77  WS-MG-MergedID          PIC 9(05)   VALUE 0.
013000 77  WS-RekeyedCount         PIC 9(05)   VALUE 0.
013010 77  WS-HistRekeyedCount     PIC 9(05)   VALUE 0.
013020 77  WS-MG-HistMoved         PIC 9(05)   VALUE 0.
013030
013040 77  WS-MERGE-OK-SW          PIC X(01)   VALUE "Y".
013050     88  WS-MERGE-OK                     VALUE "Y".
013060     88  WS-MERGE-BLOCKED                VALUE "N".
013070
013080 77  WS-MG-SCAN-DONE-SW      PIC X(01)   VALUE "N".
013090     88  WS-MG-SCAN-DONE                 VALUE "Y".
013100
013110 77  WS-MG-PLACED-SW         PIC X(01)   VALUE "N".
013120     88  WS-MG-PLACED                    VALUE "Y".
013130
013140 77  WS-MG-ScanID            PIC 9(05)   VALUE 0.
013150 77  WS-MG-CourseRows        PIC 9(04)   COMP VALUE 0.
013160 77  WS-MG-TermRows          PIC 9(04)   COMP VALUE 0.
013170
013180*----------------------------------------------------------------
013190* KEYS OF THE DUPLICATE'S ROW BEING CHECKED OR MOVED -- A SCAN
013200*     RESTARTS AFTER THE SAVED KEY SINCE EVERY LOOKUP ON THE
013210*     SURVIVOR'S SIDE DISTURBS THE FILE POSITION.
013220*----------------------------------------------------------------
013230 01  WS-MG-ENROLL-KEY.
013240     05  WS-MG-EK-StudentID  PIC 9(05).
013250     05  WS-MG-EK-CourseCode PIC X(06).
013260     05  WS-MG-EK-Attempt    PIC 9(02).
013270
013280 01  WS-MG-HIST-KEY.
013290     05  WS-MG-HK-StudentID  PIC 9(05).
013300     05  WS-MG-HK-TermCode   PIC X(06).
013310     05  WS-MG-HK-RecType    PIC X(01).
013320     05  WS-MG-HK-CourseCode PIC X(06).
013330     05  WS-MG-HK-Attempt    PIC 9(02).
013340
013350 01  WS-ACAD-HIST-RECORD.
013360     05  WS-AC-KEY.
013370         10  WS-AC-StudentID     PIC 9(05).
013380         10  WS-AC-TermCode      PIC X(06).
013390         10  WS-AC-RecType       PIC X(01).
013400         10  WS-AC-CourseCode    PIC X(06).
013410         10  WS-AC-Attempt       PIC 9(02).
013420     05  WS-AC-REST          PIC X(35).
013430
013440*----------------------------------------------------------------
013450* HISTORY OF THE STUDENT IN WS-MG-RestateID -- THE SURVIVOR AFTER
013460*     A MERGE, OR A STUDENT WHOSE CLOSED-TERM COURSE ROW WAS JUST
013470*     CHANGED.  EVERY COURSE ROW, DATED BY THE CLOSE OF ITS TERM,
013480*     AND EVERY TERM-TOTAL ROW, SO EACH TERM TOTAL CAN BE RESTATED
013490*     THE WAY THE TERM CLOSE FIGURED IT: THE TERM'S OWN COURSES,
013500*     AND CUMULATIVELY EVERY COURSE IN A TERM CLOSED BY THEN.
013510*----------------------------------------------------------------
013520 77  WS-MG-RestateID         PIC 9(05)   VALUE 0.
013530
013540 77  WS-MG-HIST-FULL-SW      PIC X(01)   VALUE "N".
013550     88  WS-MG-HIST-FULL                 VALUE "Y".
013560
013570 77  WS-MH-MAX               PIC 9(04)   COMP VALUE 200.
013580 77  WS-MHCount              PIC 9(04)   COMP VALUE 0.
013590 77  WS-MH-SUB               PIC 9(04)   COMP VALUE 0.
013600 77  WS-MR-SUB               PIC 9(04)   COMP VALUE 0.
013610 77  WS-MTR-MAX              PIC 9(02)   COMP VALUE 40.
013620 77  WS-MTRCount             PIC 9(02)   COMP VALUE 0.
013630 77  WS-MTR-SUB              PIC 9(02)   COMP VALUE 0.
013640
013650 01  WS-MERGE-HIST-TABLE.
013660     05  WS-MH-ENTRY OCCURS 200 TIMES.
013670         10  WS-MHT-TermCode     PIC X(06).
013680         10  WS-MHT-CourseCode   PIC X(06).
013690         10  WS-MHT-Grade        PIC 9(03).
013700         10  WS-MHT-CreditHours  PIC 9(01).
013710         10  WS-MHT-Mark         PIC X(01).
013720         10  WS-MHT-CloseDate    PIC 9(08).
013730
013740 01  WS-MERGE-TERM-TABLE.
013750     05  WS-MTR-ENTRY OCCURS 40 TIMES.
013760         10  WS-MTRT-TermCode    PIC X(06).
013770         10  WS-MTRT-CloseDate   PIC 9(08).
013780
013790 77  WS-MG-SCOPE-SW          PIC X(01)   VALUE "T".
013800     88  WS-MG-SCOPE-TERM                VALUE "T".
013810     88  WS-MG-SCOPE-CUMULATIVE          VALUE "C".
013820
013830 77  WS-MG-BEST-SW           PIC X(01)   VALUE "Y".
013840     88  WS-MG-BEST-ATTEMPT              VALUE "Y".
013850     88  WS-MG-NOT-BEST-ATTEMPT          VALUE "N".
013860
013870 77  WS-MG-CurTermCode       PIC X(06)   VALUE SPACES.
013880 77  WS-MG-CurCloseDate      PIC 9(08)   VALUE 0.
013890 77  WS-MG-SumPoints         PIC 9(07)   VALUE 0.
013900 77  WS-MG-SumHours          PIC 9(04)   VALUE 0.
013910 77  WS-MG-TermPoints        PIC 9(05)   VALUE 0.
013920 77  WS-MG-TermHours         PIC 9(03)   VALUE 0.
013930
013940*----------------------------------------------------------------
013950* SAME-NAME RECONCILIATION WORK AREA -- THE MASTER IS UNLOADED
013960*     AND RESORTED BY STUDENT NAME SO THE SAME PERSON KEYED
013970*     UNDER TWO IDS SORTS ADJACENT AND CAN BE LISTED AS A
013980*     SUSPECTED PAIR FOR A CLERK TO CONFIRM -- NOTHING MERGES
013990*     AUTOMATICALLY OFF A NAME MATCH.
014000*----------------------------------------------------------------
014010 77  WS-NAME-EOF-SW          PIC X(01)   VALUE "N".
014020     88  WS-NAME-EOF                     VALUE "Y".
014030
014040 77  WS-NMSORT-EOF-SW        PIC X(01)   VALUE "N".
014050     88  WS-NMSORT-EOF                   VALUE "Y".
014060
014070 77  WS-FIRST-NAME-SW        PIC X(01)   VALUE "Y".
014080     88  WS-FIRST-NAME                   VALUE "Y".
014090     88  WS-NOT-FIRST-NAME               VALUE "N".
014100
014110 77  WS-PriorName            PIC A(30)   VALUE SPACES.
014120 77  WS-PriorNameID          PIC 9(05)   VALUE 0.
014130 77  WS-NameMatchCount       PIC 9(05)   VALUE 0.
014140
014150 01  WS-NAME-SORTED-RECORD.
014160     05  WS-NO-StudentName   PIC A(30).
014170     05  WS-NO-StudentID     PIC 9(05).
014180     05  WS-NO-ClassSection  PIC X(04).
014190     05  WS-NO-Status        PIC X(01).
014200
014210 01  WS-NAME-MATCH-HEADER-LINE.
014220     05  FILLER              PIC X(40)
014230         VALUE "SUSPECTED SAME STUDENT UNDER TWO IDS".
014240     05  FILLER              PIC X(40)   VALUE SPACES.
014250
014260 01  WS-NAME-MATCH-DETAIL-LINE.
014270     05  NM-StudentName      PIC A(30).
014280     05  FILLER              PIC X(02)   VALUE SPACES.
014290     05  NM-FirstID          PIC ZZZZ9.
014300     05  FILLER              PIC X(02)   VALUE SPACES.
014310     05  NM-SecondID         PIC ZZZZ9.
014320     05  FILLER              PIC X(36)   VALUE SPACES.
014330
014340*----------------------------------------------------------------
014350* RUN-CYCLE WORK AREA -- THE CUMULATIVE RUN-CONTROL FILE IS
014360*     SCANNED AT START OF RUN FOR THE HIGHEST CYCLE ALREADY
014370*     POSTED FOR TODAY'S DATE.  A FRESH RUN AGAINST A POSTED
014380*     DATE REFUSES UNLESS THE RERUN CARD AUTHORIZES IT; THE
014390*     CYCLE STAMPED ON THE FEEDS IS THE HIGHEST PRIOR PLUS ONE.
014400*----------------------------------------------------------------
014410 77  WS-RUNCTL-EOF-SW        PIC X(01)   VALUE "N".
014420     88  WS-RUNCTL-EOF                   VALUE "Y".
014430
014440 77  WS-RERUN-SW             PIC X(01)   VALUE "N".
014450     88  WS-RERUN-AUTHORIZED             VALUE "Y".
014460
014470 77  WS-CycleNumber          PIC 9(03)   VALUE 1.
014480 77  WS-MaxPriorCycle        PIC 9(03)   VALUE 0.
014490
014500* THE FORMAT BYTE TELLS THE TWO RUN-CONTROL LAYOUTS APART: THE
014510* NEW LAYOUT HAS A SPACE IN COLUMN 13 BETWEEN THE CYCLE AND THE
014520* READ COUNT, WHERE THE OLD LAYOUT (NO CYCLE FIELD) HAS THE
014530* FOURTH DIGIT OF ITS READ COUNT -- ALWAYS NUMERIC.  COLUMNS
014540* 10-12 OF AN OLD RECORD ARE READ-COUNT DIGITS, SO THEY MUST
014550* NEVER BE TRUSTED AS A CYCLE.
014560 01  WS-RUNCTL-WORK.
014570     05  WS-RC-RunDate       PIC 9(08).
014580     05  FILLER              PIC X(01).
014590     05  WS-RC-CycleNumber   PIC 9(03).
014600     05  WS-RC-FORMAT-BYTE   PIC X(01).
014610     05  FILLER              PIC X(67).
014620
014630*----------------------------------------------------------------
014640* CLASS RANK WORK AREA -- THE ACCEPTED ROSTER IS RESORTED BY
014650*     DESCENDING WEIGHTED AVERAGE (SHOP-WIDE, THEN WITHIN EACH
014660*     SECTION) AND EVERY STUDENT GETS AN ORDINAL RANK AND A
014670*     TOP-N-PERCENT FIGURE BOTH WAYS.  TIES SHARE A RANK AND
014680*     THE NEXT RANK SKIPS (1, 2, 2, 4).  THE PERCENTILE IS THE
014690*     "TOP N PERCENT" FIGURE: RANK OVER COUNT TIMES 100,
014700*     ROUNDED -- RANK 1 OF 20 PRINTS AS 5.
014710*----------------------------------------------------------------
014720 77  WS-RANK-EOF-SW          PIC X(01)   VALUE "N".
014730     88  WS-RANK-EOF                     VALUE "Y".
014740
014750 77  WS-RANK-FOUND-SW        PIC X(01)   VALUE "N".
014760     88  WS-RANK-FOUND                   VALUE "Y".
014770     88  WS-RANK-NOT-FOUND               VALUE "N".
014780
014790 77  WS-RANK-MAX             PIC 9(04)   COMP VALUE 1000.
014800 77  WS-RankCount            PIC 9(04)   COMP VALUE 0.
014810 77  WS-RK-SUB               PIC 9(04)   COMP VALUE 0.
014820 77  WS-RK2-SUB              PIC 9(04)   COMP VALUE 0.
014830 77  WS-RankIndex            PIC 9(04)   COMP VALUE 0.
014840 77  WS-RANK-LOOKUP          PIC 9(05)   VALUE 0.
014850
014860 77  WS-RankPosition         PIC 9(05)   VALUE 0.
014870 77  WS-CurrentRank          PIC 9(05)   VALUE 0.
014880 77  WS-PriorRankAvg         PIC 999V9   VALUE 0.
014890 77  WS-SectPosition         PIC 9(05)   VALUE 0.
014900 77  WS-SectCurrentRank      PIC 9(05)   VALUE 0.
014910 77  WS-PriorSectAvg         PIC 999V9   VALUE 0.
014920 77  WS-PriorRankSection     PIC X(04)   VALUE LOW-VALUES.
014930 77  WS-RankRptSection       PIC X(04)   VALUE LOW-VALUES.
014940 77  WS-SectMemberCount      PIC 9(04)   COMP VALUE 0.
014950
014960 01  WS-RANK-READ.
014970     05  WS-RO-ClassSection  PIC X(04).
014980     05  WS-RO-StudentID     PIC 9(05).
014990     05  WS-RO-StudentName   PIC A(30).
015000     05  WS-RO-Average       PIC 999V9.
015010
015020 01  WS-RANK-TABLE.
015030     05  WS-RKT-ENTRY OCCURS 1000 TIMES.
015040         10  WS-RKT-StudentID    PIC 9(05).
015050         10  WS-RKT-ClassSection PIC X(04).
015060         10  WS-RKT-ShopRank     PIC 9(05).
015070         10  WS-RKT-ShopPctl     PIC 9(03).
015080         10  WS-RKT-SectRank     PIC 9(05).
015090         10  WS-RKT-SectPctl     PIC 9(03).
015100
015110 01  WS-RANK-HEADER-LINE.
015120     05  FILLER              PIC X(40)
015130         VALUE "CLASS RANK AND PERCENTILE BY SECTION".
015140     05  FILLER              PIC X(40)   VALUE SPACES.
015150
015160 01  WS-RANK-DETAIL-LINE.
015170     05  KD-StudentID        PIC ZZZZ9.
015180     05  FILLER              PIC X(01)   VALUE SPACE.
015190     05  KD-StudentName      PIC A(30).
015200     05  FILLER              PIC X(02)   VALUE SPACES.
015210     05  KD-Average          PIC ZZ9.9.
015220     05  FILLER              PIC X(02)   VALUE SPACES.
015230     05  FILLER              PIC X(05)   VALUE "SECT ".
015240     05  KD-SectRank         PIC ZZZ9.
015250     05  FILLER              PIC X(05)   VALUE " PCT ".
015260     05  KD-SectPctl         PIC ZZ9.
015270     05  FILLER              PIC X(05)   VALUE " ALL ".
015280     05  KD-ShopRank         PIC ZZZZ9.
015290     05  FILLER              PIC X(05)   VALUE " PCT ".
015300     05  KD-ShopPctl         PIC ZZ9.
015310
015320*----------------------------------------------------------------
015330* RUN-BALANCING CONTROL TOTALS -- EACH FILE LEG IS COUNTED AS IT
015340*     IS READ OR WRITTEN THIS SEGMENT SO 9100-BALANCE-RUN CAN
015350*     PROVE THE LEGS FOOT BEFORE THE RUN IS ALLOWED TO END
015360*     CLEAN.  THESE ARE SEGMENT-LOCAL ON PURPOSE: A RESTARTED
015370*     SEGMENT'S OWN LEGS MUST FOOT BY THEMSELVES.
015380*----------------------------------------------------------------
015390 77  WS-BAL-ReadCount        PIC 9(05)   VALUE 0.
015400 77  WS-BAL-RejectCount      PIC 9(05)   VALUE 0.
015410 77  WS-DetailCount          PIC 9(05)   VALUE 0.
015420 77  WS-ExtractCount         PIC 9(05)   VALUE 0.
015430 77  WS-TranAppliedCount     PIC 9(05)   VALUE 0.
015440 77  WS-OutOfBalanceLegs     PIC 9(02)   VALUE 0.
015450
015460 77  WS-BAL-LABEL            PIC X(34).
015470 77  WS-BAL-LEFT             PIC 9(05)   VALUE 0.
015480 77  WS-BAL-RIGHT            PIC 9(05)   VALUE 0.
015490
015500 01  WS-BALANCE-DETAIL-LINE.
015510     05  BL-LABEL            PIC X(34).
015520     05  BL-LEFT             PIC ZZZZ9.
015530     05  FILLER              PIC X(04)   VALUE " VS ".
015540     05  BL-RIGHT            PIC ZZZZ9.
015550     05  FILLER              PIC X(02)   VALUE SPACES.
015560     05  BL-STATUS           PIC X(16).
015570     05  FILLER              PIC X(14)   VALUE SPACES.
015580
015590*----------------------------------------------------------------
015600* REJECT RECYCLE WORK AREA -- THE PRIOR RUN'S REJECTS ARE READ
015610*     BACK, PATCHED FROM THE CORRECTION CARDS, RE-EDITED AND
015620*     EITHER WRITTEN TO THE MASTER OR CARRIED FORWARD INTO THE
015630*     NEW REJECT FILE WITH THEIR ORIGINAL REJECT DATE.
015640*----------------------------------------------------------------
015650 77  WS-PRIOR-REJ-EOF-SW     PIC X(01)   VALUE "N".
015660     88  WS-PRIOR-REJ-EOF                VALUE "Y".
015670
015680 77  WS-CORR-EOF-SW          PIC X(01)   VALUE "N".
015690     88  WS-CORR-EOF                     VALUE "Y".
015700
015710 77  WS-CORR-FOUND-SW        PIC X(01)   VALUE "N".
015720     88  WS-CORR-FOUND                   VALUE "Y".
015730     88  WS-CORR-NOT-FOUND               VALUE "N".
015740
015750 77  WS-CORR-MAX             PIC 9(03)   COMP VALUE 200.
015760 77  WS-CorrectionCount      PIC 9(03)   COMP VALUE 0.
015770 77  WS-CR-SUB               PIC 9(03)   COMP VALUE 0.
015780 77  WS-CorrIndex            PIC 9(03)   COMP VALUE 0.
015790
015800 01  WS-CORRECTION-RECORD.
015810     05  WS-CR-StudentID     PIC 9(05).
015820     05  WS-CR-FieldCode     PIC X(04).
015830     05  WS-CR-NewValue      PIC X(30).
015840
015850 01  WS-CORRECTION-TABLE.
015860     05  WS-CORR-ENTRY OCCURS 200 TIMES.
015870         10  WS-CRT-StudentID    PIC 9(05).
015880         10  WS-CRT-FieldCode    PIC X(04).
015890         10  WS-CRT-NewValue     PIC X(30).
015900
015910 01  WS-REJECT-WORK.
015920     05  WS-RJ-StudentID     PIC 9(05).
015930     05  WS-RJ-StudentName   PIC A(30).
015940     05  WS-RJ-StudentGrade  PIC 9(03).
015950     05  WS-RJ-ClassSection  PIC X(04).
015960     05  WS-RJ-CreditHours   PIC 9(01).
015970     05  FILLER              PIC X(01).
015980     05  WS-RJ-REASON-CODE   PIC X(04).
015990     05  FILLER              PIC X(01).
016000     05  WS-RJ-REASON-TEXT   PIC X(40).
016010     05  FILLER              PIC X(01).
016020     05  WS-RJ-RejectDate    PIC 9(08).
016030
016040 77  WS-CARRY-EOF-SW         PIC X(01)   VALUE "N".
016050     88  WS-CARRY-EOF                    VALUE "Y".
016060
016070 77  WS-RecycledCount        PIC 9(05)   VALUE 0.
016080 77  WS-OutstandingCount     PIC 9(05)   VALUE 0.
016090 77  WS-RejectAgeDays        PIC S9(05)  VALUE 0.
016100
016110 01  WS-AGING-HEADER-LINE.
016120     05  FILLER              PIC X(40)
016130         VALUE "REJECTS STILL OUTSTANDING AFTER RECYCLE".
016140     05  FILLER              PIC X(40)   VALUE SPACES.
016150
016160 01  WS-AGING-DETAIL-LINE.
016170     05  AG-StudentID        PIC ZZZZ9.
016180     05  FILLER              PIC X(02)   VALUE SPACES.
016190     05  AG-StudentName      PIC A(30).
016200     05  FILLER              PIC X(02)   VALUE SPACES.
016210     05  AG-REASON-CODE      PIC X(04).
016220     05  FILLER              PIC X(02)   VALUE SPACES.
016230     05  AG-RejectDate       PIC X(08).
016240     05  FILLER              PIC X(02)   VALUE SPACES.
016250     05  AG-AgeDays          PIC ZZZZ9.
016260     05  FILLER              PIC X(20)   VALUE SPACES.
016270
016280*----------------------------------------------------------------
016290* DEAN'S-LIST / PROBATION EXCEPTION WORK AREA -- THE HIGH AND
016300*     LOW THRESHOLDS DEFAULT TO THE SHOP VALUES AND MAY BE
016310*     OVERRIDDEN BY THE OPTIONAL THRESHOLD PARAMETER CARD.
016320*----------------------------------------------------------------
016330 77  WS-HighThreshold        PIC 999V9   VALUE 90.0.
016340 77  WS-LowThreshold         PIC 999V9   VALUE 65.0.
016350 77  WS-DeansCount           PIC 9(05)   VALUE 0.
016360 77  WS-ProbationCount       PIC 9(05)   VALUE 0.
016370 77  WS-DeansSection         PIC X(04)   VALUE LOW-VALUES.
016380 77  WS-ProbSection          PIC X(04)   VALUE LOW-VALUES.
016390 77  WS-LETTER-ACTION        PIC X(10).
016400
016410*----------------------------------------------------------------
016420* SECTION MASTER TABLE -- THE OPTIONAL SECTION MASTER IS LOADED
016430*     HERE AT START OF RUN SO THE EDIT CAN VALIDATE ClassSection
016440*     AND THE CONTROL-BREAK PASS CAN REPORT LOAD AGAINST
016450*     CAPACITY.  AN EMPTY TABLE STANDS THE SECTION EDIT DOWN.
016460*----------------------------------------------------------------
016470 77  WS-SECT-EOF-SW          PIC X(01)   VALUE "N".
016480     88  WS-SECT-EOF                     VALUE "Y".
016490
016500 77  WS-SECT-FOUND-SW        PIC X(01)   VALUE "N".
016510     88  WS-SECT-FOUND                   VALUE "Y".
016520     88  WS-SECT-NOT-FOUND               VALUE "N".
016530
016540 77  WS-SECT-MAX             PIC 9(03)   COMP VALUE 100.
016550 77  WS-SectionMasterCount   PIC 9(03)   COMP VALUE 0.
016560 77  WS-SM-SUB               PIC 9(03)   COMP VALUE 0.
016570 77  WS-SectIndex            PIC 9(03)   COMP VALUE 0.
016580 77  WS-SECT-LOOKUP          PIC X(04)   VALUE SPACES.
016590
016600 01  WS-SECTION-MASTER-RECORD.
016610     05  WS-SM-SectionCode   PIC X(04).
016620     05  WS-SM-CourseTitle   PIC X(20).
016630     05  WS-SM-Instructor    PIC X(20).
016640     05  WS-SM-Capacity      PIC 9(03).
016650     05  WS-SM-CourseCode    PIC X(06).
016660
016670 01  WS-SECTION-MASTER-TABLE.
016680     05  WS-SECT-ENTRY OCCURS 100 TIMES.
016690         10  WS-SMT-SectionCode  PIC X(04).
016700         10  WS-SMT-CourseTitle  PIC X(20).
016710         10  WS-SMT-Instructor   PIC X(20).
016720         10  WS-SMT-Capacity     PIC 9(03).
016730
016740*----------------------------------------------------------------
016750* COURSE CATALOG -- READ BY KEY FROM THE ENROLLMENT EDIT.  AN
016760*     EMPTY OR MISSING CATALOG STANDS THE COURSE EDIT DOWN.
016770*----------------------------------------------------------------
016780 77  WS-CATALOG-SW           PIC X(01)   VALUE "N".
016790     88  WS-CATALOG-LOADED               VALUE "Y".
016800     88  WS-CATALOG-EMPTY                VALUE "N".
016810
016820 01  WS-SECTION-LOAD-LINE.
016830     05  SL-SectionCode      PIC X(04).
016840     05  FILLER              PIC X(02)   VALUE SPACES.
016850     05  SL-Instructor       PIC X(20).
016860     05  FILLER              PIC X(02)   VALUE SPACES.
016870     05  SL-ENROLLED         PIC ZZZZ9.
016880     05  FILLER              PIC X(04)   VALUE " OF ".
016890     05  SL-CAPACITY         PIC ZZ9.
016900     05  FILLER              PIC X(02)   VALUE SPACES.
016910     05  SL-FLAG             PIC X(08).
016920     05  FILLER              PIC X(30)   VALUE SPACES.
016930
016940 01  WS-EXCEPTION-DETAIL-LINE.
016950     05  XL-StudentID        PIC ZZZZ9.
016960     05  FILLER              PIC X(02)   VALUE SPACES.
016970     05  XL-StudentName      PIC A(30).
016980     05  FILLER              PIC X(02)   VALUE SPACES.
016990     05  XL-Average          PIC ZZ9.9.
017000     05  FILLER              PIC X(36)   VALUE SPACES.
017010
017020 01  WS-TRAN-APPLIED-LINE.
017030     05  TA-ACTION           PIC X(08).
017040     05  FILLER              PIC X(02)   VALUE SPACES.
017050     05  TA-StudentID        PIC ZZZZ9.
017060     05  FILLER              PIC X(03)   VALUE SPACES.
017070     05  TA-StudentName      PIC A(30).
017080     05  FILLER              PIC X(32)   VALUE SPACES.
017090
017100*----------------------------------------------------------------
017110* ENROLLMENT TABLE -- THE OPTIONAL INDEXED ENROLLMENT MASTER IS
017120*     READ BY KEY ONE STUDENT AT A TIME, AND THAT STUDENT'S
017130*     COURSES ARE HELD HERE WHILE THEY ARE SUMMED OR LISTED.
017140*     THE TABLE ONLY EVER HOLDS ONE STUDENT, SO THE SIZE OF THE
017150*     FILE NO LONGER MATTERS.
017160*----------------------------------------------------------------
017170 77  WS-ENROLL-EOF-SW        PIC X(01)   VALUE "N".
017180     88  WS-ENROLL-EOF                   VALUE "Y".
017190
017200 77  WS-COURSES-DONE-SW      PIC X(01)   VALUE "N".
017210     88  WS-COURSES-DONE                 VALUE "Y".
017220
017230 77  WS-COURSE-OVERFLOW-SW   PIC X(01)   VALUE "N".
017240     88  WS-COURSE-OVERFLOW              VALUE "Y".
017250
017260 77  WS-ENROLL-MAX           PIC 9(04)   COMP VALUE 100.
017270 77  WS-ENROLL-REASON        PIC X(40)   VALUE SPACES.
017280 77  WS-EnrollRejectCount    PIC 9(05)   VALUE 0.
017290 77  WS-EnrollmentCount      PIC 9(04)   COMP VALUE 0.
017300 77  WS-EN-SUB               PIC 9(04)   COMP VALUE 0.
017310
017320 01  WS-ENROLLMENT-RECORD.
017330     05  WS-EN-KEY.
017340         10  WS-EN-StudentID     PIC 9(05).
017350         10  WS-EN-CourseCode    PIC X(06).
017360         10  WS-EN-Attempt       PIC 9(02).
017370     05  WS-EN-Grade         PIC 9(03).
017380     05  WS-EN-CreditHours   PIC 9(01).
017390     05  WS-EN-Mark          PIC X(01).
017400         88  WS-EN-MARK-VALID            VALUES SPACE
017410                                         "I" "W" "P".
017420     05  WS-EN-MarkDate      PIC 9(08).
017430     05  WS-EN-TermCode      PIC X(06).
017440
017450 01  WS-ENROLLMENT-TABLE.
017460     05  WS-EN-ENTRY OCCURS 100 TIMES.
017470         10  WS-ENT-StudentID    PIC 9(05).
017480         10  WS-ENT-CourseCode   PIC X(06).
017490         10  WS-ENT-Grade        PIC 9(03).
017500         10  WS-ENT-CreditHours  PIC 9(01).
017510         10  WS-ENT-Mark         PIC X(01).
017520         10  WS-ENT-MarkDate     PIC 9(08).
017530
017540*----------------------------------------------------------------
017550* ENROLLMENT FEED WORK AREA -- ONE COURSE ADD ("A"), GRADE
017560*     POSTING ("C") OR DROP ("D") AT A TIME IS READ HERE AND
017570*     APPLIED AGAINST THE INDEXED ENROLLMENT MASTER.  AN ATTEMPT
017580*     NUMBER OF 00 ON AN ADD TAKES THE NEXT FREE ATTEMPT AT THE
017590*     COURSE; ON A CHANGE OR DROP IT MEANS THE LATEST ATTEMPT.
017600*----------------------------------------------------------------
017610 77  WS-ETRAN-EOF-SW         PIC X(01)   VALUE "N".
017620     88  WS-ETRAN-EOF                    VALUE "Y".
017630
017640 77  WS-ATTEMPT-DONE-SW      PIC X(01)   VALUE "N".
017650     88  WS-ATTEMPT-DONE                 VALUE "Y".
017660
017670 77  WS-EN-HIST-SW           PIC X(01)   VALUE "N".
017680     88  WS-EN-IN-HISTORY                VALUE "Y".
017690     88  WS-EN-NOT-IN-HISTORY            VALUE "N".
017700
017710 01  WS-ENROLL-TRAN-RECORD.
017720     05  WS-ET-StudentID     PIC 9(05).
017730     05  WS-ET-CourseCode    PIC X(06).
017740     05  WS-ET-Attempt       PIC 9(02).
017750     05  WS-ET-Grade         PIC 9(03).
017760     05  WS-ET-CreditHours   PIC 9(01).
017770     05  WS-ET-Mark          PIC X(01).
017780     05  WS-ET-MarkDate      PIC 9(08).
017790     05  WS-ET-TranCode      PIC X(01).
017800         88  WS-ET-TRAN-ADD              VALUE "A".
017810         88  WS-ET-TRAN-CHANGE           VALUE "C".
017820         88  WS-ET-TRAN-DROP             VALUE "D".
017830
017840 77  WS-ETRAN-ACTION         PIC X(08).
017850 77  WS-ATT-StudentID        PIC 9(05)   VALUE 0.
017860 77  WS-ATT-CourseCode       PIC X(06)   VALUE SPACES.
017870 77  WS-LastAttempt          PIC 9(02)   VALUE 0.
017880
017890 77  WS-EnrollTranReadCount  PIC 9(05)   VALUE 0.
017900 77  WS-EnrollAddCount       PIC 9(05)   VALUE 0.
017910 77  WS-EnrollChangeCount    PIC 9(05)   VALUE 0.
017920 77  WS-EnrollDropCount      PIC 9(05)   VALUE 0.
017930 77  WS-EnrollAppliedCount   PIC 9(05)   VALUE 0.
017940 77  WS-EnrollTranRejCount   PIC 9(05)   VALUE 0.
017950 77  WS-EnrollHistPostCount  PIC 9(05)   VALUE 0.
017960
017970 01  WS-ENROLL-APPLIED-LINE.
017980     05  EA-ACTION           PIC X(08).
017990     05  FILLER              PIC X(02)   VALUE SPACES.
018000     05  EA-StudentID        PIC ZZZZ9.
018010     05  FILLER              PIC X(03)   VALUE SPACES.
018020     05  EA-CourseCode       PIC X(06).
018030     05  FILLER              PIC X(02)   VALUE SPACES.
018040     05  EA-Attempt          PIC Z9.
018050     05  FILLER              PIC X(02)   VALUE SPACES.
018060     05  EA-Grade            PIC ZZ9.
018070     05  FILLER              PIC X(02)   VALUE SPACES.
018080     05  EA-CreditHours      PIC 9(01).
018090     05  FILLER              PIC X(02)   VALUE SPACES.
018100     05  EA-Mark             PIC X(01).
018110     05  FILLER              PIC X(41)   VALUE SPACES.
018120
018130*----------------------------------------------------------------
018140* ENROLLMENT SUMMING INTERFACE -- 2600-SUM-ENROLLMENTS TAKES THE
018150*     STUDENT ID AND THE MASTER RECORD'S OWN GRADE/CREDITS AS A
018160*     FALLBACK, AND GIVES BACK THE CREDIT-WEIGHTED QUALITY
018170*     POINTS, CREDIT HOURS, COURSE COUNT AND AVERAGE ACROSS ALL
018180*     OF THAT STUDENT'S ENROLLMENTS.
018190*----------------------------------------------------------------
018200 77  WS-ENR-StudentID        PIC 9(05)   VALUE 0.
018210 77  WS-ENR-FallbackGrade    PIC 9(03)   VALUE 0.
018220 77  WS-ENR-FallbackCredits  PIC 9(01)   VALUE 0.
018230 77  WS-ENR-FallbackMark     PIC X(01)   VALUE SPACE.
018240 77  WS-ENR-QualityPoints    PIC 9(09)   VALUE 0.
018250 77  WS-ENR-CreditHours      PIC 9(07)   VALUE 0.
018260 77  WS-ENR-CourseCount      PIC 9(03)   VALUE 0.
018270 77  WS-ENR-Average          PIC 999V9   VALUE 0.
018280
018290*----------------------------------------------------------------
018300* REPEAT-COURSE REPLACEMENT WORK AREA -- 2620-CHECK-BEST-ATTEMPT
018310*     DECIDES WHETHER THE ENROLLMENT TABLE ENTRY AT WS-EN-SUB IS
018320*     THE BEST UNMARKED ATTEMPT AT ITS COURSE FOR ITS STUDENT;
018330*     ONLY THE BEST ATTEMPT FOLDS INTO THE QUALITY POINTS.
018340*----------------------------------------------------------------
018350 77  WS-BEST-SW              PIC X(01)   VALUE "Y".
018360     88  WS-BEST-ATTEMPT                 VALUE "Y".
018370     88  WS-NOT-BEST-ATTEMPT             VALUE "N".
018380
018390 77  WS-RA-SUB               PIC 9(04)   COMP VALUE 0.
018400 77  WS-RB-SUB               PIC 9(04)   COMP VALUE 0.
018410 77  WS-BestGrade            PIC 9(03)   VALUE 0.
018420 77  WS-RepeatCount          PIC 9(05)   VALUE 0.
018430
018440 01  WS-REPEAT-HEADER-LINE.
018450     05  FILLER              PIC X(38)
018460         VALUE "REPEATED COURSES -- GRADE REPLACEMENT".
018470     05  FILLER              PIC X(42)   VALUE SPACES.
018480
018490 01  WS-REPEAT-DETAIL-LINE.
018500     05  RP-StudentID        PIC ZZZZ9.
018510     05  FILLER              PIC X(02)   VALUE SPACES.
018520     05  RP-CourseCode       PIC X(06).
018530     05  FILLER              PIC X(02)   VALUE SPACES.
018540     05  RP-Grade            PIC ZZ9.
018550     05  FILLER              PIC X(02)   VALUE SPACES.
018560     05  RP-BestGrade        PIC ZZ9.
018570     05  FILLER              PIC X(02)   VALUE SPACES.
018580     05  FILLER              PIC X(30)
018590         VALUE "EARLIER ATTEMPT REPLACED".
018600     05  FILLER              PIC X(25)   VALUE SPACES.
018610
018620*----------------------------------------------------------------
018630* TERM CALENDAR TABLE -- THE OPTIONAL TERM CALENDAR IS LOADED
018640*     HERE AT START OF RUN SO THE RUN DATE CAN BE RESOLVED TO
018650*     THE TERM WHOSE WINDOW COVERS IT.  A RUN DATED OUTSIDE
018660*     EVERY TERM IS REFUSED; AN EMPTY TABLE STANDS THE
018670*     ENFORCEMENT AND THE TERM STAMP DOWN.
018680*----------------------------------------------------------------
018690 77  WS-TERMCAL-EOF-SW       PIC X(01)   VALUE "N".
018700     88  WS-TERMCAL-EOF                  VALUE "Y".
018710
018720 77  WS-TERM-FOUND-SW        PIC X(01)   VALUE "N".
018730     88  WS-TERM-FOUND                   VALUE "Y".
018740     88  WS-TERM-NOT-FOUND               VALUE "N".
018750
018760 77  WS-TERM-MAX             PIC 9(02)   COMP VALUE 20.
018770 77  WS-TermCount            PIC 9(02)   COMP VALUE 0.
018780 77  WS-TC-SUB               PIC 9(02)   COMP VALUE 0.
018790 77  WS-TermCode             PIC X(06)   VALUE SPACES.
018800 77  WS-TermDeadline         PIC 9(08)   VALUE 0.
018810
018820 01  WS-TERM-CAL-RECORD.
018830     05  WS-TC-TermCode      PIC X(06).
018840     05  WS-TC-StartDate     PIC 9(08).
018850     05  WS-TC-EndDate       PIC 9(08).
018860     05  WS-TC-GradeDeadline PIC 9(08).
018870
018880 01  WS-TERM-CAL-TABLE.
018890     05  WS-TERM-ENTRY OCCURS 20 TIMES.
018900         10  WS-TCT-TermCode      PIC X(06).
018910         10  WS-TCT-StartDate     PIC 9(08).
018920         10  WS-TCT-EndDate       PIC 9(08).
018930         10  WS-TCT-GradeDeadline PIC 9(08).
018940
018950*----------------------------------------------------------------
018960* GRADE-SHEET FEED WORK AREA -- ONE BATCH PER SECTION, BUFFERED
018970*     IN THE DETAIL TABLE UNTIL THE TRAILER PROVES THE BATCH
018980*     FOOTS, SO A SHORT OR MIS-ADDRESSED SHEET REJECTS WHOLE
018990*     BEFORE A SINGLE GRADE POSTS.  EVERY STUDENT A POSTED
019000*     SHEET GRADED IS REMEMBERED SO THE CHASE PASS CAN LIST
019010*     THE STAGED STUDENTS A SHEET MISSED.
019020*----------------------------------------------------------------
019030 77  WS-SHEET-EOF-SW         PIC X(01)   VALUE "N".
019040     88  WS-SHEET-EOF                    VALUE "Y".
019050
019060 77  WS-SHEET-OPEN-SW        PIC X(01)   VALUE "N".
019070     88  WS-SHEET-OPEN                   VALUE "Y".
019080     88  WS-SHEET-NOT-OPEN               VALUE "N".
019090
019100 77  WS-SHEET-BAD-SW         PIC X(01)   VALUE "N".
019110     88  WS-SHEET-BAD                    VALUE "Y".
019120     88  WS-SHEET-GOOD                   VALUE "N".
019130
019140 77  WS-SHEETED-FOUND-SW     PIC X(01)   VALUE "N".
019150     88  WS-SHEETED-FOUND                VALUE "Y".
019160     88  WS-SHEETED-NOT-FOUND            VALUE "N".
019170
019180 77  WS-GRADED-FOUND-SW      PIC X(01)   VALUE "N".
019190     88  WS-GRADED-FOUND                 VALUE "Y".
019200     88  WS-GRADED-NOT-FOUND             VALUE "N".
019210
019220 77  WS-SHEET-REASON         PIC X(40)   VALUE SPACES.
019230
019240 77  WS-SHD-MAX              PIC 9(03)   COMP VALUE 200.
019250 77  WS-SheetDetailCount     PIC 9(03)   COMP VALUE 0.
019260 77  WS-SD-SUB               PIC 9(03)   COMP VALUE 0.
019270 77  WS-GRADED-MAX           PIC 9(04)   COMP VALUE 1000.
019280 77  WS-GradedCount          PIC 9(04)   COMP VALUE 0.
019290 77  WS-GR-SUB               PIC 9(04)   COMP VALUE 0.
019300 77  WS-SHS-MAX              PIC 9(03)   COMP VALUE 100.
019310 77  WS-SheetSectCount       PIC 9(03)   COMP VALUE 0.
019320 77  WS-SH-SUB               PIC 9(03)   COMP VALUE 0.
019330
019340 77  WS-SheetBatchCount      PIC 9(05)   VALUE 0.
019350 77  WS-SheetBatchRejects    PIC 9(05)   VALUE 0.
019360 77  WS-SheetPostedCount     PIC 9(05)   VALUE 0.
019370 77  WS-SheetPostErrors      PIC 9(05)   VALUE 0.
019380 77  WS-ChaseCount           PIC 9(05)   VALUE 0.
019390
019400 01  WS-GRADE-SHEET-RECORD.
019410     05  WS-GS-RecType       PIC X(01).
019420         88  WS-GS-HEADER                VALUE "H".
019430         88  WS-GS-DETAIL                VALUE "D".
019440         88  WS-GS-TRAILER               VALUE "T".
019450     05  WS-GS-REST          PIC X(28).
019460     05  WS-GS-HEADER-FIELDS REDEFINES WS-GS-REST.
019470         10  WS-GS-SectionCode   PIC X(04).
019480         10  WS-GS-Instructor    PIC X(20).
019490         10  WS-GS-ExpectedCount PIC 9(03).
019500         10  FILLER              PIC X(01).
019510     05  WS-GS-DETAIL-FIELDS REDEFINES WS-GS-REST.
019520         10  WS-GS-StudentID     PIC 9(05).
019530         10  WS-GS-Grade         PIC 9(03).
019540         10  WS-GS-Mark          PIC X(01).
019550             88  WS-GS-MARK-VALID        VALUES SPACE
019560                                         "I" "W" "P".
019570         10  FILLER              PIC X(19).
019580     05  WS-GS-TRAILER-FIELDS REDEFINES WS-GS-REST.
019590         10  WS-GS-TrailerCount  PIC 9(03).
019600         10  FILLER              PIC X(25).
019610
019620 01  WS-SHEET-BATCH.
019630     05  WS-SB-SectionCode   PIC X(04).
019640     05  WS-SB-Instructor    PIC X(20).
019650     05  WS-SB-ExpectedCount PIC 9(03).
019660
019670 01  WS-SHEET-DETAIL-TABLE.
019680     05  WS-SHD-ENTRY OCCURS 200 TIMES.
019690         10  WS-SHD-StudentID    PIC 9(05).
019700         10  WS-SHD-Grade        PIC 9(03).
019710         10  WS-SHD-Mark         PIC X(01).
019720
019730 01  WS-GRADED-TABLE.
019740     05  WS-GRD-ENTRY OCCURS 1000 TIMES.
019750         10  WS-GRD-SectionCode  PIC X(04).
019760         10  WS-GRD-StudentID    PIC 9(05).
019770
019780 01  WS-SHEETED-SECTION-TABLE.
019790     05  WS-SHS-SectionCode  OCCURS 100 TIMES
019800                             PIC X(04).
019810
019820 01  WS-SHEET-BATCH-LINE.
019830     05  SB-SectionCode      PIC X(04).
019840     05  FILLER              PIC X(02)   VALUE SPACES.
019850     05  SB-ACTION           PIC X(10).
019860     05  FILLER              PIC X(02)   VALUE SPACES.
019870     05  SB-REASON           PIC X(40).
019880     05  FILLER              PIC X(22)   VALUE SPACES.
019890
019900 01  WS-SHEET-ERROR-LINE.
019910     05  SE-SectionCode      PIC X(04).
019920     05  FILLER              PIC X(02)   VALUE SPACES.
019930     05  SE-StudentID        PIC ZZZZ9.
019940     05  FILLER              PIC X(02)   VALUE SPACES.
019950     05  SE-REASON-TEXT      PIC X(40).
019960     05  FILLER              PIC X(27)   VALUE SPACES.
019970
019980 01  WS-CHASE-HEADER-LINE.
019990     05  FILLER              PIC X(45)
020000         VALUE "STUDENTS MISSING FROM INSTRUCTOR GRADE SHEETS".
020010     05  FILLER              PIC X(35)   VALUE SPACES.
020020
020030 01  WS-CHASE-DETAIL-LINE.
020040     05  CH-SectionCode      PIC X(04).
020050     05  FILLER              PIC X(02)   VALUE SPACES.
020060     05  CH-StudentID        PIC ZZZZ9.
020070     05  FILLER              PIC X(02)   VALUE SPACES.
020080     05  CH-StudentName      PIC A(30).
020090     05  FILLER              PIC X(02)   VALUE SPACES.
020100     05  FILLER              PIC X(20)
020110         VALUE "NO GRADE ON SHEET".
020120     05  FILLER              PIC X(15)   VALUE SPACES.
020130
020140*----------------------------------------------------------------
020150* INCOMPLETES AGING WORK AREA -- THE MASTER AND THE ENROLLMENT
020160*     MASTER ARE BOTH PASSED AT END OF RUN FOR EVERY STANDING
020170*     "I" MARK; ONE STILL OUTSTANDING PAST THE GRADE-SUBMISSION
020180*     DEADLINE OF THE TERM IT WAS GRANTED IN IS CONVERTED TO AN
020190*     F IN PLACE WITH AN AUDIT RECORD.
020200*----------------------------------------------------------------
020210 77  WS-INC-EOF-SW           PIC X(01)   VALUE "N".
020220     88  WS-INC-EOF                      VALUE "Y".
020230
020240 77  WS-IncompleteCount      PIC 9(05)   VALUE 0.
020250 77  WS-IncLapsedCount       PIC 9(05)   VALUE 0.
020260 77  WS-IncHistLapsedCount   PIC 9(05)   VALUE 0.
020270 77  WS-IncAgeDays           PIC S9(05)  VALUE 0.
020280 77  WS-INC-Deadline         PIC 9(08)   VALUE 0.
020290 77  WS-INC-MarkDate         PIC 9(08)   VALUE 0.
020300 77  WS-INC-Name             PIC A(30)   VALUE SPACES.
020310 77  WS-INC-Section          PIC X(04)   VALUE SPACES.
020320
020330 01  WS-INCOMPLETE-HEADER-LINE.
020340     05  FILLER              PIC X(36)
020350         VALUE "OUTSTANDING INCOMPLETES AGING REPORT".
020360     05  FILLER              PIC X(44)   VALUE SPACES.
020370
020380 01  WS-INCOMPLETE-DETAIL-LINE.
020390     05  IA-StudentID        PIC ZZZZ9.
020400     05  FILLER              PIC X(02)   VALUE SPACES.
020410     05  IA-StudentName      PIC A(30).
020420     05  FILLER              PIC X(02)   VALUE SPACES.
020430     05  IA-ClassSection     PIC X(04).
020440     05  FILLER              PIC X(02)   VALUE SPACES.
020450     05  IA-MarkDate         PIC 9(08).
020460     05  FILLER              PIC X(02)   VALUE SPACES.
020470     05  IA-AgeDays          PIC ZZZZ9.
020480     05  FILLER              PIC X(02)   VALUE SPACES.
020490     05  IA-ACTION           PIC X(12).
020500     05  FILLER              PIC X(06)   VALUE SPACES.
020510
020520 01  WS-INC-ENROLL-DETAIL-LINE.
020530     05  IE-StudentID        PIC ZZZZ9.
020540     05  FILLER              PIC X(02)   VALUE SPACES.
020550     05  IE-StudentName      PIC A(30).
020560     05  FILLER              PIC X(02)   VALUE SPACES.
020570     05  IE-CourseCode       PIC X(06).
020580     05  FILLER              PIC X(02)   VALUE SPACES.
020590     05  IE-MarkDate         PIC 9(08).
020600     05  FILLER              PIC X(02)   VALUE SPACES.
020610     05  IE-AgeDays          PIC ZZZZ9.
020620     05  FILLER              PIC X(02)   VALUE SPACES.
020630     05  IE-ACTION           PIC X(12).
020640     05  FILLER              PIC X(04)   VALUE SPACES.
020650
020660*----------------------------------------------------------------
020670* REJECT REASON WORK AREA
020680*----------------------------------------------------------------
020690 01  WS-REJECT-REASON.
020700     05  WS-REASON-CODE      PIC X(04).
020710     05  WS-REASON-TEXT      PIC X(40).
020720
020730*----------------------------------------------------------------
020740* WORKING COPY OF THE LOOKUP/MAINTENANCE PARAMETER CARD
020750*----------------------------------------------------------------
020760 01  WS-LOOKUP-RECORD.
020770     05  WS-LK-StudentID     PIC 9(05).
020780     05  WS-LK-NewGrade      PIC 9(03).
020790     05  WS-LK-GRADE-PRESENT-SW PIC X(01).
020800         88  WS-LK-GRADE-SUPPLIED         VALUE "Y".
020810     05  WS-LK-Operator      PIC X(08).
020820     05  WS-LK-Reference     PIC X(08).
020830     05  WS-LK-Reason        PIC X(30).
020840
020850 77  WS-OldGrade             PIC 9(03)   VALUE 0.
020860
020870*----------------------------------------------------------------
020880* PRINTED GRADE REPORT LINES
020890*----------------------------------------------------------------
020900 01  WS-REPORT-DETAIL-LINE.
020910     05  RD-ClassSection     PIC X(04).
020920     05  FILLER              PIC X(02)   VALUE SPACES.
020930     05  RD-StudentID        PIC ZZZZ9.
020940     05  FILLER              PIC X(03)   VALUE SPACES.
020950     05  RD-StudentName      PIC A(30).
020960     05  FILLER              PIC X(03)   VALUE SPACES.
020970     05  RD-StudentAverage   PIC ZZ9.9.
020980     05  FILLER              PIC X(02)   VALUE SPACES.
020990     05  RD-Mark             PIC X(01).
021000     05  FILLER              PIC X(25)   VALUE SPACES.
021010
021020 01  WS-REPORT-SECTION-HEADER-LINE.
021030     05  RH-LABEL            PIC X(10)   VALUE "Section:".
021040     05  RH-ClassSection     PIC X(04).
021050     05  FILLER              PIC X(66)   VALUE SPACES.
021060
021070 01  WS-REPORT-SECTION-TOTAL-LINE.
021080     05  RT-LABEL1           PIC X(18)   VALUE "  Sect Students:".
021090     05  RT-COUNT            PIC ZZZZ9.
021100     05  FILLER              PIC X(03)   VALUE SPACES.
021110     05  RT-LABEL2           PIC X(16)   VALUE "Sect GPA:".
021120     05  RT-AVERAGE          PIC ZZZ9.9.
021130     05  FILLER              PIC X(32)   VALUE SPACES.
021140
021150 01  WS-REPORT-COUNT-LINE.
021160     05  RC-LABEL            PIC X(20)   VALUE "Total Students:".
021170     05  RC-VALUE            PIC ZZZZ9.
021180     05  FILLER              PIC X(55)   VALUE SPACES.
021190
021200 01  WS-REPORT-AVERAGE-LINE.
021210     05  RA-LABEL            PIC X(20)   VALUE "Average GPA:".
021220     05  RA-VALUE            PIC ZZZ9.9.
021230     05  FILLER              PIC X(54)   VALUE SPACES.
021240
021250 01  WS-REPORT-DISTRIBUTION-LINE.
021260     05  RG-LABEL-A          PIC X(02)   VALUE "A:".
021270     05  RG-COUNT-A          PIC ZZZZ9.
021280     05  FILLER              PIC X(02)   VALUE SPACES.
021290     05  RG-LABEL-B          PIC X(02)   VALUE "B:".
021300     05  RG-COUNT-B          PIC ZZZZ9.
021310     05  FILLER              PIC X(02)   VALUE SPACES.
021320     05  RG-LABEL-C          PIC X(02)   VALUE "C:".
021330     05  RG-COUNT-C          PIC ZZZZ9.
021340     05  FILLER              PIC X(02)   VALUE SPACES.
021350     05  RG-LABEL-D          PIC X(02)   VALUE "D:".
021360     05  RG-COUNT-D          PIC ZZZZ9.
021370     05  FILLER              PIC X(02)   VALUE SPACES.
021380     05  RG-LABEL-F          PIC X(02)   VALUE "F:".
021390     05  RG-COUNT-F          PIC ZZZZ9.
021400     05  FILLER              PIC X(37)   VALUE SPACES.
021410
021420 01  WS-REPORT-MINMAX-LINE.
021430     05  RM-LABEL-HIGH       PIC X(20)   VALUE "High Grade:".
021440     05  RM-HIGH-VALUE       PIC ZZ9.
021450     05  FILLER              PIC X(05)   VALUE SPACES.
021460     05  RM-LABEL-LOW        PIC X(20)   VALUE "Low Grade:".
021470     05  RM-LOW-VALUE        PIC ZZ9.
021480     05  FILLER              PIC X(29)   VALUE SPACES.
021490
021500 PROCEDURE DIVISION.
021510*----------------------------------------------------------------
021520* 0000-MAIN-PROCESS -- CONTROLS THE OVERALL RUN
021530*----------------------------------------------------------------
021540 0000-MAIN-PROCESS.
021550     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
021560     PERFORM 2000-EDIT-AND-PROCESS THRU 2000-EXIT
021570         UNTIL WS-EOF
021580     PERFORM 4000-SORT-STAGED-RECORDS THRU 4000-EXIT
021590     PERFORM 4500-DUPLICATE-CHECK THRU 4500-EXIT
021600     PERFORM 4700-REPEAT-COURSE-LISTING THRU 4700-EXIT
021610     PERFORM 4800-NAME-MATCH-PASS THRU 4800-EXIT
021620     PERFORM 5000-CONTROL-BREAK-PROCESS THRU 5000-EXIT
021630     PERFORM 5800-CHASE-MISSING-GRADES THRU 5800-EXIT
021640     PERFORM 6000-STUDENT-LOOKUP THRU 6000-EXIT
021650     PERFORM 7000-COMPUTE-GRAND-AVERAGE THRU 7000-EXIT
021660     PERFORM 7200-RANKING-PASS THRU 7200-EXIT
021670     PERFORM 7500-WRITE-EXTRACT-FEED THRU 7500-EXIT
021680     PERFORM 7800-EXCEPTION-PASS THRU 7800-EXIT
021690     PERFORM 7900-INCOMPLETE-AGING-PASS THRU 7900-EXIT
021700     PERFORM 8000-WRITE-RUN-HISTORY THRU 8000-EXIT
021710     PERFORM 9000-FINALIZE-RUN THRU 9000-EXIT
021720     PERFORM 9100-BALANCE-RUN THRU 9100-EXIT
021730     STOP RUN.
021740
021750*----------------------------------------------------------------
021760* 1000-INITIALIZE-RUN -- APPLY THE RAW FEED TO THE MASTER AND THE
021770*     ENROLLMENT FEED TO THE ENROLLMENT MASTER, THEN OPEN FILES
021780*     FOR THE RUN.  THE FEEDS ARE ONLY APPLIED ON A FRESH RUN --
021790*     A RESTARTED SEGMENT'S ABENDED PREDECESSOR ALREADY APPLIED
021800*     THEM BEFORE THE ROSTER PASS BEGAN.  ON A RESTART,
021810*     RejectFile IS OPENED EXTEND RATHER THAN OUTPUT SO A PRIOR
021820*     SEGMENT'S REJECTED RECORDS ARE NOT WIPED OUT FROM UNDER
021830*     WS-RejectCount, WHICH DOES CARRY THEM FORWARD.
021840*----------------------------------------------------------------
021850 1000-INITIALIZE-RUN.
021860     ACCEPT WS-RunDate FROM DATE YYYYMMDD
021870     PERFORM 1900-LOAD-TERM-CALENDAR THRU 1900-EXIT
021880     PERFORM 1930-RESOLVE-RUN-TERM THRU 1930-EXIT
021890     PERFORM 1100-CHECK-FOR-RESTART THRU 1100-EXIT
021900     PERFORM 1050-CHECK-PRIOR-RUNS THRU 1050-EXIT
021910     PERFORM 1800-LOAD-SECTION-MASTER THRU 1800-EXIT
021920     PERFORM 1950-OPEN-COURSE-CATALOG THRU 1950-EXIT
021930     IF WS-NOT-RESTARTING
021940         CLOSE StudentFile
021950         PERFORM 1500-APPLY-RAW-FEED THRU 1500-EXIT
021960         PERFORM 1650-APPLY-ENROLL-FEED THRU 1650-EXIT
021970         PERFORM 1700-RECYCLE-REJECTS THRU 1700-EXIT
021980         PERFORM 1850-PROCESS-GRADE-SHEETS THRU 1850-EXIT
021990         OPEN INPUT StudentFile
022000     END-IF
022010     PERFORM 1600-EDIT-ENROLLMENTS THRU 1600-EXIT
022020     IF WS-RESTARTING
022030         OPEN EXTEND RejectFile
022040     ELSE
022050         OPEN OUTPUT RejectFile
022060         PERFORM 1790-RESEED-REJECT-FILE THRU 1790-EXIT
022070     END-IF
022080     OPEN OUTPUT ReportFile
022090     OPEN OUTPUT WorkFile
022100     IF NOT WS-EOF
022110         PERFORM 2100-READ-STUDENT-RECORD THRU 2100-EXIT
022120     END-IF.
022130 1000-EXIT.
022140     EXIT.
022150
022160*----------------------------------------------------------------
022170* 1100-CHECK-FOR-RESTART -- LOOK FOR A CHECKPOINT LEFT BY AN
022180*     EARLIER, ABENDED RUN.  WHEN ONE IS FOUND, THE CARRIED-
022190*     FORWARD COUNT AND TOTAL ARE RESTORED AND StudentFile IS
022200*     REPOSITIONED PAST THE LAST STUDENT ID THAT WAS CHECKPOINTED
022210*     SO THIS SEGMENT ONLY PROCESSES WHAT IS LEFT.  WITH NO
022220*     CHECKPOINT ON FILE, PROCESSING SIMPLY STARTS FROM THE TOP.
022230*----------------------------------------------------------------
022240 1100-CHECK-FOR-RESTART.
022250     OPEN INPUT StudentFile
022260     OPEN INPUT CheckpointFile
022270     READ CheckpointFile INTO WS-CHECKPOINT-RECORD
022280         AT END
022290             SET WS-NOT-RESTARTING TO TRUE
022300         NOT AT END
022310             SET WS-RESTARTING TO TRUE
022320     END-READ
022330     CLOSE CheckpointFile
022340     IF WS-RESTARTING
022350         MOVE WS-CK-StudentCount TO WS-CKPT-StudentCount
022360         MOVE WS-CK-QualityPoints TO WS-CKPT-QualityPoints
022370         MOVE WS-CK-CreditHours  TO WS-CKPT-CreditHours
022380         MOVE WS-CK-RejectCount  TO WS-CKPT-RejectCount
022390         MOVE WS-CK-DuplicateCount TO WS-CKPT-DuplicateCount
022400         MOVE WS-CK-GradeA-Count TO WS-CKPT-GradeA-Count
022410         MOVE WS-CK-GradeB-Count TO WS-CKPT-GradeB-Count
022420         MOVE WS-CK-GradeC-Count TO WS-CKPT-GradeC-Count
022430         MOVE WS-CK-GradeD-Count TO WS-CKPT-GradeD-Count
022440         MOVE WS-CK-GradeF-Count TO WS-CKPT-GradeF-Count
022450         MOVE WS-CK-HighGrade TO WS-CKPT-HighGrade
022460         MOVE WS-CK-LowGrade TO WS-CKPT-LowGrade
022470         MOVE WS-CK-LastStudentID TO StudentID
022480         START StudentFile KEY IS GREATER THAN StudentID
022490             INVALID KEY
022500                 SET WS-EOF TO TRUE
022510         END-START
022520     END-IF.
022530 1100-EXIT.
022540     EXIT.
022550
022560*----------------------------------------------------------------
022570* 1050-CHECK-PRIOR-RUNS -- SCAN THE CUMULATIVE RUN-CONTROL FILE
022580*     FOR THE HIGHEST CYCLE ALREADY POSTED FOR TODAY'S DATE.  A
022590*     FRESH RUN AGAINST A DATE ALREADY POSTED IS THE ACCIDENTAL
022600*     DOUBLE-SUBMIT THIS EXISTS TO STOP, AND REFUSES WITH
022610*     CONDITION CODE 8 UNLESS THE RERUN CARD AUTHORIZES IT.  A
022620*     CHECKPOINT RESTART PASSES UNCHALLENGED -- THE ABENDED
022630*     SEGMENT NEVER POSTED A RUN-CONTROL RECORD, SO THE CYCLE
022640*     IT COMPUTES HERE IS THE SAME ONE THE ABENDED SEGMENT WAS
022650*     STAMPING.  A RECORD FROM BEFORE THE CYCLE NUMBER EXISTED
022660*     SCANS AS CYCLE 1.
022670*----------------------------------------------------------------
022680 1050-CHECK-PRIOR-RUNS.
022690     MOVE 0 TO WS-MaxPriorCycle
022700     MOVE "N" TO WS-RUNCTL-EOF-SW
022710     OPEN INPUT RunControlFile
022720     PERFORM 1055-SCAN-ONE-RUN-RECORD THRU 1055-EXIT
022730         UNTIL WS-RUNCTL-EOF
022740     CLOSE RunControlFile
022750     COMPUTE WS-CycleNumber = WS-MaxPriorCycle + 1
022760     IF WS-RESTARTING OR WS-MaxPriorCycle = 0
022770         GO TO 1050-EXIT
022780     END-IF
022790     PERFORM 1060-READ-RERUN-CARD THRU 1060-EXIT
022800     IF WS-RERUN-AUTHORIZED
022810         DISPLAY "Roster: rerun authorized for " WS-RunDate
022820             "; cycle " WS-CycleNumber
022830     ELSE
022840         DISPLAY "Roster: run already posted for " WS-RunDate
022850             " and no rerun card supplied; run refused"
022860         MOVE 8 TO RETURN-CODE
022870         STOP RUN
022880     END-IF.
022890 1050-EXIT.
022900     EXIT.
022910
022920*----------------------------------------------------------------
022930* 1055-SCAN-ONE-RUN-RECORD -- FOLD ONE RUN-CONTROL RECORD INTO
022940*     THE HIGHEST-CYCLE SCAN FOR TODAY'S DATE.  ONLY A RECORD
022950*     THE FORMAT BYTE PROVES IS NEW-LAYOUT GIVES UP A CYCLE
022960*     NUMBER: AN OLD-LAYOUT RECORD HAS READ-COUNT DIGITS IN
022970*     THOSE COLUMNS (ALWAYS NUMERIC, SO A NUMERIC TEST ALONE
022980*     CANNOT TELL THEM APART) AND SCANS AS CYCLE 1.
022990*----------------------------------------------------------------
023000 1055-SCAN-ONE-RUN-RECORD.
023010     READ RunControlFile INTO WS-RUNCTL-WORK
023020         AT END
023030             SET WS-RUNCTL-EOF TO TRUE
023040             GO TO 1055-EXIT
023050     END-READ
023060     IF WS-RC-RunDate NOT = WS-RunDate
023070         GO TO 1055-EXIT
023080     END-IF
023090     IF WS-RC-FORMAT-BYTE = SPACE
023100             AND WS-RC-CycleNumber IS NUMERIC
023110         IF WS-RC-CycleNumber > WS-MaxPriorCycle
023120             MOVE WS-RC-CycleNumber TO WS-MaxPriorCycle
023130         END-IF
023140     ELSE
023150         IF WS-MaxPriorCycle = 0
023160             MOVE 1 TO WS-MaxPriorCycle
023170         END-IF
023180     END-IF.
023190 1055-EXIT.
023200     EXIT.
023210
023220*----------------------------------------------------------------
023230* 1060-READ-RERUN-CARD -- AN EXPLICIT "RERUN" PUNCHED ON THE
023240*     RERUNCRD FILE AUTHORIZES A SECOND FRESH RUN FOR A DATE
023250*     ALREADY POSTED.  ANYTHING ELSE, OR NO CARD, DOES NOT.
023260*----------------------------------------------------------------
023270 1060-READ-RERUN-CARD.
023280     OPEN INPUT RerunCardFile
023290     READ RerunCardFile
023300         AT END
023310             GO TO 1060-DONE
023320     END-READ
023330     IF RERUN-CARD-RECORD (1:5) = "RERUN"
023340         SET WS-RERUN-AUTHORIZED TO TRUE
023350     END-IF.
023360 1060-DONE.
023370     CLOSE RerunCardFile.
023380 1060-EXIT.
023390     EXIT.
023400
023410*----------------------------------------------------------------
023420* 1500-APPLY-RAW-FEED -- APPLY THE FLAT RAWFEED TRANSACTIONS TO
023430*     THE INDEXED MASTER BEFORE THE ROSTER PASS, SO THE LOAD NO
023440*     LONGER HAPPENS BY HAND OUTSIDE THE RUN.  EACH RAW RECORD
023450*     CARRIES A TRAILING TRANSACTION CODE: "A" WRITES A NEW
023460*     STUDENT, "C" REWRITES AN EXISTING ONE, "D" DELETES ONE.
023470*     EVERY APPLIED TRANSACTION GOES ON THE APPLIED-TRANSACTIONS
023480*     REPORT; AN ADD OF AN ID ALREADY ON FILE, A CHANGE OR
023490*     DELETE OF AN ID NOT ON FILE, OR A CODE THAT IS NOT A/C/D
023500*     GOES TO THE MAINTENANCE REJECT LISTING INSTEAD.
023510*----------------------------------------------------------------
023520 1500-APPLY-RAW-FEED.
023530     OPEN I-O StudentFile
023540     OPEN INPUT RawStudentFile
023550     OPEN OUTPUT TranReportFile
023560     OPEN OUTPUT TranRejectFile
023570     PERFORM 1510-READ-RAW-RECORD THRU 1510-EXIT
023580     PERFORM 1520-APPLY-ONE-TRAN THRU 1520-EXIT
023590         UNTIL WS-RAW-EOF
023600     DISPLAY "Feed Adds Applied: " WS-TranAddCount
023610     DISPLAY "Feed Changes Applied: " WS-TranChangeCount
023620     DISPLAY "Feed Deletes Applied: " WS-TranDeleteCount
023630     DISPLAY "Feed Merges Applied: " WS-TranMergeCount
023640     IF WS-RekeyedCount > 0
023650         DISPLAY "Enrollments Re-Keyed By Merge: "
023660             WS-RekeyedCount
023670     END-IF
023680     IF WS-HistRekeyedCount > 0
023690         DISPLAY "History Rows Re-Keyed By Merge: "
023700             WS-HistRekeyedCount
023710     END-IF
023720     DISPLAY "Feed Transactions Rejected: " WS-TranRejectCount
023730     CLOSE RawStudentFile
023740     CLOSE TranReportFile
023750     CLOSE TranRejectFile
023760     CLOSE StudentFile.
023770 1500-EXIT.
023780     EXIT.
023790
023800*----------------------------------------------------------------
023810* 1510-READ-RAW-RECORD -- READ ONE RAW FEED TRANSACTION.
023820*----------------------------------------------------------------
023830 1510-READ-RAW-RECORD.
023840     READ RawStudentFile INTO WS-RAW-RECORD
023850         AT END
023860             SET WS-RAW-EOF TO TRUE
023870             GO TO 1510-EXIT
023880     END-READ
023890     ADD 1 TO WS-RawReadCount.
023900 1510-EXIT.
023910     EXIT.
023920
023930*----------------------------------------------------------------
023940* 1520-APPLY-ONE-TRAN -- ROUTE ONE RAW TRANSACTION TO THE ADD,
023950*     CHANGE, DELETE OR MERGE LEG BY ITS CODE, REJECTING ANY
023960*     CODE THAT IS NOT ONE OF THE FOUR, THEN READ THE NEXT ONE.
023970*----------------------------------------------------------------
023980 1520-APPLY-ONE-TRAN.
023990     IF WS-RW-TRAN-ADD
024000         PERFORM 1530-APPLY-ADD THRU 1530-EXIT
024010     ELSE
024020         IF WS-RW-TRAN-CHANGE
024030             PERFORM 1540-APPLY-CHANGE THRU 1540-EXIT
024040         ELSE
024050             IF WS-RW-TRAN-DELETE
024060                 PERFORM 1550-APPLY-DELETE THRU 1550-EXIT
024070             ELSE
024080                 IF WS-RW-TRAN-MERGE
024090                     PERFORM 1580-APPLY-MERGE THRU 1580-EXIT
024100                 ELSE
024110                     MOVE "TRANSACTION CODE IS NOT A, C, D OR M"
024120                         TO WS-TRAN-REASON
024130                     PERFORM 1560-WRITE-TRAN-REJECT
024140                         THRU 1560-EXIT
024150                 END-IF
024160             END-IF
024170         END-IF
024180     END-IF
024190     PERFORM 1510-READ-RAW-RECORD THRU 1510-EXIT.
024200 1520-EXIT.
024210     EXIT.
024220
024230*----------------------------------------------------------------
024240* 1530-APPLY-ADD -- WRITE A NEW STUDENT TO THE INDEXED MASTER.
024250*     THE INVALID KEY PATH FIRES WHEN THE ID IS ALREADY ON FILE.
024260*----------------------------------------------------------------
024270 1530-APPLY-ADD.
024280     IF NOT WS-RW-MARK-VALID
024290         MOVE "MARK IS NOT I, W, P OR BLANK" TO WS-TRAN-REASON
024300         PERFORM 1560-WRITE-TRAN-REJECT THRU 1560-EXIT
024310         GO TO 1530-EXIT
024320     END-IF
024330     MOVE WS-RW-StudentID TO StudentID
024340     MOVE WS-RW-StudentName TO StudentName
024350     MOVE WS-RW-StudentGrade TO StudentGrade
024360     MOVE WS-RW-ClassSection TO ClassSection
024370     MOVE WS-RW-CreditHours TO CreditHours
024380     IF WS-RW-Status = SPACE
024390         MOVE "A" TO StudentStatus
024400     ELSE
024410         MOVE WS-RW-Status TO StudentStatus
024420     END-IF
024430     MOVE WS-RW-Mark TO StudentMark
024440     IF WS-RW-Mark = "I" OR WS-RW-Mark = "W"
024450         MOVE WS-RunDate TO StudentMarkDate
024460     ELSE
024470         MOVE 0 TO StudentMarkDate
024480     END-IF
024490     WRITE StudentRecord
024500         INVALID KEY
024510             MOVE "ADD OF A STUDENT ID ALREADY ON MASTER"
024520                 TO WS-TRAN-REASON
024530             PERFORM 1560-WRITE-TRAN-REJECT THRU 1560-EXIT
024540         NOT INVALID KEY
024550             ADD 1 TO WS-TranAddCount
024560             MOVE "ADDED" TO WS-TRAN-ACTION
024570             PERFORM 1570-WRITE-TRAN-APPLIED THRU 1570-EXIT
024580     END-WRITE.
024590 1530-EXIT.
024600     EXIT.
024610
024620*----------------------------------------------------------------
024630* 1540-APPLY-CHANGE -- REWRITE AN EXISTING STUDENT FROM THE RAW
024640*     TRANSACTION.  THE KEYED READ PROVES THE ID IS ON FILE
024650*     BEFORE THE RECORD IS REPLACED WHOLESALE.
024660*----------------------------------------------------------------
024670 1540-APPLY-CHANGE.
024680     IF NOT WS-RW-MARK-VALID
024690         MOVE "MARK IS NOT I, W, P OR BLANK" TO WS-TRAN-REASON
024700         PERFORM 1560-WRITE-TRAN-REJECT THRU 1560-EXIT
024710         GO TO 1540-EXIT
024720     END-IF
024730     MOVE WS-RW-StudentID TO StudentID
024740     READ StudentFile
024750         INVALID KEY
024760             MOVE "CHANGE OF A STUDENT ID NOT ON MASTER"
024770                 TO WS-TRAN-REASON
024780             PERFORM 1560-WRITE-TRAN-REJECT THRU 1560-EXIT
024790         NOT INVALID KEY
024800             MOVE WS-RW-StudentName TO StudentName
024810             MOVE WS-RW-StudentGrade TO StudentGrade
024820             MOVE WS-RW-ClassSection TO ClassSection
024830             MOVE WS-RW-CreditHours TO CreditHours
024840             IF WS-RW-Status NOT = SPACE
024850                 MOVE WS-RW-Status TO StudentStatus
024860             END-IF
024870             IF WS-RW-Mark NOT = SPACE
024880                 MOVE WS-RW-Mark TO StudentMark
024890                 IF WS-RW-Mark = "I" OR WS-RW-Mark = "W"
024900                     MOVE WS-RunDate TO StudentMarkDate
024910                 ELSE
024920                     MOVE 0 TO StudentMarkDate
024930                 END-IF
024940             END-IF
024950             REWRITE StudentRecord
024960                 INVALID KEY
024970                     DISPLAY "Feed: change rewrite failed for "
024980                         StudentID
024990             END-REWRITE
025000             ADD 1 TO WS-TranChangeCount
025010             MOVE "CHANGED" TO WS-TRAN-ACTION
025020             PERFORM 1570-WRITE-TRAN-APPLIED THRU 1570-EXIT
025030     END-READ.
025040 1540-EXIT.
025050     EXIT.
025060
025070*----------------------------------------------------------------
025080* 1550-APPLY-DELETE -- DELETE A STUDENT FROM THE INDEXED MASTER.
025090*     THE INVALID KEY PATH FIRES WHEN THE ID IS NOT ON FILE.
025100*----------------------------------------------------------------
025110 1550-APPLY-DELETE.
025120     MOVE WS-RW-StudentID TO StudentID
025130     DELETE StudentFile
025140         INVALID KEY
025150             MOVE "DELETE OF A STUDENT ID NOT ON MASTER"
025160                 TO WS-TRAN-REASON
025170             PERFORM 1560-WRITE-TRAN-REJECT THRU 1560-EXIT
025180         NOT INVALID KEY
025190             ADD 1 TO WS-TranDeleteCount
025200             MOVE "DELETED" TO WS-TRAN-ACTION
025210             PERFORM 1570-WRITE-TRAN-APPLIED THRU 1570-EXIT
025220     END-DELETE.
025230 1550-EXIT.
025240     EXIT.
025250
025260*----------------------------------------------------------------
025270* 1560-WRITE-TRAN-REJECT -- LOG A RAW TRANSACTION THAT COULD NOT
025280*     BE APPLIED TO THE MAINTENANCE REJECT LISTING.
025290*----------------------------------------------------------------
025300 1560-WRITE-TRAN-REJECT.
025310     MOVE WS-RW-TranCode TO TX-TranCode
025320     MOVE WS-RW-StudentID TO TX-StudentID
025330     MOVE WS-RW-StudentName TO TX-StudentName
025340     MOVE WS-TRAN-REASON TO TX-REASON-TEXT
025350     WRITE TRAN-REJECT-RECORD
025360     ADD 1 TO WS-TranRejectCount.
025370 1560-EXIT.
025380     EXIT.
025390
025400*----------------------------------------------------------------
025410* 1570-WRITE-TRAN-APPLIED -- PRINT ONE LINE ON THE APPLIED-
025420*     TRANSACTIONS REPORT FOR A TRANSACTION JUST APPLIED.
025430*----------------------------------------------------------------
025440 1570-WRITE-TRAN-APPLIED.
025450     MOVE WS-TRAN-ACTION TO TA-ACTION
025460     MOVE WS-RW-StudentID TO TA-StudentID
025470     MOVE WS-RW-StudentName TO TA-StudentName
025480     WRITE TRAN-REPORT-LINE FROM WS-TRAN-APPLIED-LINE.
025490 1570-EXIT.
025500     EXIT.
025510
025520*----------------------------------------------------------------
025530* 1580-APPLY-MERGE -- FOLD A DUPLICATE STUDENT ID INTO ITS
025540*     SURVIVOR.  THE MERGE CARD CARRIES THE DUPLICATE IN THE ID
025550*     COLUMNS AND THE SURVIVOR ID, OPERATOR AND REFERENCE IN
025560*     THE NAME COLUMNS.  BOTH IDS MUST BE ON THE MASTER, AND THE
025570*     DUPLICATE MUST CLEAR 1581 BEFORE ANYTHING MOVES; THE
025580*     DUPLICATE'S ENROLLMENT AND ACADEMIC HISTORY RECORDS ARE
025590*     RE-KEYED TO THE SURVIVOR, THE DUPLICATE COMES OFF THE
025600*     MASTER, AND THE
025610*     WHOLE ACTION IS EVIDENCED ON THE AUDIT FILE (OLD GRADE =
025620*     THE DUPLICATE'S, NEW GRADE = THE SURVIVOR'S) LIKE A
025630*     LOOKUP CORRECTION.  NOTE THE APPLIED-TRANSACTIONS REPORT
025640*     SHOWS THE MERGE CARD'S NAME COLUMNS AS PUNCHED -- THAT IS
025650*     THE SURVIVOR/OPERATOR/REFERENCE, NOT A NAME.
025660*----------------------------------------------------------------
025670 1580-APPLY-MERGE.
025680     IF WS-RW-SurvivorID IS NOT NUMERIC
025690         MOVE "MERGE SURVIVOR ID IS NOT NUMERIC"
025700             TO WS-TRAN-REASON
025710         PERFORM 1560-WRITE-TRAN-REJECT THRU 1560-EXIT
025720         GO TO 1580-EXIT
025730     END-IF
025740     IF WS-RW-SurvivorID = WS-RW-StudentID
025750         MOVE "MERGE OF A STUDENT ID INTO ITSELF"
025760             TO WS-TRAN-REASON
025770         PERFORM 1560-WRITE-TRAN-REJECT THRU 1560-EXIT
025780         GO TO 1580-EXIT
025790     END-IF
025800     MOVE WS-RW-StudentID TO StudentID
025810     READ StudentFile
025820         INVALID KEY
025830             MOVE "MERGE OF A STUDENT ID NOT ON MASTER"
025840                 TO WS-TRAN-REASON
025850             PERFORM 1560-WRITE-TRAN-REJECT THRU 1560-EXIT
025860             GO TO 1580-EXIT
025870         NOT INVALID KEY
025880             MOVE StudentGrade TO WS-MG-DupGrade
025890     END-READ
025900     MOVE WS-RW-SurvivorID TO StudentID
025910     READ StudentFile
025920         INVALID KEY
025930             MOVE "MERGE SURVIVOR ID NOT ON MASTER"
025940                 TO WS-TRAN-REASON
025950             PERFORM 1560-WRITE-TRAN-REJECT THRU 1560-EXIT
025960             GO TO 1580-EXIT
025970         NOT INVALID KEY
025980             MOVE StudentGrade TO WS-MG-SurvGrade
025990             MOVE ClassSection TO WS-MG-SurvSection
026000     END-READ
026010     PERFORM 1581-CHECK-MERGE-ROOM THRU 1581-EXIT
026020     IF WS-MERGE-BLOCKED
026030         PERFORM 1560-WRITE-TRAN-REJECT THRU 1560-EXIT
026040         GO TO 1580-EXIT
026050     END-IF
026060     PERFORM 1585-REKEY-ENROLLMENTS THRU 1585-EXIT
026070     IF WS-MERGE-OK
026080         PERFORM 1588-REKEY-HISTORY THRU 1588-EXIT
026090     END-IF
026100     IF WS-MERGE-BLOCKED
026110         PERFORM 1560-WRITE-TRAN-REJECT THRU 1560-EXIT
026120         GO TO 1580-EXIT
026130     END-IF
026140     MOVE WS-RW-StudentID TO StudentID
026150     DELETE StudentFile
026160         INVALID KEY
026170             DISPLAY "Feed: merge delete failed for " StudentID
026180     END-DELETE
026190     ADD 1 TO WS-TranMergeCount
026200     MOVE "MERGED" TO WS-TRAN-ACTION
026210     PERFORM 1570-WRITE-TRAN-APPLIED THRU 1570-EXIT
026220     MOVE WS-RW-SurvivorID TO StudentID
026230     MOVE WS-MG-SurvSection TO ClassSection
026240     MOVE WS-MG-DupGrade TO WS-OldGrade
026250     MOVE WS-MG-SurvGrade TO WS-LK-NewGrade
026260     MOVE WS-RW-MG-Operator TO WS-LK-Operator
026270     MOVE WS-RW-MG-Reference TO WS-LK-Reference
026280     MOVE WS-RW-StudentID TO WS-MG-MergedID
026290     PERFORM 6200-WRITE-AUDIT-RECORD THRU 6200-EXIT.
026300 1580-EXIT.
026310     EXIT.
026320
026330*----------------------------------------------------------------
026340* 1581-CHECK-MERGE-ROOM -- REFUSE THE MERGE, BEFORE ANY RECORD
026350*     MOVES, WHEN THE DUPLICATE HAS A LEDGER ACCOUNT OR A GRADE
026360*     CHANGE AWAITING APPROVAL (BOTH ARE SETTLED UNDER THE ID
026370*     THEY WERE RAISED ON), WHEN ONE OF ITS ENROLLMENT OR HISTORY
026380*     COURSE ROWS COLLIDES WITH THE SURVIVOR'S AND NO ATTEMPT
026390*     NUMBER IS LEFT TO MOVE IT TO, OR WHEN THE COMBINED HISTORY
026400*     WOULD NOT FIT THE TABLES THE TERM TOTALS ARE RESTATED FROM.
026410*     THE REASON IS LEFT IN WS-TRAN-REASON.
026420*----------------------------------------------------------------
026430 1581-CHECK-MERGE-ROOM.
026440     SET WS-MERGE-OK TO TRUE
026450     OPEN INPUT LedgerFile
026460     MOVE WS-RW-StudentID TO LG-StudentID
026470     MOVE LOW-VALUES TO LG-RecType
026480     MOVE 0 TO LG-ItemDate
026490     MOVE 0 TO LG-ItemSeq
026500     START LedgerFile KEY IS NOT LESS THAN LG-KEY
026510         INVALID KEY
026520             MOVE 0 TO LG-StudentID
026530         NOT INVALID KEY
026540             READ LedgerFile NEXT
026550                 AT END
026560                     MOVE 0 TO LG-StudentID
026570             END-READ
026580     END-START
026590     CLOSE LedgerFile
026600     IF LG-StudentID = WS-RW-StudentID
026610         MOVE "MERGE DUPLICATE HAS A LEDGER ACCOUNT"
026620             TO WS-TRAN-REASON
026630         SET WS-MERGE-BLOCKED TO TRUE
026640         GO TO 1581-EXIT
026650     END-IF
026660     MOVE "N" TO WS-MG-SCAN-DONE-SW
026670     OPEN INPUT PendingChangeFile
026680     MOVE WS-RW-StudentID TO PD-StudentID
026690     MOVE LOW-VALUES TO PD-Reference
026700     START PendingChangeFile KEY IS NOT LESS THAN PD-KEY
026710         INVALID KEY
026720             SET WS-MG-SCAN-DONE TO TRUE
026730     END-START
026740     PERFORM 1584-CHECK-ONE-PENDING THRU 1584-EXIT
026750         UNTIL WS-MG-SCAN-DONE
026760     CLOSE PendingChangeFile
026770     IF WS-MERGE-BLOCKED
026780         GO TO 1581-EXIT
026790     END-IF
026800     MOVE "N" TO WS-MG-SCAN-DONE-SW
026810     MOVE WS-RW-StudentID TO WS-MG-EK-StudentID
026820     MOVE LOW-VALUES TO WS-MG-EK-CourseCode
026830     MOVE 0 TO WS-MG-EK-Attempt
026840     OPEN INPUT EnrollmentFile
026850     PERFORM 1582-CHECK-ONE-ENROLL-ROOM THRU 1582-EXIT
026860         UNTIL WS-MG-SCAN-DONE
026870     CLOSE EnrollmentFile
026880     IF WS-MERGE-BLOCKED
026890         GO TO 1581-EXIT
026900     END-IF
026910     MOVE 0 TO WS-MG-CourseRows
026920     MOVE 0 TO WS-MG-TermRows
026930     MOVE LOW-VALUES TO WS-MG-HK-TermCode
026940     MOVE LOW-VALUES TO WS-MG-HK-RecType
026950     MOVE LOW-VALUES TO WS-MG-HK-CourseCode
026960     MOVE 0 TO WS-MG-HK-Attempt
026970     OPEN INPUT AcadHistFile
026980     MOVE "N" TO WS-MG-SCAN-DONE-SW
026990     MOVE WS-RW-StudentID TO WS-MG-ScanID
027000     MOVE WS-MG-ScanID TO WS-MG-HK-StudentID
027010     PERFORM 1583-CHECK-ONE-HISTORY-ROOM THRU 1583-EXIT
027020         UNTIL WS-MG-SCAN-DONE
027030     IF WS-MERGE-OK
027040         MOVE "N" TO WS-MG-SCAN-DONE-SW
027050         MOVE WS-RW-SurvivorID TO WS-MG-ScanID
027060         MOVE WS-MG-ScanID TO WS-MG-HK-StudentID
027070         MOVE LOW-VALUES TO WS-MG-HK-TermCode
027080         MOVE LOW-VALUES TO WS-MG-HK-RecType
027090         MOVE LOW-VALUES TO WS-MG-HK-CourseCode
027100         MOVE 0 TO WS-MG-HK-Attempt
027110         PERFORM 1583-CHECK-ONE-HISTORY-ROOM THRU 1583-EXIT
027120             UNTIL WS-MG-SCAN-DONE
027130     END-IF
027140     CLOSE AcadHistFile
027150     IF WS-MERGE-OK
027160             AND (WS-MG-CourseRows > WS-MH-MAX
027170                  OR WS-MG-TermRows > WS-MTR-MAX)
027180         MOVE "MERGE HISTORY TOO LARGE TO RESTATE"
027190             TO WS-TRAN-REASON
027200         SET WS-MERGE-BLOCKED TO TRUE
027210     END-IF.
027220 1581-EXIT.
027230     EXIT.
027240
027250*----------------------------------------------------------------
027260* 1582-CHECK-ONE-ENROLL-ROOM -- READ THE DUPLICATE'S NEXT
027270*     ENROLLMENT AFTER THE SAVED KEY.  WHEN THE SURVIVOR ALREADY
027280*     HOLDS THE SAME COURSE AND ATTEMPT, THE ROW WILL GO ON AS THE
027290*     SURVIVOR'S NEXT ATTEMPT, SO ONE MUST STILL BE FREE.
027300*----------------------------------------------------------------
027310 1582-CHECK-ONE-ENROLL-ROOM.
027320     MOVE WS-MG-ENROLL-KEY TO EN-KEY
027330     START EnrollmentFile KEY IS GREATER THAN EN-KEY
027340         INVALID KEY
027350             SET WS-MG-SCAN-DONE TO TRUE
027360             GO TO 1582-EXIT
027370     END-START
027380     READ EnrollmentFile NEXT
027390         AT END
027400             SET WS-MG-SCAN-DONE TO TRUE
027410             GO TO 1582-EXIT
027420     END-READ
027430     IF EN-StudentID NOT = WS-RW-StudentID
027440         SET WS-MG-SCAN-DONE TO TRUE
027450         GO TO 1582-EXIT
027460     END-IF
027470     MOVE EN-KEY TO WS-MG-ENROLL-KEY
027480     MOVE WS-RW-SurvivorID TO EN-StudentID
027490     READ EnrollmentFile
027500         INVALID KEY
027510             GO TO 1582-EXIT
027520     END-READ
027530     MOVE WS-RW-SurvivorID TO WS-ATT-StudentID
027540     MOVE WS-MG-EK-CourseCode TO WS-ATT-CourseCode
027550     PERFORM 1680-FIND-LAST-ATTEMPT THRU 1680-EXIT
027560     IF WS-LastAttempt = 99
027570         DISPLAY "Feed: merge has no attempt left for "
027580             WS-RW-SurvivorID " " WS-MG-EK-CourseCode
027590         MOVE "MERGE ENROLLMENT HAS NO ATTEMPT LEFT"
027600             TO WS-TRAN-REASON
027610         SET WS-MERGE-BLOCKED TO TRUE
027620         SET WS-MG-SCAN-DONE TO TRUE
027630     END-IF.
027640 1582-EXIT.
027650     EXIT.
027660
027670*----------------------------------------------------------------
027680* 1583-CHECK-ONE-HISTORY-ROOM -- READ THE NEXT HISTORY ROW OF THE
027690*     ID BEING SCANNED AFTER THE SAVED KEY AND COUNT IT.  FOR THE
027700*     DUPLICATE, A COURSE ROW THE SURVIVOR ALREADY HOLDS UNDER THE
027710*     SAME TERM AND ATTEMPT NEEDS A FREE ATTEMPT NUMBER; A TERM-
027720*     TOTAL ROW THE SURVIVOR HOLDS IS FOLDED, SO NEEDS NONE.
027730*----------------------------------------------------------------
027740 1583-CHECK-ONE-HISTORY-ROOM.
027750     MOVE WS-MG-HIST-KEY TO AC-KEY
027760     START AcadHistFile KEY IS GREATER THAN AC-KEY
027770         INVALID KEY
027780             SET WS-MG-SCAN-DONE TO TRUE
027790             GO TO 1583-EXIT
027800     END-START
027810     READ AcadHistFile NEXT
027820         AT END
027830             SET WS-MG-SCAN-DONE TO TRUE
027840             GO TO 1583-EXIT
027850     END-READ
027860     IF AC-StudentID NOT = WS-MG-ScanID
027870         SET WS-MG-SCAN-DONE TO TRUE
027880         GO TO 1583-EXIT
027890     END-IF
027900     MOVE AC-KEY TO WS-MG-HIST-KEY
027910     IF AC-RecType = "T"
027920         ADD 1 TO WS-MG-TermRows
027930         GO TO 1583-EXIT
027940     END-IF
027950     ADD 1 TO WS-MG-CourseRows
027960     IF WS-MG-ScanID NOT = WS-RW-StudentID
027970         GO TO 1583-EXIT
027980     END-IF
027990     MOVE WS-RW-SurvivorID TO AC-StudentID
028000     READ AcadHistFile
028010         INVALID KEY
028020             GO TO 1583-EXIT
028030     END-READ
028040     MOVE AC-KEY TO WS-AC-KEY
028050     PERFORM 1590-FIND-LAST-HIST-ATTEMPT THRU 1590-EXIT
028060     IF WS-LastAttempt = 99
028070         DISPLAY "Feed: merge has no history attempt left for "
028080             WS-RW-SurvivorID " " WS-MG-HK-CourseCode
028090         MOVE "MERGE HISTORY COURSE HAS NO ATTEMPT LEFT"
028100             TO WS-TRAN-REASON
028110         SET WS-MERGE-BLOCKED TO TRUE
028120         SET WS-MG-SCAN-DONE TO TRUE
028130     END-IF.
028140 1583-EXIT.
028150     EXIT.
028160
028170*----------------------------------------------------------------
028180* 1584-CHECK-ONE-PENDING -- READ THE NEXT PENDING GRADE CHANGE
028190*     AND REFUSE THE MERGE WHEN ONE OF THE DUPLICATE'S IS STILL
028200*     AWAITING A DECISION.  DECIDED CHANGES ARE HISTORY.
028210*----------------------------------------------------------------
028220 1584-CHECK-ONE-PENDING.
028230     READ PendingChangeFile NEXT
028240         AT END
028250             SET WS-MG-SCAN-DONE TO TRUE
028260             GO TO 1584-EXIT
028270     END-READ
028280     IF PD-StudentID NOT = WS-RW-StudentID
028290         SET WS-MG-SCAN-DONE TO TRUE
028300         GO TO 1584-EXIT
028310     END-IF
028320     IF PD-Status = "P"
028330         MOVE "MERGE DUPLICATE HAS A GRADE CHANGE OPEN"
028340             TO WS-TRAN-REASON
028350         SET WS-MERGE-BLOCKED TO TRUE
028360         SET WS-MG-SCAN-DONE TO TRUE
028370     END-IF.
028380 1584-EXIT.
028390     EXIT.
028400
028410*----------------------------------------------------------------
028420* 1585-REKEY-ENROLLMENTS -- MOVE EVERY ENROLLMENT RECORD KEYED
028430*     TO THE DUPLICATE OVER TO THE SURVIVOR, BY KEY, ON THE
028440*     INDEXED ENROLLMENT MASTER.  THIS RUNS DURING THE RAW FEED
028450*     APPLY, BEFORE THE ROSTER PASS EVER SUMS A COURSE, SO THE
028460*     ROSTER PASS ONLY EVER SEES THE SURVIVOR.
028470*----------------------------------------------------------------
028480 1585-REKEY-ENROLLMENTS.
028490     MOVE "N" TO WS-ENROLL-EOF-SW
028500     OPEN I-O EnrollmentFile
028510     PERFORM 1586-REKEY-ONE-ENROLLMENT THRU 1586-EXIT
028520         UNTIL WS-ENROLL-EOF
028530     CLOSE EnrollmentFile.
028540 1585-EXIT.
028550     EXIT.
028560
028570*----------------------------------------------------------------
028580* 1586-REKEY-ONE-ENROLLMENT -- POSITION ON THE DUPLICATE'S FIRST
028590*     REMAINING ENROLLMENT, WRITE IT UNDER THE SURVIVOR'S ID AND
028600*     ONLY THEN DELETE THE DUPLICATE'S COPY.  THE START IS TAKEN
028610*     AFRESH EACH TIME SINCE THE WRITE AND DELETE BOTH DISTURB THE
028620*     FILE POSITION; THE PASS ENDS WHEN THE DUPLICATE HAS NOTHING
028630*     LEFT ON FILE.  A ROW THAT WILL NOT GO ON UNDER THE SURVIVOR
028640*     STAYS WHERE IT IS AND THE MERGE IS REFUSED.
028650*----------------------------------------------------------------
028660 1586-REKEY-ONE-ENROLLMENT.
028670     MOVE WS-RW-StudentID TO EN-StudentID
028680     MOVE LOW-VALUES TO EN-CourseCode
028690     MOVE 0 TO EN-Attempt
028700     START EnrollmentFile KEY IS NOT LESS THAN EN-KEY
028710         INVALID KEY
028720             SET WS-ENROLL-EOF TO TRUE
028730             GO TO 1586-EXIT
028740     END-START
028750     READ EnrollmentFile NEXT INTO WS-ENROLLMENT-RECORD
028760         AT END
028770             SET WS-ENROLL-EOF TO TRUE
028780             GO TO 1586-EXIT
028790     END-READ
028800     IF WS-EN-StudentID NOT = WS-RW-StudentID
028810         SET WS-ENROLL-EOF TO TRUE
028820         GO TO 1586-EXIT
028830     END-IF
028840     MOVE WS-EN-KEY TO WS-MG-ENROLL-KEY
028850     MOVE "N" TO WS-MG-PLACED-SW
028860     MOVE WS-RW-SurvivorID TO WS-EN-StudentID
028870     WRITE ENROLLMENT-RECORD FROM WS-ENROLLMENT-RECORD
028880         INVALID KEY
028890             PERFORM 1587-REKEY-AS-NEXT-ATTEMPT THRU 1587-EXIT
028900         NOT INVALID KEY
028910             SET WS-MG-PLACED TO TRUE
028920     END-WRITE
028930     IF NOT WS-MG-PLACED
028940         MOVE "MERGE ENROLLMENT COULD NOT BE RE-KEYED"
028950             TO WS-TRAN-REASON
028960         SET WS-MERGE-BLOCKED TO TRUE
028970         SET WS-ENROLL-EOF TO TRUE
028980         GO TO 1586-EXIT
028990     END-IF
029000     MOVE WS-MG-ENROLL-KEY TO EN-KEY
029010     DELETE EnrollmentFile
029020         INVALID KEY
029030             DISPLAY "Feed: enrollment re-key delete failed for "
029040                 WS-MG-EK-StudentID " " WS-MG-EK-CourseCode
029050             MOVE "MERGE ENROLLMENT COULD NOT BE RE-KEYED"
029060                 TO WS-TRAN-REASON
029070             SET WS-MERGE-BLOCKED TO TRUE
029080             SET WS-ENROLL-EOF TO TRUE
029090             GO TO 1586-EXIT
029100     END-DELETE
029110     ADD 1 TO WS-RekeyedCount.
029120 1586-EXIT.
029130     EXIT.
029140
029150*----------------------------------------------------------------
029160* 1587-REKEY-AS-NEXT-ATTEMPT -- THE SURVIVOR ALREADY HOLDS THIS
029170*     COURSE UNDER THE SAME ATTEMPT NUMBER, SO THE DUPLICATE'S
029180*     ATTEMPT GOES ON FILE AS THE SURVIVOR'S NEXT ONE INSTEAD.
029190*     WS-MG-PLACED IS SET ONLY WHEN THE WRITE TAKES.
029200*----------------------------------------------------------------
029210 1587-REKEY-AS-NEXT-ATTEMPT.
029220     MOVE WS-EN-StudentID TO WS-ATT-StudentID
029230     MOVE WS-EN-CourseCode TO WS-ATT-CourseCode
029240     PERFORM 1680-FIND-LAST-ATTEMPT THRU 1680-EXIT
029250     IF WS-LastAttempt = 99
029260         DISPLAY "Feed: no attempt number left to re-key "
029270             WS-EN-StudentID " " WS-EN-CourseCode
029280         GO TO 1587-EXIT
029290     END-IF
029300     COMPUTE WS-EN-Attempt = WS-LastAttempt + 1
029310     WRITE ENROLLMENT-RECORD FROM WS-ENROLLMENT-RECORD
029320         INVALID KEY
029330             DISPLAY "Feed: enrollment re-key write failed for "
029340                 WS-EN-StudentID " " WS-EN-CourseCode
029350         NOT INVALID KEY
029360             SET WS-MG-PLACED TO TRUE
029370     END-WRITE.
029380 1587-EXIT.
029390     EXIT.
029400
029410*----------------------------------------------------------------
029420* 1588-REKEY-HISTORY -- MOVE THE DUPLICATE'S ACADEMIC HISTORY TO
029430*     THE SURVIVOR THE SAME WAY AS ITS ENROLLMENTS, THEN RESTATE
029440*     THE SURVIVOR'S TERM-TOTAL ROWS OVER THE COMBINED COURSES SO
029450*     THE TRANSCRIPT AND THE CLOSED-TERM CHECKS SEE ONE RECORD.
029460*----------------------------------------------------------------
029470 1588-REKEY-HISTORY.
029480     MOVE 0 TO WS-MG-HistMoved
029490     MOVE "N" TO WS-MG-SCAN-DONE-SW
029500     OPEN I-O AcadHistFile
029510     PERFORM 1589-REKEY-ONE-HISTORY-ROW THRU 1589-EXIT
029520         UNTIL WS-MG-SCAN-DONE
029530     IF WS-MG-HistMoved > 0
029540         MOVE WS-RW-SurvivorID TO WS-MG-RestateID
029550         PERFORM 1593-RESTATE-TERM-TOTALS THRU 1593-EXIT
029560     END-IF
029570     CLOSE AcadHistFile.
029580 1588-EXIT.
029590     EXIT.
029600
029610*----------------------------------------------------------------
029620* 1589-REKEY-ONE-HISTORY-ROW -- POSITION ON THE DUPLICATE'S FIRST
029630*     REMAINING HISTORY ROW, WRITE IT UNDER THE SURVIVOR AND THEN
029640*     DELETE THE DUPLICATE'S COPY.  A COURSE ROW THE SURVIVOR
029650*     ALREADY HOLDS GOES ON AS ITS NEXT ATTEMPT IN THAT TERM; A
029660*     TERM-TOTAL ROW THE SURVIVOR ALREADY HOLDS IS SIMPLY DROPPED,
029670*     SINCE THE SURVIVOR'S OWN IS RESTATED BELOW.
029680*----------------------------------------------------------------
029690 1589-REKEY-ONE-HISTORY-ROW.
029700     MOVE WS-RW-StudentID TO AC-StudentID
029710     MOVE LOW-VALUES TO AC-TermCode
029720     MOVE LOW-VALUES TO AC-RecType
029730     MOVE LOW-VALUES TO AC-CourseCode
029740     MOVE 0 TO AC-Attempt
029750     START AcadHistFile KEY IS NOT LESS THAN AC-KEY
029760         INVALID KEY
029770             SET WS-MG-SCAN-DONE TO TRUE
029780             GO TO 1589-EXIT
029790     END-START
029800     READ AcadHistFile NEXT INTO WS-ACAD-HIST-RECORD
029810         AT END
029820             SET WS-MG-SCAN-DONE TO TRUE
029830             GO TO 1589-EXIT
029840     END-READ
029850     IF WS-AC-StudentID NOT = WS-RW-StudentID
029860         SET WS-MG-SCAN-DONE TO TRUE
029870         GO TO 1589-EXIT
029880     END-IF
029890     MOVE WS-AC-KEY TO WS-MG-HIST-KEY
029900     MOVE "N" TO WS-MG-PLACED-SW
029910     MOVE WS-RW-SurvivorID TO WS-AC-StudentID
029920     WRITE ACAD-HIST-RECORD FROM WS-ACAD-HIST-RECORD
029930         INVALID KEY
029940             IF WS-AC-RecType = "T"
029950                 SET WS-MG-PLACED TO TRUE
029960             ELSE
029970                 PERFORM 1592-REKEY-HIST-AS-NEXT THRU 1592-EXIT
029980             END-IF
029990         NOT INVALID KEY
030000             SET WS-MG-PLACED TO TRUE
030010     END-WRITE
030020     IF NOT WS-MG-PLACED
030030         MOVE "MERGE HISTORY COULD NOT BE RE-KEYED"
030040             TO WS-TRAN-REASON
030050         SET WS-MERGE-BLOCKED TO TRUE
030060         SET WS-MG-SCAN-DONE TO TRUE
030070         GO TO 1589-EXIT
030080     END-IF
030090     ADD 1 TO WS-MG-HistMoved
030100     MOVE WS-MG-HIST-KEY TO AC-KEY
030110     DELETE AcadHistFile
030120         INVALID KEY
030130             DISPLAY "Feed: history re-key delete failed for "
030140                 WS-MG-HK-StudentID " " WS-MG-HK-TermCode
030150             MOVE "MERGE HISTORY COULD NOT BE RE-KEYED"
030160                 TO WS-TRAN-REASON
030170             SET WS-MERGE-BLOCKED TO TRUE
030180             SET WS-MG-SCAN-DONE TO TRUE
030190             GO TO 1589-EXIT
030200     END-DELETE
030210     ADD 1 TO WS-HistRekeyedCount.
030220 1589-EXIT.
030230     EXIT.
030240
030250*----------------------------------------------------------------
030260* 1590-FIND-LAST-HIST-ATTEMPT -- LEAVE IN WS-LastAttempt THE
030270*     HIGHEST ATTEMPT ON THE HISTORY FOR THE COURSE ROW KEYED IN
030280*     WS-AC-KEY, WITHIN THE SAME STUDENT AND TERM.
030290*----------------------------------------------------------------
030300 1590-FIND-LAST-HIST-ATTEMPT.
030310     MOVE 0 TO WS-LastAttempt
030320     MOVE "N" TO WS-ATTEMPT-DONE-SW
030330     MOVE WS-AC-StudentID TO AC-StudentID
030340     MOVE WS-AC-TermCode TO AC-TermCode
030350     MOVE "C" TO AC-RecType
030360     MOVE WS-AC-CourseCode TO AC-CourseCode
030370     MOVE 0 TO AC-Attempt
030380     START AcadHistFile KEY IS NOT LESS THAN AC-KEY
030390         INVALID KEY
030400             GO TO 1590-EXIT
030410     END-START
030420     PERFORM 1591-READ-ONE-HIST-ATTEMPT THRU 1591-EXIT
030430         UNTIL WS-ATTEMPT-DONE.
030440 1590-EXIT.
030450     EXIT.
030460
030470*----------------------------------------------------------------
030480* 1591-READ-ONE-HIST-ATTEMPT -- READ THE NEXT HISTORY ROW AND
030490*     KEEP ITS ATTEMPT NUMBER WHILE IT IS STILL THE SAME STUDENT,
030500*     TERM AND COURSE.
030510*----------------------------------------------------------------
030520 1591-READ-ONE-HIST-ATTEMPT.
030530     READ AcadHistFile NEXT
030540         AT END
030550             SET WS-ATTEMPT-DONE TO TRUE
030560             GO TO 1591-EXIT
030570     END-READ
030580     IF AC-StudentID NOT = WS-AC-StudentID
030590             OR AC-TermCode NOT = WS-AC-TermCode
030600             OR AC-RecType NOT = "C"
030610             OR AC-CourseCode NOT = WS-AC-CourseCode
030620         SET WS-ATTEMPT-DONE TO TRUE
030630         GO TO 1591-EXIT
030640     END-IF
030650     MOVE AC-Attempt TO WS-LastAttempt.
030660 1591-EXIT.
030670     EXIT.
030680
030690*----------------------------------------------------------------
030700* 1592-REKEY-HIST-AS-NEXT -- THE SURVIVOR ALREADY HOLDS THIS
030710*     COURSE ROW IN THE TERM UNDER THE SAME ATTEMPT, SO THE
030720*     DUPLICATE'S ROW GOES ON AS THE SURVIVOR'S NEXT ATTEMPT.
030730*     WS-MG-PLACED IS SET ONLY WHEN THE WRITE TAKES.
030740*----------------------------------------------------------------
030750 1592-REKEY-HIST-AS-NEXT.
030760     PERFORM 1590-FIND-LAST-HIST-ATTEMPT THRU 1590-EXIT
030770     IF WS-LastAttempt = 99
030780         DISPLAY "Feed: no history attempt left to re-key "
030790             WS-AC-StudentID " " WS-AC-CourseCode
030800         GO TO 1592-EXIT
030810     END-IF
030820     COMPUTE WS-AC-Attempt = WS-LastAttempt + 1
030830     WRITE ACAD-HIST-RECORD FROM WS-ACAD-HIST-RECORD
030840         INVALID KEY
030850             DISPLAY "Feed: history re-key write failed for "
030860                 WS-AC-StudentID " " WS-AC-CourseCode
030870         NOT INVALID KEY
030880             SET WS-MG-PLACED TO TRUE
030890     END-WRITE.
030900 1592-EXIT.
030910     EXIT.
030920
030930*----------------------------------------------------------------
030940* 1593-RESTATE-TERM-TOTALS -- TABLE THE WHOLE HISTORY OF THE
030950*     STUDENT IN WS-MG-RestateID, DATE EACH COURSE ROW WITH THE
030960*     CLOSE OF ITS TERM, AND FIGURE EVERY TERM-TOTAL ROW AGAIN
030970*     WITH THE TERM-CLOSE RULES.  ROOM IN BOTH TABLES WAS CHECKED
030980*     BEFORE THE MERGE OR THE COURSE-ROW CHANGE STARTED.
030990*----------------------------------------------------------------
031000 1593-RESTATE-TERM-TOTALS.
031010     MOVE 0 TO WS-MHCount
031020     MOVE 0 TO WS-MTRCount
031030     MOVE "N" TO WS-MG-SCAN-DONE-SW
031040     MOVE "N" TO WS-MG-HIST-FULL-SW
031050     MOVE WS-MG-RestateID TO AC-StudentID
031060     MOVE LOW-VALUES TO AC-TermCode
031070     MOVE LOW-VALUES TO AC-RecType
031080     MOVE LOW-VALUES TO AC-CourseCode
031090     MOVE 0 TO AC-Attempt
031100     START AcadHistFile KEY IS NOT LESS THAN AC-KEY
031110         INVALID KEY
031120             GO TO 1593-EXIT
031130     END-START
031140     PERFORM 1594-TABLE-SURVIVOR-ROW THRU 1594-EXIT
031150         UNTIL WS-MG-SCAN-DONE
031160     PERFORM 1595-DATE-ONE-COURSE-ROW THRU 1595-EXIT
031170         VARYING WS-MH-SUB FROM 1 BY 1
031180         UNTIL WS-MH-SUB > WS-MHCount
031190     PERFORM 1597-RESTATE-ONE-TERM THRU 1597-EXIT
031200         VARYING WS-MTR-SUB FROM 1 BY 1
031210         UNTIL WS-MTR-SUB > WS-MTRCount.
031220 1593-EXIT.
031230     EXIT.
031240
031250*----------------------------------------------------------------
031260* 1594-TABLE-SURVIVOR-ROW -- READ THE STUDENT'S NEXT HISTORY ROW
031270*     INTO THE COURSE TABLE OR THE TERM TABLE BY ITS ROW TYPE.  A
031280*     ROW THAT DOES NOT FIT SETS WS-MG-HIST-FULL.
031290*----------------------------------------------------------------
031300 1594-TABLE-SURVIVOR-ROW.
031310     READ AcadHistFile NEXT
031320         AT END
031330             SET WS-MG-SCAN-DONE TO TRUE
031340             GO TO 1594-EXIT
031350     END-READ
031360     IF AC-StudentID NOT = WS-MG-RestateID
031370         SET WS-MG-SCAN-DONE TO TRUE
031380         GO TO 1594-EXIT
031390     END-IF
031400     IF AC-RecType = "T"
031410         IF WS-MTRCount < WS-MTR-MAX
031420             ADD 1 TO WS-MTRCount
031430             MOVE AC-TermCode TO WS-MTRT-TermCode (WS-MTRCount)
031440             MOVE AC-CloseDate TO WS-MTRT-CloseDate (WS-MTRCount)
031450         ELSE
031460             SET WS-MG-HIST-FULL TO TRUE
031470         END-IF
031480         GO TO 1594-EXIT
031490     END-IF
031500     IF WS-MHCount < WS-MH-MAX
031510         ADD 1 TO WS-MHCount
031520         MOVE AC-TermCode TO WS-MHT-TermCode (WS-MHCount)
031530         MOVE AC-CourseCode TO WS-MHT-CourseCode (WS-MHCount)
031540         MOVE AC-Grade TO WS-MHT-Grade (WS-MHCount)
031550         MOVE AC-CreditHours TO WS-MHT-CreditHours (WS-MHCount)
031560         MOVE AC-Mark TO WS-MHT-Mark (WS-MHCount)
031570         MOVE 0 TO WS-MHT-CloseDate (WS-MHCount)
031580     ELSE
031590         SET WS-MG-HIST-FULL TO TRUE
031600     END-IF.
031610 1594-EXIT.
031620     EXIT.
031630
031640*----------------------------------------------------------------
031650* 1595-DATE-ONE-COURSE-ROW -- GIVE THE COURSE ROW AT WS-MH-SUB THE
031660*     CLOSE DATE OF ITS TERM'S TOTAL ROW.
031670*----------------------------------------------------------------
031680 1595-DATE-ONE-COURSE-ROW.
031690     PERFORM 1596-MATCH-TERM-CLOSE THRU 1596-EXIT
031700         VARYING WS-MTR-SUB FROM 1 BY 1
031710         UNTIL WS-MTR-SUB > WS-MTRCount
031720            OR WS-MHT-CloseDate (WS-MH-SUB) > 0.
031730 1595-EXIT.
031740     EXIT.
031750
031760*----------------------------------------------------------------
031770* 1596-MATCH-TERM-CLOSE -- TEST ONE TERM ROW AGAINST THE COURSE
031780*     ROW AT WS-MH-SUB.
031790*----------------------------------------------------------------
031800 1596-MATCH-TERM-CLOSE.
031810     IF WS-MTRT-TermCode (WS-MTR-SUB)
031820             = WS-MHT-TermCode (WS-MH-SUB)
031830         MOVE WS-MTRT-CloseDate (WS-MTR-SUB)
031840             TO WS-MHT-CloseDate (WS-MH-SUB)
031850     END-IF.
031860 1596-EXIT.
031870     EXIT.
031880
031890*----------------------------------------------------------------
031900* 1597-RESTATE-ONE-TERM -- FIGURE THE TERM-TOTAL ROW AT
031910*     WS-MTR-SUB AGAIN: THE TERM SCOPE IS THE TERM'S OWN COURSES,
031920*     THE CUMULATIVE SCOPE EVERY COURSE IN A TERM CLOSED ON OR
031930*     BEFORE THIS ONE, AS THE TERM CLOSE SAW THE HISTORY.
031940*----------------------------------------------------------------
031950 1597-RESTATE-ONE-TERM.
031960     MOVE WS-MTRT-TermCode (WS-MTR-SUB) TO WS-MG-CurTermCode
031970     MOVE WS-MTRT-CloseDate (WS-MTR-SUB) TO WS-MG-CurCloseDate
031980     SET WS-MG-SCOPE-TERM TO TRUE
031990     MOVE 0 TO WS-MG-SumPoints
032000     MOVE 0 TO WS-MG-SumHours
032010     PERFORM 1598-ADD-ONE-COURSE-ROW THRU 1598-EXIT
032020         VARYING WS-MH-SUB FROM 1 BY 1
032030         UNTIL WS-MH-SUB > WS-MHCount
032040     MOVE WS-MG-SumPoints TO WS-MG-TermPoints
032050     MOVE WS-MG-SumHours TO WS-MG-TermHours
032060     SET WS-MG-SCOPE-CUMULATIVE TO TRUE
032070     MOVE 0 TO WS-MG-SumPoints
032080     MOVE 0 TO WS-MG-SumHours
032090     PERFORM 1598-ADD-ONE-COURSE-ROW THRU 1598-EXIT
032100         VARYING WS-MH-SUB FROM 1 BY 1
032110         UNTIL WS-MH-SUB > WS-MHCount
032120     MOVE WS-MG-RestateID TO AC-StudentID
032130     MOVE WS-MG-CurTermCode TO AC-TermCode
032140     MOVE "T" TO AC-RecType
032150     MOVE SPACES TO AC-CourseCode
032160     MOVE 0 TO AC-Attempt
032170     READ AcadHistFile
032180         INVALID KEY
032190             GO TO 1597-EXIT
032200     END-READ
032210     MOVE WS-MG-TermHours TO AC-TermHours
032220     MOVE WS-MG-TermPoints TO AC-TermPoints
032230     IF WS-MG-TermHours > 0
032240         COMPUTE AC-TermAverage
032250             = WS-MG-TermPoints / WS-MG-TermHours
032260     ELSE
032270         MOVE 0 TO AC-TermAverage
032280     END-IF
032290     MOVE WS-MG-SumHours TO AC-CumHours
032300     MOVE WS-MG-SumPoints TO AC-CumPoints
032310     IF WS-MG-SumHours > 0
032320         COMPUTE AC-CumAverage = WS-MG-SumPoints / WS-MG-SumHours
032330     ELSE
032340         MOVE 0 TO AC-CumAverage
032350     END-IF
032360     REWRITE ACAD-HIST-RECORD
032370         INVALID KEY
032380             DISPLAY "Feed: term total restate failed for "
032390                 WS-MG-RestateID " " WS-MG-CurTermCode
032400     END-REWRITE.
032410 1597-EXIT.
032420     EXIT.
032430
032440*----------------------------------------------------------------
032450* 1598-ADD-ONE-COURSE-ROW -- FOLD THE COURSE ROW AT WS-MH-SUB INTO
032460*     THE SUM WHEN IT IS IN SCOPE, UNMARKED AND THE BEST ATTEMPT.
032470*----------------------------------------------------------------
032480 1598-ADD-ONE-COURSE-ROW.
032490     IF WS-MG-SCOPE-TERM
032500             AND WS-MHT-TermCode (WS-MH-SUB)
032510                     NOT = WS-MG-CurTermCode
032520         GO TO 1598-EXIT
032530     END-IF
032540     IF WS-MG-SCOPE-CUMULATIVE
032550             AND (WS-MHT-CloseDate (WS-MH-SUB) = 0
032560                  OR WS-MHT-CloseDate (WS-MH-SUB)
032570                         > WS-MG-CurCloseDate)
032580         GO TO 1598-EXIT
032590     END-IF
032600     IF WS-MHT-Mark (WS-MH-SUB) NOT = SPACE
032610         GO TO 1598-EXIT
032620     END-IF
032630     SET WS-MG-BEST-ATTEMPT TO TRUE
032640     PERFORM 1599-COMPARE-ATTEMPT THRU 1599-EXIT
032650         VARYING WS-MR-SUB FROM 1 BY 1
032660         UNTIL WS-MG-NOT-BEST-ATTEMPT
032670            OR WS-MR-SUB > WS-MHCount
032680     IF WS-MG-BEST-ATTEMPT
032690         COMPUTE WS-MG-SumPoints = WS-MG-SumPoints
032700             + (WS-MHT-Grade (WS-MH-SUB)
032710             * WS-MHT-CreditHours (WS-MH-SUB))
032720         ADD WS-MHT-CreditHours (WS-MH-SUB) TO WS-MG-SumHours
032730     END-IF.
032740 1598-EXIT.
032750     EXIT.
032760
032770*----------------------------------------------------------------
032780* 1599-COMPARE-ATTEMPT -- TEST ONE OTHER IN-SCOPE, UNMARKED ROW AT
032790*     THE SAME COURSE AGAINST THE ROW AT WS-MH-SUB: A HIGHER GRADE
032800*     LOSES THIS ONE; ON A TIE THE EARLIER ROW KEEPS IT.
032810*----------------------------------------------------------------
032820 1599-COMPARE-ATTEMPT.
032830     IF WS-MR-SUB = WS-MH-SUB
032840         GO TO 1599-EXIT
032850     END-IF
032860     IF WS-MG-SCOPE-TERM
032870             AND WS-MHT-TermCode (WS-MR-SUB)
032880                     NOT = WS-MG-CurTermCode
032890         GO TO 1599-EXIT
032900     END-IF
032910     IF WS-MG-SCOPE-CUMULATIVE
032920             AND (WS-MHT-CloseDate (WS-MR-SUB) = 0
032930                  OR WS-MHT-CloseDate (WS-MR-SUB)
032940                         > WS-MG-CurCloseDate)
032950         GO TO 1599-EXIT
032960     END-IF
032970     IF WS-MHT-CourseCode (WS-MR-SUB)
032980             = WS-MHT-CourseCode (WS-MH-SUB)
032990             AND WS-MHT-Mark (WS-MR-SUB) = SPACE
033000         IF WS-MHT-Grade (WS-MR-SUB) > WS-MHT-Grade (WS-MH-SUB)
033010             SET WS-MG-NOT-BEST-ATTEMPT TO TRUE
033020         END-IF
033030         IF WS-MHT-Grade (WS-MR-SUB) = WS-MHT-Grade (WS-MH-SUB)
033040                 AND WS-MR-SUB < WS-MH-SUB
033050             SET WS-MG-NOT-BEST-ATTEMPT TO TRUE
033060         END-IF
033070     END-IF.
033080 1599-EXIT.
033090     EXIT.
033100
033110*----------------------------------------------------------------
033120* 1600-EDIT-ENROLLMENTS -- PASS THE OPTIONAL ENROLLMENT MASTER
033130*     ONCE IN KEY ORDER AND LIST EVERY RECORD THAT FAILS THE
033140*     ENROLLMENT EDIT -- THE SAME "A BAD PUNCH CANNOT SKEW THE
033150*     AVERAGE" RULE THE ROSTER PASS ENFORCES -- ON THE
033160*     ENROLLMENT REJECT LISTING.  THE SAME EDIT KEEPS A FAILING
033170*     RECORD OUT OF EVERY SUM LATER IN THE RUN.  THE MASTER IS
033180*     LEFT OPEN FOR INPUT SO THE ROSTER AND REPORT PASSES CAN
033190*     READ EACH STUDENT'S COURSES BY KEY.
033200*----------------------------------------------------------------
033210 1600-EDIT-ENROLLMENTS.
033220     MOVE "N" TO WS-ENROLL-EOF-SW
033230     OPEN INPUT EnrollmentFile
033240     OPEN OUTPUT EnrollRejectFile
033250     PERFORM 1610-READ-ENROLLMENT-RECORD THRU 1610-EXIT
033260     PERFORM 1620-EDIT-ONE-ENROLLMENT THRU 1620-EXIT
033270         UNTIL WS-ENROLL-EOF
033280     IF WS-EnrollRejectCount > 0
033290         DISPLAY "Enrollment Records Rejected: "
033300             WS-EnrollRejectCount
033310     END-IF
033320     CLOSE EnrollRejectFile.
033330 1600-EXIT.
033340     EXIT.
033350
033360*----------------------------------------------------------------
033370* 1610-READ-ENROLLMENT-RECORD -- READ THE NEXT ENROLLMENT RECORD
033380*     IN KEY ORDER.
033390*----------------------------------------------------------------
033400 1610-READ-ENROLLMENT-RECORD.
033410     READ EnrollmentFile NEXT INTO WS-ENROLLMENT-RECORD
033420         AT END
033430             SET WS-ENROLL-EOF TO TRUE
033440             GO TO 1610-EXIT
033450     END-READ.
033460 1610-EXIT.
033470     EXIT.
033480
033490*----------------------------------------------------------------
033500* 1620-EDIT-ONE-ENROLLMENT -- EDIT ONE ENROLLMENT RECORD, LIST
033510*     IT ON THE REJECT LISTING WHEN IT FAILS, AND READ THE NEXT.
033520*----------------------------------------------------------------
033530 1620-EDIT-ONE-ENROLLMENT.
033540     PERFORM 1625-EDIT-ENROLLMENT THRU 1625-EXIT
033550     IF WS-ENROLL-REASON NOT = SPACES
033560         PERFORM 1630-WRITE-ENROLL-REJECT THRU 1630-EXIT
033570     END-IF
033580     PERFORM 1610-READ-ENROLLMENT-RECORD THRU 1610-EXIT.
033590 1620-EXIT.
033600     EXIT.
033610
033620*----------------------------------------------------------------
033630* 1625-EDIT-ENROLLMENT -- EDIT THE ENROLLMENT RECORD IN
033640*     WS-ENROLLMENT-RECORD, LEAVING THE REASON IN
033650*     WS-ENROLL-REASON (SPACES WHEN IT PASSES).  THE EDITS
033660*     MIRROR THE ROSTER PASS: NUMERIC FIELDS, GRADE 00-100,
033670*     CREDIT HOURS OVER ZERO, A KNOWN MARK -- THEN, WHEN THE
033680*     CATALOG IS LOADED, A COURSE ON THE CATALOG CARRYING ITS
033690*     STANDARD CREDIT HOURS.
033700*----------------------------------------------------------------
033710 1625-EDIT-ENROLLMENT.
033720     MOVE SPACES TO WS-ENROLL-REASON
033730     IF WS-EN-StudentID IS NOT NUMERIC
033740         MOVE "STUDENT ID IS NOT NUMERIC" TO WS-ENROLL-REASON
033750     END-IF
033760     IF WS-ENROLL-REASON = SPACES
033770             AND WS-EN-Grade IS NOT NUMERIC
033780         MOVE "GRADE IS NOT NUMERIC" TO WS-ENROLL-REASON
033790     END-IF
033800     IF WS-ENROLL-REASON = SPACES AND WS-EN-Grade > 100
033810         MOVE "GRADE NOT IN RANGE 00-100" TO WS-ENROLL-REASON
033820     END-IF
033830     IF WS-ENROLL-REASON = SPACES
033840             AND WS-EN-CreditHours IS NOT NUMERIC
033850         MOVE "CREDIT HOURS IS NOT NUMERIC"
033860             TO WS-ENROLL-REASON
033870     END-IF
033880     IF WS-ENROLL-REASON = SPACES AND WS-EN-CreditHours = 0
033890         MOVE "CREDIT HOURS IS ZERO" TO WS-ENROLL-REASON
033900     END-IF
033910     IF WS-ENROLL-REASON = SPACES
033920             AND NOT WS-EN-MARK-VALID
033930         MOVE "MARK IS NOT I, W, P OR BLANK"
033940             TO WS-ENROLL-REASON
033950     END-IF
033960     IF WS-ENROLL-REASON = SPACES AND WS-CATALOG-LOADED
033970         MOVE WS-EN-CourseCode TO CT-CourseCode
033980         READ CatalogFile
033990             INVALID KEY
034000                 MOVE "COURSE NOT IN CATALOG" TO WS-ENROLL-REASON
034010             NOT INVALID KEY
034020                 IF WS-EN-CreditHours NOT = CT-CreditHours
034030                     MOVE "CREDIT HOURS DISAGREE WITH CATALOG"
034040                         TO WS-ENROLL-REASON
034050                 END-IF
034060         END-READ
034070     END-IF
034080     IF WS-ENROLL-REASON NOT = SPACES
034090         GO TO 1625-EXIT
034100     END-IF
034110*    AN INCOMPLETE PUNCHED WITHOUT A MARK DATE DEFAULTS TO THE
034120*    RUN DATE, SO IT STILL AGES AND EVENTUALLY LAPSES INSTEAD
034130*    OF SITTING OUTSIDE EVERY TERM WINDOW FOREVER.  A WITHDRAWAL
034140*    DEFAULTS THE SAME WAY SO ITS EFFECTIVE DATE IS KNOWN.
034150     IF WS-EN-MarkDate IS NOT NUMERIC OR WS-EN-MarkDate = 0
034160         IF WS-EN-Mark = "I" OR WS-EN-Mark = "W"
034170             MOVE WS-RunDate TO WS-EN-MarkDate
034180         ELSE
034190             MOVE 0 TO WS-EN-MarkDate
034200         END-IF
034210     END-IF.
034220 1625-EXIT.
034230     EXIT.
034240
034250*----------------------------------------------------------------
034260* 1630-WRITE-ENROLL-REJECT -- LOG AN ENROLLMENT RECORD THAT
034270*     FAILED ITS EDIT TO THE ENROLLMENT REJECT LISTING WITH THE
034280*     REASON, THE SAME WAY THE ROSTER EDITS LOG THEIRS.
034290*----------------------------------------------------------------
034300 1630-WRITE-ENROLL-REJECT.
034310     MOVE WS-ENROLLMENT-RECORD TO EJ-ENROLLMENT-IMAGE
034320     MOVE WS-ENROLL-REASON TO EJ-REASON-TEXT
034330     WRITE ENROLL-REJECT-RECORD
034340     ADD 1 TO WS-EnrollRejectCount.
034350 1630-EXIT.
034360     EXIT.
034370
034380*----------------------------------------------------------------
034390* 1650-APPLY-ENROLL-FEED -- APPLY THE OPTIONAL ENROLLMENT FEED TO
034400*     THE INDEXED ENROLLMENT MASTER.  EACH TRANSACTION CARRIES A
034410*     TRAILING CODE: "A" ADDS A COURSE, "C" POSTS A GRADE OR
034420*     MARK TO ONE ALREADY ON FILE, "D" DROPS ONE.  EVERY APPLIED
034430*     TRANSACTION GOES ON THE ENROLLMENT APPLIED LISTING; ONE
034440*     THAT FAILS THE ENROLLMENT EDIT, NAMES A STUDENT OR COURSE
034450*     ATTEMPT THAT IS NOT ON FILE, OR CARRIES A CODE THAT IS NOT
034460*     A/C/D GOES TO THE ENROLLMENT FEED REJECT LISTING INSTEAD.
034470*     THE ACADEMIC HISTORY IS OPEN I-O FOR POSTINGS TO A COURSE
034480*     IN A TERM ALREADY CLOSED.
034490*----------------------------------------------------------------
034500 1650-APPLY-ENROLL-FEED.
034510     OPEN INPUT StudentFile
034520     OPEN I-O EnrollmentFile
034530     OPEN I-O AcadHistFile
034540     OPEN INPUT EnrollTranFile
034550     OPEN OUTPUT EnrollTranReportFile
034560     OPEN OUTPUT EnrollTranRejectFile
034570     PERFORM 1655-READ-ENROLL-TRAN THRU 1655-EXIT
034580     PERFORM 1660-APPLY-ONE-ENROLL-TRAN THRU 1660-EXIT
034590         UNTIL WS-ETRAN-EOF
034600     DISPLAY "Enrollment Adds Applied: " WS-EnrollAddCount
034610     DISPLAY "Enrollment Postings Applied: " WS-EnrollChangeCount
034620     DISPLAY "Enrollment Drops Applied: " WS-EnrollDropCount
034630     DISPLAY "Enrollment Transactions Rejected: "
034640         WS-EnrollTranRejCount
034650     DISPLAY "Closed-Term Postings Restated: "
034660         WS-EnrollHistPostCount
034670     CLOSE EnrollTranFile
034680     CLOSE EnrollTranReportFile
034690     CLOSE EnrollTranRejectFile
034700     CLOSE AcadHistFile
034710     CLOSE EnrollmentFile
034720     CLOSE StudentFile.
034730 1650-EXIT.
034740     EXIT.
034750
034760*----------------------------------------------------------------
034770* 1655-READ-ENROLL-TRAN -- READ ONE ENROLLMENT FEED TRANSACTION.
034780*----------------------------------------------------------------
034790 1655-READ-ENROLL-TRAN.
034800     READ EnrollTranFile INTO WS-ENROLL-TRAN-RECORD
034810         AT END
034820             SET WS-ETRAN-EOF TO TRUE
034830             GO TO 1655-EXIT
034840     END-READ
034850     ADD 1 TO WS-EnrollTranReadCount.
034860 1655-EXIT.
034870     EXIT.
034880
034890*----------------------------------------------------------------
034900* 1660-APPLY-ONE-ENROLL-TRAN -- ROUTE ONE ENROLLMENT TRANSACTION
034910*     TO THE ADD, POSTING OR DROP LEG BY ITS CODE, REJECTING ANY
034920*     CODE THAT IS NOT ONE OF THE THREE, THEN READ THE NEXT ONE.
034930*----------------------------------------------------------------
034940 1660-APPLY-ONE-ENROLL-TRAN.
034950     IF WS-ET-Attempt IS NOT NUMERIC
034960         MOVE "ATTEMPT NUMBER IS NOT NUMERIC" TO WS-ENROLL-REASON
034970         PERFORM 1685-WRITE-ENROLL-TRAN-REJECT THRU 1685-EXIT
034980         GO TO 1660-NEXT
034990     END-IF
035000     IF WS-ET-TRAN-ADD
035010         PERFORM 1665-APPLY-ENROLL-ADD THRU 1665-EXIT
035020     ELSE
035030         IF WS-ET-TRAN-CHANGE
035040             PERFORM 1670-APPLY-ENROLL-CHANGE THRU 1670-EXIT
035050         ELSE
035060             IF WS-ET-TRAN-DROP
035070                 PERFORM 1675-APPLY-ENROLL-DROP THRU 1675-EXIT
035080             ELSE
035090                 MOVE "TRANSACTION CODE IS NOT A, C OR D"
035100                     TO WS-ENROLL-REASON
035110                 PERFORM 1685-WRITE-ENROLL-TRAN-REJECT
035120                     THRU 1685-EXIT
035130             END-IF
035140         END-IF
035150     END-IF.
035160 1660-NEXT.
035170     PERFORM 1655-READ-ENROLL-TRAN THRU 1655-EXIT.
035180 1660-EXIT.
035190     EXIT.
035200
035210*----------------------------------------------------------------
035220* 1665-APPLY-ENROLL-ADD -- EDIT AND WRITE A NEW COURSE ATTEMPT
035230*     FOR A STUDENT ON THE MASTER.  ATTEMPT 00 TAKES THE NEXT
035240*     FREE ATTEMPT AT THE COURSE; THE INVALID KEY PATH FIRES
035250*     WHEN A PUNCHED ATTEMPT IS ALREADY ON FILE.
035260*----------------------------------------------------------------
035270 1665-APPLY-ENROLL-ADD.
035280     MOVE WS-ET-StudentID TO WS-EN-StudentID
035290     MOVE WS-ET-CourseCode TO WS-EN-CourseCode
035300     MOVE WS-ET-Attempt TO WS-EN-Attempt
035310     MOVE WS-ET-Grade TO WS-EN-Grade
035320     MOVE WS-ET-CreditHours TO WS-EN-CreditHours
035330     MOVE WS-ET-Mark TO WS-EN-Mark
035340     MOVE WS-ET-MarkDate TO WS-EN-MarkDate
035350     MOVE WS-TermCode TO WS-EN-TermCode
035360     IF WS-EN-CourseCode = SPACES
035370         MOVE "COURSE CODE IS BLANK" TO WS-ENROLL-REASON
035380         PERFORM 1685-WRITE-ENROLL-TRAN-REJECT THRU 1685-EXIT
035390         GO TO 1665-EXIT
035400     END-IF
035410     PERFORM 1625-EDIT-ENROLLMENT THRU 1625-EXIT
035420     IF WS-ENROLL-REASON NOT = SPACES
035430         PERFORM 1685-WRITE-ENROLL-TRAN-REJECT THRU 1685-EXIT
035440         GO TO 1665-EXIT
035450     END-IF
035460     MOVE WS-EN-StudentID TO StudentID
035470     READ StudentFile
035480         INVALID KEY
035490             MOVE "ADD FOR A STUDENT ID NOT ON MASTER"
035500                 TO WS-ENROLL-REASON
035510             PERFORM 1685-WRITE-ENROLL-TRAN-REJECT THRU 1685-EXIT
035520             GO TO 1665-EXIT
035530     END-READ
035540     IF WS-EN-Attempt = 0
035550         MOVE WS-EN-StudentID TO WS-ATT-StudentID
035560         MOVE WS-EN-CourseCode TO WS-ATT-CourseCode
035570         PERFORM 1680-FIND-LAST-ATTEMPT THRU 1680-EXIT
035580         IF WS-LastAttempt = 99
035590             MOVE "NO ATTEMPT NUMBER LEFT FOR COURSE"
035600                 TO WS-ENROLL-REASON
035610             PERFORM 1685-WRITE-ENROLL-TRAN-REJECT THRU 1685-EXIT
035620             GO TO 1665-EXIT
035630         END-IF
035640         COMPUTE WS-EN-Attempt = WS-LastAttempt + 1
035650     END-IF
035660     WRITE ENROLLMENT-RECORD FROM WS-ENROLLMENT-RECORD
035670         INVALID KEY
035680             MOVE "ADD OF A COURSE ATTEMPT ALREADY ON FILE"
035690                 TO WS-ENROLL-REASON
035700             PERFORM 1685-WRITE-ENROLL-TRAN-REJECT THRU 1685-EXIT
035710         NOT INVALID KEY
035720             ADD 1 TO WS-EnrollAddCount
035730             MOVE "ADDED" TO WS-ETRAN-ACTION
035740             PERFORM 1690-WRITE-ENROLL-TRAN-APPLIED THRU 1690-EXIT
035750     END-WRITE.
035760 1665-EXIT.
035770     EXIT.
035780
035790*----------------------------------------------------------------
035800* 1670-APPLY-ENROLL-CHANGE -- POST A GRADE AND MARK ONTO A COURSE
035810*     ATTEMPT ALREADY ON FILE.  THE GRADE AND MARK ARE TAKEN AS
035820*     PUNCHED, SO A GRADE POSTED OVER AN INCOMPLETE CLEARS IT;
035830*     CREDIT HOURS ONLY CHANGE WHEN THE CARD CARRIES THEM.  THE
035840*     POSTED RECORD MUST STILL PASS THE ENROLLMENT EDIT.  WHEN THE
035850*     TERM CLOSE HAS ALREADY FROZEN THE ATTEMPT INTO THE ACADEMIC
035860*     HISTORY, ITS HISTORY COURSE ROW TAKES THE SAME POSTING AND
035870*     THE STUDENT'S TERM TOTALS ARE RESTATED; A HISTORY TOO LARGE
035880*     TO RESTATE REJECTS THE CARD BEFORE ANYTHING CHANGES.
035890*----------------------------------------------------------------
035900 1670-APPLY-ENROLL-CHANGE.
035910     PERFORM 1678-RESOLVE-ENROLL-KEY THRU 1678-EXIT
035920     READ EnrollmentFile INTO WS-ENROLLMENT-RECORD
035930         INVALID KEY
035940             MOVE "CHANGE OF A COURSE ATTEMPT NOT ON FILE"
035950                 TO WS-ENROLL-REASON
035960             PERFORM 1685-WRITE-ENROLL-TRAN-REJECT THRU 1685-EXIT
035970             GO TO 1670-EXIT
035980     END-READ
035990     MOVE WS-ET-Grade TO WS-EN-Grade
036000     IF WS-ET-CreditHours IS NOT NUMERIC
036010             OR WS-ET-CreditHours NOT = 0
036020         MOVE WS-ET-CreditHours TO WS-EN-CreditHours
036030     END-IF
036040     MOVE WS-ET-Mark TO WS-EN-Mark
036050     IF WS-ET-Mark = "I" OR WS-ET-Mark = "W"
036060         MOVE WS-ET-MarkDate TO WS-EN-MarkDate
036070     ELSE
036080         MOVE 0 TO WS-EN-MarkDate
036090     END-IF
036100     PERFORM 1625-EDIT-ENROLLMENT THRU 1625-EXIT
036110     IF WS-ENROLL-REASON NOT = SPACES
036120         PERFORM 1685-WRITE-ENROLL-TRAN-REJECT THRU 1685-EXIT
036130         GO TO 1670-EXIT
036140     END-IF
036150     PERFORM 1692-FIND-HISTORY-ROW THRU 1692-EXIT
036160     IF WS-EN-IN-HISTORY
036170         PERFORM 1694-CHECK-HISTORY-ROOM THRU 1694-EXIT
036180         IF WS-ENROLL-REASON NOT = SPACES
036190             PERFORM 1685-WRITE-ENROLL-TRAN-REJECT THRU 1685-EXIT
036200             GO TO 1670-EXIT
036210         END-IF
036220     END-IF
036230     REWRITE ENROLLMENT-RECORD FROM WS-ENROLLMENT-RECORD
036240         INVALID KEY
036250             DISPLAY "Enrollment: posting rewrite failed for "
036260                 WS-EN-StudentID " " WS-EN-CourseCode
036270     END-REWRITE
036280     IF WS-EN-IN-HISTORY
036290         PERFORM 1696-POST-HISTORY-ROW THRU 1696-EXIT
036300         ADD 1 TO WS-EnrollHistPostCount
036310     END-IF
036320     ADD 1 TO WS-EnrollChangeCount
036330     MOVE "POSTED" TO WS-ETRAN-ACTION
036340     PERFORM 1690-WRITE-ENROLL-TRAN-APPLIED THRU 1690-EXIT.
036350 1670-EXIT.
036360     EXIT.
036370
036380*----------------------------------------------------------------
036390* 1675-APPLY-ENROLL-DROP -- DROP A COURSE ATTEMPT FROM THE
036400*     ENROLLMENT MASTER.  THE RECORD IS READ FIRST SO THE
036410*     APPLIED LISTING SHOWS WHAT CAME OFF.  AN ATTEMPT THE TERM
036420*     CLOSE HAS ALREADY FROZEN INTO THE ACADEMIC HISTORY IS NOT
036430*     DROPPED -- A W MARK POSTED BY A "C" CARD WITHDRAWS IT.
036440*----------------------------------------------------------------
036450 1675-APPLY-ENROLL-DROP.
036460     PERFORM 1678-RESOLVE-ENROLL-KEY THRU 1678-EXIT
036470     READ EnrollmentFile INTO WS-ENROLLMENT-RECORD
036480         INVALID KEY
036490             MOVE "DROP OF A COURSE ATTEMPT NOT ON FILE"
036500                 TO WS-ENROLL-REASON
036510             PERFORM 1685-WRITE-ENROLL-TRAN-REJECT THRU 1685-EXIT
036520             GO TO 1675-EXIT
036530     END-READ
036540     PERFORM 1692-FIND-HISTORY-ROW THRU 1692-EXIT
036550     IF WS-EN-IN-HISTORY
036560         MOVE "DROP OF A COURSE IN A CLOSED TERM"
036570             TO WS-ENROLL-REASON
036580         PERFORM 1685-WRITE-ENROLL-TRAN-REJECT THRU 1685-EXIT
036590         GO TO 1675-EXIT
036600     END-IF
036610     DELETE EnrollmentFile
036620         INVALID KEY
036630             DISPLAY "Enrollment: drop delete failed for "
036640                 WS-EN-StudentID " " WS-EN-CourseCode
036650     END-DELETE
036660     ADD 1 TO WS-EnrollDropCount
036670     MOVE "DROPPED" TO WS-ETRAN-ACTION
036680     PERFORM 1690-WRITE-ENROLL-TRAN-APPLIED THRU 1690-EXIT.
036690 1675-EXIT.
036700     EXIT.
036710
036720*----------------------------------------------------------------
036730* 1678-RESOLVE-ENROLL-KEY -- BUILD THE ENROLLMENT KEY A CHANGE OR
036740*     DROP ADDRESSES.  ATTEMPT 00 MEANS THE LATEST ATTEMPT AT
036750*     THE COURSE; WITH NONE ON FILE IT STAYS 00 AND THE KEYED
036760*     READ THAT FOLLOWS FINDS NOTHING.
036770*----------------------------------------------------------------
036780 1678-RESOLVE-ENROLL-KEY.
036790     IF WS-ET-Attempt = 0
036800         MOVE WS-ET-StudentID TO WS-ATT-StudentID
036810         MOVE WS-ET-CourseCode TO WS-ATT-CourseCode
036820         PERFORM 1680-FIND-LAST-ATTEMPT THRU 1680-EXIT
036830         MOVE WS-LastAttempt TO EN-Attempt
036840     ELSE
036850         MOVE WS-ET-Attempt TO EN-Attempt
036860     END-IF
036870     MOVE WS-ET-StudentID TO EN-StudentID
036880     MOVE WS-ET-CourseCode TO EN-CourseCode.
036890 1678-EXIT.
036900     EXIT.
036910
036920*----------------------------------------------------------------
036930* 1680-FIND-LAST-ATTEMPT -- FIND THE HIGHEST ATTEMPT NUMBER ON
036940*     FILE FOR THE STUDENT AND COURSE IN WS-ATT-StudentID AND
036950*     WS-ATT-CourseCode, LEAVING IT IN WS-LastAttempt (ZERO WHEN
036960*     THE STUDENT HAS NEVER TAKEN THE COURSE).
036970*----------------------------------------------------------------
036980 1680-FIND-LAST-ATTEMPT.
036990     MOVE 0 TO WS-LastAttempt
037000     MOVE "N" TO WS-ATTEMPT-DONE-SW
037010     MOVE WS-ATT-StudentID TO EN-StudentID
037020     MOVE WS-ATT-CourseCode TO EN-CourseCode
037030     MOVE 0 TO EN-Attempt
037040     START EnrollmentFile KEY IS NOT LESS THAN EN-KEY
037050         INVALID KEY
037060             GO TO 1680-EXIT
037070     END-START
037080     PERFORM 1682-READ-ONE-ATTEMPT THRU 1682-EXIT
037090         UNTIL WS-ATTEMPT-DONE.
037100 1680-EXIT.
037110     EXIT.
037120
037130*----------------------------------------------------------------
037140* 1682-READ-ONE-ATTEMPT -- READ THE NEXT ENROLLMENT RECORD AND
037150*     KEEP ITS ATTEMPT NUMBER WHILE IT IS STILL THE SAME STUDENT
037160*     AND COURSE.
037170*----------------------------------------------------------------
037180 1682-READ-ONE-ATTEMPT.
037190     READ EnrollmentFile NEXT
037200         AT END
037210             SET WS-ATTEMPT-DONE TO TRUE
037220             GO TO 1682-EXIT
037230     END-READ
037240     IF EN-StudentID NOT = WS-ATT-StudentID
037250             OR EN-CourseCode NOT = WS-ATT-CourseCode
037260         SET WS-ATTEMPT-DONE TO TRUE
037270         GO TO 1682-EXIT
037280     END-IF
037290     MOVE EN-Attempt TO WS-LastAttempt.
037300 1682-EXIT.
037310     EXIT.
037320
037330*----------------------------------------------------------------
037340* 1685-WRITE-ENROLL-TRAN-REJECT -- LOG AN ENROLLMENT TRANSACTION
037350*     THAT COULD NOT BE APPLIED, WITH ITS REASON, TO THE
037360*     ENROLLMENT FEED REJECT LISTING.
037370*----------------------------------------------------------------
037380 1685-WRITE-ENROLL-TRAN-REJECT.
037390     MOVE WS-ENROLL-TRAN-RECORD TO ER-TRAN-IMAGE
037400     MOVE WS-ENROLL-REASON TO ER-REASON-TEXT
037410     WRITE ENROLL-TRAN-REJECT-RECORD
037420     ADD 1 TO WS-EnrollTranRejCount.
037430 1685-EXIT.
037440     EXIT.
037450
037460*----------------------------------------------------------------
037470* 1690-WRITE-ENROLL-TRAN-APPLIED -- PRINT ONE LINE ON THE
037480*     ENROLLMENT APPLIED LISTING FOR A TRANSACTION JUST APPLIED,
037490*     SHOWING THE ATTEMPT IT ACTUALLY LANDED ON.
037500*----------------------------------------------------------------
037510 1690-WRITE-ENROLL-TRAN-APPLIED.
037520     MOVE WS-ETRAN-ACTION TO EA-ACTION
037530     MOVE WS-EN-StudentID TO EA-StudentID
037540     MOVE WS-EN-CourseCode TO EA-CourseCode
037550     MOVE WS-EN-Attempt TO EA-Attempt
037560     MOVE WS-EN-Grade TO EA-Grade
037570     MOVE WS-EN-CreditHours TO EA-CreditHours
037580     MOVE WS-EN-Mark TO EA-Mark
037590     WRITE ENROLL-TRAN-REPORT-LINE FROM WS-ENROLL-APPLIED-LINE.
037600 1690-EXIT.
037610     EXIT.
037620
037630*----------------------------------------------------------------
037640* 1692-FIND-HISTORY-ROW -- LOOK FOR THE ACADEMIC HISTORY COURSE
037650*     ROW THE TERM CLOSE FROZE FOR THE ENROLLMENT IN
037660*     WS-ENROLLMENT-RECORD.  A BLANK TERM WAS NEVER CLOSED.
037670*----------------------------------------------------------------
037680 1692-FIND-HISTORY-ROW.
037690     SET WS-EN-NOT-IN-HISTORY TO TRUE
037700     IF WS-EN-TermCode = SPACES
037710         GO TO 1692-EXIT
037720     END-IF
037730     MOVE WS-EN-StudentID TO AC-StudentID
037740     MOVE WS-EN-TermCode TO AC-TermCode
037750     MOVE "C" TO AC-RecType
037760     MOVE WS-EN-CourseCode TO AC-CourseCode
037770     MOVE WS-EN-Attempt TO AC-Attempt
037780     READ AcadHistFile
037790         INVALID KEY
037800             GO TO 1692-EXIT
037810     END-READ
037820     SET WS-EN-IN-HISTORY TO TRUE.
037830 1692-EXIT.
037840     EXIT.
037850
037860*----------------------------------------------------------------
037870* 1694-CHECK-HISTORY-ROOM -- TABLE THE STUDENT'S WHOLE HISTORY
037880*     THE WAY 1593 WILL, AND REFUSE THE CHANGE WHEN IT DOES NOT
037890*     FIT THE TABLES THE TERM TOTALS ARE RESTATED FROM.  THE
037900*     REASON IS LEFT IN WS-ENROLL-REASON.
037910*----------------------------------------------------------------
037920 1694-CHECK-HISTORY-ROOM.
037930     MOVE 0 TO WS-MHCount
037940     MOVE 0 TO WS-MTRCount
037950     MOVE "N" TO WS-MG-SCAN-DONE-SW
037960     MOVE "N" TO WS-MG-HIST-FULL-SW
037970     MOVE WS-EN-StudentID TO WS-MG-RestateID
037980     MOVE WS-EN-StudentID TO AC-StudentID
037990     MOVE LOW-VALUES TO AC-TermCode
038000     MOVE LOW-VALUES TO AC-RecType
038010     MOVE LOW-VALUES TO AC-CourseCode
038020     MOVE 0 TO AC-Attempt
038030     START AcadHistFile KEY IS NOT LESS THAN AC-KEY
038040         INVALID KEY
038050             GO TO 1694-EXIT
038060     END-START
038070     PERFORM 1594-TABLE-SURVIVOR-ROW THRU 1594-EXIT
038080         UNTIL WS-MG-SCAN-DONE
038090     IF WS-MG-HIST-FULL
038100         MOVE "CLOSED-TERM HISTORY TOO LARGE TO RESTATE"
038110             TO WS-ENROLL-REASON
038120     END-IF.
038130 1694-EXIT.
038140     EXIT.
038150
038160*----------------------------------------------------------------
038170* 1696-POST-HISTORY-ROW -- CARRY THE GRADE, CREDIT HOURS AND MARK
038180*     NOW ON THE ENROLLMENT ONTO ITS HISTORY COURSE ROW, THEN
038190*     RESTATE THE STUDENT'S TERM-TOTAL ROWS SO THE TRANSCRIPT
038200*     AGREES WITH EVERY RUN THAT READS THE ENROLLMENT MASTER.
038210*----------------------------------------------------------------
038220 1696-POST-HISTORY-ROW.
038230     MOVE WS-EN-StudentID TO AC-StudentID
038240     MOVE WS-EN-TermCode TO AC-TermCode
038250     MOVE "C" TO AC-RecType
038260     MOVE WS-EN-CourseCode TO AC-CourseCode
038270     MOVE WS-EN-Attempt TO AC-Attempt
038280     READ AcadHistFile
038290         INVALID KEY
038300             DISPLAY "Enrollment: history row not found for "
038310                 WS-EN-StudentID " " WS-EN-CourseCode
038320             GO TO 1696-EXIT
038330     END-READ
038340     MOVE WS-EN-Grade TO AC-Grade
038350     MOVE WS-EN-CreditHours TO AC-CreditHours
038360     MOVE WS-EN-Mark TO AC-Mark
038370     REWRITE ACAD-HIST-RECORD
038380         INVALID KEY
038390             DISPLAY "Enrollment: history rewrite failed for "
038400                 WS-EN-StudentID " " WS-EN-CourseCode
038410             GO TO 1696-EXIT
038420     END-REWRITE
038430     MOVE WS-EN-StudentID TO WS-MG-RestateID
038440     PERFORM 1593-RESTATE-TERM-TOTALS THRU 1593-EXIT.
038450 1696-EXIT.
038460     EXIT.
038470
038480*----------------------------------------------------------------
038490* 1700-RECYCLE-REJECTS -- READ THE PRIOR RUN'S REJECT FILE BACK,
038500*     PATCH EACH RECORD FROM THE OPTIONAL CORRECTION CARDS, RUN
038510*     THE PATCHED RECORD THROUGH THE SAME EDITS AS THE ROSTER
038520*     PASS AND WRITE SURVIVORS ONTO THE MASTER SO THEY RIDE
038530*     THIS RUN.  EVERYTHING STILL OUTSTANDING GOES ON THE AGING
038540*     REPORT AND INTO THE CARRY TABLE, TO BE RESEEDED INTO THE
038550*     NEW REJECT FILE ONCE IT IS OPENED FOR OUTPUT.
038560*----------------------------------------------------------------
038570 1700-RECYCLE-REJECTS.
038580     PERFORM 1750-LOAD-CORRECTIONS THRU 1750-EXIT
038590     OPEN INPUT RejectFile
038600     OPEN I-O StudentFile
038610     OPEN OUTPUT AgingReportFile
038620     OPEN OUTPUT CarryWorkFile
038630     WRITE AGING-LINE FROM WS-AGING-HEADER-LINE
038640     PERFORM 1710-READ-PRIOR-REJECT THRU 1710-EXIT
038650     PERFORM 1720-RECYCLE-ONE-REJECT THRU 1720-EXIT
038660         UNTIL WS-PRIOR-REJ-EOF
038670     DISPLAY "Rejects Recycled To Master: " WS-RecycledCount
038680     DISPLAY "Rejects Still Outstanding: " WS-OutstandingCount
038690     CLOSE CarryWorkFile
038700     CLOSE AgingReportFile
038710     CLOSE StudentFile
038720     CLOSE RejectFile.
038730 1700-EXIT.
038740     EXIT.
038750
038760*----------------------------------------------------------------
038770* 1710-READ-PRIOR-REJECT -- READ ONE REJECT LEFT BY THE PRIOR
038780*     RUN.
038790*----------------------------------------------------------------
038800 1710-READ-PRIOR-REJECT.
038810     READ RejectFile INTO WS-REJECT-WORK
038820         AT END
038830             SET WS-PRIOR-REJ-EOF TO TRUE
038840             GO TO 1710-EXIT
038850     END-READ.
038860 1710-EXIT.
038870     EXIT.
038880
038890*----------------------------------------------------------------
038900* 1720-RECYCLE-ONE-REJECT -- STAGE ONE PRIOR REJECT INTO THE
038910*     STUDENT WORK RECORD, PATCH IT IF A CORRECTION WAS PUNCHED
038920*     FOR ITS STUDENT ID, AND RE-EDIT IT.  A RECORD THAT NOW
038930*     PASSES GOES ONTO THE MASTER; ANYTHING ELSE AGES AND IS
038940*     CARRIED FORWARD WITH ITS ORIGINAL REJECT DATE.
038950*----------------------------------------------------------------
038960 1720-RECYCLE-ONE-REJECT.
038970     MOVE WS-RJ-StudentID TO WS-StudentID
038980     MOVE WS-RJ-StudentName TO WS-StudentName
038990     MOVE WS-RJ-StudentGrade TO WS-StudentGrade
039000     MOVE WS-RJ-ClassSection TO WS-ClassSection
039010     MOVE WS-RJ-CreditHours TO WS-CreditHours
039020     MOVE SPACES TO WS-StudentMark
039030     MOVE 0 TO WS-StudentMarkDate
039040     PERFORM 1730-FIND-CORRECTION THRU 1730-EXIT
039050     IF WS-CORR-FOUND
039060         PERFORM 1745-APPLY-CORRECTION THRU 1745-EXIT
039070         PERFORM 2200-VALIDATE-STUDENT-RECORD THRU 2200-EXIT
039080         IF WS-RECORD-VALID
039090             PERFORM 1748-WRITE-RECYCLED-STUDENT THRU 1748-EXIT
039100         ELSE
039110             MOVE WS-StudentID TO WS-RJ-StudentID
039120             MOVE WS-StudentName TO WS-RJ-StudentName
039130             MOVE WS-StudentGrade TO WS-RJ-StudentGrade
039140             MOVE WS-ClassSection TO WS-RJ-ClassSection
039150             MOVE WS-CreditHours TO WS-RJ-CreditHours
039160             MOVE WS-REASON-CODE TO WS-RJ-REASON-CODE
039170             MOVE WS-REASON-TEXT TO WS-RJ-REASON-TEXT
039180             PERFORM 1770-WRITE-AGING-LINE THRU 1770-EXIT
039190             PERFORM 1780-CARRY-REJECT-FORWARD THRU 1780-EXIT
039200         END-IF
039210     ELSE
039220         PERFORM 1770-WRITE-AGING-LINE THRU 1770-EXIT
039230         PERFORM 1780-CARRY-REJECT-FORWARD THRU 1780-EXIT
039240     END-IF
039250     PERFORM 1710-READ-PRIOR-REJECT THRU 1710-EXIT.
039260 1720-EXIT.
039270     EXIT.
039280
039290*----------------------------------------------------------------
039300* 1730-FIND-CORRECTION -- SCAN THE CORRECTION TABLE FOR A CARD
039310*     PUNCHED FOR THIS REJECT'S STUDENT ID.
039320*----------------------------------------------------------------
039330 1730-FIND-CORRECTION.
039340     SET WS-CORR-NOT-FOUND TO TRUE
039350     MOVE 0 TO WS-CorrIndex
039360     PERFORM 1740-MATCH-CORRECTION THRU 1740-EXIT
039370         VARYING WS-CR-SUB FROM 1 BY 1
039380         UNTIL WS-CORR-FOUND
039390            OR WS-CR-SUB > WS-CorrectionCount.
039400 1730-EXIT.
039410     EXIT.
039420
039430*----------------------------------------------------------------
039440* 1740-MATCH-CORRECTION -- TEST ONE CORRECTION TABLE ENTRY.
039450*----------------------------------------------------------------
039460 1740-MATCH-CORRECTION.
039470     IF WS-CRT-StudentID (WS-CR-SUB) = WS-RJ-StudentID
039480         SET WS-CORR-FOUND TO TRUE
039490         MOVE WS-CR-SUB TO WS-CorrIndex
039500     END-IF.
039510 1740-EXIT.
039520     EXIT.
039530
039540*----------------------------------------------------------------
039550* 1745-APPLY-CORRECTION -- PATCH THE FIELD THE CORRECTION CARD
039560*     NAMES.  THE FIELD CODES MATCH THE EDIT REASON CODES SO
039570*     THE CLERK PUNCHES THE CODE STRAIGHT OFF THE REJECT
039580*     LISTING.  A NON-NUMERIC VALUE PUNCHED FOR A NUMERIC
039590*     FIELD IS IGNORED RATHER THAN MOVED, SO THE RECORD JUST
039600*     AGES ANOTHER CYCLE INSTEAD OF ABENDING THE EDIT.
039610*----------------------------------------------------------------
039620 1745-APPLY-CORRECTION.
039630     IF WS-CRT-FieldCode (WS-CorrIndex) = "ID  "
039640         AND WS-CRT-NewValue (WS-CorrIndex) (1:5) IS NUMERIC
039650         MOVE WS-CRT-NewValue (WS-CorrIndex) (1:5)
039660             TO WS-StudentID
039670     END-IF
039680     IF WS-CRT-FieldCode (WS-CorrIndex) = "NAME"
039690         MOVE WS-CRT-NewValue (WS-CorrIndex)
039700             TO WS-StudentName
039710     END-IF
039720     IF WS-CRT-FieldCode (WS-CorrIndex) = "GRAD"
039730         AND WS-CRT-NewValue (WS-CorrIndex) (1:3) IS NUMERIC
039740         MOVE WS-CRT-NewValue (WS-CorrIndex) (1:3)
039750             TO WS-StudentGrade
039760     END-IF
039770     IF WS-CRT-FieldCode (WS-CorrIndex) = "SECT"
039780         MOVE WS-CRT-NewValue (WS-CorrIndex) (1:4)
039790             TO WS-ClassSection
039800     END-IF
039810     IF WS-CRT-FieldCode (WS-CorrIndex) = "CRHR"
039820         AND WS-CRT-NewValue (WS-CorrIndex) (1:1) IS NUMERIC
039830         MOVE WS-CRT-NewValue (WS-CorrIndex) (1:1)
039840             TO WS-CreditHours
039850     END-IF.
039860 1745-EXIT.
039870     EXIT.
039880
039890*----------------------------------------------------------------
039900* 1748-WRITE-RECYCLED-STUDENT -- PUT A REPAIRED REJECT BACK ON
039910*     THE INDEXED MASTER SO THE ROSTER PASS PICKS IT UP THIS
039920*     RUN.  MOST REJECTS COME OFF MASTER RECORDS THAT ARE STILL
039930*     ON FILE, SO AN ID ALREADY THERE IS REWRITTEN IN PLACE;
039940*     ONLY AN ID NOT ON FILE (TYPICALLY ONE THE CORRECTION CARD
039950*     ITSELF REPAIRED) IS WRITTEN AS A NEW RECORD.
039960*----------------------------------------------------------------
039970 1748-WRITE-RECYCLED-STUDENT.
039980     MOVE WS-StudentID TO StudentID
039990     READ StudentFile
040000         INVALID KEY
040010             MOVE WS-StudentID TO StudentID
040020             MOVE WS-StudentName TO StudentName
040030             MOVE WS-StudentGrade TO StudentGrade
040040             MOVE WS-ClassSection TO ClassSection
040050             MOVE WS-CreditHours TO CreditHours
040060             MOVE "A" TO StudentStatus
040070             MOVE SPACES TO StudentMark
040080             MOVE 0 TO StudentMarkDate
040090             WRITE StudentRecord
040100             ADD 1 TO WS-RecycledCount
040110         NOT INVALID KEY
040120             MOVE WS-StudentName TO StudentName
040130             MOVE WS-StudentGrade TO StudentGrade
040140             MOVE WS-ClassSection TO ClassSection
040150             MOVE WS-CreditHours TO CreditHours
040160             REWRITE StudentRecord
040170                 INVALID KEY
040180                     DISPLAY "Recycle: rewrite failed for "
040190                         StudentID
040200             END-REWRITE
040210             ADD 1 TO WS-RecycledCount
040220     END-READ.
040230 1748-EXIT.
040240     EXIT.
040250
040260*----------------------------------------------------------------
040270* 1750-LOAD-CORRECTIONS -- READ THE OPTIONAL CORRECTION CARDS
040280*     INTO THE CORRECTION TABLE.
040290*----------------------------------------------------------------
040300 1750-LOAD-CORRECTIONS.
040310     OPEN INPUT CorrectionFile
040320     PERFORM 1760-READ-CORRECTION THRU 1760-EXIT
040330     PERFORM 1765-TABLE-ONE-CORRECTION THRU 1765-EXIT
040340         UNTIL WS-CORR-EOF
040350     CLOSE CorrectionFile.
040360 1750-EXIT.
040370     EXIT.
040380
040390*----------------------------------------------------------------
040400* 1760-READ-CORRECTION -- READ ONE CORRECTION CARD.
040410*----------------------------------------------------------------
040420 1760-READ-CORRECTION.
040430     READ CorrectionFile INTO WS-CORRECTION-RECORD
040440         AT END
040450             SET WS-CORR-EOF TO TRUE
040460             GO TO 1760-EXIT
040470     END-READ.
040480 1760-EXIT.
040490     EXIT.
040500
040510*----------------------------------------------------------------
040520* 1765-TABLE-ONE-CORRECTION -- FILE ONE CORRECTION CARD IN THE
040530*     TABLE AND READ THE NEXT ONE.
040540*----------------------------------------------------------------
040550 1765-TABLE-ONE-CORRECTION.
040560     IF WS-CorrectionCount >= WS-CORR-MAX
040570         DISPLAY "Correction table full at " WS-CORR-MAX
040580             " cards; remaining corrections ignored"
040590         SET WS-CORR-EOF TO TRUE
040600         GO TO 1765-EXIT
040610     END-IF
040620     ADD 1 TO WS-CorrectionCount
040630     MOVE WS-CR-StudentID
040640         TO WS-CRT-StudentID (WS-CorrectionCount)
040650     MOVE WS-CR-FieldCode
040660         TO WS-CRT-FieldCode (WS-CorrectionCount)
040670     MOVE WS-CR-NewValue
040680         TO WS-CRT-NewValue (WS-CorrectionCount)
040690     PERFORM 1760-READ-CORRECTION THRU 1760-EXIT.
040700 1765-EXIT.
040710     EXIT.
040720
040730*----------------------------------------------------------------
040740* 1770-WRITE-AGING-LINE -- LIST ONE STILL-OUTSTANDING REJECT
040750*     WITH ITS ORIGINAL REJECT DATE AND ITS AGE IN DAYS.  A
040760*     REJECT WRITTEN BEFORE THE DATE STAMP EXISTED CARRIES NO
040770*     USABLE DATE AND AGES AS ZERO.
040780*----------------------------------------------------------------
040790 1770-WRITE-AGING-LINE.
040800     MOVE WS-RJ-StudentID TO AG-StudentID
040810     MOVE WS-RJ-StudentName TO AG-StudentName
040820     MOVE WS-RJ-REASON-CODE TO AG-REASON-CODE
040830     MOVE WS-RJ-RejectDate TO AG-RejectDate
040840     IF WS-RJ-RejectDate IS NUMERIC
040850             AND WS-RJ-RejectDate > 19000101
040860         COMPUTE WS-RejectAgeDays
040870             = FUNCTION INTEGER-OF-DATE (WS-RunDate)
040880             - FUNCTION INTEGER-OF-DATE (WS-RJ-RejectDate)
040890     ELSE
040900         MOVE 0 TO WS-RejectAgeDays
040910     END-IF
040920     IF WS-RejectAgeDays < 0
040930         MOVE 0 TO WS-RejectAgeDays
040940     END-IF
040950     MOVE WS-RejectAgeDays TO AG-AgeDays
040960     WRITE AGING-LINE FROM WS-AGING-DETAIL-LINE
040970     ADD 1 TO WS-OutstandingCount.
040980 1770-EXIT.
040990     EXIT.
041000
041010*----------------------------------------------------------------
041020* 1780-CARRY-REJECT-FORWARD -- STAGE AN OUTSTANDING REJECT TO
041030*     THE CARRY WORK FILE SO IT CAN BE RESEEDED INTO THE NEW
041040*     REJECT FILE, KEEPING THE BACKLOG ALIVE ACROSS CYCLES.  THE
041050*     WORK FILE IS UNBOUNDED ON PURPOSE -- A REJECT THAT FELL
041060*     OUT OF A FULL TABLE HERE WOULD VANISH FROM THE BACKLOG
041070*     PERMANENTLY, WHICH IS THE EXACT FALL-THROUGH THE RECYCLE
041080*     EXISTS TO STOP.
041090*----------------------------------------------------------------
041100 1780-CARRY-REJECT-FORWARD.
041110     MOVE WS-REJECT-WORK TO CARRY-WORK-RECORD
041120     WRITE CARRY-WORK-RECORD.
041130 1780-EXIT.
041140     EXIT.
041150
041160*----------------------------------------------------------------
041170* 1790-RESEED-REJECT-FILE -- COPY THE CARRIED-FORWARD REJECTS
041180*     FROM THE CARRY WORK FILE INTO THE FRESHLY OPENED REJECT
041190*     FILE AHEAD OF THIS RUN'S OWN REJECTS.
041200*----------------------------------------------------------------
041210 1790-RESEED-REJECT-FILE.
041220     MOVE "N" TO WS-CARRY-EOF-SW
041230     OPEN INPUT CarryWorkFile
041240     PERFORM 1795-READ-CARRIED-REJECT THRU 1795-EXIT
041250     PERFORM 1796-WRITE-CARRIED-REJECT THRU 1796-EXIT
041260         UNTIL WS-CARRY-EOF
041270     CLOSE CarryWorkFile.
041280 1790-EXIT.
041290     EXIT.
041300
041310*----------------------------------------------------------------
041320* 1795-READ-CARRIED-REJECT -- READ ONE CARRIED REJECT BACK.
041330*----------------------------------------------------------------
041340 1795-READ-CARRIED-REJECT.
041350     READ CarryWorkFile INTO WS-REJECT-WORK
041360         AT END
041370             SET WS-CARRY-EOF TO TRUE
041380             GO TO 1795-EXIT
041390     END-READ.
041400 1795-EXIT.
041410     EXIT.
041420
041430*----------------------------------------------------------------
041440* 1796-WRITE-CARRIED-REJECT -- WRITE ONE CARRIED REJECT INTO
041450*     THE NEW REJECT FILE AND READ THE NEXT ONE.
041460*----------------------------------------------------------------
041470 1796-WRITE-CARRIED-REJECT.
041480     MOVE WS-REJECT-WORK TO REJECT-RECORD
041490     WRITE REJECT-RECORD
041500     PERFORM 1795-READ-CARRIED-REJECT THRU 1795-EXIT.
041510 1796-EXIT.
041520     EXIT.
041530
041540*----------------------------------------------------------------
041550* 1800-LOAD-SECTION-MASTER -- READ THE OPTIONAL SECTION MASTER
041560*     INTO ITS TABLE SO THE EDIT AND THE SECTION LOAD REPORT CAN
041570*     WORK FROM STORAGE.  NO FILE MEANS AN EMPTY TABLE, WHICH
041580*     STANDS THE SECTION EDIT DOWN.
041590*----------------------------------------------------------------
041600 1800-LOAD-SECTION-MASTER.
041610     OPEN INPUT SectionMasterFile
041620     PERFORM 1810-READ-SECTION-MASTER THRU 1810-EXIT
041630     PERFORM 1820-TABLE-ONE-SECTION THRU 1820-EXIT
041640         UNTIL WS-SECT-EOF
041650     CLOSE SectionMasterFile.
041660 1800-EXIT.
041670     EXIT.
041680
041690*----------------------------------------------------------------
041700* 1810-READ-SECTION-MASTER -- READ ONE SECTION MASTER RECORD.
041710*----------------------------------------------------------------
041720 1810-READ-SECTION-MASTER.
041730     READ SectionMasterFile INTO WS-SECTION-MASTER-RECORD
041740         AT END
041750             SET WS-SECT-EOF TO TRUE
041760             GO TO 1810-EXIT
041770     END-READ.
041780 1810-EXIT.
041790     EXIT.
041800
041810*----------------------------------------------------------------
041820* 1820-TABLE-ONE-SECTION -- FILE ONE SECTION MASTER RECORD IN
041830*     THE TABLE AND READ THE NEXT ONE.
041840*----------------------------------------------------------------
041850 1820-TABLE-ONE-SECTION.
041860     IF WS-SectionMasterCount >= WS-SECT-MAX
041870         DISPLAY "Section master table full at " WS-SECT-MAX
041880             " sections; remaining sections ignored"
041890         SET WS-SECT-EOF TO TRUE
041900         GO TO 1820-EXIT
041910     END-IF
041920     ADD 1 TO WS-SectionMasterCount
041930     MOVE WS-SM-SectionCode
041940         TO WS-SMT-SectionCode (WS-SectionMasterCount)
041950     MOVE WS-SM-CourseTitle
041960         TO WS-SMT-CourseTitle (WS-SectionMasterCount)
041970     MOVE WS-SM-Instructor
041980         TO WS-SMT-Instructor (WS-SectionMasterCount)
041990     MOVE WS-SM-Capacity
042000         TO WS-SMT-Capacity (WS-SectionMasterCount)
042010     PERFORM 1810-READ-SECTION-MASTER THRU 1810-EXIT.
042020 1820-EXIT.
042030     EXIT.
042040
042050*----------------------------------------------------------------
042060* 1850-PROCESS-GRADE-SHEETS -- APPLY THE OPTIONAL INSTRUCTOR
042070*     GRADE-SHEET FEED TO THE INDEXED MASTER AHEAD OF THE ROSTER
042080*     PASS.  EACH SECTION ARRIVES AS ONE BATCH: AN "H" HEADER
042090*     (SECTION, INSTRUCTOR, EXPECTED COUNT), "D" DETAILS (ONE
042100*     STUDENT AND GRADE EACH) AND A "T" TRAILER COUNT.  THE
042110*     DETAILS ARE BUFFERED UNTIL THE TRAILER SO A BATCH THAT
042120*     FAILS ITS SECTION-MASTER OR COUNT CHECKS REJECTS WHOLE --
042130*     NO GRADE FROM A BAD SHEET EVER TOUCHES THE MASTER.
042140*----------------------------------------------------------------
042150 1850-PROCESS-GRADE-SHEETS.
042160     OPEN INPUT GradeSheetFile
042170     OPEN OUTPUT SheetReportFile
042180     OPEN I-O StudentFile
042190     PERFORM 1852-READ-SHEET-RECORD THRU 1852-EXIT
042200     PERFORM 1854-APPLY-ONE-SHEET-RECORD THRU 1854-EXIT
042210         UNTIL WS-SHEET-EOF
042220     IF WS-SHEET-OPEN
042230         MOVE "TRAILER MISSING AT END OF FEED"
042240             TO WS-SHEET-REASON
042250         PERFORM 1862-REJECT-SHEET-BATCH THRU 1862-EXIT
042260     END-IF
042270     DISPLAY "Grade Sheets Posted: " WS-SheetBatchCount
042280     DISPLAY "Grade Sheets Rejected: " WS-SheetBatchRejects
042290     DISPLAY "Sheet Grades Posted: " WS-SheetPostedCount
042300     IF WS-SheetPostErrors > 0
042310         DISPLAY "Sheet Grades Not Posted: " WS-SheetPostErrors
042320     END-IF
042330     CLOSE StudentFile
042340     CLOSE SheetReportFile
042350     CLOSE GradeSheetFile.
042360 1850-EXIT.
042370     EXIT.
042380
042390*----------------------------------------------------------------
042400* 1852-READ-SHEET-RECORD -- READ ONE GRADE-SHEET RECORD.
042410*----------------------------------------------------------------
042420 1852-READ-SHEET-RECORD.
042430     READ GradeSheetFile INTO WS-GRADE-SHEET-RECORD
042440         AT END
042450             SET WS-SHEET-EOF TO TRUE
042460             GO TO 1852-EXIT
042470     END-READ.
042480 1852-EXIT.
042490     EXIT.
042500
042510*----------------------------------------------------------------
042520* 1854-APPLY-ONE-SHEET-RECORD -- ROUTE ONE SHEET RECORD BY ITS
042530*     TYPE CODE, THEN READ THE NEXT ONE.  A TYPE THAT IS NOT
042540*     H, D OR T SPOILS AN OPEN BATCH, OR IS LISTED AND IGNORED
042550*     WHEN NO BATCH IS OPEN.
042560*----------------------------------------------------------------
042570 1854-APPLY-ONE-SHEET-RECORD.
042580     IF WS-GS-HEADER
042590         PERFORM 1856-START-SHEET-BATCH THRU 1856-EXIT
042600     ELSE
042610         IF WS-GS-DETAIL
042620             PERFORM 1858-TABLE-SHEET-DETAIL THRU 1858-EXIT
042630         ELSE
042640             IF WS-GS-TRAILER
042650                 PERFORM 1860-CLOSE-SHEET-BATCH THRU 1860-EXIT
042660             ELSE
042670                 IF WS-SHEET-OPEN
042680                     IF WS-SHEET-GOOD
042690                         SET WS-SHEET-BAD TO TRUE
042700                         MOVE "RECORD TYPE IS NOT H, D OR T"
042710                             TO WS-SHEET-REASON
042720                     END-IF
042730                 ELSE
042740                     MOVE SPACES TO SB-SectionCode
042750                     MOVE "IGNORED" TO SB-ACTION
042760                     MOVE "RECORD TYPE IS NOT H, D OR T"
042770                         TO SB-REASON
042780                     WRITE SHEET-REPORT-LINE
042790                         FROM WS-SHEET-BATCH-LINE
042800                 END-IF
042810             END-IF
042820         END-IF
042830     END-IF
042840     PERFORM 1852-READ-SHEET-RECORD THRU 1852-EXIT.
042850 1854-EXIT.
042860     EXIT.
042870
042880*----------------------------------------------------------------
042890* 1856-START-SHEET-BATCH -- OPEN A NEW BATCH FROM THE HEADER AND
042900*     RUN THE HEADER EDITS: THE SECTION MUST BE ON THE SECTION
042910*     MASTER AND THE NAMED INSTRUCTOR MUST MATCH THE ONE ON
042920*     FILE THERE.  WITH NO SECTION MASTER LOADED THOSE TWO
042930*     EDITS STAND DOWN, THE SAME WAY THE ROSTER SECTION EDIT
042940*     DOES.  A HEADER ARRIVING WHILE A BATCH IS STILL OPEN
042950*     REJECTS THE OPEN BATCH FIRST -- ITS TRAILER NEVER CAME.
042960*----------------------------------------------------------------
042970 1856-START-SHEET-BATCH.
042980     IF WS-SHEET-OPEN
042990         MOVE "NEW HEADER BEFORE PRIOR TRAILER"
043000             TO WS-SHEET-REASON
043010         PERFORM 1862-REJECT-SHEET-BATCH THRU 1862-EXIT
043020     END-IF
043030     SET WS-SHEET-OPEN TO TRUE
043040     SET WS-SHEET-GOOD TO TRUE
043050     MOVE SPACES TO WS-SHEET-REASON
043060     MOVE 0 TO WS-SheetDetailCount
043070     MOVE WS-GS-SectionCode TO WS-SB-SectionCode
043080     MOVE WS-GS-Instructor TO WS-SB-Instructor
043090     MOVE 0 TO WS-SB-ExpectedCount
043100     IF WS-GS-ExpectedCount IS NUMERIC
043110         MOVE WS-GS-ExpectedCount TO WS-SB-ExpectedCount
043120     ELSE
043130         SET WS-SHEET-BAD TO TRUE
043140         MOVE "HEADER EXPECTED COUNT IS NOT NUMERIC"
043150             TO WS-SHEET-REASON
043160     END-IF
043170     IF WS-SHEET-GOOD AND WS-SectionMasterCount > 0
043180         MOVE WS-GS-SectionCode TO WS-SECT-LOOKUP
043190         PERFORM 2210-FIND-SECTION THRU 2210-EXIT
043200         IF WS-SECT-NOT-FOUND
043210             SET WS-SHEET-BAD TO TRUE
043220             MOVE "SECTION NOT ON SECTION MASTER"
043230                 TO WS-SHEET-REASON
043240         ELSE
043250             IF WS-GS-Instructor
043260                     NOT = WS-SMT-Instructor (WS-SectIndex)
043270                 SET WS-SHEET-BAD TO TRUE
043280                 MOVE "INSTRUCTOR DOES NOT MATCH SECTION MASTER"
043290                     TO WS-SHEET-REASON
043300             END-IF
043310         END-IF
043320     END-IF.
043330 1856-EXIT.
043340     EXIT.
043350
043360*----------------------------------------------------------------
043370* 1858-TABLE-SHEET-DETAIL -- BUFFER ONE SHEET DETAIL INTO THE
043380*     BATCH TABLE.  THE DETAIL COUNT ROLLS EVEN ON A SPOILED
043390*     BATCH SO THE TRAILER FOOTING DOES NOT PILE A SECOND
043400*     REASON ON TOP OF THE FIRST.
043410*----------------------------------------------------------------
043420 1858-TABLE-SHEET-DETAIL.
043430     IF WS-SHEET-NOT-OPEN
043440         MOVE SPACES TO SB-SectionCode
043450         MOVE "IGNORED" TO SB-ACTION
043460         MOVE "DETAIL WITH NO OPEN HEADER" TO SB-REASON
043470         WRITE SHEET-REPORT-LINE FROM WS-SHEET-BATCH-LINE
043480         GO TO 1858-EXIT
043490     END-IF
043500     IF WS-SHEET-GOOD
043510         IF WS-GS-StudentID IS NOT NUMERIC
043520                 OR WS-GS-Grade IS NOT NUMERIC
043530             SET WS-SHEET-BAD TO TRUE
043540             MOVE "DETAIL STUDENT ID OR GRADE NOT NUMERIC"
043550                 TO WS-SHEET-REASON
043560         ELSE
043570             IF WS-GS-Grade > 100
043580                 SET WS-SHEET-BAD TO TRUE
043590                 MOVE "DETAIL GRADE NOT IN RANGE 00-100"
043600                     TO WS-SHEET-REASON
043610             END-IF
043620         END-IF
043630     END-IF
043640     IF WS-SHEET-GOOD AND NOT WS-GS-MARK-VALID
043650         SET WS-SHEET-BAD TO TRUE
043660         MOVE "DETAIL MARK IS NOT I, W, P OR BLANK"
043670             TO WS-SHEET-REASON
043680     END-IF
043690     IF WS-SheetDetailCount >= WS-SHD-MAX
043700         IF WS-SHEET-GOOD
043710             SET WS-SHEET-BAD TO TRUE
043720             MOVE "BATCH LARGER THAN THE DETAIL TABLE"
043730                 TO WS-SHEET-REASON
043740         END-IF
043750         GO TO 1858-EXIT
043760     END-IF
043770     ADD 1 TO WS-SheetDetailCount
043780     MOVE WS-GS-StudentID
043790         TO WS-SHD-StudentID (WS-SheetDetailCount)
043800     MOVE WS-GS-Grade
043810         TO WS-SHD-Grade (WS-SheetDetailCount)
043820     MOVE WS-GS-Mark
043830         TO WS-SHD-Mark (WS-SheetDetailCount).
043840 1858-EXIT.
043850     EXIT.
043860
043870*----------------------------------------------------------------
043880* 1860-CLOSE-SHEET-BATCH -- FOOT THE TRAILER AND HEADER COUNTS
043890*     AGAINST THE DETAILS READ, THEN EITHER POST THE BATCH OR
043900*     REJECT IT WHOLE.
043910*----------------------------------------------------------------
043920 1860-CLOSE-SHEET-BATCH.
043930     IF WS-SHEET-NOT-OPEN
043940         MOVE SPACES TO SB-SectionCode
043950         MOVE "IGNORED" TO SB-ACTION
043960         MOVE "TRAILER WITH NO OPEN HEADER" TO SB-REASON
043970         WRITE SHEET-REPORT-LINE FROM WS-SHEET-BATCH-LINE
043980         GO TO 1860-EXIT
043990     END-IF
044000     IF WS-SHEET-GOOD
044010         IF WS-GS-TrailerCount IS NOT NUMERIC
044020             SET WS-SHEET-BAD TO TRUE
044030             MOVE "TRAILER COUNT IS NOT NUMERIC"
044040                 TO WS-SHEET-REASON
044050         ELSE
044060             IF WS-GS-TrailerCount NOT = WS-SheetDetailCount
044070                 SET WS-SHEET-BAD TO TRUE
044080                 MOVE "TRAILER COUNT DOES NOT FOOT DETAILS"
044090                     TO WS-SHEET-REASON
044100             END-IF
044110         END-IF
044120     END-IF
044130     IF WS-SHEET-GOOD
044140             AND WS-SB-ExpectedCount NOT = WS-SheetDetailCount
044150         SET WS-SHEET-BAD TO TRUE
044160         MOVE "HEADER EXPECTED COUNT DOES NOT FOOT"
044170             TO WS-SHEET-REASON
044180     END-IF
044190     IF WS-SHEET-BAD
044200         PERFORM 1862-REJECT-SHEET-BATCH THRU 1862-EXIT
044210     ELSE
044220         PERFORM 1864-POST-SHEET-BATCH THRU 1864-EXIT
044230     END-IF.
044240 1860-EXIT.
044250     EXIT.
044260
044270*----------------------------------------------------------------
044280* 1862-REJECT-SHEET-BATCH -- LIST A SPOILED BATCH ON THE GRADE-
044290*     SHEET REPORT WITH ITS REASON AND DROP IT WITHOUT POSTING.
044300*----------------------------------------------------------------
044310 1862-REJECT-SHEET-BATCH.
044320     MOVE WS-SB-SectionCode TO SB-SectionCode
044330     MOVE "REJECTED" TO SB-ACTION
044340     MOVE WS-SHEET-REASON TO SB-REASON
044350     WRITE SHEET-REPORT-LINE FROM WS-SHEET-BATCH-LINE
044360     ADD 1 TO WS-SheetBatchRejects
044370     SET WS-SHEET-NOT-OPEN TO TRUE.
044380 1862-EXIT.
044390     EXIT.
044400
044410*----------------------------------------------------------------
044420* 1864-POST-SHEET-BATCH -- POST EVERY BUFFERED DETAIL OF A BATCH
044430*     THAT FOOTED, REMEMBER THE SECTION AS SHEETED FOR THE CHASE
044440*     PASS AND LIST THE BATCH AS POSTED.
044450*----------------------------------------------------------------
044460 1864-POST-SHEET-BATCH.
044470     PERFORM 1866-POST-ONE-SHEET-GRADE THRU 1866-EXIT
044480         VARYING WS-SD-SUB FROM 1 BY 1
044490         UNTIL WS-SD-SUB > WS-SheetDetailCount
044500     PERFORM 1868-RECORD-SHEETED-SECTION THRU 1868-EXIT
044510     MOVE WS-SB-SectionCode TO SB-SectionCode
044520     MOVE "POSTED" TO SB-ACTION
044530     MOVE SPACES TO SB-REASON
044540     WRITE SHEET-REPORT-LINE FROM WS-SHEET-BATCH-LINE
044550     ADD 1 TO WS-SheetBatchCount
044560     SET WS-SHEET-NOT-OPEN TO TRUE.
044570 1864-EXIT.
044580     EXIT.
044590
044600*----------------------------------------------------------------
044610* 1866-POST-ONE-SHEET-GRADE -- REWRITE ONE STUDENT'S GRADE FROM
044620*     THE BATCH TABLE.  THE STUDENT IS REMEMBERED AS GRADED
044630*     BEFORE THE KEYED READ -- A SHEET THAT LISTED A STUDENT
044640*     COVERED THAT STUDENT WHETHER OR NOT THE MASTER HAD THEM.
044650*----------------------------------------------------------------
044660 1866-POST-ONE-SHEET-GRADE.
044670     PERFORM 1867-RECORD-GRADED-STUDENT THRU 1867-EXIT
044680     MOVE WS-SHD-StudentID (WS-SD-SUB) TO StudentID
044690     READ StudentFile
044700         INVALID KEY
044710             MOVE WS-SB-SectionCode TO SE-SectionCode
044720             MOVE WS-SHD-StudentID (WS-SD-SUB) TO SE-StudentID
044730             MOVE "STUDENT NOT ON MASTER; GRADE NOT POSTED"
044740                 TO SE-REASON-TEXT
044750             WRITE SHEET-REPORT-LINE FROM WS-SHEET-ERROR-LINE
044760             ADD 1 TO WS-SheetPostErrors
044770         NOT INVALID KEY
044780             MOVE WS-SHD-Grade (WS-SD-SUB) TO StudentGrade
044790             MOVE WS-SHD-Mark (WS-SD-SUB) TO StudentMark
044800             IF WS-SHD-Mark (WS-SD-SUB) = "I"
044810                     OR WS-SHD-Mark (WS-SD-SUB) = "W"
044820                 MOVE WS-RunDate TO StudentMarkDate
044830             ELSE
044840                 MOVE 0 TO StudentMarkDate
044850             END-IF
044860             REWRITE StudentRecord
044870                 INVALID KEY
044880                     DISPLAY "Sheet: rewrite failed for "
044890                         StudentID
044900             END-REWRITE
044910             ADD 1 TO WS-SheetPostedCount
044920     END-READ.
044930 1866-EXIT.
044940     EXIT.
044950
044960*----------------------------------------------------------------
044970* 1867-RECORD-GRADED-STUDENT -- FILE ONE SHEETED STUDENT IN THE
044980*     GRADED TABLE SO THE CHASE PASS CAN TELL WHO A SHEET
044990*     COVERED.  A FULL TABLE LEAVES THE CHASE LIST SHORT, NOT
045000*     THE POSTING.
045010*----------------------------------------------------------------
045020 1867-RECORD-GRADED-STUDENT.
045030     IF WS-GradedCount >= WS-GRADED-MAX
045040         DISPLAY "Sheet: graded table full at " WS-GRADED-MAX
045050             "; chase list may run long"
045060         GO TO 1867-EXIT
045070     END-IF
045080     ADD 1 TO WS-GradedCount
045090     MOVE WS-SB-SectionCode
045100         TO WS-GRD-SectionCode (WS-GradedCount)
045110     MOVE WS-SHD-StudentID (WS-SD-SUB)
045120         TO WS-GRD-StudentID (WS-GradedCount).
045130 1867-EXIT.
045140     EXIT.
045150
045160*----------------------------------------------------------------
045170* 1868-RECORD-SHEETED-SECTION -- FILE A POSTED BATCH'S SECTION
045180*     IN THE SHEETED-SECTION TABLE, ONCE, SO THE CHASE PASS
045190*     ONLY CHASES SECTIONS A SHEET ACTUALLY CAME IN FOR.
045200*----------------------------------------------------------------
045210 1868-RECORD-SHEETED-SECTION.
045220     SET WS-SHEETED-NOT-FOUND TO TRUE
045230     PERFORM 1869-MATCH-SHEETED-SECTION THRU 1869-EXIT
045240         VARYING WS-SH-SUB FROM 1 BY 1
045250         UNTIL WS-SHEETED-FOUND
045260            OR WS-SH-SUB > WS-SheetSectCount
045270     IF WS-SHEETED-FOUND
045280         GO TO 1868-EXIT
045290     END-IF
045300     IF WS-SheetSectCount >= WS-SHS-MAX
045310         DISPLAY "Sheet: sheeted-section table full at "
045320             WS-SHS-MAX "; chase list incomplete"
045330         GO TO 1868-EXIT
045340     END-IF
045350     ADD 1 TO WS-SheetSectCount
045360     MOVE WS-SB-SectionCode
045370         TO WS-SHS-SectionCode (WS-SheetSectCount).
045380 1868-EXIT.
045390     EXIT.
045400
045410*----------------------------------------------------------------
045420* 1869-MATCH-SHEETED-SECTION -- TEST ONE SHEETED-SECTION ENTRY.
045430*----------------------------------------------------------------
045440 1869-MATCH-SHEETED-SECTION.
045450     IF WS-SHS-SectionCode (WS-SH-SUB) = WS-SB-SectionCode
045460         SET WS-SHEETED-FOUND TO TRUE
045470     END-IF.
045480 1869-EXIT.
045490     EXIT.
045500
045510*----------------------------------------------------------------
045520* 1900-LOAD-TERM-CALENDAR -- READ THE OPTIONAL TERM CALENDAR
045530*     INTO ITS TABLE SO THE RUN DATE CAN BE RESOLVED TO A TERM.
045540*     NO FILE MEANS AN EMPTY TABLE, WHICH STANDS THE RUN-WINDOW
045550*     ENFORCEMENT AND THE TERM STAMP DOWN.
045560*----------------------------------------------------------------
045570 1900-LOAD-TERM-CALENDAR.
045580     OPEN INPUT TermCalendarFile
045590     PERFORM 1910-READ-TERM-RECORD THRU 1910-EXIT
045600     PERFORM 1920-TABLE-ONE-TERM THRU 1920-EXIT
045610         UNTIL WS-TERMCAL-EOF
045620     CLOSE TermCalendarFile.
045630 1900-EXIT.
045640     EXIT.
045650
045660*----------------------------------------------------------------
045670* 1910-READ-TERM-RECORD -- READ ONE TERM CALENDAR RECORD.
045680*----------------------------------------------------------------
045690 1910-READ-TERM-RECORD.
045700     READ TermCalendarFile INTO WS-TERM-CAL-RECORD
045710         AT END
045720             SET WS-TERMCAL-EOF TO TRUE
045730             GO TO 1910-EXIT
045740     END-READ.
045750 1910-EXIT.
045760     EXIT.
045770
045780*----------------------------------------------------------------
045790* 1920-TABLE-ONE-TERM -- FILE ONE TERM CALENDAR RECORD IN THE
045800*     TABLE AND READ THE NEXT ONE.
045810*----------------------------------------------------------------
045820 1920-TABLE-ONE-TERM.
045830     IF WS-TermCount >= WS-TERM-MAX
045840         DISPLAY "Term calendar table full at " WS-TERM-MAX
045850             " terms; remaining terms ignored"
045860         SET WS-TERMCAL-EOF TO TRUE
045870         GO TO 1920-EXIT
045880     END-IF
045890     ADD 1 TO WS-TermCount
045900     MOVE WS-TC-TermCode
045910         TO WS-TCT-TermCode (WS-TermCount)
045920     MOVE WS-TC-StartDate
045930         TO WS-TCT-StartDate (WS-TermCount)
045940     MOVE WS-TC-EndDate
045950         TO WS-TCT-EndDate (WS-TermCount)
045960     MOVE WS-TC-GradeDeadline
045970         TO WS-TCT-GradeDeadline (WS-TermCount)
045980     PERFORM 1910-READ-TERM-RECORD THRU 1910-EXIT.
045990 1920-EXIT.
046000     EXIT.
046010
046020*----------------------------------------------------------------
046030* 1930-RESOLVE-RUN-TERM -- FIND THE TERM WHOSE START/END WINDOW
046040*     COVERS THE RUN DATE AND HOLD ITS CODE AND GRADE-SUBMISSION
046050*     DEADLINE FOR THE REST OF THE RUN.  A RUN DATED OUTSIDE
046060*     EVERY TERM ON A LOADED CALENDAR IS REFUSED OUTRIGHT -- A
046070*     ROSTER RUN BETWEEN TERMS IS A MIS-SUBMITTED JOB, NOT A
046080*     RUN WE WANT STAMPING FILES.
046090*----------------------------------------------------------------
046100 1930-RESOLVE-RUN-TERM.
046110     IF WS-TermCount = 0
046120         GO TO 1930-EXIT
046130     END-IF
046140     SET WS-TERM-NOT-FOUND TO TRUE
046150     PERFORM 1940-MATCH-TERM THRU 1940-EXIT
046160         VARYING WS-TC-SUB FROM 1 BY 1
046170         UNTIL WS-TERM-FOUND
046180            OR WS-TC-SUB > WS-TermCount
046190     IF WS-TERM-NOT-FOUND
046200         DISPLAY "Roster: run date " WS-RunDate
046210             " is not inside any term on the calendar"
046220         MOVE 8 TO RETURN-CODE
046230         STOP RUN
046240     END-IF.
046250 1930-EXIT.
046260     EXIT.
046270
046280*----------------------------------------------------------------
046290* 1940-MATCH-TERM -- TEST ONE TERM CALENDAR TABLE ENTRY AGAINST
046300*     THE RUN DATE.
046310*----------------------------------------------------------------
046320 1940-MATCH-TERM.
046330     IF WS-RunDate >= WS-TCT-StartDate (WS-TC-SUB)
046340             AND WS-RunDate <= WS-TCT-EndDate (WS-TC-SUB)
046350         SET WS-TERM-FOUND TO TRUE
046360         MOVE WS-TCT-TermCode (WS-TC-SUB) TO WS-TermCode
046370         MOVE WS-TCT-GradeDeadline (WS-TC-SUB)
046380             TO WS-TermDeadline
046390     END-IF.
046400 1940-EXIT.
046410     EXIT.
046420
046430*----------------------------------------------------------------
046440* 1950-OPEN-COURSE-CATALOG -- OPEN THE OPTIONAL COURSE CATALOG
046450*     FOR KEYED READS FOR THE LENGTH OF THE RUN AND PROBE IT FOR
046460*     A FIRST RECORD.  NO FILE, OR AN EMPTY ONE, LEAVES THE
046470*     CATALOG SWITCH DOWN AND THE COURSE EDIT STOOD DOWN.
046480*----------------------------------------------------------------
046490 1950-OPEN-COURSE-CATALOG.
046500     SET WS-CATALOG-EMPTY TO TRUE
046510     OPEN INPUT CatalogFile
046520     MOVE LOW-VALUES TO CT-CourseCode
046530     START CatalogFile KEY IS NOT LESS THAN CT-CourseCode
046540         INVALID KEY
046550             DISPLAY "Enrollment: no course catalog;"
046560                 " course edit not applied"
046570             GO TO 1950-EXIT
046580     END-START
046590     SET WS-CATALOG-LOADED TO TRUE.
046600 1950-EXIT.
046610     EXIT.
046620
046630*----------------------------------------------------------------
046640* 2000-EDIT-AND-PROCESS -- VALIDATE THE RECORD JUST READ AND
046650*     EITHER STAGE IT TO THE WORK FILE OR REJECT IT, THEN READ
046660*     THE NEXT ONE.
046670*----------------------------------------------------------------
046680 2000-EDIT-AND-PROCESS.
046690     PERFORM 2200-VALIDATE-STUDENT-RECORD THRU 2200-EXIT
046700     IF WS-RECORD-VALID
046710         PERFORM 2400-WRITE-WORK-RECORD THRU 2400-EXIT
046720         ADD 1 TO WS-EditCount
046730         MOVE WS-StudentID TO WS-ENR-StudentID
046740         MOVE WS-StudentGrade TO WS-ENR-FallbackGrade
046750         MOVE WS-CreditHours TO WS-ENR-FallbackCredits
046760         MOVE WS-StudentMark TO WS-ENR-FallbackMark
046770         PERFORM 2600-SUM-ENROLLMENTS THRU 2600-EXIT
046780         ADD WS-ENR-QualityPoints TO WS-EditQualityPoints
046790         ADD WS-ENR-CreditHours TO WS-EditCreditHours
046800         PERFORM 2250-TALLY-EDIT-GRADE THRU 2250-EXIT
046810     ELSE
046820         PERFORM 2300-WRITE-REJECT-RECORD THRU 2300-EXIT
046830     END-IF
046840     ADD 1 TO WS-RECS-SINCE-CHECKPT
046850     IF WS-RECS-SINCE-CHECKPT >= WS-CHECKPOINT-INTERVAL
046860         PERFORM 2500-WRITE-CHECKPOINT THRU 2500-EXIT
046870     END-IF
046880     PERFORM 2100-READ-STUDENT-RECORD THRU 2100-EXIT.
046890 2000-EXIT.
046900     EXIT.
046910
046920*----------------------------------------------------------------
046930* 2250-TALLY-EDIT-GRADE -- BUCKET THIS ACCEPTED STUDENT'S
046940*     CREDIT-WEIGHTED AVERAGE (LEFT IN WS-ENR-Average BY 2600)
046950*     INTO THE LIVE, RUN-LONG A/B/C/D/F HISTOGRAM AND ROLL THE
046960*     LIVE HIGH/LOW, MIRRORING 5250-TALLY-GRADE-DISTRIBUTION
046970*     BUT AT EDIT TIME SO THE TOTALS ARE AVAILABLE TO BE
046980*     CHECKPOINTED BEFORE THE CONTROL-BREAK PASS EVER RUNS.
046990*----------------------------------------------------------------
047000 2250-TALLY-EDIT-GRADE.
047010     IF WS-ENR-CreditHours = 0
047020         GO TO 2250-EXIT
047030     END-IF
047040     IF WS-ENR-Average >= 90
047050         ADD 1 TO WS-EditGradeA-Count
047060     ELSE
047070         IF WS-ENR-Average >= 80
047080             ADD 1 TO WS-EditGradeB-Count
047090         ELSE
047100             IF WS-ENR-Average >= 70
047110                 ADD 1 TO WS-EditGradeC-Count
047120             ELSE
047130                 IF WS-ENR-Average >= 60
047140                     ADD 1 TO WS-EditGradeD-Count
047150                 ELSE
047160                     ADD 1 TO WS-EditGradeF-Count
047170                 END-IF
047180             END-IF
047190         END-IF
047200     END-IF
047210     IF WS-ENR-Average > WS-EditHighGrade
047220         MOVE WS-ENR-Average TO WS-EditHighGrade
047230     END-IF
047240     IF WS-ENR-Average < WS-EditLowGrade
047250         MOVE WS-ENR-Average TO WS-EditLowGrade
047260     END-IF.
047270 2250-EXIT.
047280     EXIT.
047290
047300*----------------------------------------------------------------
047310* 2500-WRITE-CHECKPOINT -- PERSIST THE LAST STUDENT ID READ AND
047320*     THE COUNT/TOTAL/REJECT-COUNT CARRIED FORWARD PLUS THIS
047330*     SEGMENT'S PROGRESS SO FAR, SO A RESTART CAN PICK UP HERE.
047340*     THE GRADE HISTOGRAM AND HIGH/LOW FOLD IN WS-EditGradeA-
047350*     Count, ETC. THE SAME WAY THE STUDENT COUNT FOLDS IN
047360*     WS-EditCount -- BOTH ARE TALLIED LIVE AS RECORDS ARE
047370*     EDITED, NOT WAITING FOR THE CONTROL-BREAK PASS.  THE
047380*     DUPLICATE COUNT IS DIFFERENT: IT IS NOT KNOWN FOR THE
047390*     CURRENT SEGMENT UNTIL THE RECONCILIATION PASS RUNS AT END
047400*     OF RUN, SO ONLY THE PRIOR, ALREADY-CLOSED SEGMENTS' TOTAL
047410*     IS CARRIED FOR IT.
047420*----------------------------------------------------------------
047430 2500-WRITE-CHECKPOINT.
047440     MOVE WS-StudentID TO CK-LastStudentID
047450     ADD WS-CKPT-StudentCount WS-EditCount GIVING CK-StudentCount
047460     ADD WS-CKPT-QualityPoints WS-EditQualityPoints
047470         GIVING CK-QualityPoints
047480     ADD WS-CKPT-CreditHours WS-EditCreditHours
047490         GIVING CK-CreditHours
047500     ADD WS-CKPT-RejectCount WS-RejectCount GIVING CK-RejectCount
047510     MOVE WS-CKPT-DuplicateCount TO CK-DuplicateCount
047520     ADD WS-CKPT-GradeA-Count WS-EditGradeA-Count
047530         GIVING CK-GradeA-Count
047540     ADD WS-CKPT-GradeB-Count WS-EditGradeB-Count
047550         GIVING CK-GradeB-Count
047560     ADD WS-CKPT-GradeC-Count WS-EditGradeC-Count
047570         GIVING CK-GradeC-Count
047580     ADD WS-CKPT-GradeD-Count WS-EditGradeD-Count
047590         GIVING CK-GradeD-Count
047600     ADD WS-CKPT-GradeF-Count WS-EditGradeF-Count
047610         GIVING CK-GradeF-Count
047620     IF WS-EditHighGrade > WS-CKPT-HighGrade
047630         MOVE WS-EditHighGrade TO CK-HighGrade
047640     ELSE
047650         MOVE WS-CKPT-HighGrade TO CK-HighGrade
047660     END-IF
047670     IF WS-EditLowGrade < WS-CKPT-LowGrade
047680         MOVE WS-EditLowGrade TO CK-LowGrade
047690     ELSE
047700         MOVE WS-CKPT-LowGrade TO CK-LowGrade
047710     END-IF
047720     OPEN OUTPUT CheckpointFile
047730     WRITE CHECKPOINT-RECORD
047740     CLOSE CheckpointFile
047750     MOVE 0 TO WS-RECS-SINCE-CHECKPT.
047760 2500-EXIT.
047770     EXIT.
047780
047790*----------------------------------------------------------------
047800* 2100-READ-STUDENT-RECORD -- READ ONE RECORD, SET THE EOF
047810*     SWITCH AND FALL THROUGH TO THE EXIT WHEN THE FILE IS DONE.
047820*----------------------------------------------------------------
047830 2100-READ-STUDENT-RECORD.
047840     READ StudentFile NEXT INTO WS-STUDENT-RECORD
047850         AT END
047860             SET WS-EOF TO TRUE
047870             GO TO 2100-EXIT
047880     END-READ
047890     ADD 1 TO WS-BAL-ReadCount.
047900 2100-EXIT.
047910     EXIT.
047920
047930*----------------------------------------------------------------
047940* 2200-VALIDATE-STUDENT-RECORD -- EDIT THE STUDENT ID, NAME AND
047950*     GRADE BEFORE THE RECORD IS TRUSTED WITH THE RUNNING TOTAL.
047960*----------------------------------------------------------------
047970 2200-VALIDATE-STUDENT-RECORD.
047980     SET WS-RECORD-VALID TO TRUE
047990     MOVE SPACES TO WS-REJECT-REASON
048000     IF WS-StudentID = 0
048010         SET WS-RECORD-INVALID TO TRUE
048020         MOVE "ID  " TO WS-REASON-CODE
048030         MOVE "STUDENT ID IS ZERO" TO WS-REASON-TEXT
048040     END-IF
048050     IF WS-RECORD-VALID AND WS-StudentName = SPACES
048060         SET WS-RECORD-INVALID TO TRUE
048070         MOVE "NAME" TO WS-REASON-CODE
048080         MOVE "STUDENT NAME IS BLANK" TO WS-REASON-TEXT
048090     END-IF
048100     IF WS-RECORD-VALID AND WS-StudentGrade > 100
048110         SET WS-RECORD-INVALID TO TRUE
048120         MOVE "GRAD" TO WS-REASON-CODE
048130         MOVE "GRADE NOT IN RANGE 00-100" TO WS-REASON-TEXT
048140     END-IF
048150     IF WS-RECORD-VALID AND WS-CreditHours = 0
048160         SET WS-RECORD-INVALID TO TRUE
048170         MOVE "CRHR" TO WS-REASON-CODE
048180         MOVE "CREDIT HOURS IS ZERO" TO WS-REASON-TEXT
048190     END-IF
048200     IF WS-RECORD-VALID AND NOT WS-MARK-VALID
048210         SET WS-RECORD-INVALID TO TRUE
048220         MOVE "MARK" TO WS-REASON-CODE
048230         MOVE "GRADE MARK IS NOT I, W, P OR BLANK"
048240             TO WS-REASON-TEXT
048250     END-IF
048260     IF WS-RECORD-VALID AND WS-SectionMasterCount > 0
048270         MOVE WS-ClassSection TO WS-SECT-LOOKUP
048280         PERFORM 2210-FIND-SECTION THRU 2210-EXIT
048290         IF WS-SECT-NOT-FOUND
048300             SET WS-RECORD-INVALID TO TRUE
048310             MOVE "SECT" TO WS-REASON-CODE
048320             MOVE "CLASS SECTION NOT ON SECTION MASTER"
048330                 TO WS-REASON-TEXT
048340         END-IF
048350     END-IF.
048360 2200-EXIT.
048370     EXIT.
048380
048390*----------------------------------------------------------------
048400* 2210-FIND-SECTION -- SCAN THE SECTION MASTER TABLE FOR THE
048410*     SECTION CODE IN WS-SECT-LOOKUP, LEAVING THE FOUND SWITCH
048420*     AND THE MATCHED ENTRY'S INDEX BEHIND.
048430*----------------------------------------------------------------
048440 2210-FIND-SECTION.
048450     SET WS-SECT-NOT-FOUND TO TRUE
048460     MOVE 0 TO WS-SectIndex
048470     PERFORM 2220-MATCH-SECTION THRU 2220-EXIT
048480         VARYING WS-SM-SUB FROM 1 BY 1
048490         UNTIL WS-SECT-FOUND
048500            OR WS-SM-SUB > WS-SectionMasterCount.
048510 2210-EXIT.
048520     EXIT.
048530
048540*----------------------------------------------------------------
048550* 2220-MATCH-SECTION -- TEST ONE SECTION MASTER TABLE ENTRY.
048560*----------------------------------------------------------------
048570 2220-MATCH-SECTION.
048580     IF WS-SMT-SectionCode (WS-SM-SUB) = WS-SECT-LOOKUP
048590         SET WS-SECT-FOUND TO TRUE
048600         MOVE WS-SM-SUB TO WS-SectIndex
048610     END-IF.
048620 2220-EXIT.
048630     EXIT.
048640
048650*----------------------------------------------------------------
048660* 2300-WRITE-REJECT-RECORD -- LOG A FAILED EDIT TO THE REJECT
048670*     FILE WITH ITS REASON CODE INSTEAD OF LETTING IT INTO THE
048680*     TOTAL.
048690*----------------------------------------------------------------
048700 2300-WRITE-REJECT-RECORD.
048710     MOVE WS-StudentID TO RJ-StudentID
048720     MOVE WS-StudentName TO RJ-StudentName
048730     MOVE WS-StudentGrade TO RJ-StudentGrade
048740     MOVE WS-ClassSection TO RJ-ClassSection
048750     MOVE WS-CreditHours TO RJ-CreditHours
048760     MOVE WS-REASON-CODE TO RJ-REASON-CODE
048770     MOVE WS-REASON-TEXT TO RJ-REASON-TEXT
048780     MOVE WS-RunDate TO RJ-RejectDate
048790     WRITE REJECT-RECORD
048800     ADD 1 TO WS-RejectCount
048810     ADD 1 TO WS-BAL-RejectCount.
048820 2300-EXIT.
048830     EXIT.
048840
048850*----------------------------------------------------------------
048860* 2400-WRITE-WORK-RECORD -- STAGE AN ACCEPTED STUDENT RECORD TO
048870*     THE WORK FILE SO IT CAN BE SORTED BY CLASS SECTION.
048880*----------------------------------------------------------------
048890 2400-WRITE-WORK-RECORD.
048900     MOVE WS-StudentID TO WK-StudentID
048910     MOVE WS-StudentName TO WK-StudentName
048920     MOVE WS-StudentMark TO WK-Mark
048930     MOVE WS-StudentGrade TO WK-StudentGrade
048940     MOVE WS-ClassSection TO WK-ClassSection
048950     MOVE WS-CreditHours TO WK-CreditHours
048960     WRITE WORK-RECORD.
048970 2400-EXIT.
048980     EXIT.
048990
049000*----------------------------------------------------------------
049010* 2600-SUM-ENROLLMENTS -- ROLL UP THE CREDIT-WEIGHTED QUALITY
049020*     POINTS, CREDIT HOURS AND AVERAGE ACROSS EVERY ENROLLMENT
049030*     RECORD CARRYING THE STUDENT ID IN WS-ENR-StudentID, READ
049040*     BY KEY INTO THE ENROLLMENT TABLE FIRST.
049050*     A STUDENT WITH NO ENROLLMENT RECORDS FALLS BACK TO THE
049060*     SINGLE GRADE AND CREDIT HOURS SUPPLIED IN THE FALLBACK
049070*     FIELDS, SO A SHOP STILL RUNNING WITHOUT AN ENROLLMENT
049080*     FILE GETS THE SAME ANSWERS IT ALWAYS DID.
049090*----------------------------------------------------------------
049100 2600-SUM-ENROLLMENTS.
049110     MOVE 0 TO WS-ENR-QualityPoints
049120     MOVE 0 TO WS-ENR-CreditHours
049130     MOVE 0 TO WS-ENR-CourseCount
049140     PERFORM 2605-LOAD-STUDENT-COURSES THRU 2605-EXIT
049150     PERFORM 2610-ADD-ENROLLMENT-ENTRY THRU 2610-EXIT
049160         VARYING WS-EN-SUB FROM 1 BY 1
049170         UNTIL WS-EN-SUB > WS-EnrollmentCount
049180     IF WS-ENR-CourseCount = 0
049190             AND WS-ENR-FallbackMark = SPACE
049200         COMPUTE WS-ENR-QualityPoints
049210             = WS-ENR-FallbackGrade * WS-ENR-FallbackCredits
049220         MOVE WS-ENR-FallbackCredits TO WS-ENR-CreditHours
049230     END-IF
049240     IF WS-ENR-CreditHours > 0
049250         COMPUTE WS-ENR-Average
049260             = WS-ENR-QualityPoints / WS-ENR-CreditHours
049270     ELSE
049280         MOVE 0 TO WS-ENR-Average
049290     END-IF.
049300 2600-EXIT.
049310     EXIT.
049320
049330*----------------------------------------------------------------
049340* 2605-LOAD-STUDENT-COURSES -- READ EVERY ENROLLMENT RECORD FOR
049350*     THE STUDENT IN WS-ENR-StudentID BY KEY INTO THE ENROLLMENT
049360*     TABLE, IN COURSE AND ATTEMPT ORDER, SKIPPING ANY RECORD
049370*     THE ENROLLMENT EDIT FAILS.  THE READ STOPS ON THE FIRST
049380*     RECORD FOR THE NEXT STUDENT, WHICH IS LEFT IN
049390*     WS-ENROLLMENT-RECORD; END OF FILE SETS WS-ENROLL-EOF.
049400*----------------------------------------------------------------
049410 2605-LOAD-STUDENT-COURSES.
049420     MOVE 0 TO WS-EnrollmentCount
049430     MOVE "N" TO WS-COURSES-DONE-SW
049440     MOVE "N" TO WS-COURSE-OVERFLOW-SW
049450     MOVE WS-ENR-StudentID TO EN-StudentID
049460     MOVE LOW-VALUES TO EN-CourseCode
049470     MOVE 0 TO EN-Attempt
049480     START EnrollmentFile KEY IS NOT LESS THAN EN-KEY
049490         INVALID KEY
049500             SET WS-ENROLL-EOF TO TRUE
049510             GO TO 2605-EXIT
049520     END-START
049530     PERFORM 2607-TABLE-STUDENT-COURSE THRU 2607-EXIT
049540         UNTIL WS-COURSES-DONE
049550     IF WS-COURSE-OVERFLOW
049560         DISPLAY "Enrollment: student " WS-ENR-StudentID
049570             " has more than " WS-ENROLL-MAX
049580             " courses; the rest are not counted"
049590     END-IF.
049600 2605-EXIT.
049610     EXIT.
049620
049630*----------------------------------------------------------------
049640* 2607-TABLE-STUDENT-COURSE -- READ THE NEXT ENROLLMENT RECORD AND
049650*     TABLE IT WHEN IT STILL BELONGS TO THE STUDENT AND PASSES
049660*     THE ENROLLMENT EDIT.
049670*----------------------------------------------------------------
049680 2607-TABLE-STUDENT-COURSE.
049690     READ EnrollmentFile NEXT INTO WS-ENROLLMENT-RECORD
049700         AT END
049710             SET WS-ENROLL-EOF TO TRUE
049720             SET WS-COURSES-DONE TO TRUE
049730             GO TO 2607-EXIT
049740     END-READ
049750     IF WS-EN-StudentID NOT = WS-ENR-StudentID
049760         SET WS-COURSES-DONE TO TRUE
049770         GO TO 2607-EXIT
049780     END-IF
049790     PERFORM 1625-EDIT-ENROLLMENT THRU 1625-EXIT
049800     IF WS-ENROLL-REASON NOT = SPACES
049810         GO TO 2607-EXIT
049820     END-IF
049830     IF WS-EnrollmentCount >= WS-ENROLL-MAX
049840         SET WS-COURSE-OVERFLOW TO TRUE
049850         GO TO 2607-EXIT
049860     END-IF
049870     ADD 1 TO WS-EnrollmentCount
049880     MOVE WS-EN-StudentID
049890         TO WS-ENT-StudentID (WS-EnrollmentCount)
049900     MOVE WS-EN-CourseCode
049910         TO WS-ENT-CourseCode (WS-EnrollmentCount)
049920     MOVE WS-EN-Grade TO WS-ENT-Grade (WS-EnrollmentCount)
049930     MOVE WS-EN-CreditHours
049940         TO WS-ENT-CreditHours (WS-EnrollmentCount)
049950     MOVE WS-EN-Mark TO WS-ENT-Mark (WS-EnrollmentCount)
049960     MOVE WS-EN-MarkDate TO WS-ENT-MarkDate (WS-EnrollmentCount).
049970 2607-EXIT.
049980     EXIT.
049990
050000*----------------------------------------------------------------
050010* 2610-ADD-ENROLLMENT-ENTRY -- FOLD ONE ENROLLMENT TABLE ENTRY
050020*     INTO THE RUNNING SUM WHEN IT BELONGS TO THE STUDENT BEING
050030*     SUMMED.  A MARKED ENTRY (I/W/P) STILL COUNTS AS A COURSE
050040*     -- SO THE MASTER-RECORD FALLBACK STAYS SUPPRESSED -- BUT
050050*     ITS GRADE AND CREDIT HOURS STAY OUT OF THE QUALITY-POINT
050060*     MATH.
050070*----------------------------------------------------------------
050080 2610-ADD-ENROLLMENT-ENTRY.
050090     IF WS-ENT-StudentID (WS-EN-SUB) = WS-ENR-StudentID
050100         ADD 1 TO WS-ENR-CourseCount
050110         IF WS-ENT-Mark (WS-EN-SUB) = SPACE
050120             PERFORM 2620-CHECK-BEST-ATTEMPT THRU 2620-EXIT
050130             IF WS-BEST-ATTEMPT
050140                 COMPUTE WS-ENR-QualityPoints
050150                     = WS-ENR-QualityPoints
050160                     + (WS-ENT-Grade (WS-EN-SUB)
050170                     * WS-ENT-CreditHours (WS-EN-SUB))
050180                 ADD WS-ENT-CreditHours (WS-EN-SUB)
050190                     TO WS-ENR-CreditHours
050200             END-IF
050210         END-IF
050220     END-IF.
050230 2610-EXIT.
050240     EXIT.
050250
050260*----------------------------------------------------------------
050270* 2620-CHECK-BEST-ATTEMPT -- DECIDE WHETHER THE ENROLLMENT TABLE
050280*     ENTRY AT WS-EN-SUB IS THE BEST UNMARKED ATTEMPT AT ITS
050290*     COURSE FOR THE STUDENT IN WS-ENR-StudentID.  A HIGHER
050300*     GRADE ON ANOTHER ATTEMPT LOSES THIS ONE; ON A TIE THE
050310*     EARLIEST ATTEMPT ON FILE KEEPS IT (THE TABLE IS LOADED IN
050320*     ATTEMPT ORDER).
050330*----------------------------------------------------------------
050340 2620-CHECK-BEST-ATTEMPT.
050350     SET WS-BEST-ATTEMPT TO TRUE
050360     PERFORM 2630-COMPARE-ATTEMPT THRU 2630-EXIT
050370         VARYING WS-RA-SUB FROM 1 BY 1
050380         UNTIL WS-NOT-BEST-ATTEMPT
050390            OR WS-RA-SUB > WS-EnrollmentCount.
050400 2620-EXIT.
050410     EXIT.
050420
050430*----------------------------------------------------------------
050440* 2630-COMPARE-ATTEMPT -- TEST ONE OTHER TABLE ENTRY AGAINST THE
050450*     ATTEMPT AT WS-EN-SUB.
050460*----------------------------------------------------------------
050470 2630-COMPARE-ATTEMPT.
050480     IF WS-RA-SUB = WS-EN-SUB
050490         GO TO 2630-EXIT
050500     END-IF
050510     IF WS-ENT-StudentID (WS-RA-SUB) = WS-ENR-StudentID
050520             AND WS-ENT-CourseCode (WS-RA-SUB)
050530                 = WS-ENT-CourseCode (WS-EN-SUB)
050540             AND WS-ENT-Mark (WS-RA-SUB) = SPACE
050550         IF WS-ENT-Grade (WS-RA-SUB)
050560                 > WS-ENT-Grade (WS-EN-SUB)
050570             SET WS-NOT-BEST-ATTEMPT TO TRUE
050580         END-IF
050590         IF WS-ENT-Grade (WS-RA-SUB)
050600                 = WS-ENT-Grade (WS-EN-SUB)
050610                 AND WS-RA-SUB < WS-EN-SUB
050620             SET WS-NOT-BEST-ATTEMPT TO TRUE
050630         END-IF
050640     END-IF.
050650 2630-EXIT.
050660     EXIT.
050670
050680*----------------------------------------------------------------
050690* 4000-SORT-STAGED-RECORDS -- SORT THE ACCEPTED RECORDS BY
050700*     CLASS SECTION AND STUDENT ID SO THE CONTROL-BREAK PASS
050710*     CAN GROUP THEM BY SECTION.
050720*----------------------------------------------------------------
050730 4000-SORT-STAGED-RECORDS.
050740     CLOSE WorkFile
050750     SORT SortFile
050760         ON ASCENDING KEY SR-ClassSection SR-StudentID
050770         USING WorkFile
050780         GIVING SortedFile.
050790 4000-EXIT.
050800     EXIT.
050810
050820*----------------------------------------------------------------
050830* 4500-DUPLICATE-CHECK -- SORT THE RAW FEED THAT GETS LOADED INTO
050840*     THE INDEXED StudentFile BY StudentID ALONE, SO A StudentID
050850*     PUNCHED MORE THAN ONCE ON THAT FEED SORTS ADJACENT TO
050860*     ITSELF, AND WRITE EACH REPEAT TO THE RECONCILIATION REPORT
050870*     BEFORE THE GRAND AVERAGE IS COMPUTED.  THIS HAS TO READ THE
050880*     RAW FEED RATHER THAN WorkFile/StudentFile -- ONCE A STUDENT
050890*     IS LOADED INTO THE INDEXED, UNIQUELY-KEYED MASTER, A REPEAT
050900*     ID CAN NO LONGER EXIST TO BE FOUND.
050910*----------------------------------------------------------------
050920 4500-DUPLICATE-CHECK.
050930     MOVE 0 TO WS-PriorDupStudentID
050940     SET WS-FIRST-DUP TO TRUE
050950     MOVE "N" TO WS-DUP-SORTED-EOF-SW
050960     SORT DupSortFile
050970         ON ASCENDING KEY DR-StudentID
050980         USING RawStudentFile
050990         GIVING DupSortedFile
051000     OPEN OUTPUT DuplicateFile
051010     OPEN INPUT DupSortedFile
051020     PERFORM 4510-READ-DUP-SORTED-RECORD THRU 4510-EXIT
051030     PERFORM 4520-CHECK-DUP-RECORD THRU 4520-EXIT
051040         UNTIL WS-DUP-SORTED-EOF
051050     CLOSE DupSortedFile
051060     CLOSE DuplicateFile.
051070 4500-EXIT.
051080     EXIT.
051090
051100*----------------------------------------------------------------
051110* 4510-READ-DUP-SORTED-RECORD -- READ ONE ID-SORTED RECORD.
051120*----------------------------------------------------------------
051130 4510-READ-DUP-SORTED-RECORD.
051140     READ DupSortedFile INTO WS-DUP-SORTED-RECORD
051150         AT END
051160             SET WS-DUP-SORTED-EOF TO TRUE
051170             GO TO 4510-EXIT
051180     END-READ.
051190 4510-EXIT.
051200     EXIT.
051210
051220*----------------------------------------------------------------
051230* 4520-CHECK-DUP-RECORD -- COMPARE THIS RECORD'S StudentID TO
051240*     THE LAST ONE SEEN; A MATCH MEANS THE ID WAS SUBMITTED
051250*     MORE THAN ONCE THIS RUN.  WS-FIRST-DUP GUARDS THE FIRST
051260*     RECORD SO A LEGITIMATE StudentID OF ZERO SORTING FIRST IS
051270*     NOT FALSELY COMPARED AGAINST THE ZERO SENTINEL -- THE
051280*     SAME KIND OF FIRST-RECORD SWITCH 5200-PROCESS-SORTED-
051290*     RECORD USES FOR SECTIONS.
051300*----------------------------------------------------------------
051310 4520-CHECK-DUP-RECORD.
051320     IF WS-FIRST-DUP
051330         SET WS-NOT-FIRST-DUP TO TRUE
051340     ELSE
051350         IF WS-DS-StudentID = WS-PriorDupStudentID
051360             PERFORM 4530-WRITE-DUPLICATE-RECORD THRU 4530-EXIT
051370         END-IF
051380     END-IF
051390     MOVE WS-DS-StudentID TO WS-PriorDupStudentID
051400     PERFORM 4510-READ-DUP-SORTED-RECORD THRU 4510-EXIT.
051410 4520-EXIT.
051420     EXIT.
051430
051440*----------------------------------------------------------------
051450* 4530-WRITE-DUPLICATE-RECORD -- LOG A REPEATED StudentID TO THE
051460*     RECONCILIATION REPORT.
051470*----------------------------------------------------------------
051480 4530-WRITE-DUPLICATE-RECORD.
051490     MOVE WS-DS-StudentID TO DP-StudentID
051500     MOVE WS-DS-StudentName TO DP-StudentName
051510     MOVE WS-DS-ClassSection TO DP-ClassSection
051520     MOVE "DUPLICATE STUDENT ID ALREADY SEEN THIS RUN"
051530         TO DP-REASON-TEXT
051540     WRITE DUPLICATE-RECORD
051550     ADD 1 TO WS-DuplicateCount.
051560 4530-EXIT.
051570     EXIT.
051580
051590*----------------------------------------------------------------
051600* 4700-REPEAT-COURSE-LISTING -- WALK THE ENROLLMENT MASTER ONE
051610*     STUDENT AT A TIME AND LIST EVERY UNMARKED ATTEMPT THAT
051620*     GRADE REPLACEMENT SET ASIDE, WITH THE GRADE THAT REPLACED
051630*     IT, SO THE REGISTRAR CAN SEE EXACTLY WHAT THE WEIGHTED GPA
051640*     COUNTED.
051650*----------------------------------------------------------------
051660 4700-REPEAT-COURSE-LISTING.
051670     OPEN OUTPUT RepeatReportFile
051680     WRITE REPEAT-LINE FROM WS-REPEAT-HEADER-LINE
051690     MOVE "N" TO WS-ENROLL-EOF-SW
051700     MOVE LOW-VALUES TO EN-KEY
051710     START EnrollmentFile KEY IS NOT LESS THAN EN-KEY
051720         INVALID KEY
051730             SET WS-ENROLL-EOF TO TRUE
051740     END-START
051750     IF NOT WS-ENROLL-EOF
051760         PERFORM 1610-READ-ENROLLMENT-RECORD THRU 1610-EXIT
051770     END-IF
051780     PERFORM 4705-LIST-ONE-STUDENT THRU 4705-EXIT
051790         UNTIL WS-ENROLL-EOF
051800     IF WS-RepeatCount > 0
051810         DISPLAY "Repeated Course Attempts Replaced: "
051820             WS-RepeatCount
051830     END-IF
051840     CLOSE RepeatReportFile.
051850 4700-EXIT.
051860     EXIT.
051870
051880*----------------------------------------------------------------
051890* 4705-LIST-ONE-STUDENT -- TABLE THE COURSES OF THE STUDENT WHOSE
051900*     RECORD WAS JUST READ AND CHECK EACH ATTEMPT.  THE LOAD
051910*     LEAVES THE NEXT STUDENT'S FIRST RECORD IN HAND.
051920*----------------------------------------------------------------
051930 4705-LIST-ONE-STUDENT.
051940     MOVE WS-EN-StudentID TO WS-ENR-StudentID
051950     PERFORM 2605-LOAD-STUDENT-COURSES THRU 2605-EXIT
051960     PERFORM 4710-CHECK-ONE-ATTEMPT THRU 4710-EXIT
051970         VARYING WS-EN-SUB FROM 1 BY 1
051980         UNTIL WS-EN-SUB > WS-EnrollmentCount.
051990 4705-EXIT.
052000     EXIT.
052010
052020*----------------------------------------------------------------
052030* 4710-CHECK-ONE-ATTEMPT -- LIST THE TABLE ENTRY AT WS-EN-SUB
052040*     WHEN IT IS AN UNMARKED ATTEMPT THAT A BETTER ATTEMPT
052050*     REPLACED.
052060*----------------------------------------------------------------
052070 4710-CHECK-ONE-ATTEMPT.
052080     IF WS-ENT-Mark (WS-EN-SUB) NOT = SPACE
052090         GO TO 4710-EXIT
052100     END-IF
052110     MOVE WS-ENT-StudentID (WS-EN-SUB) TO WS-ENR-StudentID
052120     PERFORM 2620-CHECK-BEST-ATTEMPT THRU 2620-EXIT
052130     IF WS-BEST-ATTEMPT
052140         GO TO 4710-EXIT
052150     END-IF
052160     PERFORM 4720-FIND-BEST-GRADE THRU 4720-EXIT
052170     MOVE WS-ENT-StudentID (WS-EN-SUB) TO RP-StudentID
052180     MOVE WS-ENT-CourseCode (WS-EN-SUB) TO RP-CourseCode
052190     MOVE WS-ENT-Grade (WS-EN-SUB) TO RP-Grade
052200     MOVE WS-BestGrade TO RP-BestGrade
052210     WRITE REPEAT-LINE FROM WS-REPEAT-DETAIL-LINE
052220     ADD 1 TO WS-RepeatCount.
052230 4710-EXIT.
052240     EXIT.
052250
052260*----------------------------------------------------------------
052270* 4720-FIND-BEST-GRADE -- FIND THE HIGHEST UNMARKED GRADE THIS
052280*     STUDENT HOLDS FOR THE COURSE AT WS-EN-SUB, FOR THE
052290*     LISTING'S "REPLACED BY" COLUMN.
052300*----------------------------------------------------------------
052310 4720-FIND-BEST-GRADE.
052320     MOVE 0 TO WS-BestGrade
052330     PERFORM 4730-ROLL-BEST-GRADE THRU 4730-EXIT
052340         VARYING WS-RB-SUB FROM 1 BY 1
052350         UNTIL WS-RB-SUB > WS-EnrollmentCount.
052360 4720-EXIT.
052370     EXIT.
052380
052390*----------------------------------------------------------------
052400* 4730-ROLL-BEST-GRADE -- FOLD ONE TABLE ENTRY INTO THE BEST-
052410*     GRADE SCAN.
052420*----------------------------------------------------------------
052430 4730-ROLL-BEST-GRADE.
052440     IF WS-ENT-StudentID (WS-RB-SUB)
052450             = WS-ENT-StudentID (WS-EN-SUB)
052460             AND WS-ENT-CourseCode (WS-RB-SUB)
052470                 = WS-ENT-CourseCode (WS-EN-SUB)
052480             AND WS-ENT-Mark (WS-RB-SUB) = SPACE
052490             AND WS-ENT-Grade (WS-RB-SUB) > WS-BestGrade
052500         MOVE WS-ENT-Grade (WS-RB-SUB) TO WS-BestGrade
052510     END-IF.
052520 4730-EXIT.
052530     EXIT.
052540
052550*----------------------------------------------------------------
052560* 4800-NAME-MATCH-PASS -- UNLOAD THE WHOLE MASTER, RESORT IT BY
052570*     STUDENT NAME SO THE SAME PERSON KEYED UNDER TWO IDS SORTS
052580*     ADJACENT, AND LIST EVERY SAME-NAME/DIFFERENT-ID PAIR ON
052590*     THE SUSPECTED-DUPLICATES REPORT.  NOTHING MERGES OFF A
052600*     NAME MATCH -- A CLERK CONFIRMS THE PAIR AND PUNCHES AN
052610*     "M" MERGE TRANSACTION ON THE NEXT RAW FEED.  THE MASTER
052620*     IS REOPENED FOR INPUT AFTERWARD SO THE LOOKUP STEP STILL
052630*     FINDS IT THE WAY IT ALWAYS HAS.
052640*----------------------------------------------------------------
052650 4800-NAME-MATCH-PASS.
052660     CLOSE StudentFile
052670     OPEN INPUT StudentFile
052680     OPEN OUTPUT NameWorkFile
052690     PERFORM 4810-UNLOAD-ONE-STUDENT THRU 4810-EXIT
052700         UNTIL WS-NAME-EOF
052710     CLOSE NameWorkFile
052720     CLOSE StudentFile
052730     OPEN INPUT StudentFile
052740     SORT NameSortFile
052750         ON ASCENDING KEY NS-StudentName NS-StudentID
052760         USING NameWorkFile
052770         GIVING NameSortedFile
052780     OPEN OUTPUT NameMatchFile
052790     WRITE NAME-MATCH-LINE FROM WS-NAME-MATCH-HEADER-LINE
052800     SET WS-FIRST-NAME TO TRUE
052810     OPEN INPUT NameSortedFile
052820     PERFORM 4820-READ-NAME-SORTED THRU 4820-EXIT
052830     PERFORM 4830-CHECK-NAME-PAIR THRU 4830-EXIT
052840         UNTIL WS-NMSORT-EOF
052850     CLOSE NameSortedFile
052860     IF WS-NameMatchCount > 0
052870         DISPLAY "Suspected Same-Student Pairs: "
052880             WS-NameMatchCount
052890     END-IF
052900     CLOSE NameMatchFile.
052910 4800-EXIT.
052920     EXIT.
052930
052940*----------------------------------------------------------------
052950* 4810-UNLOAD-ONE-STUDENT -- COPY ONE MASTER RECORD TO THE NAME
052960*     WORK FILE, NAME FIRST SO THE SORT KEY LEADS THE RECORD.
052970*----------------------------------------------------------------
052980 4810-UNLOAD-ONE-STUDENT.
052990     READ StudentFile NEXT INTO WS-STUDENT-RECORD
053000         AT END
053010             SET WS-NAME-EOF TO TRUE
053020             GO TO 4810-EXIT
053030     END-READ
053040     MOVE WS-StudentName TO NW-StudentName
053050     MOVE WS-StudentID TO NW-StudentID
053060     MOVE WS-ClassSection TO NW-ClassSection
053070     MOVE WS-StudentStatus TO NW-Status
053080     WRITE NAME-WORK-RECORD.
053090 4810-EXIT.
053100     EXIT.
053110
053120*----------------------------------------------------------------
053130* 4820-READ-NAME-SORTED -- READ ONE NAME-SORTED RECORD.
053140*----------------------------------------------------------------
053150 4820-READ-NAME-SORTED.
053160     READ NameSortedFile INTO WS-NAME-SORTED-RECORD
053170         AT END
053180             SET WS-NMSORT-EOF TO TRUE
053190             GO TO 4820-EXIT
053200     END-READ.
053210 4820-EXIT.
053220     EXIT.
053230
053240*----------------------------------------------------------------
053250* 4830-CHECK-NAME-PAIR -- COMPARE THIS RECORD'S NAME TO THE LAST
053260*     ONE SEEN; THE SAME NAME UNDER A DIFFERENT ID IS LISTED AS
053270*     A SUSPECTED PAIR.  A BLANK NAME NEVER PAIRS -- TWO EMPTY
053280*     PUNCHES PROVE NOTHING.  THE FIRST-RECORD SWITCH GUARDS
053290*     THE FIRST COMPARE THE SAME WAY THE DUPLICATE-ID PASS
053300*     GUARDS ITS OWN.
053310*----------------------------------------------------------------
053320 4830-CHECK-NAME-PAIR.
053330     IF WS-FIRST-NAME
053340         SET WS-NOT-FIRST-NAME TO TRUE
053350     ELSE
053360         IF WS-NO-StudentName = WS-PriorName
053370                 AND WS-NO-StudentName NOT = SPACES
053380                 AND WS-NO-StudentID NOT = WS-PriorNameID
053390             MOVE WS-NO-StudentName TO NM-StudentName
053400             MOVE WS-PriorNameID TO NM-FirstID
053410             MOVE WS-NO-StudentID TO NM-SecondID
053420             WRITE NAME-MATCH-LINE
053430                 FROM WS-NAME-MATCH-DETAIL-LINE
053440             ADD 1 TO WS-NameMatchCount
053450         END-IF
053460     END-IF
053470     MOVE WS-NO-StudentName TO WS-PriorName
053480     MOVE WS-NO-StudentID TO WS-PriorNameID
053490     PERFORM 4820-READ-NAME-SORTED THRU 4820-EXIT.
053500 4830-EXIT.
053510     EXIT.
053520
053530*----------------------------------------------------------------
053540* 5000-CONTROL-BREAK-PROCESS -- READ THE SORTED RECORDS AND
053550*     BREAK ON CLASS SECTION, PRINTING A DETAIL LINE PER
053560*     STUDENT, A SUBTOTAL PER SECTION AND ROLLING THE SHOP-WIDE
053570*     GRAND TOTAL AS WE GO.
053580*----------------------------------------------------------------
053590 5000-CONTROL-BREAK-PROCESS.
053600     OPEN INPUT SortedFile
053610     OPEN OUTPUT SectionLoadFile
053620     PERFORM 5100-READ-SORTED-RECORD THRU 5100-EXIT
053630     PERFORM 5200-PROCESS-SORTED-RECORD THRU 5200-EXIT
053640         UNTIL WS-SORTED-EOF
053650     IF NOT WS-FIRST-SECTION
053660         PERFORM 5300-WRITE-SECTION-SUBTOTAL THRU 5300-EXIT
053670     END-IF
053680     CLOSE SectionLoadFile
053690     CLOSE SortedFile.
053700 5000-EXIT.
053710     EXIT.
053720
053730*----------------------------------------------------------------
053740* 5100-READ-SORTED-RECORD -- READ ONE SORTED RECORD.
053750*----------------------------------------------------------------
053760 5100-READ-SORTED-RECORD.
053770     READ SortedFile INTO WS-SORTED-RECORD
053780         AT END
053790             SET WS-SORTED-EOF TO TRUE
053800             GO TO 5100-EXIT
053810     END-READ.
053820 5100-EXIT.
053830     EXIT.
053840
053850*----------------------------------------------------------------
053860* 5200-PROCESS-SORTED-RECORD -- ON A CHANGE OF CLASS SECTION,
053870*     PRINT THE SUBTOTAL FOR THE SECTION JUST FINISHED, THEN
053880*     PRINT THE DETAIL LINE AND ROLL THE TOTALS FOR THIS RECORD.
053890*----------------------------------------------------------------
053900 5200-PROCESS-SORTED-RECORD.
053910     IF WS-FIRST-SECTION
053920         SET WS-NOT-FIRST-SECTION TO TRUE
053930         MOVE WS-SO-ClassSection TO WS-PriorSection
053940         PERFORM 5400-WRITE-SECTION-HEADER THRU 5400-EXIT
053950     END-IF
053960     IF WS-SO-ClassSection NOT = WS-PriorSection
053970         PERFORM 5300-WRITE-SECTION-SUBTOTAL THRU 5300-EXIT
053980         MOVE WS-SO-ClassSection TO WS-PriorSection
053990         PERFORM 5400-WRITE-SECTION-HEADER THRU 5400-EXIT
054000     END-IF
054010     ADD 1 TO WS-SectionCount
054020     ADD 1 TO WS-StudentCount
054030     MOVE WS-SO-StudentID TO WS-ENR-StudentID
054040     MOVE WS-SO-StudentGrade TO WS-ENR-FallbackGrade
054050     MOVE WS-SO-CreditHours TO WS-ENR-FallbackCredits
054060     MOVE WS-SO-Mark TO WS-ENR-FallbackMark
054070     PERFORM 2600-SUM-ENROLLMENTS THRU 2600-EXIT
054080     ADD WS-ENR-QualityPoints TO WS-SectionQualityPoints
054090     ADD WS-ENR-CreditHours TO WS-SectionCreditHours
054100     ADD WS-ENR-QualityPoints TO WS-TotalQualityPoints
054110     ADD WS-ENR-CreditHours TO WS-TotalCreditHours
054120     PERFORM 5250-TALLY-GRADE-DISTRIBUTION THRU 5250-EXIT
054130     PERFORM 5500-WRITE-DETAIL-LINE THRU 5500-EXIT
054140     PERFORM 5100-READ-SORTED-RECORD THRU 5100-EXIT.
054150 5200-EXIT.
054160     EXIT.
054170
054180*----------------------------------------------------------------
054190* 5250-TALLY-GRADE-DISTRIBUTION -- BUCKET THIS STUDENT'S
054200*     CREDIT-WEIGHTED AVERAGE (LEFT IN WS-ENR-Average BY 2600)
054210*     INTO THE A/B/C/D/F HISTOGRAM AND ROLL THE SHOP-WIDE HIGH
054220*     AND LOW SEEN SO FAR.
054230*----------------------------------------------------------------
054240 5250-TALLY-GRADE-DISTRIBUTION.
054250     IF WS-ENR-CreditHours = 0
054260         GO TO 5250-EXIT
054270     END-IF
054280     IF WS-ENR-Average >= 90
054290         ADD 1 TO WS-GradeA-Count
054300     ELSE
054310         IF WS-ENR-Average >= 80
054320             ADD 1 TO WS-GradeB-Count
054330         ELSE
054340             IF WS-ENR-Average >= 70
054350                 ADD 1 TO WS-GradeC-Count
054360             ELSE
054370                 IF WS-ENR-Average >= 60
054380                     ADD 1 TO WS-GradeD-Count
054390                 ELSE
054400                     ADD 1 TO WS-GradeF-Count
054410                 END-IF
054420             END-IF
054430         END-IF
054440     END-IF
054450     IF WS-ENR-Average > WS-HighGrade
054460         MOVE WS-ENR-Average TO WS-HighGrade
054470     END-IF
054480     IF WS-ENR-Average < WS-LowGrade
054490         MOVE WS-ENR-Average TO WS-LowGrade
054500     END-IF.
054510 5250-EXIT.
054520     EXIT.
054530
054540*----------------------------------------------------------------
054550* 5300-WRITE-SECTION-SUBTOTAL -- PRINT THE STUDENT COUNT AND
054560*     AVERAGE FOR THE SECTION JUST FINISHED AND RESET THE
054570*     SECTION ACCUMULATORS.
054580*----------------------------------------------------------------
054590 5300-WRITE-SECTION-SUBTOTAL.
054600     IF WS-SectionCreditHours > 0
054610         COMPUTE WS-SectionAverage
054620             = WS-SectionQualityPoints / WS-SectionCreditHours
054630     ELSE
054640         MOVE 0 TO WS-SectionAverage
054650     END-IF
054660     MOVE WS-SectionCount TO RT-COUNT
054670     MOVE WS-SectionAverage TO RT-AVERAGE
054680     WRITE REPORT-LINE FROM WS-REPORT-SECTION-TOTAL-LINE
054690     PERFORM 5350-WRITE-SECTION-LOAD THRU 5350-EXIT
054700     MOVE 0 TO WS-SectionCount
054710     MOVE 0 TO WS-SectionQualityPoints
054720     MOVE 0 TO WS-SectionCreditHours.
054730 5300-EXIT.
054740     EXIT.
054750
054760*----------------------------------------------------------------
054770* 5350-WRITE-SECTION-LOAD -- PRINT ONE SECTION LOAD LINE FOR THE
054780*     SECTION JUST FINISHED: ENROLLED COUNT AGAINST THE SECTION
054790*     MASTER'S CAPACITY, BY INSTRUCTOR, FLAGGED WHEN OVER.  WITH
054800*     NO SECTION MASTER LOADED THE REPORT STANDS DOWN -- THE
054810*     EDIT CANNOT HAVE VALIDATED SECTIONS EITHER, SO A LOAD
054820*     FIGURE WOULD HAVE NO CAPACITY TO STAND AGAINST.
054830*----------------------------------------------------------------
054840 5350-WRITE-SECTION-LOAD.
054850     IF WS-SectionMasterCount = 0
054860         GO TO 5350-EXIT
054870     END-IF
054880     MOVE WS-PriorSection TO WS-SECT-LOOKUP
054890     PERFORM 2210-FIND-SECTION THRU 2210-EXIT
054900     MOVE WS-PriorSection TO SL-SectionCode
054910     MOVE WS-SectionCount TO SL-ENROLLED
054920     MOVE SPACES TO SL-FLAG
054930     IF WS-SECT-FOUND
054940         MOVE WS-SMT-Instructor (WS-SectIndex)
054950             TO SL-Instructor
054960         MOVE WS-SMT-Capacity (WS-SectIndex) TO SL-CAPACITY
054970         IF WS-SectionCount > WS-SMT-Capacity (WS-SectIndex)
054980             MOVE "*OVER*" TO SL-FLAG
054990         END-IF
055000     ELSE
055010         MOVE SPACES TO SL-Instructor
055020         MOVE 0 TO SL-CAPACITY
055030         MOVE "*UNKNOWN" TO SL-FLAG
055040     END-IF
055050     WRITE SECTION-LOAD-LINE FROM WS-SECTION-LOAD-LINE.
055060 5350-EXIT.
055070     EXIT.
055080
055090*----------------------------------------------------------------
055100* 5400-WRITE-SECTION-HEADER -- PRINT THE HEADER LINE THAT
055110*     STARTS EACH NEW CLASS SECTION.
055120*----------------------------------------------------------------
055130 5400-WRITE-SECTION-HEADER.
055140     MOVE WS-PriorSection TO RH-ClassSection
055150     WRITE REPORT-LINE FROM WS-REPORT-SECTION-HEADER-LINE.
055160 5400-EXIT.
055170     EXIT.
055180
055190*----------------------------------------------------------------
055200* 5500-WRITE-DETAIL-LINE -- PRINT ONE LINE ON THE GRADE REPORT
055210*     FOR A STUDENT IN THE SECTION CURRENTLY BEING PROCESSED.
055220*----------------------------------------------------------------
055230 5500-WRITE-DETAIL-LINE.
055240     MOVE SPACES TO WS-REPORT-DETAIL-LINE
055250     MOVE WS-SO-ClassSection TO RD-ClassSection
055260     MOVE WS-SO-StudentID TO RD-StudentID
055270     MOVE WS-SO-StudentName TO RD-StudentName
055280     MOVE WS-ENR-Average TO RD-StudentAverage
055290     MOVE WS-SO-Mark TO RD-Mark
055300     WRITE REPORT-LINE FROM WS-REPORT-DETAIL-LINE
055310     ADD 1 TO WS-DetailCount.
055320 5500-EXIT.
055330     EXIT.
055340
055350*----------------------------------------------------------------
055360* 5800-CHASE-MISSING-GRADES -- REREAD THE SORTED ROSTER AND LIST
055370*     EVERY STAGED STUDENT WHOSE SECTION HAD A POSTED GRADE
055380*     SHEET BUT WHO WAS MISSING FROM THAT SHEET, SO THE
055390*     INSTRUCTOR CAN BE CHASED THE SAME DAY.  WITH NO SHEETS
055400*     POSTED THIS RUN THE PASS STANDS DOWN AFTER THE HEADER.
055410*     LIKE THE SECTION REPORT, A RESTARTED SEGMENT ONLY CHASES
055420*     THE STUDENTS IT PROCESSED ITSELF, SINCE SortedFile IS
055430*     REBUILT EACH SEGMENT.
055440*----------------------------------------------------------------
055450 5800-CHASE-MISSING-GRADES.
055460     OPEN OUTPUT ChaseReportFile
055470     WRITE CHASE-LINE FROM WS-CHASE-HEADER-LINE
055480     IF WS-SheetSectCount = 0
055490         GO TO 5800-DONE
055500     END-IF
055510     MOVE "N" TO WS-SORTED-EOF-SW
055520     OPEN INPUT SortedFile
055530     PERFORM 5100-READ-SORTED-RECORD THRU 5100-EXIT
055540     PERFORM 5810-CHASE-ONE-STUDENT THRU 5810-EXIT
055550         UNTIL WS-SORTED-EOF
055560     CLOSE SortedFile
055570     DISPLAY "Sheet Chase Students Listed: " WS-ChaseCount.
055580 5800-DONE.
055590     CLOSE ChaseReportFile.
055600 5800-EXIT.
055610     EXIT.
055620
055630*----------------------------------------------------------------
055640* 5810-CHASE-ONE-STUDENT -- LIST THE SORTED STUDENT JUST READ
055650*     WHEN A SHEET CAME IN FOR THEIR SECTION BUT NEVER LISTED
055660*     THEM, THEN READ THE NEXT ONE.
055670*----------------------------------------------------------------
055680 5810-CHASE-ONE-STUDENT.
055690     SET WS-SHEETED-NOT-FOUND TO TRUE
055700     PERFORM 5820-MATCH-CHASE-SECTION THRU 5820-EXIT
055710         VARYING WS-SH-SUB FROM 1 BY 1
055720         UNTIL WS-SHEETED-FOUND
055730            OR WS-SH-SUB > WS-SheetSectCount
055740     IF WS-SHEETED-NOT-FOUND
055750         GO TO 5810-NEXT
055760     END-IF
055770     SET WS-GRADED-NOT-FOUND TO TRUE
055780     PERFORM 5830-MATCH-GRADED-STUDENT THRU 5830-EXIT
055790         VARYING WS-GR-SUB FROM 1 BY 1
055800         UNTIL WS-GRADED-FOUND
055810            OR WS-GR-SUB > WS-GradedCount
055820     IF WS-GRADED-NOT-FOUND
055830         MOVE WS-SO-ClassSection TO CH-SectionCode
055840         MOVE WS-SO-StudentID TO CH-StudentID
055850         MOVE WS-SO-StudentName TO CH-StudentName
055860         WRITE CHASE-LINE FROM WS-CHASE-DETAIL-LINE
055870         ADD 1 TO WS-ChaseCount
055880     END-IF.
055890 5810-NEXT.
055900     PERFORM 5100-READ-SORTED-RECORD THRU 5100-EXIT.
055910 5810-EXIT.
055920     EXIT.
055930
055940*----------------------------------------------------------------
055950* 5820-MATCH-CHASE-SECTION -- TEST ONE SHEETED-SECTION ENTRY
055960*     AGAINST THE SORTED STUDENT'S SECTION.
055970*----------------------------------------------------------------
055980 5820-MATCH-CHASE-SECTION.
055990     IF WS-SHS-SectionCode (WS-SH-SUB) = WS-SO-ClassSection
056000         SET WS-SHEETED-FOUND TO TRUE
056010     END-IF.
056020 5820-EXIT.
056030     EXIT.
056040
056050*----------------------------------------------------------------
056060* 5830-MATCH-GRADED-STUDENT -- TEST ONE GRADED-TABLE ENTRY
056070*     AGAINST THE SORTED STUDENT'S SECTION AND ID.
056080*----------------------------------------------------------------
056090 5830-MATCH-GRADED-STUDENT.
056100     IF WS-GRD-SectionCode (WS-GR-SUB) = WS-SO-ClassSection
056110             AND WS-GRD-StudentID (WS-GR-SUB) = WS-SO-StudentID
056120         SET WS-GRADED-FOUND TO TRUE
056130     END-IF.
056140 5830-EXIT.
056150     EXIT.
056160
056170*----------------------------------------------------------------
056180* 6000-STUDENT-LOOKUP -- IF AN OPERATOR HAS DROPPED A LOOKUP
056190*     PARAMETER CARD BEHIND THE ROSTER, PULL THAT ONE STUDENT
056200*     DIRECTLY BY KEY INSTEAD OF SCANNING THE WHOLE FILE, AND
056210*     QUEUE A GRADE CORRECTION FOR APPROVAL IF ONE WAS PUNCHED.
056220*----------------------------------------------------------------
056230 6000-STUDENT-LOOKUP.
056240     CLOSE StudentFile
056250     OPEN INPUT LookupFile
056260     READ LookupFile INTO WS-LOOKUP-RECORD
056270         AT END
056280             SET WS-LOOKUP-EOF TO TRUE
056290     END-READ
056300     IF NOT WS-LOOKUP-EOF
056310         OPEN INPUT StudentFile
056320         PERFORM 6100-APPLY-LOOKUP-REQUEST THRU 6100-EXIT
056330         CLOSE StudentFile
056340     END-IF
056350     CLOSE LookupFile.
056360 6000-EXIT.
056370     EXIT.
056380
056390*----------------------------------------------------------------
056400* 6100-APPLY-LOOKUP-REQUEST -- KEYED READ FOR ONE StudentID,
056410*     WITH A GRADE CHANGE QUEUED WHEN A NEW GRADE WAS SUPPLIED.  A
056420*     GRADE OF EXACTLY ZERO IS A VALID CORRECTION, SO WHETHER ONE
056430*     WAS PUNCHED AT ALL IS DRIVEN OFF LK-GRADE-PRESENT RATHER
056440*     THAN TESTING LK-NewGrade FOR A NONZERO VALUE.  THE MASTER
056450*     IS NOT TOUCHED HERE: THE CHANGE WAITS ON THE PENDING FILE
056460*     FOR A SECOND SIGNATURE, AND THE AUDIT RECORD IS WRITTEN
056470*     WHEN IT IS APPROVED.
056480*----------------------------------------------------------------
056490 6100-APPLY-LOOKUP-REQUEST.
056500     MOVE WS-LK-StudentID TO StudentID
056510     READ StudentFile
056520         INVALID KEY
056530             DISPLAY "Lookup: Student ID " StudentID " not found"
056540         NOT INVALID KEY
056550             DISPLAY "Lookup: " StudentName " Grade " StudentGrade
056560             IF WS-LK-GRADE-SUPPLIED
056570                 PERFORM 6150-QUEUE-GRADE-CHANGE THRU 6150-EXIT
056580             END-IF
056590     END-READ.
056600 6100-EXIT.
056610     EXIT.
056620
056630*----------------------------------------------------------------
056640* 6150-QUEUE-GRADE-CHANGE -- WRITE THE LOOKUP CARD'S GRADE CHANGE
056650*     TO THE PENDING FILE WITH ITS REQUESTER, REASON, REFERENCE
056660*     AND THE GRADE IT REPLACES.  A CARD WITHOUT A REQUESTER OR
056670*     REFERENCE, WITH A GRADE OUT OF RANGE, OR REPEATING A
056680*     REFERENCE ALREADY QUEUED FOR THE STUDENT IS REFUSED.
056690*----------------------------------------------------------------
056700 6150-QUEUE-GRADE-CHANGE.
056710     IF WS-LK-Operator = SPACES OR WS-LK-Reference = SPACES
056720         DISPLAY "Lookup: grade change for " StudentID
056730             " needs a requester and a reference; not queued"
056740         GO TO 6150-EXIT
056750     END-IF
056760     IF WS-LK-NewGrade IS NOT NUMERIC OR WS-LK-NewGrade > 100
056770         DISPLAY "Lookup: grade change for " StudentID
056780             " not in range 00-100; not queued"
056790         GO TO 6150-EXIT
056800     END-IF
056810     OPEN I-O PendingChangeFile
056820     MOVE StudentID TO PD-StudentID
056830     MOVE WS-LK-Reference TO PD-Reference
056840     MOVE ClassSection TO PD-ClassSection
056850     MOVE StudentGrade TO PD-OldGrade
056860     MOVE WS-LK-NewGrade TO PD-NewGrade
056870     MOVE WS-LK-Operator TO PD-Requester
056880     MOVE WS-LK-Reason TO PD-Reason
056890     MOVE WS-RunDate TO PD-RequestDate
056900     MOVE WS-TermCode TO PD-TermCode
056910     MOVE "P" TO PD-Status
056920     MOVE SPACES TO PD-Approver
056930     MOVE 0 TO PD-DecisionDate
056940     WRITE PENDING-CHANGE-RECORD
056950         INVALID KEY
056960             DISPLAY "Lookup: reference " WS-LK-Reference
056970                 " already queued for " StudentID
056980         NOT INVALID KEY
056990             DISPLAY "Lookup: grade change for " StudentID
057000                 " queued for approval"
057010     END-WRITE
057020     CLOSE PendingChangeFile.
057030 6150-EXIT.
057040     EXIT.
057050
057060*----------------------------------------------------------------
057070* 6200-WRITE-AUDIT-RECORD -- APPEND ONE GRADE-CHANGE AUDIT
057080*     RECORD TO THE CUMULATIVE AUDIT FILE FOR THE MERGE OR LAPSE
057090*     JUST APPLIED.  THESE ARE NOT OPERATOR GRADE CHANGES AND
057100*     CARRY NO APPROVER.  A MERGE ALSO RECORDS THE DUPLICATE ID
057110*     IT FOLDED AWAY; THE HOLD IS CLEARED ONCE WRITTEN.
057120*----------------------------------------------------------------
057130 6200-WRITE-AUDIT-RECORD.
057140     OPEN EXTEND AuditFile
057150     MOVE WS-RunDate TO AU-RunDate
057160     MOVE WS-TermCode TO AU-TermCode
057170     MOVE StudentID TO AU-StudentID
057180     MOVE ClassSection TO AU-ClassSection
057190     MOVE WS-OldGrade TO AU-OldGrade
057200     MOVE WS-LK-NewGrade TO AU-NewGrade
057210     MOVE WS-LK-Operator TO AU-Operator
057220     MOVE WS-LK-Reference TO AU-Reference
057230     MOVE SPACES TO AU-Approver
057240     MOVE WS-MG-MergedID TO AU-MergedID
057250     MOVE 0 TO WS-MG-MergedID
057260     WRITE AUDIT-RECORD
057270     CLOSE AuditFile.
057280 6200-EXIT.
057290     EXIT.
057300
057310*----------------------------------------------------------------
057320* 7000-COMPUTE-GRAND-AVERAGE -- ROLL UP THE SHOP-WIDE AVERAGE
057330*     GRADE NOW THAT ALL SECTIONS HAVE BEEN PROCESSED, FOLDING
057340*     IN ANY PRIOR SEGMENTS' TOTALS CARRIED FORWARD FROM A
057350*     CHECKPOINT.
057360*----------------------------------------------------------------
057370 7000-COMPUTE-GRAND-AVERAGE.
057380     ADD WS-CKPT-StudentCount TO WS-StudentCount
057390     ADD WS-CKPT-QualityPoints TO WS-TotalQualityPoints
057400     ADD WS-CKPT-CreditHours TO WS-TotalCreditHours
057410     ADD WS-CKPT-RejectCount TO WS-RejectCount
057420     ADD WS-CKPT-DuplicateCount TO WS-DuplicateCount
057430     ADD WS-CKPT-GradeA-Count TO WS-GradeA-Count
057440     ADD WS-CKPT-GradeB-Count TO WS-GradeB-Count
057450     ADD WS-CKPT-GradeC-Count TO WS-GradeC-Count
057460     ADD WS-CKPT-GradeD-Count TO WS-GradeD-Count
057470     ADD WS-CKPT-GradeF-Count TO WS-GradeF-Count
057480     IF WS-CKPT-HighGrade > WS-HighGrade
057490         MOVE WS-CKPT-HighGrade TO WS-HighGrade
057500     END-IF
057510     IF WS-CKPT-LowGrade < WS-LowGrade
057520         MOVE WS-CKPT-LowGrade TO WS-LowGrade
057530     END-IF
057540     IF WS-TotalCreditHours > 0
057550         COMPUTE WS-AverageGrade
057560             = WS-TotalQualityPoints / WS-TotalCreditHours
057570     ELSE
057580         MOVE 0 TO WS-AverageGrade
057590     END-IF.
057600 7000-EXIT.
057610     EXIT.
057620
057630*----------------------------------------------------------------
057640* 7200-RANKING-PASS -- STAGE EVERY ACCEPTED STUDENT WITH THEIR
057650*     CREDIT-WEIGHTED AVERAGE, SORT BY DESCENDING AVERAGE FOR
057660*     THE SHOP-WIDE RANKS AND BY SECTION/DESCENDING AVERAGE FOR
057670*     THE SECTION RANKS, COMPUTE THE TOP-N-PERCENT FIGURES AND
057680*     PRINT THE RANK REPORT GROUPED BY SECTION.  THE TABLE IS
057690*     LEFT STANDING SO THE EXTRACT FEED CAN STAMP EVERY ROW
057700*     WITH ITS RANKS.  LIKE THE SECTION REPORT, A RESTARTED
057710*     SEGMENT ONLY RANKS ITS OWN STUDENTS, SINCE SortedFile IS
057720*     REBUILT EACH SEGMENT.
057730*----------------------------------------------------------------
057740 7200-RANKING-PASS.
057750     MOVE "N" TO WS-SORTED-EOF-SW
057760     OPEN INPUT SortedFile
057770     OPEN OUTPUT RankWorkFile
057780     PERFORM 5100-READ-SORTED-RECORD THRU 5100-EXIT
057790     PERFORM 7210-STAGE-ONE-RANK-RECORD THRU 7210-EXIT
057800         UNTIL WS-SORTED-EOF
057810     CLOSE RankWorkFile
057820     CLOSE SortedFile
057830     SORT RankSortFile
057840         ON DESCENDING KEY RS-Average
057850         USING RankWorkFile
057860         GIVING RankSortedFile
057870     MOVE "N" TO WS-RANK-EOF-SW
057880     MOVE 0 TO WS-RankPosition
057890     MOVE 0 TO WS-CurrentRank
057900     OPEN INPUT RankSortedFile
057910     PERFORM 7220-READ-RANK-SORTED THRU 7220-EXIT
057920     PERFORM 7230-ASSIGN-SHOP-RANK THRU 7230-EXIT
057930         UNTIL WS-RANK-EOF
057940     CLOSE RankSortedFile
057950     SORT RankSortFile
057960         ON ASCENDING KEY RS-ClassSection
057970         ON DESCENDING KEY RS-Average
057980         USING RankWorkFile
057990         GIVING RankSectFile
058000     MOVE "N" TO WS-RANK-EOF-SW
058010     MOVE LOW-VALUES TO WS-PriorRankSection
058020     OPEN INPUT RankSectFile
058030     PERFORM 7240-READ-RANK-SECT THRU 7240-EXIT
058040     PERFORM 7250-ASSIGN-SECT-RANK THRU 7250-EXIT
058050         UNTIL WS-RANK-EOF
058060     CLOSE RankSectFile
058070     PERFORM 7260-COMPUTE-ONE-PERCENTILE THRU 7260-EXIT
058080         VARYING WS-RK-SUB FROM 1 BY 1
058090         UNTIL WS-RK-SUB > WS-RankCount
058100     MOVE "N" TO WS-RANK-EOF-SW
058110     MOVE LOW-VALUES TO WS-RankRptSection
058120     OPEN INPUT RankSectFile
058130     OPEN OUTPUT RankReportFile
058140     WRITE RANK-REPORT-LINE FROM WS-RANK-HEADER-LINE
058150     PERFORM 7240-READ-RANK-SECT THRU 7240-EXIT
058160     PERFORM 7280-PRINT-ONE-RANK-LINE THRU 7280-EXIT
058170         UNTIL WS-RANK-EOF
058180     CLOSE RankReportFile
058190     CLOSE RankSectFile
058200     DISPLAY "Students Ranked: " WS-RankCount.
058210 7200-EXIT.
058220     EXIT.
058230
058240*----------------------------------------------------------------
058250* 7210-STAGE-ONE-RANK-RECORD -- WRITE ONE ACCEPTED STUDENT AND
058260*     THEIR WEIGHTED AVERAGE TO THE RANK WORK FILE, THEN READ
058270*     THE NEXT SORTED RECORD.
058280*----------------------------------------------------------------
058290 7210-STAGE-ONE-RANK-RECORD.
058300     MOVE WS-SO-StudentID TO WS-ENR-StudentID
058310     MOVE WS-SO-StudentGrade TO WS-ENR-FallbackGrade
058320     MOVE WS-SO-CreditHours TO WS-ENR-FallbackCredits
058330     MOVE WS-SO-Mark TO WS-ENR-FallbackMark
058340     PERFORM 2600-SUM-ENROLLMENTS THRU 2600-EXIT
058350     MOVE WS-SO-ClassSection TO RK-ClassSection
058360     MOVE WS-SO-StudentID TO RK-StudentID
058370     MOVE WS-SO-StudentName TO RK-StudentName
058380     MOVE WS-ENR-Average TO RK-Average
058390     WRITE RANK-WORK-RECORD
058400     PERFORM 5100-READ-SORTED-RECORD THRU 5100-EXIT.
058410 7210-EXIT.
058420     EXIT.
058430
058440*----------------------------------------------------------------
058450* 7220-READ-RANK-SORTED -- READ ONE SHOP-ORDERED RANK RECORD.
058460*----------------------------------------------------------------
058470 7220-READ-RANK-SORTED.
058480     READ RankSortedFile INTO WS-RANK-READ
058490         AT END
058500             SET WS-RANK-EOF TO TRUE
058510             GO TO 7220-EXIT
058520     END-READ.
058530 7220-EXIT.
058540     EXIT.
058550
058560*----------------------------------------------------------------
058570* 7230-ASSIGN-SHOP-RANK -- ASSIGN THE SHOP-WIDE ORDINAL RANK TO
058580*     THE RECORD JUST READ AND FILE IT IN THE RANK TABLE.  A
058590*     TIE KEEPS THE STANDING RANK; THE POSITION COUNTER STILL
058600*     ROLLS, SO THE RANK AFTER A TIE SKIPS (1, 2, 2, 4).
058610*----------------------------------------------------------------
058620 7230-ASSIGN-SHOP-RANK.
058630     ADD 1 TO WS-RankPosition
058640     IF WS-RankPosition = 1
058650         MOVE 1 TO WS-CurrentRank
058660     ELSE
058670         IF WS-RO-Average < WS-PriorRankAvg
058680             MOVE WS-RankPosition TO WS-CurrentRank
058690         END-IF
058700     END-IF
058710     MOVE WS-RO-Average TO WS-PriorRankAvg
058720     IF WS-RankCount >= WS-RANK-MAX
058730         DISPLAY "Rank: table full at " WS-RANK-MAX
058740             "; remaining students unranked"
058750     ELSE
058760         ADD 1 TO WS-RankCount
058770         MOVE WS-RO-StudentID
058780             TO WS-RKT-StudentID (WS-RankCount)
058790         MOVE WS-RO-ClassSection
058800             TO WS-RKT-ClassSection (WS-RankCount)
058810         MOVE WS-CurrentRank TO WS-RKT-ShopRank (WS-RankCount)
058820         MOVE 0 TO WS-RKT-ShopPctl (WS-RankCount)
058830         MOVE 0 TO WS-RKT-SectRank (WS-RankCount)
058840         MOVE 0 TO WS-RKT-SectPctl (WS-RankCount)
058850     END-IF
058860     PERFORM 7220-READ-RANK-SORTED THRU 7220-EXIT.
058870 7230-EXIT.
058880     EXIT.
058890
058900*----------------------------------------------------------------
058910* 7240-READ-RANK-SECT -- READ ONE SECTION-ORDERED RANK RECORD.
058920*----------------------------------------------------------------
058930 7240-READ-RANK-SECT.
058940     READ RankSectFile INTO WS-RANK-READ
058950         AT END
058960             SET WS-RANK-EOF TO TRUE
058970             GO TO 7240-EXIT
058980     END-READ.
058990 7240-EXIT.
059000     EXIT.
059010
059020*----------------------------------------------------------------
059030* 7250-ASSIGN-SECT-RANK -- ASSIGN THE WITHIN-SECTION RANK TO THE
059040*     RECORD JUST READ, WITH THE SAME TIE RULE AS THE SHOP-WIDE
059050*     PASS, AND POST IT TO THE STUDENT'S RANK TABLE ENTRY.
059060*----------------------------------------------------------------
059070 7250-ASSIGN-SECT-RANK.
059080     IF WS-RO-ClassSection NOT = WS-PriorRankSection
059090         MOVE WS-RO-ClassSection TO WS-PriorRankSection
059100         MOVE 0 TO WS-SectPosition
059110     END-IF
059120     ADD 1 TO WS-SectPosition
059130     IF WS-SectPosition = 1
059140         MOVE 1 TO WS-SectCurrentRank
059150     ELSE
059160         IF WS-RO-Average < WS-PriorSectAvg
059170             MOVE WS-SectPosition TO WS-SectCurrentRank
059180         END-IF
059190     END-IF
059200     MOVE WS-RO-Average TO WS-PriorSectAvg
059210     MOVE WS-RO-StudentID TO WS-RANK-LOOKUP
059220     PERFORM 7255-FIND-RANK-ENTRY THRU 7255-EXIT
059230     IF WS-RANK-FOUND
059240         MOVE WS-SectCurrentRank
059250             TO WS-RKT-SectRank (WS-RankIndex)
059260     END-IF
059270     PERFORM 7240-READ-RANK-SECT THRU 7240-EXIT.
059280 7250-EXIT.
059290     EXIT.
059300
059310*----------------------------------------------------------------
059320* 7255-FIND-RANK-ENTRY -- SCAN THE RANK TABLE FOR THE STUDENT ID
059330*     IN WS-RANK-LOOKUP, LEAVING THE FOUND SWITCH AND THE
059340*     MATCHED ENTRY'S INDEX BEHIND.
059350*----------------------------------------------------------------
059360 7255-FIND-RANK-ENTRY.
059370     SET WS-RANK-NOT-FOUND TO TRUE
059380     MOVE 0 TO WS-RankIndex
059390     PERFORM 7256-MATCH-RANK-ENTRY THRU 7256-EXIT
059400         VARYING WS-RK2-SUB FROM 1 BY 1
059410         UNTIL WS-RANK-FOUND
059420            OR WS-RK2-SUB > WS-RankCount.
059430 7255-EXIT.
059440     EXIT.
059450
059460*----------------------------------------------------------------
059470* 7256-MATCH-RANK-ENTRY -- TEST ONE RANK TABLE ENTRY.
059480*----------------------------------------------------------------
059490 7256-MATCH-RANK-ENTRY.
059500     IF WS-RKT-StudentID (WS-RK2-SUB) = WS-RANK-LOOKUP
059510         SET WS-RANK-FOUND TO TRUE
059520         MOVE WS-RK2-SUB TO WS-RankIndex
059530     END-IF.
059540 7256-EXIT.
059550     EXIT.
059560
059570*----------------------------------------------------------------
059580* 7260-COMPUTE-ONE-PERCENTILE -- TURN THE ENTRY'S RANKS INTO
059590*     TOP-N-PERCENT FIGURES: RANK OVER COUNT TIMES 100,
059600*     ROUNDED.  THE SECTION COUNT COMES FROM A SCAN OF THE
059610*     TABLE FOR ENTRIES SHARING THE SECTION.
059620*----------------------------------------------------------------
059630 7260-COMPUTE-ONE-PERCENTILE.
059640     COMPUTE WS-RKT-ShopPctl (WS-RK-SUB) ROUNDED
059650         = (WS-RKT-ShopRank (WS-RK-SUB) * 100)
059660         / WS-RankCount
059670     MOVE 0 TO WS-SectMemberCount
059680     PERFORM 7270-COUNT-SECTION-MEMBER THRU 7270-EXIT
059690         VARYING WS-RK2-SUB FROM 1 BY 1
059700         UNTIL WS-RK2-SUB > WS-RankCount
059710     IF WS-SectMemberCount > 0
059720         COMPUTE WS-RKT-SectPctl (WS-RK-SUB) ROUNDED
059730             = (WS-RKT-SectRank (WS-RK-SUB) * 100)
059740             / WS-SectMemberCount
059750     END-IF.
059760 7260-EXIT.
059770     EXIT.
059780
059790*----------------------------------------------------------------
059800* 7270-COUNT-SECTION-MEMBER -- COUNT ONE TABLE ENTRY WHEN IT
059810*     SHARES THE SECTION OF THE ENTRY AT WS-RK-SUB.
059820*----------------------------------------------------------------
059830 7270-COUNT-SECTION-MEMBER.
059840     IF WS-RKT-ClassSection (WS-RK2-SUB)
059850             = WS-RKT-ClassSection (WS-RK-SUB)
059860         ADD 1 TO WS-SectMemberCount
059870     END-IF.
059880 7270-EXIT.
059890     EXIT.
059900
059910*----------------------------------------------------------------
059920* 7280-PRINT-ONE-RANK-LINE -- PRINT ONE STUDENT ON THE RANK
059930*     REPORT, LEADING WITH A SECTION HEADER WHEN THE SECTION
059940*     CHANGES, THEN READ THE NEXT SECTION-ORDERED RECORD.
059950*----------------------------------------------------------------
059960 7280-PRINT-ONE-RANK-LINE.
059970     IF WS-RO-ClassSection NOT = WS-RankRptSection
059980         MOVE WS-RO-ClassSection TO WS-RankRptSection
059990         MOVE WS-RO-ClassSection TO RH-ClassSection
060000         WRITE RANK-REPORT-LINE
060010             FROM WS-REPORT-SECTION-HEADER-LINE
060020     END-IF
060030     MOVE WS-RO-StudentID TO WS-RANK-LOOKUP
060040     PERFORM 7255-FIND-RANK-ENTRY THRU 7255-EXIT
060050     IF WS-RANK-FOUND
060060         MOVE WS-RO-StudentID TO KD-StudentID
060070         MOVE WS-RO-StudentName TO KD-StudentName
060080         MOVE WS-RO-Average TO KD-Average
060090         MOVE WS-RKT-SectRank (WS-RankIndex) TO KD-SectRank
060100         MOVE WS-RKT-SectPctl (WS-RankIndex) TO KD-SectPctl
060110         MOVE WS-RKT-ShopRank (WS-RankIndex) TO KD-ShopRank
060120         MOVE WS-RKT-ShopPctl (WS-RankIndex) TO KD-ShopPctl
060130         WRITE RANK-REPORT-LINE FROM WS-RANK-DETAIL-LINE
060140     END-IF
060150     PERFORM 7240-READ-RANK-SECT THRU 7240-EXIT.
060160 7280-EXIT.
060170     EXIT.
060180
060190*----------------------------------------------------------------
060200* 7500-WRITE-EXTRACT-FEED -- REREAD THE SORTED ROSTER AND WRITE A
060210*     FIXED-FORMAT EXTRACT RECORD PER STUDENT (STUDENT ID, NAME,
060220*     THAT STUDENT'S OWN GRADE) FOR THE REGISTRAR'S SYSTEM TO
060230*     PICK UP.  SortedFile ONLY EVER HOLDS THE CURRENT SEGMENT'S
060240*     RECORDS, SO ON A RESTART ExtractFile IS OPENED EXTEND
060250*     RATHER THAN OUTPUT -- OTHERWISE THE FEED WOULD END UP WITH
060260*     ONLY THE FINAL SEGMENT'S STUDENTS INSTEAD OF THE WHOLE RUN.
060270*----------------------------------------------------------------
060280 7500-WRITE-EXTRACT-FEED.
060290     MOVE "N" TO WS-SORTED-EOF-SW
060300     OPEN INPUT SortedFile
060310     IF WS-RESTARTING
060320         OPEN EXTEND ExtractFile
060330     ELSE
060340         OPEN OUTPUT ExtractFile
060350     END-IF
060360     PERFORM 5100-READ-SORTED-RECORD THRU 5100-EXIT
060370     PERFORM 7600-WRITE-EXTRACT-RECORD THRU 7600-EXIT
060380         UNTIL WS-SORTED-EOF
060390     CLOSE SortedFile
060400     CLOSE ExtractFile.
060410 7500-EXIT.
060420     EXIT.
060430
060440*----------------------------------------------------------------
060450* 7600-WRITE-EXTRACT-RECORD -- MOVE ONE SORTED STUDENT INTO THE
060460*     EXTRACT LAYOUT AND WRITE IT, THEN READ THE NEXT ONE.  THE
060470*     AVERAGE-TO-DATE FIELD CARRIES THAT STUDENT'S OWN CREDIT-
060480*     WEIGHTED AVERAGE ACROSS ALL OF THEIR ENROLLMENTS, NOT THE
060490*     SHOP-WIDE GRAND AVERAGE, SO EACH ROW IS DISTINGUISHABLE.
060500*----------------------------------------------------------------
060510 7600-WRITE-EXTRACT-RECORD.
060520     MOVE WS-SO-StudentID TO EX-StudentID
060530     MOVE WS-SO-StudentName TO EX-StudentName
060540     MOVE WS-SO-StudentID TO WS-ENR-StudentID
060550     MOVE WS-SO-StudentGrade TO WS-ENR-FallbackGrade
060560     MOVE WS-SO-CreditHours TO WS-ENR-FallbackCredits
060570     MOVE WS-SO-Mark TO WS-ENR-FallbackMark
060580     PERFORM 2600-SUM-ENROLLMENTS THRU 2600-EXIT
060590     MOVE WS-ENR-Average TO EX-AverageToDate
060600     MOVE WS-TermCode TO EX-TermCode
060610     MOVE WS-CycleNumber TO EX-CycleNumber
060620     MOVE WS-SO-StudentID TO WS-RANK-LOOKUP
060630     PERFORM 7255-FIND-RANK-ENTRY THRU 7255-EXIT
060640     IF WS-RANK-FOUND
060650         MOVE WS-RKT-ShopRank (WS-RankIndex) TO EX-ShopRank
060660         MOVE WS-RKT-ShopPctl (WS-RankIndex) TO EX-ShopPctl
060670         MOVE WS-RKT-SectRank (WS-RankIndex) TO EX-SectRank
060680         MOVE WS-RKT-SectPctl (WS-RankIndex) TO EX-SectPctl
060690     ELSE
060700         MOVE 0 TO EX-ShopRank
060710         MOVE 0 TO EX-ShopPctl
060720         MOVE 0 TO EX-SectRank
060730         MOVE 0 TO EX-SectPctl
060740     END-IF
060750     WRITE EXTRACT-RECORD
060760     ADD 1 TO WS-ExtractCount
060770     PERFORM 5100-READ-SORTED-RECORD THRU 5100-EXIT.
060780 7600-EXIT.
060790     EXIT.
060800
060810*----------------------------------------------------------------
060820* 7800-EXCEPTION-PASS -- REREAD THE SORTED ROSTER AND APPLY THE
060830*     HIGH/LOW THRESHOLDS AGAINST EACH STUDENT'S CREDIT-WEIGHTED
060840*     AVERAGE.  DEAN'S-LIST AND PROBATION CASES PRINT ON THEIR
060850*     OWN REPORTS GROUPED BY CLASS SECTION (THE SORTED ROSTER IS
060860*     ALREADY IN SECTION ORDER) AND EACH FLAGGED STUDENT GETS A
060870*     NOTIFICATION-LETTER RECORD FOR THE MAIL-MERGE SYSTEM.
060880*     LIKE THE EXTRACT, THESE FILES OPEN EXTEND ON A RESTART
060890*     BECAUSE SortedFile ONLY EVER HOLDS THE CURRENT SEGMENT.
060900*----------------------------------------------------------------
060910 7800-EXCEPTION-PASS.
060920     PERFORM 7810-READ-THRESHOLD-CARD THRU 7810-EXIT
060930     MOVE "N" TO WS-SORTED-EOF-SW
060940     OPEN INPUT SortedFile
060950     IF WS-RESTARTING
060960         OPEN EXTEND DeansListFile
060970         OPEN EXTEND ProbationFile
060980         OPEN EXTEND LetterFile
060990     ELSE
061000         OPEN OUTPUT DeansListFile
061010         OPEN OUTPUT ProbationFile
061020         OPEN OUTPUT LetterFile
061030     END-IF
061040     PERFORM 5100-READ-SORTED-RECORD THRU 5100-EXIT
061050     PERFORM 7820-CHECK-ONE-STUDENT THRU 7820-EXIT
061060         UNTIL WS-SORTED-EOF
061070     DISPLAY "Dean's List Students: " WS-DeansCount
061080     DISPLAY "Probation Students: " WS-ProbationCount
061090     CLOSE SortedFile
061100     CLOSE DeansListFile
061110     CLOSE ProbationFile
061120     CLOSE LetterFile.
061130 7800-EXIT.
061140     EXIT.
061150
061160*----------------------------------------------------------------
061170* 7810-READ-THRESHOLD-CARD -- TAKE THE HIGH/LOW THRESHOLDS FROM
061180*     THE OPTIONAL PARAMETER CARD.  A MISSING CARD, A BLANK OR
061190*     NON-NUMERIC FIELD, OR A HIGH THAT DOES NOT SIT ABOVE THE
061200*     LOW LEAVES THE SHOP DEFAULTS STANDING.
061210*----------------------------------------------------------------
061220 7810-READ-THRESHOLD-CARD.
061230     OPEN INPUT ThresholdFile
061240     READ ThresholdFile
061250         AT END
061260             GO TO 7810-DONE
061270     END-READ
061280     IF TH-HighThreshold IS NUMERIC
061290             AND TH-LowThreshold IS NUMERIC
061300             AND TH-HighThreshold > TH-LowThreshold
061310         MOVE TH-HighThreshold TO WS-HighThreshold
061320         MOVE TH-LowThreshold TO WS-LowThreshold
061330     ELSE
061340         DISPLAY "Threshold card unusable; defaults stand"
061350     END-IF.
061360 7810-DONE.
061370     CLOSE ThresholdFile.
061380 7810-EXIT.
061390     EXIT.
061400
061410*----------------------------------------------------------------
061420* 7820-CHECK-ONE-STUDENT -- SUM ONE STUDENT'S ENROLLMENTS AND
061430*     ROUTE THE STUDENT TO THE DEAN'S LIST OR PROBATION LEG WHEN
061440*     THE WEIGHTED AVERAGE CLEARS THE HIGH THRESHOLD OR FALLS
061450*     UNDER THE LOW ONE, THEN READ THE NEXT SORTED RECORD.
061460*----------------------------------------------------------------
061470 7820-CHECK-ONE-STUDENT.
061480     MOVE WS-SO-StudentID TO WS-ENR-StudentID
061490     MOVE WS-SO-StudentGrade TO WS-ENR-FallbackGrade
061500     MOVE WS-SO-CreditHours TO WS-ENR-FallbackCredits
061510     MOVE WS-SO-Mark TO WS-ENR-FallbackMark
061520     PERFORM 2600-SUM-ENROLLMENTS THRU 2600-EXIT
061530     IF WS-ENR-CreditHours = 0
061540         GO TO 7820-NEXT
061550     END-IF
061560     IF WS-ENR-Average >= WS-HighThreshold
061570         PERFORM 7830-WRITE-DEANS-LINE THRU 7830-EXIT
061580         MOVE "DEANS LIST" TO WS-LETTER-ACTION
061590         PERFORM 7850-WRITE-LETTER-RECORD THRU 7850-EXIT
061600     ELSE
061610         IF WS-ENR-Average < WS-LowThreshold
061620             PERFORM 7840-WRITE-PROBATION-LINE THRU 7840-EXIT
061630             MOVE "PROBATION" TO WS-LETTER-ACTION
061640             PERFORM 7850-WRITE-LETTER-RECORD THRU 7850-EXIT
061650         END-IF
061660     END-IF.
061670 7820-NEXT.
061680     PERFORM 5100-READ-SORTED-RECORD THRU 5100-EXIT.
061690 7820-EXIT.
061700     EXIT.
061710
061720*----------------------------------------------------------------
061730* 7830-WRITE-DEANS-LINE -- PRINT ONE DEAN'S-LIST STUDENT,
061740*     LEADING WITH A SECTION HEADER WHEN THE SECTION CHANGES.
061750*----------------------------------------------------------------
061760 7830-WRITE-DEANS-LINE.
061770     IF WS-SO-ClassSection NOT = WS-DeansSection
061780         MOVE WS-SO-ClassSection TO WS-DeansSection
061790         MOVE WS-SO-ClassSection TO RH-ClassSection
061800         WRITE DEANS-LINE FROM WS-REPORT-SECTION-HEADER-LINE
061810     END-IF
061820     MOVE WS-SO-StudentID TO XL-StudentID
061830     MOVE WS-SO-StudentName TO XL-StudentName
061840     MOVE WS-ENR-Average TO XL-Average
061850     WRITE DEANS-LINE FROM WS-EXCEPTION-DETAIL-LINE
061860     ADD 1 TO WS-DeansCount.
061870 7830-EXIT.
061880     EXIT.
061890
061900*----------------------------------------------------------------
061910* 7840-WRITE-PROBATION-LINE -- PRINT ONE PROBATION STUDENT,
061920*     LEADING WITH A SECTION HEADER WHEN THE SECTION CHANGES.
061930*----------------------------------------------------------------
061940 7840-WRITE-PROBATION-LINE.
061950     IF WS-SO-ClassSection NOT = WS-ProbSection
061960         MOVE WS-SO-ClassSection TO WS-ProbSection
061970         MOVE WS-SO-ClassSection TO RH-ClassSection
061980         WRITE PROBATION-LINE FROM WS-REPORT-SECTION-HEADER-LINE
061990     END-IF
062000     MOVE WS-SO-StudentID TO XL-StudentID
062010     MOVE WS-SO-StudentName TO XL-StudentName
062020     MOVE WS-ENR-Average TO XL-Average
062030     WRITE PROBATION-LINE FROM WS-EXCEPTION-DETAIL-LINE
062040     ADD 1 TO WS-ProbationCount.
062050 7840-EXIT.
062060     EXIT.
062070
062080*----------------------------------------------------------------
062090* 7850-WRITE-LETTER-RECORD -- WRITE ONE NOTIFICATION-LETTER
062100*     RECORD FOR THE MAIL-MERGE SYSTEM.
062110*----------------------------------------------------------------
062120 7850-WRITE-LETTER-RECORD.
062130     MOVE WS-SO-StudentID TO LT-StudentID
062140     MOVE WS-SO-StudentName TO LT-StudentName
062150     MOVE WS-SO-ClassSection TO LT-ClassSection
062160     MOVE WS-ENR-Average TO LT-Average
062170     MOVE WS-LETTER-ACTION TO LT-Action
062180     MOVE WS-TermCode TO LT-TermCode
062190     MOVE WS-CycleNumber TO LT-CycleNumber
062200     WRITE LETTER-RECORD.
062210 7850-EXIT.
062220     EXIT.
062230
062240*----------------------------------------------------------------
062250* 7900-INCOMPLETE-AGING-PASS -- PASS THE MASTER, AND THEN THE
062260*     ENROLLMENT MASTER, FOR EVERY STANDING INCOMPLETE MARK;
062270*     LIST EACH ON THE AGING REPORT WITH THE DATE IT WAS
062280*     GRANTED AND ITS AGE IN DAYS, AND CONVERT ONE STILL
062290*     OUTSTANDING PAST THE GRADE-SUBMISSION DEADLINE OF THE
062300*     TERM IT WAS GRANTED IN TO AN F IN PLACE, EVIDENCED BY AN
062310*     AUDIT RECORD.  THE ENROLLMENT MASTER, OPEN FOR INPUT
062320*     SINCE THE EDIT PASS, IS REOPENED I-O FOR THE REWRITES AND
062330*     CLOSED HERE; THE ACADEMIC HISTORY IS OPEN I-O FOR LAPSES IN
062340*     A TERM ALREADY CLOSED.  WITH NO TERM CALENDAR ON FILE THE
062350*     INCOMPLETES ONLY AGE -- NOTHING CONVERTS ON A GUESSED
062360*     DEADLINE.
062370*----------------------------------------------------------------
062380 7900-INCOMPLETE-AGING-PASS.
062390     OPEN OUTPUT IncompleteAgingFile
062400     WRITE INCAGE-LINE FROM WS-INCOMPLETE-HEADER-LINE
062410     MOVE "N" TO WS-INC-EOF-SW
062420     OPEN I-O StudentFile
062430     PERFORM 7910-READ-INC-MASTER THRU 7910-EXIT
062440     PERFORM 7920-AGE-ONE-STUDENT THRU 7920-EXIT
062450         UNTIL WS-INC-EOF
062460     CLOSE EnrollmentFile
062470     OPEN I-O EnrollmentFile
062480     OPEN I-O AcadHistFile
062490     MOVE "N" TO WS-ENROLL-EOF-SW
062500     PERFORM 1610-READ-ENROLLMENT-RECORD THRU 1610-EXIT
062510     PERFORM 7955-AGE-ONE-ENROLLMENT THRU 7955-EXIT
062520         UNTIL WS-ENROLL-EOF
062530     CLOSE AcadHistFile
062540     CLOSE EnrollmentFile
062550     CLOSE StudentFile
062560     DISPLAY "Incompletes Outstanding: " WS-IncompleteCount
062570     DISPLAY "Incompletes Lapsed To F: " WS-IncLapsedCount
062580     DISPLAY "Incompletes Lapsed In Closed Terms: "
062590         WS-IncHistLapsedCount
062600     CLOSE IncompleteAgingFile.
062610 7900-EXIT.
062620     EXIT.
062630
062640*----------------------------------------------------------------
062650* 7910-READ-INC-MASTER -- READ THE NEXT MASTER RECORD FOR THE
062660*     INCOMPLETES PASS.
062670*----------------------------------------------------------------
062680 7910-READ-INC-MASTER.
062690     READ StudentFile NEXT INTO WS-STUDENT-RECORD
062700         AT END
062710             SET WS-INC-EOF TO TRUE
062720             GO TO 7910-EXIT
062730     END-READ.
062740 7910-EXIT.
062750     EXIT.
062760
062770*----------------------------------------------------------------
062780* 7920-AGE-ONE-STUDENT -- AGE THE STUDENT JUST READ WHEN THEY
062790*     CARRY AN INCOMPLETE, LAPSING IT TO AN F WHEN THE RUN DATE
062800*     SITS PAST THE GRADE-SUBMISSION DEADLINE OF THE TERM THE
062810*     MARK WAS GRANTED IN, THEN READ THE NEXT RECORD.  A MARK
062820*     DATE FROM BEFORE THE DATE STAMP EXISTED AGES AS ZERO AND
062830*     NEVER LAPSES.
062840*----------------------------------------------------------------
062850 7920-AGE-ONE-STUDENT.
062860     IF NOT WS-MARK-INCOMPLETE
062870         GO TO 7920-NEXT
062880     END-IF
062890     IF WS-StudentMarkDate IS NUMERIC
062900             AND WS-StudentMarkDate > 19000101
062910         COMPUTE WS-IncAgeDays
062920             = FUNCTION INTEGER-OF-DATE (WS-RunDate)
062930             - FUNCTION INTEGER-OF-DATE (WS-StudentMarkDate)
062940     ELSE
062950         MOVE 0 TO WS-IncAgeDays
062960     END-IF
062970     IF WS-IncAgeDays < 0
062980         MOVE 0 TO WS-IncAgeDays
062990     END-IF
063000     MOVE WS-StudentMarkDate TO WS-INC-MarkDate
063010     PERFORM 7930-FIND-MARK-TERM THRU 7930-EXIT
063020     MOVE WS-StudentID TO IA-StudentID
063030     MOVE WS-StudentName TO IA-StudentName
063040     MOVE WS-ClassSection TO IA-ClassSection
063050     MOVE WS-StudentMarkDate TO IA-MarkDate
063060     MOVE WS-IncAgeDays TO IA-AgeDays
063070     IF WS-INC-Deadline > 0
063080             AND WS-RunDate > WS-INC-Deadline
063090         MOVE "LAPSED TO F" TO IA-ACTION
063100         PERFORM 7940-LAPSE-ONE-INCOMPLETE THRU 7940-EXIT
063110         ADD 1 TO WS-IncLapsedCount
063120     ELSE
063130         MOVE "OUTSTANDING" TO IA-ACTION
063140         ADD 1 TO WS-IncompleteCount
063150     END-IF
063160     WRITE INCAGE-LINE FROM WS-INCOMPLETE-DETAIL-LINE.
063170 7920-NEXT.
063180     PERFORM 7910-READ-INC-MASTER THRU 7910-EXIT.
063190 7920-EXIT.
063200     EXIT.
063210
063220*----------------------------------------------------------------
063230* 7930-FIND-MARK-TERM -- FIND THE TERM WHOSE WINDOW COVERS THE
063240*     DATE THE INCOMPLETE WAS GRANTED AND HOLD THAT TERM'S
063250*     GRADE-SUBMISSION DEADLINE.  NO CALENDAR, NO USABLE MARK
063260*     DATE, OR A DATE BETWEEN TERMS LEAVES THE DEADLINE AT
063270*     ZERO, WHICH STANDS THE LAPSE DOWN.
063280*----------------------------------------------------------------
063290 7930-FIND-MARK-TERM.
063300     MOVE 0 TO WS-INC-Deadline
063310     IF WS-TermCount = 0
063320             OR WS-INC-MarkDate IS NOT NUMERIC
063330             OR WS-INC-MarkDate = 0
063340         GO TO 7930-EXIT
063350     END-IF
063360     PERFORM 7935-MATCH-MARK-TERM THRU 7935-EXIT
063370         VARYING WS-TC-SUB FROM 1 BY 1
063380         UNTIL WS-INC-Deadline > 0
063390            OR WS-TC-SUB > WS-TermCount.
063400 7930-EXIT.
063410     EXIT.
063420
063430*----------------------------------------------------------------
063440* 7935-MATCH-MARK-TERM -- TEST ONE TERM CALENDAR ENTRY AGAINST
063450*     THE MARK DATE IN WS-INC-MarkDate.
063460*----------------------------------------------------------------
063470 7935-MATCH-MARK-TERM.
063480     IF WS-INC-MarkDate >= WS-TCT-StartDate (WS-TC-SUB)
063490             AND WS-INC-MarkDate <= WS-TCT-EndDate (WS-TC-SUB)
063500         MOVE WS-TCT-GradeDeadline (WS-TC-SUB)
063510             TO WS-INC-Deadline
063520     END-IF.
063530 7935-EXIT.
063540     EXIT.
063550
063560*----------------------------------------------------------------
063570* 7940-LAPSE-ONE-INCOMPLETE -- CONVERT THE LAPSED INCOMPLETE TO
063580*     AN F (GRADE 000, MARK CLEARED) ON THE MASTER AND APPEND
063590*     AN AUDIT RECORD THROUGH THE SAME LEG A LOOKUP CORRECTION
063600*     USES, WITH "SYSTEM" AS THE OPERATOR SO THE TRAIL SHOWS NO
063610*     CLERK TOUCHED IT.
063620*----------------------------------------------------------------
063630 7940-LAPSE-ONE-INCOMPLETE.
063640     MOVE WS-StudentID TO StudentID
063650     MOVE WS-StudentName TO StudentName
063660     MOVE WS-ClassSection TO ClassSection
063670     MOVE WS-CreditHours TO CreditHours
063680     MOVE WS-StudentStatus TO StudentStatus
063690     MOVE WS-StudentGrade TO WS-OldGrade
063700     MOVE 0 TO StudentGrade
063710     MOVE SPACES TO StudentMark
063720     MOVE 0 TO StudentMarkDate
063730     REWRITE StudentRecord
063740         INVALID KEY
063750             DISPLAY "Incomplete: rewrite failed for " StudentID
063760     END-REWRITE
063770     MOVE "SYSTEM" TO WS-LK-Operator
063780     MOVE "INCLAPSE" TO WS-LK-Reference
063790     MOVE 0 TO WS-LK-NewGrade
063800     PERFORM 6200-WRITE-AUDIT-RECORD THRU 6200-EXIT.
063810 7940-EXIT.
063820     EXIT.
063830
063840*----------------------------------------------------------------
063850* 7955-AGE-ONE-ENROLLMENT -- AGE THE ENROLLMENT RECORD JUST READ
063860*     WHEN IT CARRIES AN INCOMPLETE MARK, THE SAME WAY 7920 AGES
063870*     A MASTER-LEVEL ONE -- AN "I" LIVING ON AN ENROLL RECORD
063880*     MUST NOT OUTLIVE ITS TERM'S DEADLINE JUST BECAUSE THE
063890*     STUDENT CARRIES MORE THAN ONE COURSE.  A RECORD THE
063900*     ENROLLMENT EDIT FAILS IS LEFT ALONE.  THE STUDENT'S NAME
063910*     AND SECTION COME OFF THE MASTER BY KEY WHEN STILL ON FILE.
063920*     A LAPSE IS REWRITTEN IN PLACE AND EVIDENCED ON THE AUDIT
063930*     FILE LIKE THE MASTER-LEVEL LAPSE.  ONE IN A TERM ALREADY
063940*     CLOSED MUST ALSO FIT THE HISTORY RESTATE (1694); ONE THAT
063950*     DOES NOT STAYS OUTSTANDING AND IS NAMED ON THE CONSOLE.
063960*     THEN READ THE NEXT.
063970*----------------------------------------------------------------
063980 7955-AGE-ONE-ENROLLMENT.
063990     IF WS-EN-Mark NOT = "I"
064000         GO TO 7955-NEXT
064010     END-IF
064020     PERFORM 1625-EDIT-ENROLLMENT THRU 1625-EXIT
064030     IF WS-ENROLL-REASON NOT = SPACES
064040         GO TO 7955-NEXT
064050     END-IF
064060     MOVE WS-EN-MarkDate TO WS-INC-MarkDate
064070     IF WS-INC-MarkDate IS NUMERIC
064080             AND WS-INC-MarkDate > 19000101
064090         COMPUTE WS-IncAgeDays
064100             = FUNCTION INTEGER-OF-DATE (WS-RunDate)
064110             - FUNCTION INTEGER-OF-DATE (WS-INC-MarkDate)
064120     ELSE
064130         MOVE 0 TO WS-IncAgeDays
064140     END-IF
064150     IF WS-IncAgeDays < 0
064160         MOVE 0 TO WS-IncAgeDays
064170     END-IF
064180     PERFORM 7930-FIND-MARK-TERM THRU 7930-EXIT
064190     MOVE SPACES TO WS-INC-Name
064200     MOVE SPACES TO WS-INC-Section
064210     MOVE WS-EN-StudentID TO StudentID
064220     READ StudentFile
064230         INVALID KEY
064240             MOVE SPACES TO WS-INC-Name
064250         NOT INVALID KEY
064260             MOVE StudentName TO WS-INC-Name
064270             MOVE ClassSection TO WS-INC-Section
064280     END-READ
064290     MOVE WS-EN-StudentID TO IE-StudentID
064300     MOVE WS-INC-Name TO IE-StudentName
064310     MOVE WS-EN-CourseCode TO IE-CourseCode
064320     MOVE WS-EN-MarkDate TO IE-MarkDate
064330     MOVE WS-IncAgeDays TO IE-AgeDays
064340     SET WS-EN-NOT-IN-HISTORY TO TRUE
064350     IF WS-INC-Deadline > 0
064360             AND WS-RunDate > WS-INC-Deadline
064370         PERFORM 1692-FIND-HISTORY-ROW THRU 1692-EXIT
064380         IF WS-EN-IN-HISTORY
064390             PERFORM 1694-CHECK-HISTORY-ROOM THRU 1694-EXIT
064400         END-IF
064410     END-IF
064420     IF WS-ENROLL-REASON NOT = SPACES
064430         DISPLAY "Incomplete: not lapsed for " WS-EN-StudentID
064440             " " WS-EN-CourseCode " -- " WS-ENROLL-REASON
064450         MOVE "OUTSTANDING" TO IE-ACTION
064460         ADD 1 TO WS-IncompleteCount
064470         WRITE INCAGE-LINE FROM WS-INC-ENROLL-DETAIL-LINE
064480         GO TO 7955-NEXT
064490     END-IF
064500     IF WS-INC-Deadline > 0
064510             AND WS-RunDate > WS-INC-Deadline
064520         MOVE "LAPSED TO F" TO IE-ACTION
064530         PERFORM 7957-LAPSE-ONE-ENROLLMENT THRU 7957-EXIT
064540         ADD 1 TO WS-IncLapsedCount
064550     ELSE
064560         MOVE "OUTSTANDING" TO IE-ACTION
064570         ADD 1 TO WS-IncompleteCount
064580     END-IF
064590     WRITE INCAGE-LINE FROM WS-INC-ENROLL-DETAIL-LINE.
064600 7955-NEXT.
064610     PERFORM 1610-READ-ENROLLMENT-RECORD THRU 1610-EXIT.
064620 7955-EXIT.
064630     EXIT.
064640
064650*----------------------------------------------------------------
064660* 7957-LAPSE-ONE-ENROLLMENT -- CONVERT THE LAPSED ENROLLMENT TO
064670*     AN F (GRADE 000, MARK AND MARK DATE CLEARED) IN PLACE ON
064680*     THE ENROLLMENT MASTER AND APPEND ITS AUDIT RECORD THROUGH
064690*     THE SAME LEG A LOOKUP CORRECTION USES, WITH "SYSTEM" AS
064700*     THE OPERATOR.  THE OLD GRADE IS THE ENROLLMENT'S OWN; THE
064710*     SECTION IS THE MASTER'S WHEN THE STUDENT IS STILL ON FILE.
064720*     A LAPSE IN A TERM ALREADY CLOSED ALSO GOES ONTO THE HISTORY
064730*     COURSE ROW, AND THE STUDENT'S TERM TOTALS ARE RESTATED.
064740*----------------------------------------------------------------
064750 7957-LAPSE-ONE-ENROLLMENT.
064760     MOVE WS-EN-Grade TO WS-OldGrade
064770     MOVE 0 TO WS-EN-Grade
064780     MOVE SPACES TO WS-EN-Mark
064790     MOVE 0 TO WS-EN-MarkDate
064800     REWRITE ENROLLMENT-RECORD FROM WS-ENROLLMENT-RECORD
064810         INVALID KEY
064820             DISPLAY "Incomplete: enrollment rewrite failed for "
064830                 WS-EN-StudentID " " WS-EN-CourseCode
064840     END-REWRITE
064850     IF WS-EN-IN-HISTORY
064860         PERFORM 1696-POST-HISTORY-ROW THRU 1696-EXIT
064870         ADD 1 TO WS-IncHistLapsedCount
064880     END-IF
064890     MOVE WS-EN-StudentID TO StudentID
064900     MOVE WS-INC-Section TO ClassSection
064910     MOVE "SYSTEM" TO WS-LK-Operator
064920     MOVE "INCLAPSE" TO WS-LK-Reference
064930     MOVE 0 TO WS-LK-NewGrade
064940     PERFORM 6200-WRITE-AUDIT-RECORD THRU 6200-EXIT.
064950 7957-EXIT.
064960     EXIT.
064970
064980*----------------------------------------------------------------
064990* 8000-WRITE-RUN-HISTORY -- APPEND A DATED HISTORY RECORD TO THE
065000*     CUMULATIVE HISTORY FILE SO THIS RUN CAN BE COMPARED AGAINST
065010*     PAST RUNS FOR TREND REPORTING.
065020*----------------------------------------------------------------
065030 8000-WRITE-RUN-HISTORY.
065040     MOVE WS-RunDate TO HY-RunDate
065050     MOVE WS-StudentCount TO HY-StudentCount
065060     MOVE WS-AverageGrade TO HY-AverageGrade
065070     MOVE WS-TermCode TO HY-TermCode
065080     MOVE WS-CycleNumber TO HY-CycleNumber
065090     OPEN EXTEND HistoryFile
065100     WRITE HISTORY-RECORD
065110     CLOSE HistoryFile.
065120 8000-EXIT.
065130     EXIT.
065140
065150*----------------------------------------------------------------
065160* 9000-FINALIZE-RUN -- PRINT THE GRAND TOTAL SUMMARY LINES AND
065170*     CLOSE UP THE RUN.
065180*----------------------------------------------------------------
065190 9000-FINALIZE-RUN.
065200     MOVE WS-StudentCount TO RC-VALUE
065210     WRITE REPORT-LINE FROM WS-REPORT-COUNT-LINE
065220     MOVE WS-AverageGrade TO RA-VALUE
065230     WRITE REPORT-LINE FROM WS-REPORT-AVERAGE-LINE
065240     IF WS-LowGrade = 999
065250         MOVE 0 TO WS-LowGrade
065260     END-IF
065270     MOVE WS-GradeA-Count TO RG-COUNT-A
065280     MOVE WS-GradeB-Count TO RG-COUNT-B
065290     MOVE WS-GradeC-Count TO RG-COUNT-C
065300     MOVE WS-GradeD-Count TO RG-COUNT-D
065310     MOVE WS-GradeF-Count TO RG-COUNT-F
065320     WRITE REPORT-LINE FROM WS-REPORT-DISTRIBUTION-LINE
065330     MOVE WS-HighGrade TO RM-HIGH-VALUE
065340     MOVE WS-LowGrade TO RM-LOW-VALUE
065350     WRITE REPORT-LINE FROM WS-REPORT-MINMAX-LINE
065360     DISPLAY "Total Students: " WS-StudentCount
065370     DISPLAY "Average GPA: " WS-AverageGrade
065380     DISPLAY "Rejected Records: " WS-RejectCount
065390     DISPLAY "High Grade: " WS-HighGrade
065400     DISPLAY "Low Grade: " WS-LowGrade
065410     DISPLAY "Duplicate Student IDs: " WS-DuplicateCount
065420     OPEN OUTPUT CheckpointFile
065430     CLOSE CheckpointFile
065440     CLOSE CatalogFile
065450     CLOSE RejectFile
065460     CLOSE ReportFile.
065470 9000-EXIT.
065480     EXIT.
065490
065500*----------------------------------------------------------------
065510* 9100-BALANCE-RUN -- PROVE THE RUN'S FILE LEGS FOOT BEFORE THE
065520*     RUN IS ALLOWED TO END CLEAN: MASTER RECORDS READ MUST
065530*     EQUAL ACCEPTED PLUS REJECTED, THE REPORT DETAIL AND
065540*     EXTRACT COUNTS MUST EACH EQUAL THE ACCEPTED COUNT, AND
065550*     THE RAW FEED AND THE ENROLLMENT FEED READ MUST EACH EQUAL
065560*     APPLIED PLUS REJECTED.  THE
065570*     COUNTS GO TO THE RUN-CONTROL RECORD AND EVERY LEG PRINTS
065580*     ON THE BALANCING REPORT; A LEG THAT DOES NOT FOOT ENDS
065590*     THE RUN WITH CONDITION CODE 16.
065600*----------------------------------------------------------------
065610 9100-BALANCE-RUN.
065620     OPEN OUTPUT BalanceReportFile
065630     MOVE "MASTER READ VS ACCEPTED + REJECTED"
065640         TO WS-BAL-LABEL
065650     MOVE WS-BAL-ReadCount TO WS-BAL-LEFT
065660     ADD WS-EditCount WS-BAL-RejectCount
065670         GIVING WS-BAL-RIGHT
065680     PERFORM 9110-CHECK-ONE-LEG THRU 9110-EXIT
065690     MOVE "REPORT DETAIL VS ACCEPTED" TO WS-BAL-LABEL
065700     MOVE WS-DetailCount TO WS-BAL-LEFT
065710     MOVE WS-EditCount TO WS-BAL-RIGHT
065720     PERFORM 9110-CHECK-ONE-LEG THRU 9110-EXIT
065730     MOVE "EXTRACT ROWS VS ACCEPTED" TO WS-BAL-LABEL
065740     MOVE WS-ExtractCount TO WS-BAL-LEFT
065750     MOVE WS-EditCount TO WS-BAL-RIGHT
065760     PERFORM 9110-CHECK-ONE-LEG THRU 9110-EXIT
065770     ADD WS-TranAddCount WS-TranChangeCount WS-TranDeleteCount
065780         WS-TranMergeCount
065790         GIVING WS-TranAppliedCount
065800     MOVE "RAW FEED READ VS APPLIED + REJECTED"
065810         TO WS-BAL-LABEL
065820     MOVE WS-RawReadCount TO WS-BAL-LEFT
065830     ADD WS-TranAppliedCount WS-TranRejectCount
065840         GIVING WS-BAL-RIGHT
065850     PERFORM 9110-CHECK-ONE-LEG THRU 9110-EXIT
065860     ADD WS-EnrollAddCount WS-EnrollChangeCount WS-EnrollDropCount
065870         GIVING WS-EnrollAppliedCount
065880     MOVE "ENROLL FEED READ VS APPLIED + REJ" TO WS-BAL-LABEL
065890     MOVE WS-EnrollTranReadCount TO WS-BAL-LEFT
065900     ADD WS-EnrollAppliedCount WS-EnrollTranRejCount
065910         GIVING WS-BAL-RIGHT
065920     PERFORM 9110-CHECK-ONE-LEG THRU 9110-EXIT
065930     CLOSE BalanceReportFile
065940     PERFORM 9200-WRITE-RUN-CONTROL THRU 9200-EXIT
065950     IF WS-OutOfBalanceLegs > 0
065960         DISPLAY "RUN OUT OF BALANCE: " WS-OutOfBalanceLegs
065970             " LEG(S) DO NOT FOOT"
065980         MOVE 16 TO RETURN-CODE
065990     END-IF.
066000 9100-EXIT.
066010     EXIT.
066020
066030*----------------------------------------------------------------
066040* 9110-CHECK-ONE-LEG -- COMPARE ONE PAIR OF CONTROL TOTALS AND
066050*     PRINT THE LEG ON THE BALANCING REPORT.
066060*----------------------------------------------------------------
066070 9110-CHECK-ONE-LEG.
066080     MOVE WS-BAL-LABEL TO BL-LABEL
066090     MOVE WS-BAL-LEFT TO BL-LEFT
066100     MOVE WS-BAL-RIGHT TO BL-RIGHT
066110     IF WS-BAL-LEFT = WS-BAL-RIGHT
066120         MOVE "IN BALANCE" TO BL-STATUS
066130     ELSE
066140         MOVE "*OUT OF BALANCE*" TO BL-STATUS
066150         ADD 1 TO WS-OutOfBalanceLegs
066160         DISPLAY "Balance: " WS-BAL-LABEL " " WS-BAL-LEFT
066170             " VS " WS-BAL-RIGHT
066180     END-IF
066190     WRITE BALANCE-LINE FROM WS-BALANCE-DETAIL-LINE.
066200 9110-EXIT.
066210     EXIT.
066220
066230*----------------------------------------------------------------
066240* 9200-WRITE-RUN-CONTROL -- APPEND THIS SEGMENT'S CONTROL
066250*     TOTALS, CYCLE NUMBER AND WHETHER THEY FOOTED TO THE
066260*     CUMULATIVE RUN-CONTROL FILE, SO A RESTARTED OR AUDITED
066270*     RUN CAN PROVE WHAT EACH SEGMENT ADDED UP TO AND THE NEXT
066280*     FRESH RUN CAN TELL THE DATE IS ALREADY POSTED.
066290*----------------------------------------------------------------
066300 9200-WRITE-RUN-CONTROL.
066310     MOVE WS-RunDate TO RN-RunDate
066320     MOVE WS-CycleNumber TO RN-CycleNumber
066330     MOVE WS-BAL-ReadCount TO RN-ReadCount
066340     MOVE WS-EditCount TO RN-AcceptedCount
066350     MOVE WS-BAL-RejectCount TO RN-RejectCount
066360     MOVE WS-DetailCount TO RN-DetailCount
066370     MOVE WS-ExtractCount TO RN-ExtractCount
066380     MOVE WS-RawReadCount TO RN-RawReadCount
066390     MOVE WS-TranAppliedCount TO RN-TranAppliedCount
066400     MOVE WS-TranRejectCount TO RN-TranRejectCount
066410     IF WS-OutOfBalanceLegs = 0
066420         MOVE "Y" TO RN-BALANCE-FLAG
066430     ELSE
066440         MOVE "N" TO RN-BALANCE-FLAG
066450     END-IF
066460     OPEN EXTEND RunControlFile
066470     WRITE RUN-CONTROL-RECORD
066480     CLOSE RunControlFile.
066490 9200-EXIT.
066500     EXIT.
066510
066520 END PROGRAM HelloWorld.
