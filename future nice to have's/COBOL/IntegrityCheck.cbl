000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. IntegrityCheck.
000030 AUTHOR. J-CURRAN.
000040 INSTALLATION. REGISTRAR-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026 JC  NEW PROGRAM.  EACH RUN IN THE SYSTEM GUARDS ITS
000110*                 OWN FILES, BUT NOTHING CHECKED THAT THE FILES
000120*                 STILL AGREE WITH EACH OTHER -- A DELETE, MERGE
000130*                 OR ARCHIVE THAT WENT HALF WAY LEFT DANGLING
000140*                 STUDENT IDS THAT ONLY SHOWED UP WHEN A
000150*                 TRANSCRIPT OR A LETTER CAME OUT WRONG.  THIS
000160*                 STANDALONE SWEEP READS THE MASTER, THE
000170*                 ENROLLMENTS, THE ARCHIVE, THE AUDIT TRAIL, THE
000180*                 SECTION MASTER, LETTERS AND REJECTS (WITH THE
000190*                 RESTORE LOG THE ARCHIVE RUN KEEPS) AND LISTS
000200*                 EVERY BROKEN LINK ON THE INTEGRITY EXCEPTIONS
000210*                 REPORT (INTEGRPT):
000220*                   ENROLLMENTS FOR AN ID ON NEITHER THE MASTER
000230*                     NOR THE ARCHIVE;
000240*                   MASTERS WHOSE SECTION IS NOT ON SECTMAST;
000250*                   ACTIVE MASTERS ALSO ON THE ARCHIVE AS PURGED
000260*                     WITH NO RESTORE LOGGED SINCE;
000270*                   AUDIT RECORDS FOR AN ID THAT HAS VANISHED;
000280*                   DUPLICATE IDS A MERGE FOLDED AWAY THAT STILL
000290*                     TURN UP ON ANY FILE.
000300*                 THE REPORT ENDS WITH A COUNT OF EACH TYPE.  ANY
000310*                 EXCEPTION ENDS THE RUN WITH CONDITION CODE 4.
000320*                 NOTHING IS CORRECTED HERE.
000330* 10/15/2026 JC  THE MERGED-ID SWEEP ALSO LOOKS UP EACH MERGED-
000340*                 AWAY ID ON THE ACADEMIC HISTORY (ACADHIST) BY
000350*                 KEY, NOW THAT A MERGE CARRIES THE HISTORY
000360*                 ACROSS.
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
000520     SELECT OPTIONAL AcadHistFile ASSIGN TO "ACADHIST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS AC-KEY.
000560
000570     SELECT OPTIONAL ArchiveFile ASSIGN TO "ARCHIVE"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590
000600     SELECT OPTIONAL AuditFile ASSIGN TO "AUDIT"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620
000630     SELECT OPTIONAL SectionMasterFile ASSIGN TO "SECTMAST"
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650
000660     SELECT OPTIONAL LetterFile ASSIGN TO "LETTERS"
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680
000690     SELECT OPTIONAL RejectFile ASSIGN TO "REJECTS"
000700         ORGANIZATION IS LINE SEQUENTIAL.
000710
000720     SELECT OPTIONAL RestoreLogFile ASSIGN TO "RESTLOG"
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740
000750     SELECT IntegrityReportFile ASSIGN TO "INTEGRPT"
000760         ORGANIZATION IS LINE SEQUENTIAL.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  StudentFile.
000810 01  StudentRecord.
000820     05  StudentID           PIC 9(05).
000830     05  StudentName         PIC A(30).
000840     05  StudentGrade        PIC 9(03).
000850     05  ClassSection        PIC X(04).
000860     05  CreditHours         PIC 9(01).
000870     05  StudentStatus       PIC X(01).
000880     05  StudentMark         PIC X(01).
000890     05  StudentMarkDate     PIC 9(08).
000900
000910 FD  EnrollmentFile.
000920 01  ENROLLMENT-RECORD.
000930     05  EN-KEY.
000940         10  EN-StudentID    PIC 9(05).
000950         10  EN-CourseCode   PIC X(06).
000960         10  EN-Attempt      PIC 9(02).
000970     05  EN-Grade            PIC 9(03).
000980     05  EN-CreditHours      PIC 9(01).
000990     05  EN-Mark             PIC X(01).
001000     05  EN-MarkDate         PIC 9(08).
001010     05  EN-TermCode         PIC X(06).
001020
001030 FD  AcadHistFile.
001040 01  ACAD-HIST-RECORD.
001050     05  AC-KEY.
001060         10  AC-StudentID    PIC 9(05).
001070         10  AC-TermCode     PIC X(06).
001080         10  AC-RecType      PIC X(01).
001090         10  AC-CourseCode   PIC X(06).
001100         10  AC-Attempt      PIC 9(02).
001110     05  AC-REST             PIC X(35).
001120
001130 FD  ArchiveFile.
001140 01  ARCHIVE-RECORD.
001150     05  AR-ArchiveDate      PIC 9(08).
001160     05  FILLER              PIC X(01).
001170     05  AR-StudentID        PIC 9(05).
001180     05  AR-StudentName      PIC A(30).
001190     05  AR-StudentGrade     PIC 9(03).
001200     05  AR-ClassSection     PIC X(04).
001210     05  AR-CreditHours      PIC 9(01).
001220     05  AR-Status           PIC X(01).
001230     05  FILLER              PIC X(01).
001240     05  AR-TermCode         PIC X(06).
001250     05  FILLER              PIC X(01).
001260     05  AR-Mark             PIC X(01).
001270     05  AR-MarkDate         PIC 9(08).
001280
001290 FD  AuditFile.
001300 01  AUDIT-RECORD.
001310     05  AU-RunDate          PIC 9(08).
001320     05  FILLER              PIC X(01).
001330     05  AU-StudentID        PIC 9(05).
001340     05  FILLER              PIC X(01).
001350     05  AU-ClassSection     PIC X(04).
001360     05  FILLER              PIC X(01).
001370     05  AU-OldGrade         PIC 9(03).
001380     05  FILLER              PIC X(01).
001390     05  AU-NewGrade         PIC 9(03).
001400     05  FILLER              PIC X(01).
001410     05  AU-Operator         PIC X(08).
001420     05  FILLER              PIC X(01).
001430     05  AU-Reference        PIC X(08).
001440     05  FILLER              PIC X(01).
001450     05  AU-TermCode         PIC X(06).
001460     05  FILLER              PIC X(01).
001470     05  AU-Approver         PIC X(08).
001480     05  FILLER              PIC X(01).
001490     05  AU-MergedID         PIC 9(05).
001500
001510 FD  SectionMasterFile.
001520 01  SECTION-MASTER-RECORD.
001530     05  SM-SectionCode      PIC X(04).
001540     05  SM-CourseTitle      PIC X(20).
001550     05  SM-Instructor       PIC X(20).
001560     05  SM-Capacity         PIC 9(03).
001570     05  SM-CourseCode       PIC X(06).
001580
001590 FD  LetterFile.
001600 01  LETTER-RECORD.
001610     05  LT-StudentID        PIC 9(05).
001620     05  FILLER              PIC X(01).
001630     05  LT-StudentName      PIC A(30).
001640     05  FILLER              PIC X(01).
001650     05  LT-ClassSection     PIC X(04).
001660     05  FILLER              PIC X(01).
001670     05  LT-Average          PIC 999V9.
001680     05  FILLER              PIC X(01).
001690     05  LT-Action           PIC X(10).
001700     05  FILLER              PIC X(01).
001710     05  LT-TermCode         PIC X(06).
001720     05  FILLER              PIC X(01).
001730     05  LT-CycleNumber      PIC 9(03).
001740
001750 FD  RejectFile.
001760 01  REJECT-RECORD.
001770     05  RJ-StudentID        PIC 9(05).
001780     05  RJ-StudentName      PIC A(30).
001790     05  RJ-StudentGrade     PIC 9(03).
001800     05  RJ-ClassSection     PIC X(04).
001810     05  RJ-CreditHours      PIC 9(01).
001820     05  FILLER              PIC X(01).
001830     05  RJ-REASON-CODE      PIC X(04).
001840     05  FILLER              PIC X(01).
001850     05  RJ-REASON-TEXT      PIC X(40).
001860     05  FILLER              PIC X(01).
001870     05  RJ-RejectDate       PIC 9(08).
001880
001890 FD  RestoreLogFile.
001900 01  RESTORE-LOG-RECORD.
001910     05  RL-RestoreDate      PIC 9(08).
001920     05  FILLER              PIC X(01).
001930     05  RL-StudentID        PIC 9(05).
001940     05  FILLER              PIC X(01).
001950     05  RL-ArchiveDate      PIC 9(08).
001960
001970 FD  IntegrityReportFile.
001980 01  INTEGRITY-LINE             PIC X(80).
001990
002000 WORKING-STORAGE SECTION.
002010*----------------------------------------------------------------
002020* SWITCHES
002030*----------------------------------------------------------------
002040 77  WS-MASTER-EOF-SW        PIC X(01)   VALUE "N".
002050     88  WS-MASTER-EOF                   VALUE "Y".
002060
002070 77  WS-ENROLL-EOF-SW        PIC X(01)   VALUE "N".
002080     88  WS-ENROLL-EOF                   VALUE "Y".
002090
002100 77  WS-ARCH-EOF-SW          PIC X(01)   VALUE "N".
002110     88  WS-ARCH-EOF                     VALUE "Y".
002120
002130 77  WS-AUDIT-EOF-SW         PIC X(01)   VALUE "N".
002140     88  WS-AUDIT-EOF                    VALUE "Y".
002150
002160 77  WS-SECT-EOF-SW          PIC X(01)   VALUE "N".
002170     88  WS-SECT-EOF                     VALUE "Y".
002180
002190 77  WS-LETTER-EOF-SW        PIC X(01)   VALUE "N".
002200     88  WS-LETTER-EOF                   VALUE "Y".
002210
002220 77  WS-REJECT-EOF-SW        PIC X(01)   VALUE "N".
002230     88  WS-REJECT-EOF                   VALUE "Y".
002240
002250 77  WS-RESTLOG-EOF-SW       PIC X(01)   VALUE "N".
002260     88  WS-RESTLOG-EOF                  VALUE "Y".
002270
002280 77  WS-HIST-DONE-SW         PIC X(01)   VALUE "N".
002290     88  WS-HIST-DONE                    VALUE "Y".
002300
002310 77  WS-ON-MASTER-SW         PIC X(01)   VALUE "N".
002320     88  WS-ON-MASTER                    VALUE "Y".
002330     88  WS-NOT-ON-MASTER                VALUE "N".
002340
002350*----------------------------------------------------------------
002360* SECTION MASTER TABLE -- EVERY SECTION CODE ON SECTMAST.
002370*----------------------------------------------------------------
002380 77  WS-SECT-MAX             PIC 9(03)   COMP VALUE 100.
002390 77  WS-SectionCount         PIC 9(03)   COMP VALUE 0.
002400 77  WS-SM-SUB               PIC 9(03)   COMP VALUE 0.
002410 77  WS-SectFoundSub         PIC 9(03)   COMP VALUE 0.
002420
002430 01  WS-SECTION-TABLE.
002440     05  WS-SMT-SectionCode  PIC X(04)   OCCURS 100 TIMES.
002450
002460*----------------------------------------------------------------
002470* ARCHIVE TABLE -- ONE ENTRY PER STUDENT ID ON THE ARCHIVE, WITH
002480*     THE DATE OF ITS LATEST ARCHIVE COPY AND THE LATEST ARCHIVE
002490*     COPY A LOGGED RESTORE BROUGHT BACK (ZERO WHEN NEVER
002500*     RESTORED).
002510*----------------------------------------------------------------
002520 77  WS-ARCH-MAX             PIC 9(04)   COMP VALUE 2000.
002530 77  WS-ArchiveCount         PIC 9(04)   COMP VALUE 0.
002540 77  WS-AT-SUB               PIC 9(04)   COMP VALUE 0.
002550 77  WS-ArchFoundSub         PIC 9(04)   COMP VALUE 0.
002560
002570 01  WS-ARCHIVE-TABLE.
002580     05  WS-ARCH-ENTRY OCCURS 2000 TIMES.
002590         10  WS-AT-StudentID     PIC 9(05).
002600         10  WS-AT-ArchiveDate   PIC 9(08).
002610         10  WS-AT-RestoredFrom  PIC 9(08).
002620
002630*----------------------------------------------------------------
002640* MERGED-AWAY ID TABLE -- EVERY DUPLICATE ID A MERGE FOLDED INTO
002650*     A SURVIVOR, OFF THE MERGE AUDIT RECORDS, WITH THE SURVIVOR
002660*     AND THE DATE OF THE MERGE.
002670*----------------------------------------------------------------
002680 77  WS-MERGE-MAX            PIC 9(03)   COMP VALUE 200.
002690 77  WS-MergeCount           PIC 9(03)   COMP VALUE 0.
002700 77  WS-MT-SUB               PIC 9(03)   COMP VALUE 0.
002710 77  WS-MergeFoundSub        PIC 9(03)   COMP VALUE 0.
002720
002730 01  WS-MERGE-TABLE.
002740     05  WS-MERGE-ENTRY OCCURS 200 TIMES.
002750         10  WS-MT-StudentID     PIC 9(05).
002760         10  WS-MT-SurvivorID    PIC 9(05).
002770         10  WS-MT-MergeDate     PIC 9(08).
002780
002790*----------------------------------------------------------------
002800* WORKING COPIES OF THE RECORDS BEING CHECKED
002810*----------------------------------------------------------------
002820 01  WS-STUDENT-RECORD.
002830     05  WS-StudentID        PIC 9(05).
002840     05  WS-StudentName      PIC A(30).
002850     05  WS-StudentGrade     PIC 9(03).
002860     05  WS-ClassSection     PIC X(04).
002870     05  WS-CreditHours      PIC 9(01).
002880     05  WS-StudentStatus    PIC X(01).
002890         88  WS-STUDENT-INACTIVE         VALUES "G" "W".
002900     05  WS-StudentMark      PIC X(01).
002910     05  WS-StudentMarkDate  PIC 9(08).
002920
002930 01  WS-ENROLLMENT-RECORD.
002940     05  WS-EN-KEY.
002950         10  WS-EN-StudentID     PIC 9(05).
002960         10  WS-EN-CourseCode    PIC X(06).
002970         10  WS-EN-Attempt       PIC 9(02).
002980     05  WS-EN-Grade         PIC 9(03).
002990     05  WS-EN-CreditHours   PIC 9(01).
003000     05  WS-EN-Mark          PIC X(01).
003010     05  WS-EN-MarkDate      PIC 9(08).
003020     05  WS-EN-TermCode      PIC X(06).
003030
003040*----------------------------------------------------------------
003050* ID BEING RESOLVED AGAINST THE MASTER, ARCHIVE AND MERGE TABLE,
003060*     AND THE LAST ENROLLMENT ID RESOLVED (THE ENROLLMENT FILE
003070*     IS IN ID ORDER, SO EACH ID IS LOOKED UP ONCE).
003080*----------------------------------------------------------------
003090 77  WS-CheckID              PIC 9(05)   VALUE 0.
003100 77  WS-LastEnrollID         PIC 9(05)   VALUE 0.
003110
003120*----------------------------------------------------------------
003130* COUNTS
003140*----------------------------------------------------------------
003150 77  WS-RunDate              PIC 9(08)   VALUE 0.
003160 77  WS-MasterCount          PIC 9(05)   VALUE 0.
003170 77  WS-EnrollCount          PIC 9(05)   VALUE 0.
003180 77  WS-AuditCount           PIC 9(05)   VALUE 0.
003190 77  WS-OrphanEnrollCount    PIC 9(05)   VALUE 0.
003200 77  WS-NoSectionCount       PIC 9(05)   VALUE 0.
003210 77  WS-ActiveArchivedCount  PIC 9(05)   VALUE 0.
003220 77  WS-VanishedAuditCount   PIC 9(05)   VALUE 0.
003230 77  WS-MergedLeftCount      PIC 9(05)   VALUE 0.
003240 77  WS-ExceptionCount       PIC 9(05)   VALUE 0.
003250
003260*----------------------------------------------------------------
003270* PRINTED EXCEPTIONS REPORT LINES
003280*----------------------------------------------------------------
003290 01  WS-INTEG-TITLE-LINE.
003300     05  FILLER              PIC X(30)
003310         VALUE "FILE INTEGRITY EXCEPTIONS".
003320     05  TI-RunDate          PIC 9(08).
003330     05  FILLER              PIC X(42)   VALUE SPACES.
003340
003350 01  WS-INTEG-HEADER-LINE.
003360     05  FILLER              PIC X(22)   VALUE "EXCEPTION".
003370     05  FILLER              PIC X(10)   VALUE "FILE".
003380     05  FILLER              PIC X(07)   VALUE "ID".
003390     05  FILLER              PIC X(12)   VALUE "KEY".
003400     05  FILLER              PIC X(10)   VALUE "DATE".
003410     05  FILLER              PIC X(19)   VALUE "NOTE".
003420
003430 01  WS-INTEG-DETAIL-LINE.
003440     05  IL-Exception        PIC X(20).
003450     05  FILLER              PIC X(02)   VALUE SPACES.
003460     05  IL-FileName         PIC X(08).
003470     05  FILLER              PIC X(02)   VALUE SPACES.
003480     05  IL-StudentID        PIC ZZZZ9.
003490     05  FILLER              PIC X(02)   VALUE SPACES.
003500     05  IL-Key              PIC X(10).
003510     05  FILLER              PIC X(02)   VALUE SPACES.
003520     05  IL-Date             PIC X(08).
003530     05  FILLER              PIC X(02)   VALUE SPACES.
003540     05  IL-Note             PIC X(12).
003550     05  IL-OtherID          PIC X(05).
003560     05  FILLER              PIC X(02)   VALUE SPACES.
003570
003580*----------------------------------------------------------------
003590* ENROLLMENT KEY AS PRINTED -- COURSE CODE AND ATTEMPT
003600*----------------------------------------------------------------
003610 01  WS-ENROLL-KEY-TEXT.
003620     05  EK-CourseCode       PIC X(06).
003630     05  FILLER              PIC X(01)   VALUE "/".
003640     05  EK-Attempt          PIC 9(02).
003650     05  FILLER              PIC X(01)   VALUE SPACE.
003660
003670*----------------------------------------------------------------
003680* HISTORY KEY AS PRINTED -- TERM CODE AND ROW TYPE
003690*----------------------------------------------------------------
003700 01  WS-HIST-KEY-TEXT.
003710     05  HK-TermCode         PIC X(06).
003720     05  FILLER              PIC X(01)   VALUE "/".
003730     05  HK-RecType          PIC X(01).
003740     05  FILLER              PIC X(02)   VALUE SPACES.
003750
003760 01  WS-COUNT-LINE.
003770     05  CL-LABEL            PIC X(26).
003780     05  CL-VALUE            PIC ZZZZ9.
003790     05  FILLER              PIC X(49)   VALUE SPACES.
003800
003810 PROCEDURE DIVISION.
003820*----------------------------------------------------------------
003830* 0000-MAIN-PROCESS -- CONTROLS THE INTEGRITY SWEEP
003840*----------------------------------------------------------------
003850 0000-MAIN-PROCESS.
003860     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
003870     PERFORM 2000-CHECK-MASTER THRU 2000-EXIT
003880     PERFORM 3000-CHECK-ENROLLMENTS THRU 3000-EXIT
003890     PERFORM 4000-CHECK-AUDIT THRU 4000-EXIT
003900     PERFORM 5000-CHECK-MERGED-ARCHIVE THRU 5000-EXIT
003910     PERFORM 6000-CHECK-LETTERS THRU 6000-EXIT
003920     PERFORM 6500-CHECK-REJECTS THRU 6500-EXIT
003930     PERFORM 7000-CHECK-MERGED-HISTORY THRU 7000-EXIT
003940     PERFORM 9000-FINALIZE-RUN THRU 9000-EXIT
003950     STOP RUN.
003960
003970*----------------------------------------------------------------
003980* 1000-INITIALIZE-RUN -- TABLE THE SECTION MASTER, THE ARCHIVE
003990*     (WITH ITS LOGGED RESTORES) AND THE MERGED-AWAY IDS, THEN
004000*     OPEN THE MASTER, THE ENROLLMENTS AND THE REPORT.
004010*----------------------------------------------------------------
004020 1000-INITIALIZE-RUN.
004030     ACCEPT WS-RunDate FROM DATE YYYYMMDD
004040     PERFORM 1100-LOAD-SECTION-MASTER THRU 1100-EXIT
004050     PERFORM 1200-LOAD-ARCHIVE THRU 1200-EXIT
004060     PERFORM 1300-LOAD-RESTORE-LOG THRU 1300-EXIT
004070     PERFORM 1400-LOAD-MERGES THRU 1400-EXIT
004080     OPEN INPUT StudentFile
004090     OPEN INPUT EnrollmentFile
004100     OPEN OUTPUT IntegrityReportFile
004110     MOVE WS-RunDate TO TI-RunDate
004120     WRITE INTEGRITY-LINE FROM WS-INTEG-TITLE-LINE
004130     WRITE INTEGRITY-LINE FROM WS-INTEG-HEADER-LINE.
004140 1000-EXIT.
004150     EXIT.
004160
004170*----------------------------------------------------------------
004180* 1100-LOAD-SECTION-MASTER -- READ THE OPTIONAL SECTION MASTER
004190*     INTO ITS TABLE.
004200*----------------------------------------------------------------
004210 1100-LOAD-SECTION-MASTER.
004220     OPEN INPUT SectionMasterFile
004230     PERFORM 1110-READ-SECTION-RECORD THRU 1110-EXIT
004240     PERFORM 1120-TABLE-ONE-SECTION THRU 1120-EXIT
004250         UNTIL WS-SECT-EOF
004260     CLOSE SectionMasterFile.
004270 1100-EXIT.
004280     EXIT.
004290
004300*----------------------------------------------------------------
004310* 1110-READ-SECTION-RECORD -- READ ONE SECTION MASTER RECORD.
004320*----------------------------------------------------------------
004330 1110-READ-SECTION-RECORD.
004340     READ SectionMasterFile
004350         AT END
004360             SET WS-SECT-EOF TO TRUE
004370             GO TO 1110-EXIT
004380     END-READ.
004390 1110-EXIT.
004400     EXIT.
004410
004420*----------------------------------------------------------------
004430* 1120-TABLE-ONE-SECTION -- FILE ONE SECTION CODE IN THE TABLE
004440*     AND READ THE NEXT RECORD.
004450*----------------------------------------------------------------
004460 1120-TABLE-ONE-SECTION.
004470     IF WS-SectionCount >= WS-SECT-MAX
004480         DISPLAY "Integrity: section table full at "
004490             WS-SECT-MAX "; remaining sections ignored"
004500         SET WS-SECT-EOF TO TRUE
004510         GO TO 1120-EXIT
004520     END-IF
004530     ADD 1 TO WS-SectionCount
004540     MOVE SM-SectionCode TO WS-SMT-SectionCode (WS-SectionCount)
004550     PERFORM 1110-READ-SECTION-RECORD THRU 1110-EXIT.
004560 1120-EXIT.
004570     EXIT.
004580
004590*----------------------------------------------------------------
004600* 1200-LOAD-ARCHIVE -- READ THE CUMULATIVE ARCHIVE INTO ONE TABLE
004610*     ENTRY PER STUDENT ID, KEEPING THE LATEST ARCHIVE DATE.
004620*----------------------------------------------------------------
004630 1200-LOAD-ARCHIVE.
004640     OPEN INPUT ArchiveFile
004650     PERFORM 1210-READ-ARCHIVE-RECORD THRU 1210-EXIT
004660     PERFORM 1220-TABLE-ONE-ARCHIVE THRU 1220-EXIT
004670         UNTIL WS-ARCH-EOF
004680     CLOSE ArchiveFile.
004690 1200-EXIT.
004700     EXIT.
004710
004720*----------------------------------------------------------------
004730* 1210-READ-ARCHIVE-RECORD -- READ ONE ARCHIVE RECORD.
004740*----------------------------------------------------------------
004750 1210-READ-ARCHIVE-RECORD.
004760     READ ArchiveFile
004770         AT END
004780             SET WS-ARCH-EOF TO TRUE
004790             GO TO 1210-EXIT
004800     END-READ.
004810 1210-EXIT.
004820     EXIT.
004830
004840*----------------------------------------------------------------
004850* 1220-TABLE-ONE-ARCHIVE -- FOLD ONE ARCHIVE RECORD INTO ITS
004860*     STUDENT'S TABLE ENTRY, ADDING THE ENTRY THE FIRST TIME THE
004870*     ID IS SEEN, AND READ THE NEXT RECORD.
004880*----------------------------------------------------------------
004890 1220-TABLE-ONE-ARCHIVE.
004900     MOVE AR-StudentID TO WS-CheckID
004910     PERFORM 8100-FIND-ARCHIVE THRU 8100-EXIT
004920     IF WS-ArchFoundSub > 0
004930         IF AR-ArchiveDate > WS-AT-ArchiveDate (WS-ArchFoundSub)
004940             MOVE AR-ArchiveDate
004950                 TO WS-AT-ArchiveDate (WS-ArchFoundSub)
004960         END-IF
004970         GO TO 1220-NEXT
004980     END-IF
004990     IF WS-ArchiveCount >= WS-ARCH-MAX
005000         DISPLAY "Integrity: archive table full at "
005010             WS-ARCH-MAX "; remaining archive IDs ignored"
005020         SET WS-ARCH-EOF TO TRUE
005030         GO TO 1220-EXIT
005040     END-IF
005050     ADD 1 TO WS-ArchiveCount
005060     MOVE AR-StudentID TO WS-AT-StudentID (WS-ArchiveCount)
005070     MOVE AR-ArchiveDate TO WS-AT-ArchiveDate (WS-ArchiveCount)
005080     MOVE 0 TO WS-AT-RestoredFrom (WS-ArchiveCount).
005090 1220-NEXT.
005100     PERFORM 1210-READ-ARCHIVE-RECORD THRU 1210-EXIT.
005110 1220-EXIT.
005120     EXIT.
005130
005140*----------------------------------------------------------------
005150* 1300-LOAD-RESTORE-LOG -- NOTE AGAINST EACH ARCHIVED ID THE
005160*     LATEST ARCHIVE COPY A LOGGED RESTORE BROUGHT BACK.
005170*----------------------------------------------------------------
005180 1300-LOAD-RESTORE-LOG.
005190     OPEN INPUT RestoreLogFile
005200     PERFORM 1310-READ-RESTORE-RECORD THRU 1310-EXIT
005210     PERFORM 1320-APPLY-ONE-RESTORE THRU 1320-EXIT
005220         UNTIL WS-RESTLOG-EOF
005230     CLOSE RestoreLogFile.
005240 1300-EXIT.
005250     EXIT.
005260
005270*----------------------------------------------------------------
005280* 1310-READ-RESTORE-RECORD -- READ ONE RESTORE LOG RECORD.
005290*----------------------------------------------------------------
005300 1310-READ-RESTORE-RECORD.
005310     READ RestoreLogFile
005320         AT END
005330             SET WS-RESTLOG-EOF TO TRUE
005340             GO TO 1310-EXIT
005350     END-READ.
005360 1310-EXIT.
005370     EXIT.
005380
005390*----------------------------------------------------------------
005400* 1320-APPLY-ONE-RESTORE -- RECORD ONE LOGGED RESTORE ON ITS
005410*     ARCHIVE TABLE ENTRY AND READ THE NEXT ONE.
005420*----------------------------------------------------------------
005430 1320-APPLY-ONE-RESTORE.
005440     MOVE RL-StudentID TO WS-CheckID
005450     PERFORM 8100-FIND-ARCHIVE THRU 8100-EXIT
005460     IF WS-ArchFoundSub > 0
005470         IF RL-ArchiveDate > WS-AT-RestoredFrom (WS-ArchFoundSub)
005480             MOVE RL-ArchiveDate
005490                 TO WS-AT-RestoredFrom (WS-ArchFoundSub)
005500         END-IF
005510     END-IF
005520     PERFORM 1310-READ-RESTORE-RECORD THRU 1310-EXIT.
005530 1320-EXIT.
005540     EXIT.
005550
005560*----------------------------------------------------------------
005570* 1400-LOAD-MERGES -- TABLE EVERY MERGED-AWAY ID OFF THE MERGE
005580*     AUDIT RECORDS.  RECORDS WRITTEN BEFORE THE AUDIT CARRIED
005590*     THE MERGED ID READ BACK BLANK AND ARE PASSED OVER.
005600*----------------------------------------------------------------
005610 1400-LOAD-MERGES.
005620     MOVE "N" TO WS-AUDIT-EOF-SW
005630     OPEN INPUT AuditFile
005640     PERFORM 1410-READ-AUDIT-RECORD THRU 1410-EXIT
005650     PERFORM 1420-TABLE-ONE-MERGE THRU 1420-EXIT
005660         UNTIL WS-AUDIT-EOF
005670     CLOSE AuditFile.
005680 1400-EXIT.
005690     EXIT.
005700
005710*----------------------------------------------------------------
005720* 1410-READ-AUDIT-RECORD -- READ ONE AUDIT RECORD.
005730*----------------------------------------------------------------
005740 1410-READ-AUDIT-RECORD.
005750     READ AuditFile
005760         AT END
005770             SET WS-AUDIT-EOF TO TRUE
005780             GO TO 1410-EXIT
005790     END-READ.
005800 1410-EXIT.
005810     EXIT.
005820
005830*----------------------------------------------------------------
005840* 1420-TABLE-ONE-MERGE -- FILE THE MERGED-AWAY ID FROM A MERGE
005850*     AUDIT RECORD AND READ THE NEXT RECORD.
005860*----------------------------------------------------------------
005870 1420-TABLE-ONE-MERGE.
005880     IF AU-MergedID IS NOT NUMERIC
005890             OR AU-MergedID = 0
005900         GO TO 1420-NEXT
005910     END-IF
005920     IF WS-MergeCount >= WS-MERGE-MAX
005930         DISPLAY "Integrity: merge table full at "
005940             WS-MERGE-MAX "; remaining merges ignored"
005950         SET WS-AUDIT-EOF TO TRUE
005960         GO TO 1420-EXIT
005970     END-IF
005980     ADD 1 TO WS-MergeCount
005990     MOVE AU-MergedID TO WS-MT-StudentID (WS-MergeCount)
006000     MOVE AU-StudentID TO WS-MT-SurvivorID (WS-MergeCount)
006010     MOVE AU-RunDate TO WS-MT-MergeDate (WS-MergeCount).
006020 1420-NEXT.
006030     PERFORM 1410-READ-AUDIT-RECORD THRU 1410-EXIT.
006040 1420-EXIT.
006050     EXIT.
006060
006070*----------------------------------------------------------------
006080* 2000-CHECK-MASTER -- PASS THE MASTER IN ID ORDER.
006090*----------------------------------------------------------------
006100 2000-CHECK-MASTER.
006110     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT
006120     PERFORM 2200-CHECK-ONE-MASTER THRU 2200-EXIT
006130         UNTIL WS-MASTER-EOF.
006140 2000-EXIT.
006150     EXIT.
006160
006170*----------------------------------------------------------------
006180* 2100-READ-MASTER-RECORD -- READ THE NEXT MASTER RECORD.
006190*----------------------------------------------------------------
006200 2100-READ-MASTER-RECORD.
006210     READ StudentFile NEXT INTO WS-STUDENT-RECORD
006220         AT END
006230             SET WS-MASTER-EOF TO TRUE
006240             GO TO 2100-EXIT
006250     END-READ
006260     ADD 1 TO WS-MasterCount.
006270 2100-EXIT.
006280     EXIT.
006290
006300*----------------------------------------------------------------
006310* 2200-CHECK-ONE-MASTER -- A MASTER MUST NOT CARRY A MERGED-AWAY
006320*     ID, ITS SECTION MUST BE ON THE SECTION MASTER, AND AN
006330*     ACTIVE STUDENT MUST NOT SIT ON THE ARCHIVE AS PURGED UNLESS
006340*     A RESTORE OF THAT ARCHIVE COPY WAS LOGGED.
006350*----------------------------------------------------------------
006360 2200-CHECK-ONE-MASTER.
006370     MOVE WS-StudentID TO WS-CheckID
006380     PERFORM 8200-FIND-MERGE THRU 8200-EXIT
006390     IF WS-MergeFoundSub > 0
006400         MOVE "STUDENTS" TO IL-FileName
006410         MOVE SPACES TO IL-Key
006420         PERFORM 8500-LIST-MERGED-ID THRU 8500-EXIT
006430     END-IF
006440     PERFORM 8000-FIND-SECTION THRU 8000-EXIT
006450     IF WS-SectFoundSub = 0
006460         MOVE "NO SECTION MASTER" TO IL-Exception
006470         MOVE "STUDENTS" TO IL-FileName
006480         MOVE WS-StudentID TO IL-StudentID
006490         MOVE WS-ClassSection TO IL-Key
006500         MOVE SPACES TO IL-Date
006510         MOVE "NOT SECTMAST" TO IL-Note
006520         MOVE SPACES TO IL-OtherID
006530         PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT
006540         ADD 1 TO WS-NoSectionCount
006550     END-IF
006560     IF WS-STUDENT-INACTIVE
006570         GO TO 2200-NEXT
006580     END-IF
006590     PERFORM 8100-FIND-ARCHIVE THRU 8100-EXIT
006600     IF WS-ArchFoundSub = 0
006610         GO TO 2200-NEXT
006620     END-IF
006630     IF WS-AT-RestoredFrom (WS-ArchFoundSub)
006640             NOT < WS-AT-ArchiveDate (WS-ArchFoundSub)
006650         GO TO 2200-NEXT
006660     END-IF
006670     MOVE "ACTIVE AND ARCHIVED" TO IL-Exception
006680     MOVE "STUDENTS" TO IL-FileName
006690     MOVE WS-StudentID TO IL-StudentID
006700     MOVE WS-StudentStatus TO IL-Key
006710     MOVE WS-AT-ArchiveDate (WS-ArchFoundSub) TO IL-Date
006720     MOVE "NO RESTORE" TO IL-Note
006730     MOVE SPACES TO IL-OtherID
006740     PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT
006750     ADD 1 TO WS-ActiveArchivedCount.
006760 2200-NEXT.
006770     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT.
006780 2200-EXIT.
006790     EXIT.
006800
006810*----------------------------------------------------------------
006820* 3000-CHECK-ENROLLMENTS -- PASS THE ENROLLMENT MASTER IN KEY
006830*     ORDER FROM THE TOP.
006840*----------------------------------------------------------------
006850 3000-CHECK-ENROLLMENTS.
006860     MOVE LOW-VALUES TO EN-KEY
006870     START EnrollmentFile KEY IS NOT LESS THAN EN-KEY
006880         INVALID KEY
006890             SET WS-ENROLL-EOF TO TRUE
006900             GO TO 3000-EXIT
006910     END-START
006920     PERFORM 3100-READ-ENROLLMENT THRU 3100-EXIT
006930     PERFORM 3200-CHECK-ONE-ENROLLMENT THRU 3200-EXIT
006940         UNTIL WS-ENROLL-EOF.
006950 3000-EXIT.
006960     EXIT.
006970
006980*----------------------------------------------------------------
006990* 3100-READ-ENROLLMENT -- READ THE NEXT ENROLLMENT RECORD.
007000*----------------------------------------------------------------
007010 3100-READ-ENROLLMENT.
007020     READ EnrollmentFile NEXT INTO WS-ENROLLMENT-RECORD
007030         AT END
007040             SET WS-ENROLL-EOF TO TRUE
007050             GO TO 3100-EXIT
007060     END-READ
007070     ADD 1 TO WS-EnrollCount.
007080 3100-EXIT.
007090     EXIT.
007100
007110*----------------------------------------------------------------
007120* 3200-CHECK-ONE-ENROLLMENT -- AN ENROLLMENT UNDER A MERGED-AWAY
007130*     ID SHOULD HAVE BEEN RE-KEYED TO THE SURVIVOR; ANY OTHER
007140*     ENROLLMENT MUST BELONG TO AN ID ON THE MASTER OR THE
007150*     ARCHIVE.  EACH NEW ID IS RESOLVED ONCE.
007160*----------------------------------------------------------------
007170 3200-CHECK-ONE-ENROLLMENT.
007180     IF WS-EnrollCount = 1
007190             OR WS-EN-StudentID NOT = WS-LastEnrollID
007200         MOVE WS-EN-StudentID TO WS-CheckID
007210         MOVE WS-EN-StudentID TO WS-LastEnrollID
007220         PERFORM 8300-RESOLVE-ID THRU 8300-EXIT
007230     END-IF
007240     MOVE WS-EN-CourseCode TO EK-CourseCode
007250     MOVE WS-EN-Attempt TO EK-Attempt
007260     IF WS-MergeFoundSub > 0
007270         MOVE "ENROLL" TO IL-FileName
007280         MOVE WS-ENROLL-KEY-TEXT TO IL-Key
007290         PERFORM 8500-LIST-MERGED-ID THRU 8500-EXIT
007300         GO TO 3200-NEXT
007310     END-IF
007320     IF WS-ON-MASTER OR WS-ArchFoundSub > 0
007330         GO TO 3200-NEXT
007340     END-IF
007350     MOVE "ENROLL ORPHAN" TO IL-Exception
007360     MOVE "ENROLL" TO IL-FileName
007370     MOVE WS-EN-StudentID TO IL-StudentID
007380     MOVE WS-ENROLL-KEY-TEXT TO IL-Key
007390     MOVE SPACES TO IL-Date
007400     MOVE "NO STUDENT" TO IL-Note
007410     MOVE SPACES TO IL-OtherID
007420     PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT
007430     ADD 1 TO WS-OrphanEnrollCount.
007440 3200-NEXT.
007450     PERFORM 3100-READ-ENROLLMENT THRU 3100-EXIT.
007460 3200-EXIT.
007470     EXIT.
007480
007490*----------------------------------------------------------------
007500* 4000-CHECK-AUDIT -- PASS THE AUDIT TRAIL A SECOND TIME.
007510*----------------------------------------------------------------
007520 4000-CHECK-AUDIT.
007530     MOVE "N" TO WS-AUDIT-EOF-SW
007540     OPEN INPUT AuditFile
007550     PERFORM 1410-READ-AUDIT-RECORD THRU 1410-EXIT
007560     PERFORM 4200-CHECK-ONE-AUDIT THRU 4200-EXIT
007570         UNTIL WS-AUDIT-EOF
007580     CLOSE AuditFile.
007590 4000-EXIT.
007600     EXIT.
007610
007620*----------------------------------------------------------------
007630* 4200-CHECK-ONE-AUDIT -- AN AUDIT RECORD UNDER A MERGED-AWAY ID
007640*     IS HISTORY WHEN IT PREDATES THE MERGE AND AN EXCEPTION WHEN
007650*     IT FOLLOWS IT.  ANY OTHER AUDIT RECORD MUST BELONG TO AN ID
007660*     STILL ON THE MASTER OR THE ARCHIVE.
007670*----------------------------------------------------------------
007680 4200-CHECK-ONE-AUDIT.
007690     ADD 1 TO WS-AuditCount
007700     IF AU-StudentID IS NOT NUMERIC
007710         GO TO 4200-NEXT
007720     END-IF
007730     MOVE AU-StudentID TO WS-CheckID
007740     PERFORM 8300-RESOLVE-ID THRU 8300-EXIT
007750     IF WS-MergeFoundSub > 0
007760         IF AU-RunDate > WS-MT-MergeDate (WS-MergeFoundSub)
007770             MOVE "AUDIT" TO IL-FileName
007780             MOVE AU-Reference TO IL-Key
007790             PERFORM 8500-LIST-MERGED-ID THRU 8500-EXIT
007800         END-IF
007810         GO TO 4200-NEXT
007820     END-IF
007830     IF WS-ON-MASTER OR WS-ArchFoundSub > 0
007840         GO TO 4200-NEXT
007850     END-IF
007860     MOVE "AUDIT ID VANISHED" TO IL-Exception
007870     MOVE "AUDIT" TO IL-FileName
007880     MOVE AU-StudentID TO IL-StudentID
007890     MOVE AU-Reference TO IL-Key
007900     MOVE AU-RunDate TO IL-Date
007910     MOVE "NO STUDENT" TO IL-Note
007920     MOVE SPACES TO IL-OtherID
007930     PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT
007940     ADD 1 TO WS-VanishedAuditCount.
007950 4200-NEXT.
007960     PERFORM 1410-READ-AUDIT-RECORD THRU 1410-EXIT.
007970 4200-EXIT.
007980     EXIT.
007990
008000*----------------------------------------------------------------
008010* 5000-CHECK-MERGED-ARCHIVE -- A MERGED-AWAY ID ARCHIVED ON OR
008020*     AFTER THE DAY OF ITS MERGE CAME BACK FROM SOMEWHERE.
008030*----------------------------------------------------------------
008040 5000-CHECK-MERGED-ARCHIVE.
008050     PERFORM 5100-CHECK-ONE-MERGE THRU 5100-EXIT
008060         VARYING WS-MT-SUB FROM 1 BY 1
008070         UNTIL WS-MT-SUB > WS-MergeCount.
008080 5000-EXIT.
008090     EXIT.
008100
008110*----------------------------------------------------------------
008120* 5100-CHECK-ONE-MERGE -- LOOK FOR ONE MERGED-AWAY ID ON THE
008130*     ARCHIVE TABLE.
008140*----------------------------------------------------------------
008150 5100-CHECK-ONE-MERGE.
008160     MOVE WS-MT-StudentID (WS-MT-SUB) TO WS-CheckID
008170     PERFORM 8100-FIND-ARCHIVE THRU 8100-EXIT
008180     IF WS-ArchFoundSub = 0
008190         GO TO 5100-EXIT
008200     END-IF
008210     IF WS-AT-ArchiveDate (WS-ArchFoundSub)
008220             < WS-MT-MergeDate (WS-MT-SUB)
008230         GO TO 5100-EXIT
008240     END-IF
008250     MOVE WS-MT-SUB TO WS-MergeFoundSub
008260     MOVE "ARCHIVE" TO IL-FileName
008270     MOVE SPACES TO IL-Key
008280     PERFORM 8500-LIST-MERGED-ID THRU 8500-EXIT.
008290 5100-EXIT.
008300     EXIT.
008310
008320*----------------------------------------------------------------
008330* 6000-CHECK-LETTERS -- NO NOTIFICATION LETTER MAY GO OUT UNDER A
008340*     MERGED-AWAY ID.
008350*----------------------------------------------------------------
008360 6000-CHECK-LETTERS.
008370     OPEN INPUT LetterFile
008380     PERFORM 6100-READ-LETTER THRU 6100-EXIT
008390     PERFORM 6200-CHECK-ONE-LETTER THRU 6200-EXIT
008400         UNTIL WS-LETTER-EOF
008410     CLOSE LetterFile.
008420 6000-EXIT.
008430     EXIT.
008440
008450*----------------------------------------------------------------
008460* 6100-READ-LETTER -- READ ONE LETTER RECORD.
008470*----------------------------------------------------------------
008480 6100-READ-LETTER.
008490     READ LetterFile
008500         AT END
008510             SET WS-LETTER-EOF TO TRUE
008520             GO TO 6100-EXIT
008530     END-READ.
008540 6100-EXIT.
008550     EXIT.
008560
008570*----------------------------------------------------------------
008580* 6200-CHECK-ONE-LETTER -- TEST ONE LETTER'S ID AGAINST THE
008590*     MERGED-AWAY IDS AND READ THE NEXT LETTER.
008600*----------------------------------------------------------------
008610 6200-CHECK-ONE-LETTER.
008620     IF LT-StudentID IS NOT NUMERIC
008630         GO TO 6200-NEXT
008640     END-IF
008650     MOVE LT-StudentID TO WS-CheckID
008660     PERFORM 8200-FIND-MERGE THRU 8200-EXIT
008670     IF WS-MergeFoundSub > 0
008680         MOVE "LETTERS" TO IL-FileName
008690         MOVE LT-Action TO IL-Key
008700         PERFORM 8500-LIST-MERGED-ID THRU 8500-EXIT
008710     END-IF.
008720 6200-NEXT.
008730     PERFORM 6100-READ-LETTER THRU 6100-EXIT.
008740 6200-EXIT.
008750     EXIT.
008760
008770*----------------------------------------------------------------
008780* 6500-CHECK-REJECTS -- A REJECT UNDER A MERGED-AWAY ID WOULD BE
008790*     RECYCLED ONTO THE MASTER UNDER THE DEAD ID BY THE NEXT
008800*     ROSTER RUN.
008810*----------------------------------------------------------------
008820 6500-CHECK-REJECTS.
008830     OPEN INPUT RejectFile
008840     PERFORM 6600-READ-REJECT THRU 6600-EXIT
008850     PERFORM 6700-CHECK-ONE-REJECT THRU 6700-EXIT
008860         UNTIL WS-REJECT-EOF
008870     CLOSE RejectFile.
008880 6500-EXIT.
008890     EXIT.
008900
008910*----------------------------------------------------------------
008920* 6600-READ-REJECT -- READ ONE REJECT RECORD.
008930*----------------------------------------------------------------
008940 6600-READ-REJECT.
008950     READ RejectFile
008960         AT END
008970             SET WS-REJECT-EOF TO TRUE
008980             GO TO 6600-EXIT
008990     END-READ.
009000 6600-EXIT.
009010     EXIT.
009020
009030*----------------------------------------------------------------
009040* 6700-CHECK-ONE-REJECT -- TEST ONE REJECT'S ID AGAINST THE
009050*     MERGED-AWAY IDS AND READ THE NEXT REJECT.  A REJECT WHOSE
009060*     ID IS NOT EVEN NUMERIC IS THE ROSTER RUN'S OWN BUSINESS.
009070*----------------------------------------------------------------
009080 6700-CHECK-ONE-REJECT.
009090     IF RJ-StudentID IS NOT NUMERIC
009100         GO TO 6700-NEXT
009110     END-IF
009120     MOVE RJ-StudentID TO WS-CheckID
009130     PERFORM 8200-FIND-MERGE THRU 8200-EXIT
009140     IF WS-MergeFoundSub > 0
009150         MOVE "REJECTS" TO IL-FileName
009160         MOVE RJ-REASON-CODE TO IL-Key
009170         PERFORM 8500-LIST-MERGED-ID THRU 8500-EXIT
009180     END-IF.
009190 6700-NEXT.
009200     PERFORM 6600-READ-REJECT THRU 6600-EXIT.
009210 6700-EXIT.
009220     EXIT.
009230
009240*----------------------------------------------------------------
009250* 7000-CHECK-MERGED-HISTORY -- NO ACADEMIC HISTORY ROW MAY STAY
009260*     UNDER A MERGED-AWAY ID.  THE HISTORY IS KEYED BY STUDENT,
009270*     SO EACH MERGED-AWAY ID IS LOOKED UP DIRECTLY.
009280*----------------------------------------------------------------
009290 7000-CHECK-MERGED-HISTORY.
009300     OPEN INPUT AcadHistFile
009310     PERFORM 7100-CHECK-ONE-MERGE-HISTORY THRU 7100-EXIT
009320         VARYING WS-MT-SUB FROM 1 BY 1
009330         UNTIL WS-MT-SUB > WS-MergeCount
009340     CLOSE AcadHistFile.
009350 7000-EXIT.
009360     EXIT.
009370
009380*----------------------------------------------------------------
009390* 7100-CHECK-ONE-MERGE-HISTORY -- POSITION ON THE FIRST HISTORY
009400*     ROW OF ONE MERGED-AWAY ID AND LIST EVERY ROW IT STILL HAS.
009410*----------------------------------------------------------------
009420 7100-CHECK-ONE-MERGE-HISTORY.
009430     MOVE WS-MT-SUB TO WS-MergeFoundSub
009440     MOVE "N" TO WS-HIST-DONE-SW
009450     MOVE WS-MT-StudentID (WS-MT-SUB) TO AC-StudentID
009460     MOVE LOW-VALUES TO AC-TermCode
009470     MOVE LOW-VALUES TO AC-RecType
009480     MOVE LOW-VALUES TO AC-CourseCode
009490     MOVE 0 TO AC-Attempt
009500     START AcadHistFile KEY IS NOT LESS THAN AC-KEY
009510         INVALID KEY
009520             GO TO 7100-EXIT
009530     END-START
009540     PERFORM 7200-CHECK-ONE-HISTORY-ROW THRU 7200-EXIT
009550         UNTIL WS-HIST-DONE.
009560 7100-EXIT.
009570     EXIT.
009580
009590*----------------------------------------------------------------
009600* 7200-CHECK-ONE-HISTORY-ROW -- READ THE NEXT HISTORY ROW AND LIST
009610*     IT WHILE IT IS STILL THE MERGED-AWAY ID'S.
009620*----------------------------------------------------------------
009630 7200-CHECK-ONE-HISTORY-ROW.
009640     READ AcadHistFile NEXT
009650         AT END
009660             SET WS-HIST-DONE TO TRUE
009670             GO TO 7200-EXIT
009680     END-READ
009690     IF AC-StudentID NOT = WS-MT-StudentID (WS-MergeFoundSub)
009700         SET WS-HIST-DONE TO TRUE
009710         GO TO 7200-EXIT
009720     END-IF
009730     MOVE "ACADHIST" TO IL-FileName
009740     MOVE AC-TermCode TO HK-TermCode
009750     MOVE AC-RecType TO HK-RecType
009760     MOVE WS-HIST-KEY-TEXT TO IL-Key
009770     PERFORM 8500-LIST-MERGED-ID THRU 8500-EXIT.
009780 7200-EXIT.
009790     EXIT.
009800
009810*----------------------------------------------------------------
009820* 8000-FIND-SECTION -- LOOK UP THE MASTER'S SECTION ON THE
009830*     SECTION TABLE.  ZERO MEANS NOT FOUND.
009840*----------------------------------------------------------------
009850 8000-FIND-SECTION.
009860     MOVE 0 TO WS-SectFoundSub
009870     PERFORM 8010-MATCH-SECTION THRU 8010-EXIT
009880         VARYING WS-SM-SUB FROM 1 BY 1
009890         UNTIL WS-SectFoundSub > 0
009900            OR WS-SM-SUB > WS-SectionCount.
009910 8000-EXIT.
009920     EXIT.
009930
009940*----------------------------------------------------------------
009950* 8010-MATCH-SECTION -- TEST ONE SECTION TABLE ENTRY.
009960*----------------------------------------------------------------
009970 8010-MATCH-SECTION.
009980     IF WS-SMT-SectionCode (WS-SM-SUB) = WS-ClassSection
009990         MOVE WS-SM-SUB TO WS-SectFoundSub
010000     END-IF.
010010 8010-EXIT.
010020     EXIT.
010030
010040*----------------------------------------------------------------
010050* 8100-FIND-ARCHIVE -- LOOK UP THE CHECK ID ON THE ARCHIVE
010060*     TABLE.  ZERO MEANS NOT FOUND.
010070*----------------------------------------------------------------
010080 8100-FIND-ARCHIVE.
010090     MOVE 0 TO WS-ArchFoundSub
010100     PERFORM 8110-MATCH-ARCHIVE THRU 8110-EXIT
010110         VARYING WS-AT-SUB FROM 1 BY 1
010120         UNTIL WS-ArchFoundSub > 0
010130            OR WS-AT-SUB > WS-ArchiveCount.
010140 8100-EXIT.
010150     EXIT.
010160
010170*----------------------------------------------------------------
010180* 8110-MATCH-ARCHIVE -- TEST ONE ARCHIVE TABLE ENTRY.
010190*----------------------------------------------------------------
010200 8110-MATCH-ARCHIVE.
010210     IF WS-AT-StudentID (WS-AT-SUB) = WS-CheckID
010220         MOVE WS-AT-SUB TO WS-ArchFoundSub
010230     END-IF.
010240 8110-EXIT.
010250     EXIT.
010260
010270*----------------------------------------------------------------
010280* 8200-FIND-MERGE -- LOOK UP THE CHECK ID ON THE MERGED-AWAY
010290*     TABLE.  ZERO MEANS NOT FOUND.
010300*----------------------------------------------------------------
010310 8200-FIND-MERGE.
010320     MOVE 0 TO WS-MergeFoundSub
010330     PERFORM 8210-MATCH-MERGE THRU 8210-EXIT
010340         VARYING WS-MT-SUB FROM 1 BY 1
010350         UNTIL WS-MergeFoundSub > 0
010360            OR WS-MT-SUB > WS-MergeCount.
010370 8200-EXIT.
010380     EXIT.
010390
010400*----------------------------------------------------------------
010410* 8210-MATCH-MERGE -- TEST ONE MERGED-AWAY TABLE ENTRY.
010420*----------------------------------------------------------------
010430 8210-MATCH-MERGE.
010440     IF WS-MT-StudentID (WS-MT-SUB) = WS-CheckID
010450         MOVE WS-MT-SUB TO WS-MergeFoundSub
010460     END-IF.
010470 8210-EXIT.
010480     EXIT.
010490
010500*----------------------------------------------------------------
010510* 8300-RESOLVE-ID -- FIND THE CHECK ID ON THE MASTER (BY KEY),
010520*     THE ARCHIVE TABLE AND THE MERGED-AWAY TABLE.
010530*----------------------------------------------------------------
010540 8300-RESOLVE-ID.
010550     SET WS-ON-MASTER TO TRUE
010560     MOVE WS-CheckID TO StudentID
010570     READ StudentFile
010580         INVALID KEY
010590             SET WS-NOT-ON-MASTER TO TRUE
010600     END-READ
010610     PERFORM 8100-FIND-ARCHIVE THRU 8100-EXIT
010620     PERFORM 8200-FIND-MERGE THRU 8200-EXIT.
010630 8300-EXIT.
010640     EXIT.
010650
010660*----------------------------------------------------------------
010670* 8500-LIST-MERGED-ID -- LIST A MERGED-AWAY ID FOUND ON THE FILE
010680*     AND KEY ALREADY SET, WITH THE MERGE DATE AND SURVIVOR.
010690*----------------------------------------------------------------
010700 8500-LIST-MERGED-ID.
010710     MOVE "MERGED ID REMAINS" TO IL-Exception
010720     MOVE WS-MT-StudentID (WS-MergeFoundSub) TO IL-StudentID
010730     MOVE WS-MT-MergeDate (WS-MergeFoundSub) TO IL-Date
010740     MOVE "SURVIVOR" TO IL-Note
010750     MOVE WS-MT-SurvivorID (WS-MergeFoundSub) TO IL-OtherID
010760     PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT
010770     ADD 1 TO WS-MergedLeftCount.
010780 8500-EXIT.
010790     EXIT.
010800
010810*----------------------------------------------------------------
010820* 8900-WRITE-EXCEPTION -- PRINT ONE EXCEPTION LINE.
010830*----------------------------------------------------------------
010840 8900-WRITE-EXCEPTION.
010850     WRITE INTEGRITY-LINE FROM WS-INTEG-DETAIL-LINE
010860     ADD 1 TO WS-ExceptionCount.
010870 8900-EXIT.
010880     EXIT.
010890
010900*----------------------------------------------------------------
010910* 9000-FINALIZE-RUN -- PRINT THE COUNT OF EACH EXCEPTION TYPE,
010920*     CLOSE UP, AND SET CONDITION CODE 4 WHEN ANYTHING WAS FOUND.
010930*----------------------------------------------------------------
010940 9000-FINALIZE-RUN.
010950     MOVE "Masters Read:" TO CL-LABEL
010960     MOVE WS-MasterCount TO CL-VALUE
010970     WRITE INTEGRITY-LINE FROM WS-COUNT-LINE
010980     MOVE "Enrollments Read:" TO CL-LABEL
010990     MOVE WS-EnrollCount TO CL-VALUE
011000     WRITE INTEGRITY-LINE FROM WS-COUNT-LINE
011010     MOVE "Audit Records Read:" TO CL-LABEL
011020     MOVE WS-AuditCount TO CL-VALUE
011030     WRITE INTEGRITY-LINE FROM WS-COUNT-LINE
011040     MOVE "Orphaned Enrollments:" TO CL-LABEL
011050     MOVE WS-OrphanEnrollCount TO CL-VALUE
011060     WRITE INTEGRITY-LINE FROM WS-COUNT-LINE
011070     MOVE "Sections Not On SECTMAST:" TO CL-LABEL
011080     MOVE WS-NoSectionCount TO CL-VALUE
011090     WRITE INTEGRITY-LINE FROM WS-COUNT-LINE
011100     MOVE "Active And Archived:" TO CL-LABEL
011110     MOVE WS-ActiveArchivedCount TO CL-VALUE
011120     WRITE INTEGRITY-LINE FROM WS-COUNT-LINE
011130     MOVE "Audit IDs Vanished:" TO CL-LABEL
011140     MOVE WS-VanishedAuditCount TO CL-VALUE
011150     WRITE INTEGRITY-LINE FROM WS-COUNT-LINE
011160     MOVE "Merged IDs Remaining:" TO CL-LABEL
011170     MOVE WS-MergedLeftCount TO CL-VALUE
011180     WRITE INTEGRITY-LINE FROM WS-COUNT-LINE
011190     MOVE "Total Exceptions:" TO CL-LABEL
011200     MOVE WS-ExceptionCount TO CL-VALUE
011210     WRITE INTEGRITY-LINE FROM WS-COUNT-LINE
011220     DISPLAY "Integrity Masters Read: " WS-MasterCount
011230         " Enrollments Read: " WS-EnrollCount
011240     DISPLAY "Integrity Exceptions: " WS-ExceptionCount
011250     CLOSE StudentFile
011260     CLOSE EnrollmentFile
011270     CLOSE IntegrityReportFile
011280     IF WS-ExceptionCount > 0
011290         MOVE 4 TO RETURN-CODE
011300     END-IF.
011310 9000-EXIT.
011320     EXIT.
011330
011340 END PROGRAM IntegrityCheck.
