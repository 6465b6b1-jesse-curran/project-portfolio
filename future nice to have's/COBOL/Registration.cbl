000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Registration.
000030 AUTHOR. J-CURRAN.
000040 INSTALLATION. REGISTRAR-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026 JC  NEW PROGRAM.  THE ROSTER RUN'S SECTION LOAD LINE
000110*                 ONLY TELLS US A SECTION IS OVER ITS SM-CAPACITY
000120*                 AFTER THE STUDENTS ARE ALREADY IN IT.  THIS RUN
000130*                 HANDS OUT THE SEATS INSTEAD.  THE TERM COMES
000140*                 FROM THE REGPARM CARD.  EACH RUN FIRST CHECKS
000150*                 EVERY SEAT GRANTED FOR THE TERM (SEATS, INDEXED
000160*                 ON TERM, SECTION AND STUDENT) AGAINST THE
000170*                 ENROLLMENT MASTER -- A SEAT WHOSE COURSE ATTEMPT
000180*                 HAS BEEN DROPPED OR WITHDRAWN IS GIVEN BACK.
000190*                 FREE SEATS GO FIRST TO THE SECTION'S WAITLIST
000200*                 (WAITLIST, INDEXED IN PRIORITY ORDER), THEN TO
000210*                 THE NEW REQUESTS ON REGREQ, SORTED BY PRIORITY
000220*                 CLASS (CLASS STANDING) AND REQUEST TIMESTAMP.
000230*                 A GRANTED SEAT IS WRITTEN AS AN ENROLLMENT
000240*                 RECORD FOR THE SECTION'S COURSE AT THE CATALOG
000250*                 CREDIT HOURS; A REQUEST THAT DOES NOT FIT GOES
000260*                 ON THE WAITLIST.  CONFIRMATION, PROMOTION AND
000270*                 WAITLIST NOTICES GO TO REGNOTE FOR THE MAIL-
000280*                 MERGE SHOP, LAID OUT LIKE THE LETTERS FILE, AND
000290*                 EVERY REQUEST WITH ITS OUTCOME PRINTS ON REGRPT
000300*                 WITH A SEAT SUMMARY PER SECTION.  A MISSING
000310*                 TERM ENDS THE RUN WITH CONDITION CODE 8; ANY
000320*                 REJECTED REQUEST ENDS IT WITH 4.
000330* 10/15/2026 JC  SEATS TAKEN NOW START FROM THE STUDENTS ALREADY
000340*                 IN EACH SECTION ON THE MASTER, COUNTED BY CLASS
000350*                 SECTION THE WAY THE ROSTER RUN'S SECTION LOAD
000360*                 LINE COUNTS THEM; A LIVE SEAT ON SEATS ADDS ONE
000370*                 ONLY FOR A STUDENT NOT ALREADY COUNTED THERE.  A
000380*                 BLANK TERM ON REGPARM IS NOW REPORTED ON THE
000390*                 CONSOLE BEFORE THE RUN STOPS.
000400*----------------------------------------------------------------
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT OPTIONAL StudentFile ASSIGN TO "STUDENTS"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS StudentID.
000490
000500     SELECT OPTIONAL EnrollmentFile ASSIGN TO "ENROLL"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS EN-KEY.
000540
000550     SELECT OPTIONAL CatalogFile ASSIGN TO "CATALOG"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS CT-CourseCode.
000590
000600     SELECT OPTIONAL SeatFile ASSIGN TO "SEATS"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS ST-KEY.
000640
000650     SELECT OPTIONAL WaitlistFile ASSIGN TO "WAITLIST"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS WL-KEY.
000690
000700     SELECT OPTIONAL SectionMasterFile ASSIGN TO "SECTMAST"
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720
000730     SELECT OPTIONAL RegParmFile ASSIGN TO "REGPARM"
000740         ORGANIZATION IS LINE SEQUENTIAL.
000750
000760     SELECT OPTIONAL RequestFile ASSIGN TO "REGREQ"
000770         ORGANIZATION IS LINE SEQUENTIAL.
000780
000790     SELECT RegSortFile ASSIGN TO "RGSRTWK".
000800
000810     SELECT SortedRequestFile ASSIGN TO "REGSRT"
000820         ORGANIZATION IS LINE SEQUENTIAL.
000830
000840     SELECT NoticeFile ASSIGN TO "REGNOTE"
000850         ORGANIZATION IS LINE SEQUENTIAL.
000860
000870     SELECT RegReportFile ASSIGN TO "REGRPT"
000880         ORGANIZATION IS LINE SEQUENTIAL.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  StudentFile.
000930 01  StudentRecord.
000940     05  StudentID           PIC 9(05).
000950     05  StudentName         PIC A(30).
000960     05  StudentGrade        PIC 9(03).
000970     05  ClassSection        PIC X(04).
000980     05  CreditHours         PIC 9(01).
000990     05  StudentStatus       PIC X(01).
001000     05  StudentMark         PIC X(01).
001010     05  StudentMarkDate     PIC 9(08).
001020
001030 FD  EnrollmentFile.
001040 01  ENROLLMENT-RECORD.
001050     05  EN-KEY.
001060         10  EN-StudentID    PIC 9(05).
001070         10  EN-CourseCode   PIC X(06).
001080         10  EN-Attempt      PIC 9(02).
001090     05  EN-Grade            PIC 9(03).
001100     05  EN-CreditHours      PIC 9(01).
001110     05  EN-Mark             PIC X(01).
001120     05  EN-MarkDate         PIC 9(08).
001130     05  EN-TermCode         PIC X(06).
001140
001150 FD  CatalogFile.
001160 01  CATALOG-RECORD.
001170     05  CT-CourseCode       PIC X(06).
001180     05  CT-CourseTitle      PIC X(30).
001190     05  CT-Department       PIC X(04).
001200     05  CT-CreditHours      PIC 9(01).
001210     05  CT-Prerequisite     PIC X(06)   OCCURS 3 TIMES.
001220
001230 FD  SeatFile.
001240 01  SEAT-RECORD.
001250     05  ST-KEY.
001260         10  ST-TermCode     PIC X(06).
001270         10  ST-SectionCode  PIC X(04).
001280         10  ST-StudentID    PIC 9(05).
001290     05  ST-CourseCode       PIC X(06).
001300     05  ST-Attempt          PIC 9(02).
001310     05  ST-GrantDate        PIC 9(08).
001320
001330 FD  WaitlistFile.
001340 01  WAITLIST-RECORD.
001350     05  WL-KEY.
001360         10  WL-TermCode     PIC X(06).
001370         10  WL-SectionCode  PIC X(04).
001380         10  WL-PriorityClass PIC 9(01).
001390         10  WL-RequestStamp PIC 9(12).
001400         10  WL-StudentID    PIC 9(05).
001410     05  WL-AddDate          PIC 9(08).
001420
001430 FD  SectionMasterFile.
001440 01  SECTION-MASTER-RECORD.
001450     05  SM-SectionCode      PIC X(04).
001460     05  SM-CourseTitle      PIC X(20).
001470     05  SM-Instructor       PIC X(20).
001480     05  SM-Capacity         PIC 9(03).
001490     05  SM-CourseCode       PIC X(06).
001500
001510 FD  RegParmFile.
001520 01  REG-PARM-RECORD.
001530     05  RP-TermCode         PIC X(06).
001540
001550 FD  RequestFile.
001560 01  REG-REQUEST-RECORD.
001570     05  RQ-StudentID        PIC 9(05).
001580     05  RQ-SectionCode      PIC X(04).
001590     05  RQ-PriorityClass    PIC 9(01).
001600     05  RQ-RequestStamp     PIC 9(12).
001610
001620 SD  RegSortFile.
001630 01  REG-SORT-RECORD.
001640     05  RS-StudentID        PIC 9(05).
001650     05  RS-SectionCode      PIC X(04).
001660     05  RS-PriorityClass    PIC 9(01).
001670     05  RS-RequestStamp     PIC 9(12).
001680
001690 FD  SortedRequestFile.
001700 01  REG-SORTED-RECORD.
001710     05  RO-StudentID        PIC 9(05).
001720     05  RO-SectionCode      PIC X(04).
001730     05  RO-PriorityClass    PIC 9(01).
001740     05  RO-RequestStamp     PIC 9(12).
001750
001760 FD  NoticeFile.
001770 01  NOTICE-RECORD.
001780     05  RN-StudentID        PIC 9(05).
001790     05  FILLER              PIC X(01)   VALUE SPACE.
001800     05  RN-StudentName      PIC A(30).
001810     05  FILLER              PIC X(01)   VALUE SPACE.
001820     05  RN-SectionCode      PIC X(04).
001830     05  FILLER              PIC X(01)   VALUE SPACE.
001840     05  RN-CourseCode       PIC X(06).
001850     05  FILLER              PIC X(01)   VALUE SPACE.
001860     05  RN-Action           PIC X(10).
001870     05  FILLER              PIC X(01)   VALUE SPACE.
001880     05  RN-TermCode         PIC X(06).
001890     05  FILLER              PIC X(01)   VALUE SPACE.
001900     05  RN-WaitPosition     PIC 9(03).
001910
001920 FD  RegReportFile.
001930 01  REG-REPORT-LINE            PIC X(80).
001940
001950 WORKING-STORAGE SECTION.
001960*----------------------------------------------------------------
001970* SWITCHES
001980*----------------------------------------------------------------
001990 77  WS-SECT-EOF-SW          PIC X(01)   VALUE "N".
002000     88  WS-SECT-EOF                     VALUE "Y".
002010
002020 77  WS-SECT-FOUND-SW        PIC X(01)   VALUE "N".
002030     88  WS-SECT-FOUND                   VALUE "Y".
002040     88  WS-SECT-NOT-FOUND               VALUE "N".
002050
002060 77  WS-SEAT-EOF-SW          PIC X(01)   VALUE "N".
002070     88  WS-SEAT-EOF                     VALUE "Y".
002080
002090 77  WS-MASTER-EOF-SW        PIC X(01)   VALUE "N".
002100     88  WS-MASTER-EOF                   VALUE "Y".
002110
002120 77  WS-REQ-EOF-SW           PIC X(01)   VALUE "N".
002130     88  WS-REQ-EOF                      VALUE "Y".
002140
002150 77  WS-WAIT-DONE-SW         PIC X(01)   VALUE "N".
002160     88  WS-WAIT-DONE                    VALUE "Y".
002170
002180 77  WS-ATTEMPT-DONE-SW      PIC X(01)   VALUE "N".
002190     88  WS-ATTEMPT-DONE                 VALUE "Y".
002200
002210 77  WS-TERM-ENROLLED-SW     PIC X(01)   VALUE "N".
002220     88  WS-ENROLLED-THIS-TERM           VALUE "Y".
002230     88  WS-NOT-ENROLLED-THIS-TERM       VALUE "N".
002240
002250 77  WS-WAITING-SW           PIC X(01)   VALUE "N".
002260     88  WS-ALREADY-WAITING              VALUE "Y".
002270     88  WS-NOT-WAITING                  VALUE "N".
002280
002290*----------------------------------------------------------------
002300* PARAMETER CARD WORK AREA
002310*----------------------------------------------------------------
002320 01  WS-REG-PARM-RECORD.
002330     05  WS-RP-TermCode      PIC X(06).
002340
002350*----------------------------------------------------------------
002360* SECTION TABLE -- THE SECTION MASTER WITH THE SEATS TAKEN AND
002370*     THE RUN'S MOVEMENT AGAINST EACH SECTION.
002380*----------------------------------------------------------------
002390 77  WS-SECT-MAX             PIC 9(03)   COMP VALUE 100.
002400 77  WS-SectionMasterCount   PIC 9(03)   COMP VALUE 0.
002410 77  WS-SM-SUB               PIC 9(03)   COMP VALUE 0.
002420 77  WS-SectIndex            PIC 9(03)   COMP VALUE 0.
002430 77  WS-SECT-LOOKUP          PIC X(04)   VALUE SPACES.
002440
002450 01  WS-SECTION-MASTER-RECORD.
002460     05  WS-SM-SectionCode   PIC X(04).
002470     05  WS-SM-CourseTitle   PIC X(20).
002480     05  WS-SM-Instructor    PIC X(20).
002490     05  WS-SM-Capacity      PIC 9(03).
002500     05  WS-SM-CourseCode    PIC X(06).
002510
002520 01  WS-SECTION-MASTER-TABLE.
002530     05  WS-SECT-ENTRY OCCURS 100 TIMES.
002540         10  WS-SMT-SectionCode  PIC X(04).
002550         10  WS-SMT-CourseCode   PIC X(06).
002560         10  WS-SMT-Capacity     PIC 9(03).
002570         10  WS-SMT-Taken        PIC 9(05).
002580         10  WS-SMT-Freed        PIC 9(05).
002590         10  WS-SMT-Promoted     PIC 9(05).
002600         10  WS-SMT-Granted      PIC 9(05).
002610         10  WS-SMT-Waiting      PIC 9(05).
002620
002630*----------------------------------------------------------------
002640* THE REQUEST BEING PLACED -- A NEW REQUEST OR A WAITLIST ROW
002650*----------------------------------------------------------------
002660 01  WS-REQUEST-RECORD.
002670     05  WS-RQ-StudentID     PIC 9(05).
002680     05  WS-RQ-SectionCode   PIC X(04).
002690     05  WS-RQ-PriorityClass PIC 9(01).
002700     05  WS-RQ-RequestStamp  PIC 9(12).
002710
002720 01  WS-ENROLLMENT-RECORD.
002730     05  WS-EN-KEY.
002740         10  WS-EN-StudentID     PIC 9(05).
002750         10  WS-EN-CourseCode    PIC X(06).
002760         10  WS-EN-Attempt       PIC 9(02).
002770     05  WS-EN-Grade         PIC 9(03).
002780     05  WS-EN-CreditHours   PIC 9(01).
002790     05  WS-EN-Mark          PIC X(01).
002800     05  WS-EN-MarkDate      PIC 9(08).
002810     05  WS-EN-TermCode      PIC X(06).
002820
002830 77  WS-StudentName          PIC A(30)   VALUE SPACES.
002840 77  WS-StudentSection       PIC X(04)   VALUE SPACES.
002850 77  WS-LastAttempt          PIC 9(02)   VALUE 0.
002860 77  WS-WaitPosition         PIC 9(03)   VALUE 0.
002870 77  WS-NOTICE-ACTION        PIC X(10)   VALUE SPACES.
002880 77  WS-REJECT-REASON        PIC X(34)   VALUE SPACES.
002890
002900*----------------------------------------------------------------
002910* RUN COUNTS
002920*----------------------------------------------------------------
002930 77  WS-RunDate              PIC 9(08)   VALUE 0.
002940 77  WS-RequestCount         PIC 9(05)   VALUE 0.
002950 77  WS-GrantedCount         PIC 9(05)   VALUE 0.
002960 77  WS-WaitlistedCount      PIC 9(05)   VALUE 0.
002970 77  WS-PromotedCount        PIC 9(05)   VALUE 0.
002980 77  WS-FreedCount           PIC 9(05)   VALUE 0.
002990 77  WS-RejectCount          PIC 9(05)   VALUE 0.
003000
003010*----------------------------------------------------------------
003020* PRINTED LINES
003030*----------------------------------------------------------------
003040 01  WS-TITLE-LINE.
003050     05  FILLER              PIC X(22)
003060         VALUE "REGISTRATION RUN".
003070     05  FILLER              PIC X(05)   VALUE "TERM".
003080     05  TI-TermCode         PIC X(06).
003090     05  FILLER              PIC X(02)   VALUE SPACES.
003100     05  TI-RunDate          PIC 9(08).
003110     05  FILLER              PIC X(37)   VALUE SPACES.
003120
003130 01  WS-REQUEST-HEADER-LINE.
003140     05  FILLER              PIC X(06)   VALUE "ID".
003150     05  FILLER              PIC X(05)   VALUE "SECT".
003160     05  FILLER              PIC X(07)   VALUE "COURSE".
003170     05  FILLER              PIC X(02)   VALUE "P".
003180     05  FILLER              PIC X(13)   VALUE "REQUESTED".
003190     05  FILLER              PIC X(11)   VALUE "OUTCOME".
003200     05  FILLER              PIC X(36)   VALUE "NOTE".
003210
003220 01  WS-REQUEST-DETAIL-LINE.
003230     05  RR-StudentID        PIC X(05).
003240     05  FILLER              PIC X(01)   VALUE SPACES.
003250     05  RR-SectionCode      PIC X(04).
003260     05  FILLER              PIC X(01)   VALUE SPACES.
003270     05  RR-CourseCode       PIC X(06).
003280     05  FILLER              PIC X(01)   VALUE SPACES.
003290     05  RR-PriorityClass    PIC X(01).
003300     05  FILLER              PIC X(01)   VALUE SPACES.
003310     05  RR-RequestStamp     PIC X(12).
003320     05  FILLER              PIC X(01)   VALUE SPACES.
003330     05  RR-OUTCOME          PIC X(10).
003340     05  FILLER              PIC X(01)   VALUE SPACES.
003350     05  RR-NOTE             PIC X(34).
003360     05  FILLER              PIC X(02)   VALUE SPACES.
003370
003380 01  WS-POSITION-NOTE.
003390     05  FILLER              PIC X(09)   VALUE "POSITION ".
003400     05  PN-WaitPosition     PIC ZZ9.
003410     05  FILLER              PIC X(22)   VALUE SPACES.
003420
003430 01  WS-SUMMARY-HEADER-LINE.
003440     05  FILLER              PIC X(06)   VALUE "SECT".
003450     05  FILLER              PIC X(08)   VALUE "COURSE".
003460     05  FILLER              PIC X(07)   VALUE "  CAP".
003470     05  FILLER              PIC X(07)   VALUE "TAKEN".
003480     05  FILLER              PIC X(07)   VALUE "FREED".
003490     05  FILLER              PIC X(07)   VALUE "PROMO".
003500     05  FILLER              PIC X(07)   VALUE "GRANT".
003510     05  FILLER              PIC X(31)   VALUE " WAIT".
003520
003530 01  WS-SUMMARY-DETAIL-LINE.
003540     05  SS-SectionCode      PIC X(04).
003550     05  FILLER              PIC X(02)   VALUE SPACES.
003560     05  SS-CourseCode       PIC X(06).
003570     05  FILLER              PIC X(02)   VALUE SPACES.
003580     05  SS-Capacity         PIC ZZZZ9.
003590     05  FILLER              PIC X(02)   VALUE SPACES.
003600     05  SS-Taken            PIC ZZZZ9.
003610     05  FILLER              PIC X(02)   VALUE SPACES.
003620     05  SS-Freed            PIC ZZZZ9.
003630     05  FILLER              PIC X(02)   VALUE SPACES.
003640     05  SS-Promoted         PIC ZZZZ9.
003650     05  FILLER              PIC X(02)   VALUE SPACES.
003660     05  SS-Granted          PIC ZZZZ9.
003670     05  FILLER              PIC X(02)   VALUE SPACES.
003680     05  SS-Waiting          PIC ZZZZ9.
003690     05  FILLER              PIC X(26)   VALUE SPACES.
003700
003710 01  WS-COUNT-LINE.
003720     05  CL-LABEL            PIC X(26).
003730     05  CL-VALUE            PIC ZZZZ9.
003740     05  FILLER              PIC X(49)   VALUE SPACES.
003750
003760 01  WS-BLANK-LINE.
003770     05  FILLER              PIC X(80)   VALUE SPACES.
003780
003790 PROCEDURE DIVISION.
003800*----------------------------------------------------------------
003810* 0000-MAIN-PROCESS -- CONTROLS THE REGISTRATION RUN
003820*----------------------------------------------------------------
003830 0000-MAIN-PROCESS.
003840     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
003850     PERFORM 2000-RECONCILE-SEATS THRU 2000-EXIT
003860     PERFORM 3000-PROMOTE-WAITLIST THRU 3000-EXIT
003870     PERFORM 4000-PROCESS-REQUESTS THRU 4000-EXIT
003880     PERFORM 8000-PRINT-SECTION-SUMMARY THRU 8000-EXIT
003890     PERFORM 9000-FINALIZE-RUN THRU 9000-EXIT
003900     STOP RUN.
003910
003920*----------------------------------------------------------------
003930* 1000-INITIALIZE-RUN -- READ THE TERM CARD, LOAD THE SECTION
003940*     MASTER, OPEN THE MASTERS AND THE OUTPUTS, AND COUNT THE
003950*     STUDENTS ALREADY IN EACH SECTION.  NO TERM ON THE CARD
003960*     MEANS NOTHING CAN BE REGISTERED: CONDITION CODE 8.
003970*----------------------------------------------------------------
003980 1000-INITIALIZE-RUN.
003990     ACCEPT WS-RunDate FROM DATE YYYYMMDD
004000     PERFORM 1100-READ-PARAMETER-CARD THRU 1100-EXIT
004010     IF WS-RP-TermCode = SPACES
004020         DISPLAY "Registration: no term on REGPARM"
004030         MOVE 8 TO RETURN-CODE
004040         STOP RUN
004050     END-IF
004060     PERFORM 1200-LOAD-SECTION-MASTER THRU 1200-EXIT
004070     IF WS-SectionMasterCount = 0
004080         DISPLAY "Registration: no sections on SECTMAST; "
004090             "every request will be refused"
004100     END-IF
004110     OPEN INPUT StudentFile
004120     OPEN INPUT CatalogFile
004130     OPEN I-O EnrollmentFile
004140     OPEN I-O SeatFile
004150     OPEN I-O WaitlistFile
004160     OPEN OUTPUT NoticeFile
004170     OPEN OUTPUT RegReportFile
004180     PERFORM 1400-COUNT-MASTER-SECTIONS THRU 1400-EXIT
004190     MOVE WS-RP-TermCode TO TI-TermCode
004200     MOVE WS-RunDate TO TI-RunDate
004210     WRITE REG-REPORT-LINE FROM WS-TITLE-LINE
004220     WRITE REG-REPORT-LINE FROM WS-REQUEST-HEADER-LINE.
004230 1000-EXIT.
004240     EXIT.
004250
004260*----------------------------------------------------------------
004270* 1100-READ-PARAMETER-CARD -- THE REGPARM CARD CARRIES THE TERM
004280*     THE SEATS ARE BEING GRANTED FOR.
004290*----------------------------------------------------------------
004300 1100-READ-PARAMETER-CARD.
004310     MOVE SPACES TO WS-REG-PARM-RECORD
004320     OPEN INPUT RegParmFile
004330     READ RegParmFile INTO WS-REG-PARM-RECORD
004340         AT END
004350             DISPLAY "Registration: no REGPARM parameter card"
004360     END-READ
004370     CLOSE RegParmFile.
004380 1100-EXIT.
004390     EXIT.
004400
004410*----------------------------------------------------------------
004420* 1200-LOAD-SECTION-MASTER -- READ THE SECTION MASTER INTO THE
004430*     SECTION TABLE WITH EVERY SEAT COUNT AT ZERO.
004440*----------------------------------------------------------------
004450 1200-LOAD-SECTION-MASTER.
004460     OPEN INPUT SectionMasterFile
004470     PERFORM 1210-READ-SECTION-MASTER THRU 1210-EXIT
004480     PERFORM 1220-TABLE-ONE-SECTION THRU 1220-EXIT
004490         UNTIL WS-SECT-EOF
004500     CLOSE SectionMasterFile.
004510 1200-EXIT.
004520     EXIT.
004530
004540*----------------------------------------------------------------
004550* 1210-READ-SECTION-MASTER -- READ ONE SECTION MASTER RECORD.
004560*----------------------------------------------------------------
004570 1210-READ-SECTION-MASTER.
004580     READ SectionMasterFile INTO WS-SECTION-MASTER-RECORD
004590         AT END
004600             SET WS-SECT-EOF TO TRUE
004610             GO TO 1210-EXIT
004620     END-READ.
004630 1210-EXIT.
004640     EXIT.
004650
004660*----------------------------------------------------------------
004670* 1220-TABLE-ONE-SECTION -- FILE ONE SECTION MASTER RECORD IN
004680*     THE SECTION TABLE AND READ THE NEXT.  A CAPACITY THAT IS
004690*     NOT NUMERIC IS TAKEN AS ZERO SEATS.
004700*----------------------------------------------------------------
004710 1220-TABLE-ONE-SECTION.
004720     IF WS-SectionMasterCount >= WS-SECT-MAX
004730         DISPLAY "Registration: section table full at "
004740             WS-SECT-MAX
004750         SET WS-SECT-EOF TO TRUE
004760         GO TO 1220-EXIT
004770     END-IF
004780     ADD 1 TO WS-SectionMasterCount
004790     MOVE WS-SM-SectionCode
004800         TO WS-SMT-SectionCode (WS-SectionMasterCount)
004810     MOVE WS-SM-CourseCode
004820         TO WS-SMT-CourseCode (WS-SectionMasterCount)
004830     IF WS-SM-Capacity IS NUMERIC
004840         MOVE WS-SM-Capacity
004850             TO WS-SMT-Capacity (WS-SectionMasterCount)
004860     ELSE
004870         MOVE 0 TO WS-SMT-Capacity (WS-SectionMasterCount)
004880     END-IF
004890     MOVE 0 TO WS-SMT-Taken (WS-SectionMasterCount)
004900     MOVE 0 TO WS-SMT-Freed (WS-SectionMasterCount)
004910     MOVE 0 TO WS-SMT-Promoted (WS-SectionMasterCount)
004920     MOVE 0 TO WS-SMT-Granted (WS-SectionMasterCount)
004930     MOVE 0 TO WS-SMT-Waiting (WS-SectionMasterCount)
004940     PERFORM 1210-READ-SECTION-MASTER THRU 1210-EXIT.
004950 1220-EXIT.
004960     EXIT.
004970
004980*----------------------------------------------------------------
004990* 1300-FIND-SECTION -- LOOK UP THE SECTION CODE IN
005000*     WS-SECT-LOOKUP, LEAVING ITS TABLE INDEX IN WS-SectIndex.
005010*----------------------------------------------------------------
005020 1300-FIND-SECTION.
005030     SET WS-SECT-NOT-FOUND TO TRUE
005040     PERFORM 1310-MATCH-SECTION THRU 1310-EXIT
005050         VARYING WS-SM-SUB FROM 1 BY 1
005060         UNTIL WS-SECT-FOUND
005070            OR WS-SM-SUB > WS-SectionMasterCount.
005080 1300-EXIT.
005090     EXIT.
005100
005110*----------------------------------------------------------------
005120* 1310-MATCH-SECTION -- TEST ONE SECTION TABLE ENTRY.
005130*----------------------------------------------------------------
005140 1310-MATCH-SECTION.
005150     IF WS-SMT-SectionCode (WS-SM-SUB) = WS-SECT-LOOKUP
005160         SET WS-SECT-FOUND TO TRUE
005170         MOVE WS-SM-SUB TO WS-SectIndex
005180     END-IF.
005190 1310-EXIT.
005200     EXIT.
005210
005220*----------------------------------------------------------------
005230* 1400-COUNT-MASTER-SECTIONS -- ONE PASS OF THE STUDENT MASTER,
005240*     COUNTING EACH STUDENT AS A SEAT TAKEN IN THEIR CLASS
005250*     SECTION, THE SAME HEAD COUNT THE ROSTER RUN PRINTS ON ITS
005260*     SECTION LOAD LINE.
005270*----------------------------------------------------------------
005280 1400-COUNT-MASTER-SECTIONS.
005290     MOVE "N" TO WS-MASTER-EOF-SW
005300     PERFORM 1410-COUNT-ONE-STUDENT THRU 1410-EXIT
005310         UNTIL WS-MASTER-EOF.
005320 1400-EXIT.
005330     EXIT.
005340
005350*----------------------------------------------------------------
005360* 1410-COUNT-ONE-STUDENT -- READ THE NEXT MASTER RECORD AND ADD
005370*     IT TO ITS SECTION'S SEATS TAKEN.  A SECTION NOT ON SECTMAST
005380*     HAS NO SEATS TO COUNT AGAINST.
005390*----------------------------------------------------------------
005400 1410-COUNT-ONE-STUDENT.
005410     READ StudentFile NEXT
005420         AT END
005430             SET WS-MASTER-EOF TO TRUE
005440             GO TO 1410-EXIT
005450     END-READ
005460     MOVE ClassSection TO WS-SECT-LOOKUP
005470     PERFORM 1300-FIND-SECTION THRU 1300-EXIT
005480     IF WS-SECT-FOUND
005490         ADD 1 TO WS-SMT-Taken (WS-SectIndex)
005500     END-IF.
005510 1410-EXIT.
005520     EXIT.
005530
005540*----------------------------------------------------------------
005550* 2000-RECONCILE-SEATS -- ONE PASS OVER THE TERM'S SEATS.  A
005560*     SEAT WHOSE COURSE ATTEMPT IS STILL ON THE ENROLLMENT
005570*     MASTER, AND NOT WITHDRAWN, COUNTS AS TAKEN UNLESS THE
005580*     STUDENT WAS ALREADY COUNTED IN THE SECTION OFF THE MASTER;
005590*     ANY OTHER SEAT HAS BEEN DROPPED AND IS GIVEN BACK TO THE
005600*     SECTION.
005610*----------------------------------------------------------------
005620 2000-RECONCILE-SEATS.
005630     MOVE WS-RP-TermCode TO ST-TermCode
005640     MOVE LOW-VALUES TO ST-SectionCode
005650     MOVE 0 TO ST-StudentID
005660     START SeatFile KEY IS NOT LESS THAN ST-KEY
005670         INVALID KEY
005680             SET WS-SEAT-EOF TO TRUE
005690     END-START
005700     PERFORM 2100-CHECK-ONE-SEAT THRU 2100-EXIT
005710         UNTIL WS-SEAT-EOF.
005720 2000-EXIT.
005730     EXIT.
005740
005750*----------------------------------------------------------------
005760* 2100-CHECK-ONE-SEAT -- READ THE NEXT SEAT FOR THE TERM AND
005770*     LOOK FOR ITS COURSE ATTEMPT ON THE ENROLLMENT MASTER.
005780*----------------------------------------------------------------
005790 2100-CHECK-ONE-SEAT.
005800     READ SeatFile NEXT
005810         AT END
005820             SET WS-SEAT-EOF TO TRUE
005830             GO TO 2100-EXIT
005840     END-READ
005850     IF ST-TermCode NOT = WS-RP-TermCode
005860         SET WS-SEAT-EOF TO TRUE
005870         GO TO 2100-EXIT
005880     END-IF
005890     MOVE ST-SectionCode TO WS-SECT-LOOKUP
005900     PERFORM 1300-FIND-SECTION THRU 1300-EXIT
005910     IF WS-SECT-NOT-FOUND
005920         DISPLAY "Registration: seat in section " ST-SectionCode
005930             " not on SECTMAST for student " ST-StudentID
005940         GO TO 2100-EXIT
005950     END-IF
005960     MOVE ST-StudentID TO EN-StudentID
005970     MOVE ST-CourseCode TO EN-CourseCode
005980     MOVE ST-Attempt TO EN-Attempt
005990     READ EnrollmentFile
006000         INVALID KEY
006010             GO TO 2100-RELEASE
006020     END-READ
006030     IF EN-Mark NOT = "W"
006040         MOVE ST-StudentID TO StudentID
006050         READ StudentFile
006060             INVALID KEY
006070                 MOVE SPACES TO ClassSection
006080         END-READ
006090         IF ClassSection NOT = ST-SectionCode
006100             ADD 1 TO WS-SMT-Taken (WS-SectIndex)
006110         END-IF
006120         GO TO 2100-EXIT
006130     END-IF.
006140 2100-RELEASE.
006150     DELETE SeatFile
006160         INVALID KEY
006170             DISPLAY "Registration: seat release failed for "
006180                 ST-StudentID " " ST-SectionCode
006190     END-DELETE
006200     ADD 1 TO WS-SMT-Freed (WS-SectIndex)
006210     ADD 1 TO WS-FreedCount.
006220 2100-EXIT.
006230     EXIT.
006240
006250*----------------------------------------------------------------
006260* 3000-PROMOTE-WAITLIST -- FILL EACH SECTION'S OPEN SEATS FROM
006270*     ITS WAITLIST, BEST PRIORITY FIRST, BEFORE ANY NEW REQUEST
006280*     IS LOOKED AT.
006290*----------------------------------------------------------------
006300 3000-PROMOTE-WAITLIST.
006310     PERFORM 3100-PROMOTE-FOR-SECTION THRU 3100-EXIT
006320         VARYING WS-SectIndex FROM 1 BY 1
006330         UNTIL WS-SectIndex > WS-SectionMasterCount.
006340 3000-EXIT.
006350     EXIT.
006360
006370*----------------------------------------------------------------
006380* 3100-PROMOTE-FOR-SECTION -- PROMOTE FROM ONE SECTION'S
006390*     WAITLIST UNTIL THE SECTION IS FULL OR THE LIST IS EMPTY.
006400*----------------------------------------------------------------
006410 3100-PROMOTE-FOR-SECTION.
006420     SET WS-SECT-FOUND TO TRUE
006430     MOVE "N" TO WS-WAIT-DONE-SW
006440     PERFORM 3200-PROMOTE-ONE-STUDENT THRU 3200-EXIT
006450         UNTIL WS-WAIT-DONE
006460            OR WS-SMT-Taken (WS-SectIndex)
006470                 NOT < WS-SMT-Capacity (WS-SectIndex).
006480 3100-EXIT.
006490     EXIT.
006500
006510*----------------------------------------------------------------
006520* 3200-PROMOTE-ONE-STUDENT -- TAKE THE FIRST WAITLIST ROW FOR
006530*     THE SECTION OFF THE LIST AND TRY TO SEAT THE STUDENT.  A
006540*     STUDENT WHO CAN NO LONGER BE SEATED (LEFT THE MASTER,
006550*     ALREADY IN THE COURSE) IS DROPPED FROM THE LIST AND THE
006560*     NEXT ONE IS TRIED.
006570*----------------------------------------------------------------
006580 3200-PROMOTE-ONE-STUDENT.
006590     MOVE WS-RP-TermCode TO WL-TermCode
006600     MOVE WS-SMT-SectionCode (WS-SectIndex) TO WL-SectionCode
006610     MOVE 0 TO WL-PriorityClass
006620     MOVE 0 TO WL-RequestStamp
006630     MOVE 0 TO WL-StudentID
006640     START WaitlistFile KEY IS NOT LESS THAN WL-KEY
006650         INVALID KEY
006660             SET WS-WAIT-DONE TO TRUE
006670             GO TO 3200-EXIT
006680     END-START
006690     READ WaitlistFile NEXT
006700         AT END
006710             SET WS-WAIT-DONE TO TRUE
006720             GO TO 3200-EXIT
006730     END-READ
006740     IF WL-TermCode NOT = WS-RP-TermCode
006750             OR WL-SectionCode
006760                 NOT = WS-SMT-SectionCode (WS-SectIndex)
006770         SET WS-WAIT-DONE TO TRUE
006780         GO TO 3200-EXIT
006790     END-IF
006800     MOVE WL-StudentID TO WS-RQ-StudentID
006810     MOVE WL-SectionCode TO WS-RQ-SectionCode
006820     MOVE WL-PriorityClass TO WS-RQ-PriorityClass
006830     MOVE WL-RequestStamp TO WS-RQ-RequestStamp
006840     DELETE WaitlistFile
006850         INVALID KEY
006860             DISPLAY "Registration: waitlist delete failed for "
006870                 WL-StudentID " " WL-SectionCode
006880             SET WS-WAIT-DONE TO TRUE
006890             GO TO 3200-EXIT
006900     END-DELETE
006910     MOVE SPACES TO WS-REJECT-REASON
006920     PERFORM 5200-READ-STUDENT THRU 5200-EXIT
006930     IF WS-REJECT-REASON = SPACES
006940         MOVE "PROMOTED" TO WS-NOTICE-ACTION
006950         PERFORM 5000-GRANT-SEAT THRU 5000-EXIT
006960     END-IF
006970     IF WS-REJECT-REASON NOT = SPACES
006980         PERFORM 4900-REJECT-REQUEST THRU 4900-EXIT
006990         GO TO 3200-EXIT
007000     END-IF
007010     ADD 1 TO WS-SMT-Promoted (WS-SectIndex)
007020     ADD 1 TO WS-PromotedCount.
007030 3200-EXIT.
007040     EXIT.
007050
007060*----------------------------------------------------------------
007070* 4000-PROCESS-REQUESTS -- SORT THE NEW REQUESTS INTO PRIORITY
007080*     ORDER (CLASS STANDING, THEN REQUEST TIMESTAMP) AND PLACE
007090*     EACH ONE.
007100*----------------------------------------------------------------
007110 4000-PROCESS-REQUESTS.
007120     SORT RegSortFile
007130         ON ASCENDING KEY RS-PriorityClass
007140         ON ASCENDING KEY RS-RequestStamp
007150         USING RequestFile
007160         GIVING SortedRequestFile
007170     MOVE "N" TO WS-REQ-EOF-SW
007180     OPEN INPUT SortedRequestFile
007190     PERFORM 4050-READ-SORTED-REQUEST THRU 4050-EXIT
007200     PERFORM 4100-PLACE-ONE-REQUEST THRU 4100-EXIT
007210         UNTIL WS-REQ-EOF
007220     CLOSE SortedRequestFile.
007230 4000-EXIT.
007240     EXIT.
007250
007260*----------------------------------------------------------------
007270* 4050-READ-SORTED-REQUEST -- READ ONE REQUEST IN PRIORITY
007280*     ORDER.
007290*----------------------------------------------------------------
007300 4050-READ-SORTED-REQUEST.
007310     READ SortedRequestFile INTO WS-REQUEST-RECORD
007320         AT END
007330             SET WS-REQ-EOF TO TRUE
007340             GO TO 4050-EXIT
007350     END-READ
007360     ADD 1 TO WS-RequestCount.
007370 4050-EXIT.
007380     EXIT.
007390
007400*----------------------------------------------------------------
007410* 4100-PLACE-ONE-REQUEST -- EDIT ONE REQUEST, THEN SEAT THE
007420*     STUDENT WHEN THE SECTION HAS ROOM OR WAITLIST THEM WHEN
007430*     IT DOES NOT, AND READ THE NEXT REQUEST.
007440*----------------------------------------------------------------
007450 4100-PLACE-ONE-REQUEST.
007460     MOVE SPACES TO WS-REJECT-REASON
007470     SET WS-SECT-NOT-FOUND TO TRUE
007480     IF WS-RQ-StudentID IS NOT NUMERIC
007490         MOVE "STUDENT ID NOT NUMERIC" TO WS-REJECT-REASON
007500         GO TO 4100-REJECT
007510     END-IF
007520     IF WS-RQ-PriorityClass IS NOT NUMERIC
007530             OR WS-RQ-RequestStamp IS NOT NUMERIC
007540         MOVE "PRIORITY OR TIMESTAMP NOT NUMERIC"
007550             TO WS-REJECT-REASON
007560         GO TO 4100-REJECT
007570     END-IF
007580     MOVE WS-RQ-SectionCode TO WS-SECT-LOOKUP
007590     PERFORM 1300-FIND-SECTION THRU 1300-EXIT
007600     IF WS-SECT-NOT-FOUND
007610         MOVE "SECTION NOT ON SECTION MASTER"
007620             TO WS-REJECT-REASON
007630         GO TO 4100-REJECT
007640     END-IF
007650     IF WS-SMT-CourseCode (WS-SectIndex) = SPACES
007660         MOVE "SECTION CARRIES NO COURSE CODE"
007670             TO WS-REJECT-REASON
007680         GO TO 4100-REJECT
007690     END-IF
007700     PERFORM 5200-READ-STUDENT THRU 5200-EXIT
007710     IF WS-REJECT-REASON NOT = SPACES
007720         GO TO 4100-REJECT
007730     END-IF
007740     MOVE WS-RP-TermCode TO ST-TermCode
007750     MOVE WS-RQ-SectionCode TO ST-SectionCode
007760     MOVE WS-RQ-StudentID TO ST-StudentID
007770     READ SeatFile
007780         INVALID KEY
007790             CONTINUE
007800         NOT INVALID KEY
007810             MOVE "ALREADY HOLDS A SEAT IN SECTION"
007820                 TO WS-REJECT-REASON
007830             GO TO 4100-REJECT
007840     END-READ
007850     PERFORM 4200-SCAN-SECTION-WAITLIST THRU 4200-EXIT
007860     IF WS-ALREADY-WAITING
007870         MOVE "ALREADY ON WAITLIST FOR SECTION"
007880             TO WS-REJECT-REASON
007890         GO TO 4100-REJECT
007900     END-IF
007910     IF WS-SMT-Taken (WS-SectIndex)
007920             NOT < WS-SMT-Capacity (WS-SectIndex)
007930         PERFORM 4300-ADD-TO-WAITLIST THRU 4300-EXIT
007940         GO TO 4100-NEXT
007950     END-IF
007960     MOVE "CONFIRMED" TO WS-NOTICE-ACTION
007970     PERFORM 5000-GRANT-SEAT THRU 5000-EXIT
007980     IF WS-REJECT-REASON NOT = SPACES
007990         GO TO 4100-REJECT
008000     END-IF
008010     ADD 1 TO WS-SMT-Granted (WS-SectIndex)
008020     ADD 1 TO WS-GrantedCount
008030     GO TO 4100-NEXT.
008040 4100-REJECT.
008050     PERFORM 4900-REJECT-REQUEST THRU 4900-EXIT.
008060 4100-NEXT.
008070     PERFORM 4050-READ-SORTED-REQUEST THRU 4050-EXIT.
008080 4100-EXIT.
008090     EXIT.
008100
008110*----------------------------------------------------------------
008120* 4200-SCAN-SECTION-WAITLIST -- READ THE SECTION'S WAITLIST FOR
008130*     THE TERM, NOTING WHETHER THE STUDENT IS ALREADY ON IT AND
008140*     COUNTING THE ROWS THAT WOULD STAND AHEAD OF THE REQUEST.
008150*----------------------------------------------------------------
008160 4200-SCAN-SECTION-WAITLIST.
008170     SET WS-NOT-WAITING TO TRUE
008180     MOVE 1 TO WS-WaitPosition
008190     MOVE "N" TO WS-WAIT-DONE-SW
008200     MOVE WS-RP-TermCode TO WL-TermCode
008210     MOVE WS-RQ-SectionCode TO WL-SectionCode
008220     MOVE 0 TO WL-PriorityClass
008230     MOVE 0 TO WL-RequestStamp
008240     MOVE 0 TO WL-StudentID
008250     START WaitlistFile KEY IS NOT LESS THAN WL-KEY
008260         INVALID KEY
008270             GO TO 4200-EXIT
008280     END-START
008290     PERFORM 4210-TEST-ONE-WAITING THRU 4210-EXIT
008300         UNTIL WS-WAIT-DONE.
008310 4200-EXIT.
008320     EXIT.
008330
008340*----------------------------------------------------------------
008350* 4210-TEST-ONE-WAITING -- READ ONE WAITLIST ROW FOR THE
008360*     SECTION.  A ROW ALREADY ON THE LIST STANDS AHEAD OF THE NEW
008370*     REQUEST ONLY WHEN ITS PRIORITY CLASS IS BETTER, OR THE SAME
008380*     WITH AN EARLIER OR EQUAL REQUEST TIMESTAMP; ONLY THOSE ROWS
008390*     MOVE THE REQUEST'S WAITLIST POSITION BACK.
008400*----------------------------------------------------------------
008410 4210-TEST-ONE-WAITING.
008420     READ WaitlistFile NEXT
008430         AT END
008440             SET WS-WAIT-DONE TO TRUE
008450             GO TO 4210-EXIT
008460     END-READ
008470     IF WL-TermCode NOT = WS-RP-TermCode
008480             OR WL-SectionCode NOT = WS-RQ-SectionCode
008490         SET WS-WAIT-DONE TO TRUE
008500         GO TO 4210-EXIT
008510     END-IF
008520     IF WL-StudentID = WS-RQ-StudentID
008530         SET WS-ALREADY-WAITING TO TRUE
008540         SET WS-WAIT-DONE TO TRUE
008550         GO TO 4210-EXIT
008560     END-IF
008570     IF WL-PriorityClass < WS-RQ-PriorityClass
008580             OR (WL-PriorityClass = WS-RQ-PriorityClass
008590             AND WL-RequestStamp NOT > WS-RQ-RequestStamp)
008600         ADD 1 TO WS-WaitPosition
008610     END-IF.
008620 4210-EXIT.
008630     EXIT.
008640
008650*----------------------------------------------------------------
008660* 4300-ADD-TO-WAITLIST -- PUT A REQUEST THAT DID NOT FIT ON THE
008670*     SECTION'S WAITLIST AND SEND THE STUDENT A WAITLIST NOTICE
008680*     WITH THEIR PLACE IN LINE.
008690*----------------------------------------------------------------
008700 4300-ADD-TO-WAITLIST.
008710     MOVE WS-RP-TermCode TO WL-TermCode
008720     MOVE WS-RQ-SectionCode TO WL-SectionCode
008730     MOVE WS-RQ-PriorityClass TO WL-PriorityClass
008740     MOVE WS-RQ-RequestStamp TO WL-RequestStamp
008750     MOVE WS-RQ-StudentID TO WL-StudentID
008760     MOVE WS-RunDate TO WL-AddDate
008770     WRITE WAITLIST-RECORD
008780         INVALID KEY
008790             MOVE "WAITLIST WRITE FAILED" TO WS-REJECT-REASON
008800             PERFORM 4900-REJECT-REQUEST THRU 4900-EXIT
008810             GO TO 4300-EXIT
008820     END-WRITE
008830     ADD 1 TO WS-WaitlistedCount
008840     MOVE "WAITLISTED" TO WS-NOTICE-ACTION
008850     PERFORM 5300-WRITE-NOTICE THRU 5300-EXIT
008860     MOVE WS-WaitPosition TO PN-WaitPosition
008870     MOVE WS-POSITION-NOTE TO RR-NOTE
008880     PERFORM 5400-WRITE-REQUEST-LINE THRU 5400-EXIT.
008890 4300-EXIT.
008900     EXIT.
008910
008920*----------------------------------------------------------------
008930* 4900-REJECT-REQUEST -- LIST A REQUEST THAT COULD NOT BE
008940*     PLACED, WITH ITS REASON.
008950*----------------------------------------------------------------
008960 4900-REJECT-REQUEST.
008970     MOVE "REJECTED" TO WS-NOTICE-ACTION
008980     MOVE WS-REJECT-REASON TO RR-NOTE
008990     PERFORM 5400-WRITE-REQUEST-LINE THRU 5400-EXIT
009000     ADD 1 TO WS-RejectCount.
009010 4900-EXIT.
009020     EXIT.
009030
009040*----------------------------------------------------------------
009050* 5000-GRANT-SEAT -- SEAT THE STUDENT IN THE SECTION AT
009060*     WS-SectIndex: WRITE THE ENROLLMENT RECORD FOR THE
009070*     SECTION'S COURSE AS THE NEXT ATTEMPT, RECORD THE SEAT, AND
009080*     SEND THE NOTICE IN WS-NOTICE-ACTION.  THE SEAT COUNTS AS
009090*     TAKEN UNLESS THE MASTER ALREADY PUT THE STUDENT IN THE
009100*     SECTION, WHERE 1400 COUNTED THEM.  A STUDENT ALREADY IN
009110*     THE COURSE THIS TERM, OR A COURSE NOT ON THE CATALOG,
009120*     LEAVES THE REASON IN WS-REJECT-REASON AND SEATS NOBODY.
009130*----------------------------------------------------------------
009140 5000-GRANT-SEAT.
009150     MOVE SPACES TO WS-REJECT-REASON
009160     PERFORM 5100-FIND-COURSE-ATTEMPTS THRU 5100-EXIT
009170     IF WS-ENROLLED-THIS-TERM
009180         MOVE "ALREADY ENROLLED IN COURSE THIS TERM"
009190             TO WS-REJECT-REASON
009200         GO TO 5000-EXIT
009210     END-IF
009220     IF WS-LastAttempt = 99
009230         MOVE "NO ATTEMPT NUMBER LEFT FOR COURSE"
009240             TO WS-REJECT-REASON
009250         GO TO 5000-EXIT
009260     END-IF
009270     MOVE WS-SMT-CourseCode (WS-SectIndex) TO CT-CourseCode
009280     READ CatalogFile
009290         INVALID KEY
009300             MOVE "COURSE NOT IN CATALOG" TO WS-REJECT-REASON
009310             GO TO 5000-EXIT
009320     END-READ
009330     MOVE WS-RQ-StudentID TO WS-EN-StudentID
009340     MOVE WS-SMT-CourseCode (WS-SectIndex) TO WS-EN-CourseCode
009350     COMPUTE WS-EN-Attempt = WS-LastAttempt + 1
009360     MOVE 0 TO WS-EN-Grade
009370     MOVE CT-CreditHours TO WS-EN-CreditHours
009380     MOVE SPACE TO WS-EN-Mark
009390     MOVE 0 TO WS-EN-MarkDate
009400     MOVE WS-RP-TermCode TO WS-EN-TermCode
009410     WRITE ENROLLMENT-RECORD FROM WS-ENROLLMENT-RECORD
009420         INVALID KEY
009430             MOVE "ENROLLMENT WRITE FAILED" TO WS-REJECT-REASON
009440             GO TO 5000-EXIT
009450     END-WRITE
009460     MOVE WS-RP-TermCode TO ST-TermCode
009470     MOVE WS-RQ-SectionCode TO ST-SectionCode
009480     MOVE WS-RQ-StudentID TO ST-StudentID
009490     MOVE WS-EN-CourseCode TO ST-CourseCode
009500     MOVE WS-EN-Attempt TO ST-Attempt
009510     MOVE WS-RunDate TO ST-GrantDate
009520     WRITE SEAT-RECORD
009530         INVALID KEY
009540             DISPLAY "Registration: seat write failed for "
009550                 WS-RQ-StudentID " " WS-RQ-SectionCode
009560     END-WRITE
009570     IF WS-StudentSection NOT = WS-RQ-SectionCode
009580         ADD 1 TO WS-SMT-Taken (WS-SectIndex)
009590     END-IF
009600     MOVE 0 TO WS-WaitPosition
009610     PERFORM 5300-WRITE-NOTICE THRU 5300-EXIT
009620     MOVE SPACES TO RR-NOTE
009630     PERFORM 5400-WRITE-REQUEST-LINE THRU 5400-EXIT.
009640 5000-EXIT.
009650     EXIT.
009660
009670*----------------------------------------------------------------
009680* 5100-FIND-COURSE-ATTEMPTS -- READ THE STUDENT'S ATTEMPTS AT
009690*     THE SECTION'S COURSE, KEEPING THE LAST ATTEMPT NUMBER AND
009700*     NOTING ANY ATTEMPT ALREADY IN THE TERM AND NOT WITHDRAWN.
009710*----------------------------------------------------------------
009720 5100-FIND-COURSE-ATTEMPTS.
009730     MOVE 0 TO WS-LastAttempt
009740     SET WS-NOT-ENROLLED-THIS-TERM TO TRUE
009750     MOVE "N" TO WS-ATTEMPT-DONE-SW
009760     MOVE WS-RQ-StudentID TO EN-StudentID
009770     MOVE WS-SMT-CourseCode (WS-SectIndex) TO EN-CourseCode
009780     MOVE 0 TO EN-Attempt
009790     START EnrollmentFile KEY IS NOT LESS THAN EN-KEY
009800         INVALID KEY
009810             GO TO 5100-EXIT
009820     END-START
009830     PERFORM 5110-READ-ONE-ATTEMPT THRU 5110-EXIT
009840         UNTIL WS-ATTEMPT-DONE.
009850 5100-EXIT.
009860     EXIT.
009870
009880*----------------------------------------------------------------
009890* 5110-READ-ONE-ATTEMPT -- READ THE NEXT ENROLLMENT RECORD WHILE
009900*     IT IS STILL THE SAME STUDENT AND COURSE.
009910*----------------------------------------------------------------
009920 5110-READ-ONE-ATTEMPT.
009930     READ EnrollmentFile NEXT
009940         AT END
009950             SET WS-ATTEMPT-DONE TO TRUE
009960             GO TO 5110-EXIT
009970     END-READ
009980     IF EN-StudentID NOT = WS-RQ-StudentID
009990             OR EN-CourseCode
010000                 NOT = WS-SMT-CourseCode (WS-SectIndex)
010010         SET WS-ATTEMPT-DONE TO TRUE
010020         GO TO 5110-EXIT
010030     END-IF
010040     MOVE EN-Attempt TO WS-LastAttempt
010050     IF EN-TermCode = WS-RP-TermCode AND EN-Mark NOT = "W"
010060         SET WS-ENROLLED-THIS-TERM TO TRUE
010070     END-IF.
010080 5110-EXIT.
010090     EXIT.
010100
010110*----------------------------------------------------------------
010120* 5200-READ-STUDENT -- KEYED READ OF THE MASTER FOR THE NAME ON
010130*     THE NOTICE AND THE STUDENT'S CLASS SECTION.  ONLY A STUDENT
010140*     ON THE MASTER CAN BE SEATED.
010150*----------------------------------------------------------------
010160 5200-READ-STUDENT.
010170     MOVE WS-RQ-StudentID TO StudentID
010180     READ StudentFile
010190         INVALID KEY
010200             MOVE "STUDENT NOT ON MASTER" TO WS-REJECT-REASON
010210             MOVE SPACES TO WS-StudentName
010220             MOVE SPACES TO WS-StudentSection
010230             GO TO 5200-EXIT
010240     END-READ
010250     MOVE StudentName TO WS-StudentName
010260     MOVE ClassSection TO WS-StudentSection.
010270 5200-EXIT.
010280     EXIT.
010290
010300*----------------------------------------------------------------
010310* 5300-WRITE-NOTICE -- WRITE ONE CONFIRMATION, PROMOTION OR
010320*     WAITLIST NOTICE RECORD FOR THE MAIL-MERGE SYSTEM.
010330*----------------------------------------------------------------
010340 5300-WRITE-NOTICE.
010350     MOVE SPACES TO NOTICE-RECORD
010360     MOVE WS-RQ-StudentID TO RN-StudentID
010370     MOVE WS-StudentName TO RN-StudentName
010380     MOVE WS-RQ-SectionCode TO RN-SectionCode
010390     MOVE WS-SMT-CourseCode (WS-SectIndex) TO RN-CourseCode
010400     MOVE WS-NOTICE-ACTION TO RN-Action
010410     MOVE WS-RP-TermCode TO RN-TermCode
010420     MOVE WS-WaitPosition TO RN-WaitPosition
010430     WRITE NOTICE-RECORD.
010440 5300-EXIT.
010450     EXIT.
010460
010470*----------------------------------------------------------------
010480* 5400-WRITE-REQUEST-LINE -- PRINT ONE REQUEST WITH ITS OUTCOME
010490*     (THE NOTICE ACTION) AND THE NOTE ALREADY IN RR-NOTE.
010500*----------------------------------------------------------------
010510 5400-WRITE-REQUEST-LINE.
010520     MOVE WS-RQ-StudentID TO RR-StudentID
010530     MOVE WS-RQ-SectionCode TO RR-SectionCode
010540     IF WS-SECT-FOUND
010550         MOVE WS-SMT-CourseCode (WS-SectIndex) TO RR-CourseCode
010560     ELSE
010570         MOVE SPACES TO RR-CourseCode
010580     END-IF
010590     MOVE WS-RQ-PriorityClass TO RR-PriorityClass
010600     MOVE WS-RQ-RequestStamp TO RR-RequestStamp
010610     MOVE WS-NOTICE-ACTION TO RR-OUTCOME
010620     WRITE REG-REPORT-LINE FROM WS-REQUEST-DETAIL-LINE.
010630 5400-EXIT.
010640     EXIT.
010650
010660*----------------------------------------------------------------
010670* 8000-PRINT-SECTION-SUMMARY -- ONE LINE PER SECTION: CAPACITY,
010680*     SEATS TAKEN AFTER THE RUN, SEATS FREED BY DROPS, STUDENTS
010690*     PROMOTED AND GRANTED, AND THE WAITLIST LEFT STANDING.
010700*----------------------------------------------------------------
010710 8000-PRINT-SECTION-SUMMARY.
010720     WRITE REG-REPORT-LINE FROM WS-BLANK-LINE
010730     WRITE REG-REPORT-LINE FROM WS-SUMMARY-HEADER-LINE
010740     PERFORM 8100-PRINT-ONE-SECTION THRU 8100-EXIT
010750         VARYING WS-SectIndex FROM 1 BY 1
010760         UNTIL WS-SectIndex > WS-SectionMasterCount.
010770 8000-EXIT.
010780     EXIT.
010790
010800*----------------------------------------------------------------
010810* 8100-PRINT-ONE-SECTION -- COUNT THE SECTION'S WAITLIST AND
010820*     PRINT ITS SUMMARY LINE.
010830*----------------------------------------------------------------
010840 8100-PRINT-ONE-SECTION.
010850     MOVE "N" TO WS-WAIT-DONE-SW
010860     MOVE WS-RP-TermCode TO WL-TermCode
010870     MOVE WS-SMT-SectionCode (WS-SectIndex) TO WL-SectionCode
010880     MOVE 0 TO WL-PriorityClass
010890     MOVE 0 TO WL-RequestStamp
010900     MOVE 0 TO WL-StudentID
010910     START WaitlistFile KEY IS NOT LESS THAN WL-KEY
010920         INVALID KEY
010930             SET WS-WAIT-DONE TO TRUE
010940     END-START
010950     PERFORM 8110-COUNT-ONE-WAITING THRU 8110-EXIT
010960         UNTIL WS-WAIT-DONE
010970     MOVE WS-SMT-SectionCode (WS-SectIndex) TO SS-SectionCode
010980     MOVE WS-SMT-CourseCode (WS-SectIndex) TO SS-CourseCode
010990     MOVE WS-SMT-Capacity (WS-SectIndex) TO SS-Capacity
011000     MOVE WS-SMT-Taken (WS-SectIndex) TO SS-Taken
011010     MOVE WS-SMT-Freed (WS-SectIndex) TO SS-Freed
011020     MOVE WS-SMT-Promoted (WS-SectIndex) TO SS-Promoted
011030     MOVE WS-SMT-Granted (WS-SectIndex) TO SS-Granted
011040     MOVE WS-SMT-Waiting (WS-SectIndex) TO SS-Waiting
011050     WRITE REG-REPORT-LINE FROM WS-SUMMARY-DETAIL-LINE.
011060 8100-EXIT.
011070     EXIT.
011080
011090*----------------------------------------------------------------
011100* 8110-COUNT-ONE-WAITING -- READ ONE WAITLIST ROW AND COUNT IT
011110*     WHILE IT IS STILL THE SECTION'S.
011120*----------------------------------------------------------------
011130 8110-COUNT-ONE-WAITING.
011140     READ WaitlistFile NEXT
011150         AT END
011160             SET WS-WAIT-DONE TO TRUE
011170             GO TO 8110-EXIT
011180     END-READ
011190     IF WL-TermCode NOT = WS-RP-TermCode
011200             OR WL-SectionCode
011210                 NOT = WS-SMT-SectionCode (WS-SectIndex)
011220         SET WS-WAIT-DONE TO TRUE
011230         GO TO 8110-EXIT
011240     END-IF
011250     ADD 1 TO WS-SMT-Waiting (WS-SectIndex).
011260 8110-EXIT.
011270     EXIT.
011280
011290*----------------------------------------------------------------
011300* 9000-FINALIZE-RUN -- PRINT THE RUN COUNTS AND CLOSE UP.  ANY
011310*     REJECTED REQUEST SETS CONDITION CODE 4.
011320*----------------------------------------------------------------
011330 9000-FINALIZE-RUN.
011340     WRITE REG-REPORT-LINE FROM WS-BLANK-LINE
011350     MOVE "Requests Read:" TO CL-LABEL
011360     MOVE WS-RequestCount TO CL-VALUE
011370     WRITE REG-REPORT-LINE FROM WS-COUNT-LINE
011380     MOVE "Seats Granted:" TO CL-LABEL
011390     MOVE WS-GrantedCount TO CL-VALUE
011400     WRITE REG-REPORT-LINE FROM WS-COUNT-LINE
011410     MOVE "Requests Waitlisted:" TO CL-LABEL
011420     MOVE WS-WaitlistedCount TO CL-VALUE
011430     WRITE REG-REPORT-LINE FROM WS-COUNT-LINE
011440     MOVE "Seats Freed By Drops:" TO CL-LABEL
011450     MOVE WS-FreedCount TO CL-VALUE
011460     WRITE REG-REPORT-LINE FROM WS-COUNT-LINE
011470     MOVE "Promoted From Waitlist:" TO CL-LABEL
011480     MOVE WS-PromotedCount TO CL-VALUE
011490     WRITE REG-REPORT-LINE FROM WS-COUNT-LINE
011500     MOVE "Requests Rejected:" TO CL-LABEL
011510     MOVE WS-RejectCount TO CL-VALUE
011520     WRITE REG-REPORT-LINE FROM WS-COUNT-LINE
011530     DISPLAY "Registration Requests Read: " WS-RequestCount
011540     DISPLAY "Registration Seats Granted: " WS-GrantedCount
011550         " Waitlisted: " WS-WaitlistedCount
011560     DISPLAY "Registration Seats Freed: " WS-FreedCount
011570         " Promoted: " WS-PromotedCount
011580     DISPLAY "Registration Requests Rejected: " WS-RejectCount
011590     CLOSE StudentFile
011600     CLOSE CatalogFile
011610     CLOSE EnrollmentFile
011620     CLOSE SeatFile
011630     CLOSE WaitlistFile
011640     CLOSE NoticeFile
011650     CLOSE RegReportFile
011660     IF WS-RejectCount > 0
011670         MOVE 4 TO RETURN-CODE
011680     END-IF.
011690 9000-EXIT.
011700     EXIT.
011710
011720 END PROGRAM Registration.
