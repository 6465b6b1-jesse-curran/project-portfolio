000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SapEvaluation.
000030 AUTHOR. J-CURRAN.
000040 INSTALLATION. REGISTRAR-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026 JC  NEW PROGRAM.  FINANCIAL AID REBUILT SATISFACTORY
000110*                 ACADEMIC PROGRESS BY HAND EVERY TERM FROM OUR
000120*                 PRINTED REPORTS.  THIS TERM-END RUN TAKES THE
000130*                 TERM AND THE MINIMUM COMPLETION RATE AND
000140*                 CUMULATIVE AVERAGE OFF A PARAMETER CARD
000150*                 (SAPPARM) AND, FOR EVERY ACTIVE STUDENT WHO
000160*                 TOOK COURSES IN THAT TERM, SUMS ATTEMPTED AND
000170*                 EARNED CREDIT HOURS OVER THE ENROLLMENTS IN
000180*                 CLOSED TERMS.  A W OR I MARK OR A FAILING GRADE
000190*                 IS ATTEMPTED BUT NOT EARNED.  THE CUMULATIVE
000200*                 AVERAGE IS THE ONE TERM CLOSE POSTED TO THE
000210*                 ACADEMIC HISTORY FOR THE TERM.  A STUDENT
000220*                 MEETING BOTH MINIMUMS MEETS SAP; THE FIRST
000230*                 FAILURE IS A WARNING AND A FAILURE AFTER A
000240*                 WARNING OR SUSPENSION IS A SUSPENSION.  EACH
000250*                 STUDENT'S STATUS AND THE ONE BEFORE IT ARE KEPT
000260*                 ON THE SAP STATUS FILE (SAPSTAT, INDEXED ON
000270*                 STUDENT ID), SO A RERUN OF THE SAME TERM GIVES
000280*                 THE SAME ANSWER.  OUTPUT IS A FIXED-FORMAT
000290*                 EXTRACT FOR THE AID SYSTEM (SAPEXT) AND A
000300*                 PRINTED EXCEPTIONS LIST (SAPRPT) OF WARNINGS,
000310*                 SUSPENSIONS AND STUDENTS BACK IN GOOD STANDING.
000320*                 NO CARD, UNUSABLE MINIMUMS, OR A TERM NOT YET
000330*                 CLOSED ENDS THE RUN WITH CONDITION CODE 8.
000340*----------------------------------------------------------------
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT OPTIONAL StudentFile ASSIGN TO "STUDENTS"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS StudentID.
000430
000440     SELECT OPTIONAL EnrollmentFile ASSIGN TO "ENROLL"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS EN-KEY.
000480
000490     SELECT OPTIONAL AcadHistFile ASSIGN TO "ACADHIST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS AC-KEY.
000530
000540     SELECT OPTIONAL SapStatusFile ASSIGN TO "SAPSTAT"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS SS-StudentID.
000580
000590     SELECT OPTIONAL SapParmFile ASSIGN TO "SAPPARM"
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610
000620     SELECT OPTIONAL TermCloseFile ASSIGN TO "TERMCLOS"
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640
000650     SELECT SapExtractFile ASSIGN TO "SAPEXT"
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670
000680     SELECT SapReportFile ASSIGN TO "SAPRPT"
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  StudentFile.
000740 01  StudentRecord.
000750     05  StudentID           PIC 9(05).
000760     05  StudentName         PIC A(30).
000770     05  StudentGrade        PIC 9(03).
000780     05  ClassSection        PIC X(04).
000790     05  CreditHours         PIC 9(01).
000800     05  StudentStatus       PIC X(01).
000810     05  StudentMark         PIC X(01).
000820     05  StudentMarkDate     PIC 9(08).
000830
000840 FD  EnrollmentFile.
000850 01  ENROLLMENT-RECORD.
000860     05  EN-KEY.
000870         10  EN-StudentID    PIC 9(05).
000880         10  EN-CourseCode   PIC X(06).
000890         10  EN-Attempt      PIC 9(02).
000900     05  EN-Grade            PIC 9(03).
000910     05  EN-CreditHours      PIC 9(01).
000920     05  EN-Mark             PIC X(01).
000930     05  EN-MarkDate         PIC 9(08).
000940     05  EN-TermCode         PIC X(06).
000950
000960 FD  AcadHistFile.
000970 01  ACAD-HIST-RECORD.
000980     05  AC-KEY.
000990         10  AC-StudentID    PIC 9(05).
001000         10  AC-TermCode     PIC X(06).
001010         10  AC-RecType      PIC X(01).
001020         10  AC-CourseCode   PIC X(06).
001030         10  AC-Attempt      PIC 9(02).
001040     05  AC-REST             PIC X(35).
001050     05  AC-COURSE-FIELDS    REDEFINES AC-REST.
001060         10  AC-Grade        PIC 9(03).
001070         10  AC-CreditHours  PIC 9(01).
001080         10  AC-Mark         PIC X(01).
001090         10  FILLER          PIC X(30).
001100     05  AC-TOTAL-FIELDS     REDEFINES AC-REST.
001110         10  AC-TermHours    PIC 9(03).
001120         10  AC-TermPoints   PIC 9(05).
001130         10  AC-TermAverage  PIC 999V9.
001140         10  AC-CumHours     PIC 9(04).
001150         10  AC-CumPoints    PIC 9(07).
001160         10  AC-CumAverage   PIC 999V9.
001170         10  AC-CloseDate    PIC 9(08).
001180
001190 FD  SapStatusFile.
001200 01  SAP-STATUS-RECORD.
001210     05  SS-StudentID        PIC 9(05).
001220     05  SS-TermCode         PIC X(06).
001230     05  SS-Status           PIC X(01).
001240     05  SS-PriorTermCode    PIC X(06).
001250     05  SS-PriorStatus      PIC X(01).
001260     05  SS-EvalDate         PIC 9(08).
001270
001280 FD  SapParmFile.
001290 01  SAP-PARM-RECORD.
001300     05  SP-TermCode         PIC X(06).
001310     05  SP-MinCompletion    PIC 9(03).
001320     05  SP-MinAverage       PIC 999V9.
001330
001340 FD  TermCloseFile.
001350 01  TERM-CLOSE-RECORD.
001360     05  TL-TermCode         PIC X(06).
001370     05  FILLER              PIC X(01).
001380     05  TL-CloseDate        PIC 9(08).
001390     05  FILLER              PIC X(01).
001400     05  TL-StudentCount     PIC 9(05).
001410     05  FILLER              PIC X(01).
001420     05  TL-CourseCount      PIC 9(05).
001430
001440 FD  SapExtractFile.
001450 01  SAP-EXTRACT-RECORD.
001460     05  SX-StudentID        PIC 9(05).
001470     05  SX-StudentName      PIC A(30).
001480     05  SX-TermCode         PIC X(06).
001490     05  SX-AttemptedHours   PIC 9(04).
001500     05  SX-EarnedHours      PIC 9(04).
001510     05  SX-CompletionPct    PIC 999V9.
001520     05  SX-CumAverage       PIC 999V9.
001530     05  SX-Status           PIC X(01).
001540     05  SX-PriorStatus      PIC X(01).
001550     05  SX-EvalDate         PIC 9(08).
001560
001570 FD  SapReportFile.
001580 01  SAP-LINE                   PIC X(80).
001590
001600 WORKING-STORAGE SECTION.
001610*----------------------------------------------------------------
001620* SWITCHES
001630*----------------------------------------------------------------
001640 77  WS-MASTER-EOF-SW        PIC X(01)   VALUE "N".
001650     88  WS-MASTER-EOF                   VALUE "Y".
001660
001670 77  WS-ENROLL-EOF-SW        PIC X(01)   VALUE "N".
001680     88  WS-ENROLL-EOF                   VALUE "Y".
001690
001700 77  WS-COURSES-DONE-SW      PIC X(01)   VALUE "N".
001710     88  WS-COURSES-DONE                 VALUE "Y".
001720
001730 77  WS-CLOSED-EOF-SW        PIC X(01)   VALUE "N".
001740     88  WS-CLOSED-EOF                   VALUE "Y".
001750
001760 77  WS-PARM-OK-SW           PIC X(01)   VALUE "N".
001770     88  WS-PARM-OK                      VALUE "Y".
001780
001790 77  WS-TERM-CLOSED-SW       PIC X(01)   VALUE "N".
001800     88  WS-TERM-CLOSED                  VALUE "Y".
001810     88  WS-TERM-NOT-CLOSED              VALUE "N".
001820
001830 77  WS-HISTORY-SW           PIC X(01)   VALUE "N".
001840     88  WS-HISTORY-FOUND                VALUE "Y".
001850     88  WS-HISTORY-NOT-FOUND            VALUE "N".
001860
001870 77  WS-SAPSTAT-SW           PIC X(01)   VALUE "N".
001880     88  WS-SAPSTAT-FOUND                VALUE "Y".
001890     88  WS-SAPSTAT-NOT-FOUND            VALUE "N".
001900
001910*----------------------------------------------------------------
001920* THE TERM AND MINIMUMS, OFF THE SAPPARM CARD.  THERE ARE NO
001930*     SHOP DEFAULTS FOR AID ELIGIBILITY; A MISSING OR UNUSABLE
001940*     CARD FAILS THE RUN OUTRIGHT.
001950*----------------------------------------------------------------
001960 01  WS-SAP-PARM-RECORD.
001970     05  WS-SP-TermCode      PIC X(06).
001980     05  WS-SP-MinCompletion PIC 9(03).
001990     05  WS-SP-MinAverage    PIC 999V9.
002000
002010*----------------------------------------------------------------
002020* PASSING RULE -- THE ROSTER RUN'S D LINE.  AN UNMARKED GRADE AT
002030*     OR ABOVE THIS, OR A PASS/FAIL "P", EARNS THE HOURS.
002040*----------------------------------------------------------------
002050 77  WS-PASS-GRADE           PIC 9(03)   VALUE 60.
002060
002070*----------------------------------------------------------------
002080* CLOSED TERMS -- ONLY ENROLLMENTS IN A TERM ON THE TERM-CLOSE
002090*     CONTROL FILE HAVE FINAL GRADES AND COUNT TOWARD SAP.
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
002290* WORKING COPY OF THE MASTER RECORD BEING EVALUATED
002300*----------------------------------------------------------------
002310 01  WS-STUDENT-RECORD.
002320     05  WS-StudentID        PIC 9(05).
002330     05  WS-StudentName      PIC A(30).
002340     05  WS-StudentGrade     PIC 9(03).
002350     05  WS-ClassSection     PIC X(04).
002360     05  WS-CreditHours      PIC 9(01).
002370     05  WS-StudentStatus    PIC X(01).
002380         88  WS-STUDENT-INACTIVE         VALUES "G" "W".
002390     05  WS-StudentMark      PIC X(01).
002400     05  WS-StudentMarkDate  PIC 9(08).
002410
002420 01  WS-ENROLLMENT-RECORD.
002430     05  WS-EN-KEY.
002440         10  WS-EN-StudentID     PIC 9(05).
002450         10  WS-EN-CourseCode    PIC X(06).
002460         10  WS-EN-Attempt       PIC 9(02).
002470     05  WS-EN-Grade         PIC 9(03).
002480     05  WS-EN-CreditHours   PIC 9(01).
002490     05  WS-EN-Mark          PIC X(01).
002500         88  WS-EN-MARK-NONE             VALUE SPACE.
002510         88  WS-EN-MARK-PASSFAIL         VALUE "P".
002520     05  WS-EN-MarkDate      PIC 9(08).
002530     05  WS-EN-TermCode      PIC X(06).
002540
002550*----------------------------------------------------------------
002560* EVALUATION WORK FIELDS.  STATUS CODES: M MEETS, W WARNING,
002570*     S SUSPENDED; A BLANK PRIOR STATUS MEANS NEVER EVALUATED.
002580*----------------------------------------------------------------
002590 77  WS-AttemptedHours       PIC 9(04)   VALUE 0.
002600 77  WS-EarnedHours          PIC 9(04)   VALUE 0.
002610 77  WS-CompletionPct        PIC 999V9   VALUE 0.
002620 77  WS-CumAverage           PIC 999V9   VALUE 0.
002630 77  WS-FAILED-TEST          PIC X(16)   VALUE SPACES.
002640
002650 01  WS-SAP-RESULT.
002660     05  WS-NewStatus        PIC X(01).
002670         88  WS-NEW-MEETS                VALUE "M".
002680         88  WS-NEW-WARNING              VALUE "W".
002690         88  WS-NEW-SUSPENDED            VALUE "S".
002700     05  WS-PriorStatus      PIC X(01).
002710         88  WS-PRIOR-FAILED             VALUES "W" "S".
002720     05  WS-PriorTermCode    PIC X(06).
002730
002740*----------------------------------------------------------------
002750* RUN COUNTS
002760*----------------------------------------------------------------
002770 77  WS-RunDate              PIC 9(08)   VALUE 0.
002780 77  WS-ReadCount            PIC 9(05)   VALUE 0.
002790 77  WS-EvaluatedCount       PIC 9(05)   VALUE 0.
002800 77  WS-InactiveCount        PIC 9(05)   VALUE 0.
002810 77  WS-NotInTermCount       PIC 9(05)   VALUE 0.
002820 77  WS-MeetsCount           PIC 9(05)   VALUE 0.
002830 77  WS-WarningCount         PIC 9(05)   VALUE 0.
002840 77  WS-SuspendedCount       PIC 9(05)   VALUE 0.
002850 77  WS-ReinstatedCount      PIC 9(05)   VALUE 0.
002860 77  WS-ExtractCount         PIC 9(05)   VALUE 0.
002870
002880*----------------------------------------------------------------
002890* PRINTED EXCEPTIONS LIST LINES
002900*----------------------------------------------------------------
002910 01  WS-SAP-TITLE-LINE.
002920     05  FILLER              PIC X(30)
002930         VALUE "SAP EXCEPTIONS LIST  TERM".
002940     05  TI-TermCode         PIC X(06).
002950     05  FILLER              PIC X(02)   VALUE SPACES.
002960     05  TI-RunDate          PIC 9(08).
002970     05  FILLER              PIC X(08)   VALUE "  MIN %".
002980     05  TI-MinCompletion    PIC ZZ9.
002990     05  FILLER              PIC X(10)   VALUE "  MIN AVG ".
003000     05  TI-MinAverage       PIC ZZ9.9.
003010     05  FILLER              PIC X(08)   VALUE SPACES.
003020
003030 01  WS-SAP-HEADER-LINE.
003040     05  FILLER              PIC X(07)   VALUE "ID".
003050     05  FILLER              PIC X(19)   VALUE "NAME".
003060     05  FILLER              PIC X(06)   VALUE " ATT".
003070     05  FILLER              PIC X(06)   VALUE " ERN".
003080     05  FILLER              PIC X(07)   VALUE "  PCT".
003090     05  FILLER              PIC X(07)   VALUE "  AVG".
003100     05  FILLER              PIC X(06)   VALUE "PRIOR".
003110     05  FILLER              PIC X(05)   VALUE "NOW".
003120     05  FILLER              PIC X(17)   VALUE "BELOW MINIMUM".
003130
003140 01  WS-SAP-DETAIL-LINE.
003150     05  SD-StudentID        PIC ZZZZ9.
003160     05  FILLER              PIC X(02)   VALUE SPACES.
003170     05  SD-StudentName      PIC A(18).
003180     05  FILLER              PIC X(01)   VALUE SPACES.
003190     05  SD-AttemptedHours   PIC ZZZ9.
003200     05  FILLER              PIC X(02)   VALUE SPACES.
003210     05  SD-EarnedHours      PIC ZZZ9.
003220     05  FILLER              PIC X(02)   VALUE SPACES.
003230     05  SD-CompletionPct    PIC ZZ9.9.
003240     05  FILLER              PIC X(02)   VALUE SPACES.
003250     05  SD-CumAverage       PIC ZZ9.9.
003260     05  FILLER              PIC X(04)   VALUE SPACES.
003270     05  SD-PriorStatus      PIC X(01).
003280     05  FILLER              PIC X(04)   VALUE SPACES.
003290     05  SD-Status           PIC X(01).
003300     05  FILLER              PIC X(03)   VALUE SPACES.
003310     05  SD-FAILED-TEST      PIC X(16).
003320     05  FILLER              PIC X(01)   VALUE SPACES.
003330
003340 01  WS-COUNT-LINE.
003350     05  CL-LABEL            PIC X(26).
003360     05  CL-VALUE            PIC ZZZZ9.
003370     05  FILLER              PIC X(49)   VALUE SPACES.
003380
003390 PROCEDURE DIVISION.
003400*----------------------------------------------------------------
003410* 0000-MAIN-PROCESS -- CONTROLS THE SAP EVALUATION RUN
003420*----------------------------------------------------------------
003430 0000-MAIN-PROCESS.
003440     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
003450     PERFORM 2000-EVALUATE-ONE-STUDENT THRU 2000-EXIT
003460         UNTIL WS-MASTER-EOF
003470     PERFORM 9000-FINALIZE-RUN THRU 9000-EXIT
003480     STOP RUN.
003490
003500*----------------------------------------------------------------
003510* 1000-INITIALIZE-RUN -- READ THE PARAMETER CARD AND THE CLOSED
003520*     TERMS, REFUSING THE RUN WITHOUT USABLE MINIMUMS OR BEFORE
003530*     THE TERM IS CLOSED, THEN OPEN THE FILES AND PRIME THE
003540*     FIRST MASTER RECORD.
003550*----------------------------------------------------------------
003560 1000-INITIALIZE-RUN.
003570     ACCEPT WS-RunDate FROM DATE YYYYMMDD
003580     PERFORM 1100-READ-PARAMETER-CARD THRU 1100-EXIT
003590     IF NOT WS-PARM-OK
003600         DISPLAY "SAP: SAPPARM missing or unusable"
003610         MOVE 8 TO RETURN-CODE
003620         STOP RUN
003630     END-IF
003640     PERFORM 1200-LOAD-CLOSED-TERMS THRU 1200-EXIT
003650     MOVE WS-SP-TermCode TO WS-CheckTermCode
003660     PERFORM 1300-CHECK-TERM-CLOSED THRU 1300-EXIT
003670     IF WS-TERM-NOT-CLOSED
003680         DISPLAY "SAP: term " WS-SP-TermCode
003690             " has not been closed"
003700         MOVE 8 TO RETURN-CODE
003710         STOP RUN
003720     END-IF
003730     OPEN INPUT StudentFile
003740     OPEN INPUT EnrollmentFile
003750     OPEN INPUT AcadHistFile
003760     OPEN I-O SapStatusFile
003770     OPEN OUTPUT SapExtractFile
003780     OPEN OUTPUT SapReportFile
003790     MOVE WS-SP-TermCode TO TI-TermCode
003800     MOVE WS-RunDate TO TI-RunDate
003810     MOVE WS-SP-MinCompletion TO TI-MinCompletion
003820     MOVE WS-SP-MinAverage TO TI-MinAverage
003830     WRITE SAP-LINE FROM WS-SAP-TITLE-LINE
003840     WRITE SAP-LINE FROM WS-SAP-HEADER-LINE
003850     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT.
003860 1000-EXIT.
003870     EXIT.
003880
003890*----------------------------------------------------------------
003900* 1100-READ-PARAMETER-CARD -- TAKE THE TERM, THE MINIMUM
003910*     COMPLETION PERCENT AND THE MINIMUM CUMULATIVE AVERAGE OFF
003920*     THE SAPPARM CARD.  THE TERM MUST BE PUNCHED, BOTH MINIMUMS
003930*     MUST BE NUMERIC AND THE PERCENT MAY NOT EXCEED 100.
003940*----------------------------------------------------------------
003950 1100-READ-PARAMETER-CARD.
003960     MOVE SPACES TO WS-SAP-PARM-RECORD
003970     OPEN INPUT SapParmFile
003980     READ SapParmFile INTO WS-SAP-PARM-RECORD
003990         AT END
004000             GO TO 1100-DONE
004010     END-READ
004020     IF WS-SP-TermCode NOT = SPACES
004030             AND WS-SP-MinCompletion IS NUMERIC
004040             AND WS-SP-MinAverage IS NUMERIC
004050             AND WS-SP-MinCompletion NOT > 100
004060         SET WS-PARM-OK TO TRUE
004070     END-IF.
004080 1100-DONE.
004090     CLOSE SapParmFile.
004100 1100-EXIT.
004110     EXIT.
004120
004130*----------------------------------------------------------------
004140* 1200-LOAD-CLOSED-TERMS -- READ THE TERM-CLOSE CONTROL FILE
004150*     INTO THE CLOSED-TERMS TABLE.
004160*----------------------------------------------------------------
004170 1200-LOAD-CLOSED-TERMS.
004180     OPEN INPUT TermCloseFile
004190     PERFORM 1210-READ-CLOSE-RECORD THRU 1210-EXIT
004200     PERFORM 1220-TABLE-CLOSED-TERM THRU 1220-EXIT
004210         UNTIL WS-CLOSED-EOF
004220     CLOSE TermCloseFile.
004230 1200-EXIT.
004240     EXIT.
004250
004260*----------------------------------------------------------------
004270* 1210-READ-CLOSE-RECORD -- READ ONE TERM-CLOSE CONTROL RECORD.
004280*----------------------------------------------------------------
004290 1210-READ-CLOSE-RECORD.
004300     READ TermCloseFile INTO WS-TERM-CLOSE-RECORD
004310         AT END
004320             SET WS-CLOSED-EOF TO TRUE
004330             GO TO 1210-EXIT
004340     END-READ.
004350 1210-EXIT.
004360     EXIT.
004370
004380*----------------------------------------------------------------
004390* 1220-TABLE-CLOSED-TERM -- FILE ONE CLOSED TERM IN THE TABLE
004400*     AND READ THE NEXT ONE.
004410*----------------------------------------------------------------
004420 1220-TABLE-CLOSED-TERM.
004430     IF WS-ClosedCount >= WS-CLOSED-MAX
004440         DISPLAY "SAP: closed-term table full at "
004450             WS-CLOSED-MAX " terms; remaining terms ignored"
004460         SET WS-CLOSED-EOF TO TRUE
004470         GO TO 1220-EXIT
004480     END-IF
004490     ADD 1 TO WS-ClosedCount
004500     MOVE WS-TL-TermCode TO WS-CLT-TermCode (WS-ClosedCount)
004510     PERFORM 1210-READ-CLOSE-RECORD THRU 1210-EXIT.
004520 1220-EXIT.
004530     EXIT.
004540
004550*----------------------------------------------------------------
004560* 1300-CHECK-TERM-CLOSED -- LOOK UP THE TERM IN WS-CheckTermCode
004570*     ON THE CLOSED-TERMS TABLE.
004580*----------------------------------------------------------------
004590 1300-CHECK-TERM-CLOSED.
004600     SET WS-TERM-NOT-CLOSED TO TRUE
004610     PERFORM 1310-MATCH-CLOSED-TERM THRU 1310-EXIT
004620         VARYING WS-CL-SUB FROM 1 BY 1
004630         UNTIL WS-TERM-CLOSED
004640            OR WS-CL-SUB > WS-ClosedCount.
004650 1300-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------------
004690* 1310-MATCH-CLOSED-TERM -- TEST ONE CLOSED-TERMS TABLE ENTRY.
004700*----------------------------------------------------------------
004710 1310-MATCH-CLOSED-TERM.
004720     IF WS-CLT-TermCode (WS-CL-SUB) = WS-CheckTermCode
004730         SET WS-TERM-CLOSED TO TRUE
004740     END-IF.
004750 1310-EXIT.
004760     EXIT.
004770
004780*----------------------------------------------------------------
004790* 2000-EVALUATE-ONE-STUDENT -- EVALUATE THE MASTER RECORD JUST
004800*     READ, THEN READ THE NEXT ONE.  INACTIVE STUDENTS AND
004810*     STUDENTS WITH NO TERM TOTAL ON THE HISTORY FOR THE TERM
004820*     (NOTHING TAKEN THAT TERM) ARE NOT EVALUATED AND KEEP
004830*     WHATEVER STATUS THEY HAD.
004840*----------------------------------------------------------------
004850 2000-EVALUATE-ONE-STUDENT.
004860     IF WS-STUDENT-INACTIVE
004870         ADD 1 TO WS-InactiveCount
004880         GO TO 2000-NEXT
004890     END-IF
004900     PERFORM 2200-READ-TERM-TOTAL THRU 2200-EXIT
004910     IF WS-HISTORY-NOT-FOUND
004920         ADD 1 TO WS-NotInTermCount
004930         GO TO 2000-NEXT
004940     END-IF
004950     PERFORM 2300-SUM-ATTEMPTED-HOURS THRU 2300-EXIT
004960     PERFORM 2400-GET-PRIOR-STATUS THRU 2400-EXIT
004970     PERFORM 2500-DECIDE-STATUS THRU 2500-EXIT
004980     PERFORM 2600-SAVE-STATUS THRU 2600-EXIT
004990     PERFORM 2700-WRITE-EXTRACT-ROW THRU 2700-EXIT
005000     PERFORM 2800-LIST-EXCEPTION THRU 2800-EXIT
005010     ADD 1 TO WS-EvaluatedCount.
005020 2000-NEXT.
005030     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT.
005040 2000-EXIT.
005050     EXIT.
005060
005070*----------------------------------------------------------------
005080* 2100-READ-MASTER-RECORD -- READ THE NEXT MASTER RECORD.
005090*----------------------------------------------------------------
005100 2100-READ-MASTER-RECORD.
005110     READ StudentFile NEXT INTO WS-STUDENT-RECORD
005120         AT END
005130             SET WS-MASTER-EOF TO TRUE
005140             GO TO 2100-EXIT
005150     END-READ
005160     ADD 1 TO WS-ReadCount.
005170 2100-EXIT.
005180     EXIT.
005190
005200*----------------------------------------------------------------
005210* 2200-READ-TERM-TOTAL -- KEYED READ OF THE STUDENT'S TERM-TOTAL
005220*     ROW ON THE ACADEMIC HISTORY FOR THE TERM BEING EVALUATED,
005230*     WHICH CARRIES THE CUMULATIVE AVERAGE AS OF THAT TERM.
005240*----------------------------------------------------------------
005250 2200-READ-TERM-TOTAL.
005260     SET WS-HISTORY-NOT-FOUND TO TRUE
005270     MOVE 0 TO WS-CumAverage
005280     MOVE WS-StudentID TO AC-StudentID
005290     MOVE WS-SP-TermCode TO AC-TermCode
005300     MOVE "T" TO AC-RecType
005310     MOVE SPACES TO AC-CourseCode
005320     MOVE 0 TO AC-Attempt
005330     READ AcadHistFile
005340         INVALID KEY
005350             GO TO 2200-EXIT
005360     END-READ
005370     SET WS-HISTORY-FOUND TO TRUE
005380     MOVE AC-CumAverage TO WS-CumAverage.
005390 2200-EXIT.
005400     EXIT.
005410
005420*----------------------------------------------------------------
005430* 2300-SUM-ATTEMPTED-HOURS -- READ EVERY ENROLLMENT RECORD FOR
005440*     THE STUDENT BY KEY AND ROLL UP ATTEMPTED AND EARNED HOURS
005450*     OVER THE ONES IN A CLOSED TERM, THEN WORK OUT THE
005460*     COMPLETION PERCENT.
005470*----------------------------------------------------------------
005480 2300-SUM-ATTEMPTED-HOURS.
005490     MOVE 0 TO WS-AttemptedHours
005500     MOVE 0 TO WS-EarnedHours
005510     MOVE 0 TO WS-CompletionPct
005520     MOVE "N" TO WS-ENROLL-EOF-SW
005530     MOVE "N" TO WS-COURSES-DONE-SW
005540     MOVE WS-StudentID TO EN-StudentID
005550     MOVE LOW-VALUES TO EN-CourseCode
005560     MOVE 0 TO EN-Attempt
005570     START EnrollmentFile KEY IS NOT LESS THAN EN-KEY
005580         INVALID KEY
005590             SET WS-ENROLL-EOF TO TRUE
005600             GO TO 2300-EXIT
005610     END-START
005620     PERFORM 2310-ADD-ONE-ENROLLMENT THRU 2310-EXIT
005630         UNTIL WS-COURSES-DONE
005640     IF WS-AttemptedHours > 0
005650         COMPUTE WS-CompletionPct ROUNDED
005660             = WS-EarnedHours * 100 / WS-AttemptedHours
005670     END-IF.
005680 2300-EXIT.
005690     EXIT.
005700
005710*----------------------------------------------------------------
005720* 2310-ADD-ONE-ENROLLMENT -- READ THE NEXT ENROLLMENT RECORD AND,
005730*     WHEN IT STILL BELONGS TO THE STUDENT AND ITS TERM IS
005740*     CLOSED, COUNT ITS HOURS AS ATTEMPTED, AND AS EARNED WHEN
005750*     IT CARRIES A PASSING GRADE OR A PASS/FAIL "P".  W AND I
005760*     MARKS AND FAILING GRADES ARE ATTEMPTED ONLY.
005770*----------------------------------------------------------------
005780 2310-ADD-ONE-ENROLLMENT.
005790     READ EnrollmentFile NEXT INTO WS-ENROLLMENT-RECORD
005800         AT END
005810             SET WS-ENROLL-EOF TO TRUE
005820             SET WS-COURSES-DONE TO TRUE
005830             GO TO 2310-EXIT
005840     END-READ
005850     IF WS-EN-StudentID NOT = WS-StudentID
005860         SET WS-COURSES-DONE TO TRUE
005870         GO TO 2310-EXIT
005880     END-IF
005890     MOVE WS-EN-TermCode TO WS-CheckTermCode
005900     PERFORM 1300-CHECK-TERM-CLOSED THRU 1300-EXIT
005910     IF WS-TERM-NOT-CLOSED
005920         GO TO 2310-EXIT
005930     END-IF
005940     ADD WS-EN-CreditHours TO WS-AttemptedHours
005950     IF WS-EN-MARK-PASSFAIL
005960         ADD WS-EN-CreditHours TO WS-EarnedHours
005970     END-IF
005980     IF WS-EN-MARK-NONE
005990             AND WS-EN-Grade >= WS-PASS-GRADE
006000         ADD WS-EN-CreditHours TO WS-EarnedHours
006010     END-IF.
006020 2310-EXIT.
006030     EXIT.
006040
006050*----------------------------------------------------------------
006060* 2400-GET-PRIOR-STATUS -- KEYED READ OF THE STUDENT'S SAP STATUS
006070*     ROW.  WHEN THE ROW WAS LAST WRITTEN FOR THIS SAME TERM THIS
006080*     IS A RERUN, AND THE STATUS BEFORE IT IS STILL THE PRIOR.
006090*----------------------------------------------------------------
006100 2400-GET-PRIOR-STATUS.
006110     MOVE SPACES TO WS-SAP-RESULT
006120     SET WS-SAPSTAT-NOT-FOUND TO TRUE
006130     MOVE WS-StudentID TO SS-StudentID
006140     READ SapStatusFile
006150         INVALID KEY
006160             GO TO 2400-EXIT
006170     END-READ
006180     SET WS-SAPSTAT-FOUND TO TRUE
006190     IF SS-TermCode = WS-SP-TermCode
006200         MOVE SS-PriorStatus TO WS-PriorStatus
006210         MOVE SS-PriorTermCode TO WS-PriorTermCode
006220     ELSE
006230         MOVE SS-Status TO WS-PriorStatus
006240         MOVE SS-TermCode TO WS-PriorTermCode
006250     END-IF.
006260 2400-EXIT.
006270     EXIT.
006280
006290*----------------------------------------------------------------
006300* 2500-DECIDE-STATUS -- TEST BOTH MINIMUMS.  PASSING BOTH MEETS
006310*     SAP; FAILING EITHER IS A WARNING, OR A SUSPENSION WHEN THE
006320*     PRIOR STATUS WAS ALREADY A WARNING OR A SUSPENSION.
006330*----------------------------------------------------------------
006340 2500-DECIDE-STATUS.
006350     MOVE SPACES TO WS-FAILED-TEST
006360     EVALUATE TRUE
006370         WHEN WS-CompletionPct < WS-SP-MinCompletion
006380                 AND WS-CumAverage < WS-SP-MinAverage
006390             MOVE "COMPLETION + AVG" TO WS-FAILED-TEST
006400         WHEN WS-CompletionPct < WS-SP-MinCompletion
006410             MOVE "COMPLETION" TO WS-FAILED-TEST
006420         WHEN WS-CumAverage < WS-SP-MinAverage
006430             MOVE "AVERAGE" TO WS-FAILED-TEST
006440     END-EVALUATE
006450     EVALUATE TRUE
006460         WHEN WS-FAILED-TEST = SPACES
006470             SET WS-NEW-MEETS TO TRUE
006480             ADD 1 TO WS-MeetsCount
006490         WHEN WS-PRIOR-FAILED
006500             SET WS-NEW-SUSPENDED TO TRUE
006510             ADD 1 TO WS-SuspendedCount
006520         WHEN OTHER
006530             SET WS-NEW-WARNING TO TRUE
006540             ADD 1 TO WS-WarningCount
006550     END-EVALUATE.
006560 2500-EXIT.
006570     EXIT.
006580
006590*----------------------------------------------------------------
006600* 2600-SAVE-STATUS -- WRITE OR REWRITE THE STUDENT'S SAP STATUS
006610*     ROW WITH THE NEW STATUS AND THE PRIOR ONE.
006620*----------------------------------------------------------------
006630 2600-SAVE-STATUS.
006640     MOVE WS-StudentID TO SS-StudentID
006650     MOVE WS-SP-TermCode TO SS-TermCode
006660     MOVE WS-NewStatus TO SS-Status
006670     MOVE WS-PriorTermCode TO SS-PriorTermCode
006680     MOVE WS-PriorStatus TO SS-PriorStatus
006690     MOVE WS-RunDate TO SS-EvalDate
006700     IF WS-SAPSTAT-FOUND
006710         REWRITE SAP-STATUS-RECORD
006720             INVALID KEY
006730                 DISPLAY "SAP: status update failed for "
006740                     WS-StudentID
006750         END-REWRITE
006760     ELSE
006770         WRITE SAP-STATUS-RECORD
006780             INVALID KEY
006790                 DISPLAY "SAP: status write failed for "
006800                     WS-StudentID
006810         END-WRITE
006820     END-IF.
006830 2600-EXIT.
006840     EXIT.
006850
006860*----------------------------------------------------------------
006870* 2700-WRITE-EXTRACT-ROW -- ONE FIXED-FORMAT ROW PER EVALUATED
006880*     STUDENT FOR THE AID SYSTEM.
006890*----------------------------------------------------------------
006900 2700-WRITE-EXTRACT-ROW.
006910     MOVE WS-StudentID TO SX-StudentID
006920     MOVE WS-StudentName TO SX-StudentName
006930     MOVE WS-SP-TermCode TO SX-TermCode
006940     MOVE WS-AttemptedHours TO SX-AttemptedHours
006950     MOVE WS-EarnedHours TO SX-EarnedHours
006960     MOVE WS-CompletionPct TO SX-CompletionPct
006970     MOVE WS-CumAverage TO SX-CumAverage
006980     MOVE WS-NewStatus TO SX-Status
006990     MOVE WS-PriorStatus TO SX-PriorStatus
007000     MOVE WS-RunDate TO SX-EvalDate
007010     WRITE SAP-EXTRACT-RECORD
007020     ADD 1 TO WS-ExtractCount.
007030 2700-EXIT.
007040     EXIT.
007050
007060*----------------------------------------------------------------
007070* 2800-LIST-EXCEPTION -- PRINT A WARNING OR SUSPENSION, AND A
007080*     STUDENT BACK IN GOOD STANDING AFTER ONE, ON THE EXCEPTIONS
007090*     LIST.  A STUDENT WHO SIMPLY KEEPS MEETING SAP IS NOT LISTED.
007100*----------------------------------------------------------------
007110 2800-LIST-EXCEPTION.
007120     IF WS-NEW-MEETS
007130         IF WS-PRIOR-FAILED
007140             ADD 1 TO WS-ReinstatedCount
007150         ELSE
007160             GO TO 2800-EXIT
007170         END-IF
007180     END-IF
007190     MOVE WS-StudentID TO SD-StudentID
007200     MOVE WS-StudentName TO SD-StudentName
007210     MOVE WS-AttemptedHours TO SD-AttemptedHours
007220     MOVE WS-EarnedHours TO SD-EarnedHours
007230     MOVE WS-CompletionPct TO SD-CompletionPct
007240     MOVE WS-CumAverage TO SD-CumAverage
007250     MOVE WS-PriorStatus TO SD-PriorStatus
007260     MOVE WS-NewStatus TO SD-Status
007270     MOVE WS-FAILED-TEST TO SD-FAILED-TEST
007280     WRITE SAP-LINE FROM WS-SAP-DETAIL-LINE.
007290 2800-EXIT.
007300     EXIT.
007310
007320*----------------------------------------------------------------
007330* 9000-FINALIZE-RUN -- PRINT THE RUN COUNTS AND CLOSE UP.
007340*----------------------------------------------------------------
007350 9000-FINALIZE-RUN.
007360     MOVE "Students Read:" TO CL-LABEL
007370     MOVE WS-ReadCount TO CL-VALUE
007380     WRITE SAP-LINE FROM WS-COUNT-LINE
007390     MOVE "Inactive, Not Evaluated:" TO CL-LABEL
007400     MOVE WS-InactiveCount TO CL-VALUE
007410     WRITE SAP-LINE FROM WS-COUNT-LINE
007420     MOVE "Not Enrolled In Term:" TO CL-LABEL
007430     MOVE WS-NotInTermCount TO CL-VALUE
007440     WRITE SAP-LINE FROM WS-COUNT-LINE
007450     MOVE "Students Evaluated:" TO CL-LABEL
007460     MOVE WS-EvaluatedCount TO CL-VALUE
007470     WRITE SAP-LINE FROM WS-COUNT-LINE
007480     MOVE "Meets SAP:" TO CL-LABEL
007490     MOVE WS-MeetsCount TO CL-VALUE
007500     WRITE SAP-LINE FROM WS-COUNT-LINE
007510     MOVE "Warning:" TO CL-LABEL
007520     MOVE WS-WarningCount TO CL-VALUE
007530     WRITE SAP-LINE FROM WS-COUNT-LINE
007540     MOVE "Suspended:" TO CL-LABEL
007550     MOVE WS-SuspendedCount TO CL-VALUE
007560     WRITE SAP-LINE FROM WS-COUNT-LINE
007570     MOVE "Back In Good Standing:" TO CL-LABEL
007580     MOVE WS-ReinstatedCount TO CL-VALUE
007590     WRITE SAP-LINE FROM WS-COUNT-LINE
007600     DISPLAY "SAP Students Read: " WS-ReadCount
007610         " Evaluated: " WS-EvaluatedCount
007620     DISPLAY "SAP Meets: " WS-MeetsCount
007630         " Warning: " WS-WarningCount
007640         " Suspended: " WS-SuspendedCount
007650     DISPLAY "SAP Extract Rows: " WS-ExtractCount
007660     CLOSE StudentFile
007670     CLOSE EnrollmentFile
007680     CLOSE AcadHistFile
007690     CLOSE SapStatusFile
007700     CLOSE SapExtractFile
007710     CLOSE SapReportFile.
007720 9000-EXIT.
007730     EXIT.
007740
007750 END PROGRAM SapEvaluation.
