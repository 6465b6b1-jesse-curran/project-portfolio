000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GradeApproval.
000030 AUTHOR. J-CURRAN.
000040 INSTALLATION. REGISTRAR-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026 JC  NEW PROGRAM.  A LOOKUP CARD WITH A NEW GRADE
000110*                 USED TO REWRITE THE MASTER ON THE SPOT, SO ONE
000120*                 OPERATOR COULD CHANGE ANY GRADE ALONE.  THE
000130*                 ROSTER RUN NOW ONLY QUEUES THE CHANGE ON THE
000140*                 PENDING GRADE-CHANGE FILE (PENDCHG).  THIS RUN
000150*                 READS THE APPROVAL CARDS (APPROVAL: STUDENT ID,
000160*                 REFERENCE, APPROVER, A TO APPROVE OR D TO DENY)
000170*                 AND DECIDES EACH QUEUED CHANGE.  AN APPROVED
000180*                 CHANGE IS POSTED TO THE MASTER AND WRITTEN TO
000190*                 THE AUDIT FILE WITH BOTH THE REQUESTER AND THE
000200*                 APPROVER; A DENIED ONE IS CLOSED UNPOSTED.  THE
000210*                 REQUESTER MAY NOT DECIDE HIS OR HER OWN CHANGE
000220*                 EITHER WAY.  EVERY CARD IS LISTED ON APPRRPT
000230*                 WITH ITS OUTCOME, AND THE CHANGES STILL WAITING
000240*                 ARE LISTED ON PENDRPT WITH THEIR AGE IN DAYS,
000250*                 FLAGGED WHEN THE TERM'S GRADE DEADLINE ON THE
000260*                 TERM CALENDAR HAS PASSED.  ANY REJECTED CARD
000270*                 ENDS THE RUN WITH CONDITION CODE 4.
000280* 10/15/2026 JC  THE AUDIT RECORD NOW ENDS WITH THE STUDENT ID A
000290*                 MERGE FOLDED AWAY; AN APPROVED GRADE CHANGE IS
000300*                 NOT A MERGE AND WRITES IT AS ZERO.
000310*----------------------------------------------------------------
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OPTIONAL StudentFile ASSIGN TO "STUDENTS"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS StudentID.
000400
000410     SELECT OPTIONAL PendingChangeFile ASSIGN TO "PENDCHG"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS PD-KEY.
000450
000460     SELECT OPTIONAL AuditFile ASSIGN TO "AUDIT"
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480
000490     SELECT OPTIONAL TermCalendarFile ASSIGN TO "TERMCAL"
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510
000520     SELECT OPTIONAL ApprovalFile ASSIGN TO "APPROVAL"
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540
000550     SELECT ApprovalReportFile ASSIGN TO "APPRRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570
000580     SELECT PendingReportFile ASSIGN TO "PENDRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  StudentFile.
000640 01  StudentRecord.
000650     05  StudentID           PIC 9(05).
000660     05  StudentName         PIC A(30).
000670     05  StudentGrade        PIC 9(03).
000680     05  ClassSection        PIC X(04).
000690     05  CreditHours         PIC 9(01).
000700     05  StudentStatus       PIC X(01).
000710     05  StudentMark         PIC X(01).
000720     05  StudentMarkDate     PIC 9(08).
000730
000740 FD  PendingChangeFile.
000750 01  PENDING-CHANGE-RECORD.
000760     05  PD-KEY.
000770         10  PD-StudentID    PIC 9(05).
000780         10  PD-Reference    PIC X(08).
000790     05  PD-ClassSection     PIC X(04).
000800     05  PD-OldGrade         PIC 9(03).
000810     05  PD-NewGrade         PIC 9(03).
000820     05  PD-Requester        PIC X(08).
000830     05  PD-Reason           PIC X(30).
000840     05  PD-RequestDate      PIC 9(08).
000850     05  PD-TermCode         PIC X(06).
000860     05  PD-Status           PIC X(01).
000870         88  PD-PENDING                  VALUE "P".
000880         88  PD-APPROVED                 VALUE "A".
000890         88  PD-DENIED                   VALUE "D".
000900     05  PD-Approver         PIC X(08).
000910     05  PD-DecisionDate     PIC 9(08).
000920
000930 FD  AuditFile.
000940 01  AUDIT-RECORD.
000950     05  AU-RunDate          PIC 9(08).
000960     05  FILLER              PIC X(01).
000970     05  AU-StudentID        PIC 9(05).
000980     05  FILLER              PIC X(01).
000990     05  AU-ClassSection     PIC X(04).
001000     05  FILLER              PIC X(01).
001010     05  AU-OldGrade         PIC 9(03).
001020     05  FILLER              PIC X(01).
001030     05  AU-NewGrade         PIC 9(03).
001040     05  FILLER              PIC X(01).
001050     05  AU-Operator         PIC X(08).
001060     05  FILLER              PIC X(01).
001070     05  AU-Reference        PIC X(08).
001080     05  FILLER              PIC X(01).
001090     05  AU-TermCode         PIC X(06).
001100     05  FILLER              PIC X(01).
001110     05  AU-Approver         PIC X(08).
001120     05  FILLER              PIC X(01).
001130     05  AU-MergedID         PIC 9(05).
001140
001150 FD  TermCalendarFile.
001160 01  TERM-CAL-RECORD.
001170     05  TC-TermCode         PIC X(06).
001180     05  TC-StartDate        PIC 9(08).
001190     05  TC-EndDate          PIC 9(08).
001200     05  TC-GradeDeadline    PIC 9(08).
001210
001220 FD  ApprovalFile.
001230 01  APPROVAL-RECORD.
001240     05  AP-StudentID        PIC X(05).
001250     05  AP-Reference        PIC X(08).
001260     05  AP-Approver         PIC X(08).
001270     05  AP-Decision         PIC X(01).
001280
001290 FD  ApprovalReportFile.
001300 01  APPROVAL-LINE              PIC X(80).
001310
001320 FD  PendingReportFile.
001330 01  PENDING-LINE               PIC X(80).
001340
001350 WORKING-STORAGE SECTION.
001360*----------------------------------------------------------------
001370* SWITCHES
001380*----------------------------------------------------------------
001390 77  WS-APPROVAL-EOF-SW      PIC X(01)   VALUE "N".
001400     88  WS-APPROVAL-EOF                 VALUE "Y".
001410
001420 77  WS-PENDING-EOF-SW       PIC X(01)   VALUE "N".
001430     88  WS-PENDING-EOF                  VALUE "Y".
001440
001450*----------------------------------------------------------------
001460* TERM CALENDAR TABLE
001470*----------------------------------------------------------------
001480 77  WS-TERMCAL-EOF-SW       PIC X(01)   VALUE "N".
001490     88  WS-TERMCAL-EOF                  VALUE "Y".
001500
001510 77  WS-TERM-FOUND-SW        PIC X(01)   VALUE "N".
001520     88  WS-TERM-FOUND                   VALUE "Y".
001530     88  WS-TERM-NOT-FOUND               VALUE "N".
001540
001550 77  WS-TERM-MAX             PIC 9(02)   COMP VALUE 20.
001560 77  WS-TermCount            PIC 9(02)   COMP VALUE 0.
001570 77  WS-TC-SUB               PIC 9(02)   COMP VALUE 0.
001580 77  WS-GradeDeadline        PIC 9(08)   VALUE 0.
001590
001600 01  WS-TERM-CAL-RECORD.
001610     05  WS-TC-TermCode      PIC X(06).
001620     05  WS-TC-StartDate     PIC 9(08).
001630     05  WS-TC-EndDate       PIC 9(08).
001640     05  WS-TC-GradeDeadline PIC 9(08).
001650
001660 01  WS-TERM-CAL-TABLE.
001670     05  WS-TERM-ENTRY OCCURS 20 TIMES.
001680         10  WS-TCT-TermCode      PIC X(06).
001690         10  WS-TCT-StartDate     PIC 9(08).
001700         10  WS-TCT-EndDate       PIC 9(08).
001710         10  WS-TCT-GradeDeadline PIC 9(08).
001720
001730*----------------------------------------------------------------
001740* APPROVAL CARD WORK AREA
001750*----------------------------------------------------------------
001760 01  WS-APPROVAL-RECORD.
001770     05  WS-AP-StudentID     PIC X(05).
001780     05  WS-AP-StudentNum    REDEFINES WS-AP-StudentID
001790                             PIC 9(05).
001800     05  WS-AP-Reference     PIC X(08).
001810     05  WS-AP-Approver      PIC X(08).
001820     05  WS-AP-Decision      PIC X(01).
001830         88  WS-AP-APPROVE               VALUE "A".
001840         88  WS-AP-DENY                  VALUE "D".
001850         88  WS-AP-VALID-DECISION        VALUE "A" "D".
001860
001870*----------------------------------------------------------------
001880* DECISION WORK FIELDS
001890*----------------------------------------------------------------
001900 77  WS-REJECT-REASON        PIC X(30)   VALUE SPACES.
001910 77  WS-PostedOldGrade       PIC 9(03)   VALUE 0.
001920 77  WS-AgeDays              PIC S9(05)  VALUE 0.
001930
001940*----------------------------------------------------------------
001950* RUN COUNTS
001960*----------------------------------------------------------------
001970 77  WS-RunDate              PIC 9(08)   VALUE 0.
001980 77  WS-CardCount            PIC 9(05)   VALUE 0.
001990 77  WS-ApprovedCount        PIC 9(05)   VALUE 0.
002000 77  WS-DeniedCount          PIC 9(05)   VALUE 0.
002010 77  WS-RejectCount          PIC 9(05)   VALUE 0.
002020 77  WS-PendingCount         PIC 9(05)   VALUE 0.
002030 77  WS-OverdueCount         PIC 9(05)   VALUE 0.
002040
002050*----------------------------------------------------------------
002060* PRINTED LINES
002070*----------------------------------------------------------------
002080 01  WS-APPROVAL-TITLE-LINE.
002090     05  FILLER              PIC X(30)
002100         VALUE "GRADE CHANGE DECISIONS".
002110     05  TA-RunDate          PIC 9(08).
002120     05  FILLER              PIC X(42)   VALUE SPACES.
002130
002140 01  WS-APPROVAL-HEADER-LINE.
002150     05  FILLER              PIC X(06)   VALUE "ID".
002160     05  FILLER              PIC X(09)   VALUE "REFER".
002170     05  FILLER              PIC X(02)   VALUE "D".
002180     05  FILLER              PIC X(09)   VALUE "APPROVER".
002190     05  FILLER              PIC X(09)   VALUE "REQUESTER".
002200     05  FILLER              PIC X(04)   VALUE "OLD".
002210     05  FILLER              PIC X(04)   VALUE "NEW".
002220     05  FILLER              PIC X(37)   VALUE "OUTCOME".
002230
002240 01  WS-APPROVAL-DETAIL-LINE.
002250     05  AR-StudentID        PIC X(05).
002260     05  FILLER              PIC X(01)   VALUE SPACES.
002270     05  AR-Reference        PIC X(08).
002280     05  FILLER              PIC X(01)   VALUE SPACES.
002290     05  AR-Decision         PIC X(01).
002300     05  FILLER              PIC X(01)   VALUE SPACES.
002310     05  AR-Approver         PIC X(08).
002320     05  FILLER              PIC X(01)   VALUE SPACES.
002330     05  AR-Requester        PIC X(08).
002340     05  FILLER              PIC X(01)   VALUE SPACES.
002350     05  AR-OldGrade         PIC X(03).
002360     05  FILLER              PIC X(01)   VALUE SPACES.
002370     05  AR-NewGrade         PIC X(03).
002380     05  FILLER              PIC X(01)   VALUE SPACES.
002390     05  AR-OUTCOME          PIC X(30).
002400     05  FILLER              PIC X(07)   VALUE SPACES.
002410
002420 01  WS-PENDING-TITLE-LINE.
002430     05  FILLER              PIC X(32)
002440         VALUE "GRADE CHANGES AWAITING APPROVAL".
002450     05  TP-RunDate          PIC 9(08).
002460     05  FILLER              PIC X(40)   VALUE SPACES.
002470
002480 01  WS-PENDING-HEADER-LINE.
002490     05  FILLER              PIC X(07)   VALUE "ID".
002500     05  FILLER              PIC X(10)   VALUE "REFER".
002510     05  FILLER              PIC X(06)   VALUE "SECT".
002520     05  FILLER              PIC X(04)   VALUE "OLD".
002530     05  FILLER              PIC X(05)   VALUE "NEW".
002540     05  FILLER              PIC X(10)   VALUE "REQUESTER".
002550     05  FILLER              PIC X(09)   VALUE "REQUESTED".
002560     05  FILLER              PIC X(06)   VALUE " DAYS".
002570     05  FILLER              PIC X(08)   VALUE "TERM".
002580     05  FILLER              PIC X(15)   VALUE SPACES.
002590
002600 01  WS-PENDING-DETAIL-LINE.
002610     05  PL-StudentID        PIC ZZZZ9.
002620     05  FILLER              PIC X(02)   VALUE SPACES.
002630     05  PL-Reference        PIC X(08).
002640     05  FILLER              PIC X(02)   VALUE SPACES.
002650     05  PL-ClassSection     PIC X(04).
002660     05  FILLER              PIC X(02)   VALUE SPACES.
002670     05  PL-OldGrade         PIC ZZ9.
002680     05  FILLER              PIC X(01)   VALUE SPACES.
002690     05  PL-NewGrade         PIC ZZ9.
002700     05  FILLER              PIC X(02)   VALUE SPACES.
002710     05  PL-Requester        PIC X(08).
002720     05  FILLER              PIC X(02)   VALUE SPACES.
002730     05  PL-RequestDate      PIC 9(08).
002740     05  FILLER              PIC X(01)   VALUE SPACES.
002750     05  PL-AgeDays          PIC ZZZZ9.
002760     05  FILLER              PIC X(02)   VALUE SPACES.
002770     05  PL-TermCode         PIC X(06).
002780     05  FILLER              PIC X(02)   VALUE SPACES.
002790     05  PL-NOTE             PIC X(13).
002800     05  FILLER              PIC X(01)   VALUE SPACES.
002810
002820 01  WS-PENDING-REASON-LINE.
002830     05  FILLER              PIC X(07)   VALUE SPACES.
002840     05  FILLER              PIC X(08)   VALUE "REASON: ".
002850     05  PR-Reason           PIC X(30).
002860     05  FILLER              PIC X(35)   VALUE SPACES.
002870
002880 01  WS-COUNT-LINE.
002890     05  CL-LABEL            PIC X(26).
002900     05  CL-VALUE            PIC ZZZZ9.
002910     05  FILLER              PIC X(49)   VALUE SPACES.
002920
002930 PROCEDURE DIVISION.
002940*----------------------------------------------------------------
002950* 0000-MAIN-PROCESS -- CONTROLS THE GRADE APPROVAL RUN
002960*----------------------------------------------------------------
002970 0000-MAIN-PROCESS.
002980     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
002990     PERFORM 2000-DECIDE-ONE-CARD THRU 2000-EXIT
003000         UNTIL WS-APPROVAL-EOF
003010     PERFORM 3000-LIST-PENDING-CHANGES THRU 3000-EXIT
003020     PERFORM 9000-FINALIZE-RUN THRU 9000-EXIT
003030     STOP RUN.
003040
003050*----------------------------------------------------------------
003060* 1000-INITIALIZE-RUN -- LOAD THE TERM CALENDAR, OPEN THE MASTER,
003070*     THE PENDING FILE, THE AUDIT TRAIL AND THE LISTINGS, AND
003080*     PRIME THE APPROVAL CARDS.
003090*----------------------------------------------------------------
003100 1000-INITIALIZE-RUN.
003110     ACCEPT WS-RunDate FROM DATE YYYYMMDD
003120     PERFORM 1200-LOAD-TERM-CALENDAR THRU 1200-EXIT
003130     OPEN I-O StudentFile
003140     OPEN I-O PendingChangeFile
003150     OPEN EXTEND AuditFile
003160     OPEN INPUT ApprovalFile
003170     OPEN OUTPUT ApprovalReportFile
003180     OPEN OUTPUT PendingReportFile
003190     MOVE WS-RunDate TO TA-RunDate
003200     WRITE APPROVAL-LINE FROM WS-APPROVAL-TITLE-LINE
003210     WRITE APPROVAL-LINE FROM WS-APPROVAL-HEADER-LINE
003220     MOVE WS-RunDate TO TP-RunDate
003230     WRITE PENDING-LINE FROM WS-PENDING-TITLE-LINE
003240     WRITE PENDING-LINE FROM WS-PENDING-HEADER-LINE
003250     PERFORM 2100-READ-APPROVAL-CARD THRU 2100-EXIT.
003260 1000-EXIT.
003270     EXIT.
003280
003290*----------------------------------------------------------------
003300* 1200-LOAD-TERM-CALENDAR -- READ THE OPTIONAL TERM CALENDAR
003310*     INTO ITS TABLE.
003320*----------------------------------------------------------------
003330 1200-LOAD-TERM-CALENDAR.
003340     OPEN INPUT TermCalendarFile
003350     PERFORM 1210-READ-TERM-RECORD THRU 1210-EXIT
003360     PERFORM 1220-TABLE-ONE-TERM THRU 1220-EXIT
003370         UNTIL WS-TERMCAL-EOF
003380     CLOSE TermCalendarFile.
003390 1200-EXIT.
003400     EXIT.
003410
003420*----------------------------------------------------------------
003430* 1210-READ-TERM-RECORD -- READ ONE TERM CALENDAR RECORD.
003440*----------------------------------------------------------------
003450 1210-READ-TERM-RECORD.
003460     READ TermCalendarFile INTO WS-TERM-CAL-RECORD
003470         AT END
003480             SET WS-TERMCAL-EOF TO TRUE
003490             GO TO 1210-EXIT
003500     END-READ.
003510 1210-EXIT.
003520     EXIT.
003530
003540*----------------------------------------------------------------
003550* 1220-TABLE-ONE-TERM -- FILE ONE TERM CALENDAR RECORD IN THE
003560*     TABLE AND READ THE NEXT ONE.
003570*----------------------------------------------------------------
003580 1220-TABLE-ONE-TERM.
003590     IF WS-TermCount >= WS-TERM-MAX
003600         DISPLAY "Approval: term calendar table full at "
003610             WS-TERM-MAX " terms; remaining terms ignored"
003620         SET WS-TERMCAL-EOF TO TRUE
003630         GO TO 1220-EXIT
003640     END-IF
003650     ADD 1 TO WS-TermCount
003660     MOVE WS-TC-TermCode
003670         TO WS-TCT-TermCode (WS-TermCount)
003680     MOVE WS-TC-StartDate
003690         TO WS-TCT-StartDate (WS-TermCount)
003700     MOVE WS-TC-EndDate
003710         TO WS-TCT-EndDate (WS-TermCount)
003720     MOVE WS-TC-GradeDeadline
003730         TO WS-TCT-GradeDeadline (WS-TermCount)
003740     PERFORM 1210-READ-TERM-RECORD THRU 1210-EXIT.
003750 1220-EXIT.
003760     EXIT.
003770
003780*----------------------------------------------------------------
003790* 2000-DECIDE-ONE-CARD -- EDIT ONE APPROVAL CARD AGAINST ITS
003800*     PENDING CHANGE, THEN APPROVE OR DENY IT, AND READ THE NEXT
003810*     CARD.  A CARD THAT FAILS AN EDIT LEAVES THE CHANGE PENDING.
003820*----------------------------------------------------------------
003830 2000-DECIDE-ONE-CARD.
003840     ADD 1 TO WS-CardCount
003850     MOVE SPACES TO WS-APPROVAL-DETAIL-LINE
003860     MOVE WS-AP-StudentID TO AR-StudentID
003870     MOVE WS-AP-Reference TO AR-Reference
003880     MOVE WS-AP-Decision TO AR-Decision
003890     MOVE WS-AP-Approver TO AR-Approver
003900     IF WS-AP-StudentNum IS NOT NUMERIC
003910         MOVE "STUDENT ID NOT NUMERIC" TO WS-REJECT-REASON
003920         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
003930         GO TO 2000-NEXT
003940     END-IF
003950     IF WS-AP-Approver = SPACES
003960         MOVE "NO APPROVER ON CARD" TO WS-REJECT-REASON
003970         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
003980         GO TO 2000-NEXT
003990     END-IF
004000     IF NOT WS-AP-VALID-DECISION
004010         MOVE "DECISION NOT A OR D" TO WS-REJECT-REASON
004020         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
004030         GO TO 2000-NEXT
004040     END-IF
004050     MOVE WS-AP-StudentNum TO PD-StudentID
004060     MOVE WS-AP-Reference TO PD-Reference
004070     READ PendingChangeFile
004080         INVALID KEY
004090             MOVE "NO CHANGE QUEUED FOR REFERENCE"
004100                 TO WS-REJECT-REASON
004110             PERFORM 2900-REJECT-CARD THRU 2900-EXIT
004120             GO TO 2000-NEXT
004130     END-READ
004140     MOVE PD-Requester TO AR-Requester
004150     MOVE PD-OldGrade TO AR-OldGrade
004160     MOVE PD-NewGrade TO AR-NewGrade
004170     IF NOT PD-PENDING
004180         MOVE "CHANGE ALREADY DECIDED" TO WS-REJECT-REASON
004190         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
004200         GO TO 2000-NEXT
004210     END-IF
004220     IF WS-AP-Approver = PD-Requester
004230         MOVE "APPROVER IS THE REQUESTER" TO WS-REJECT-REASON
004240         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
004250         GO TO 2000-NEXT
004260     END-IF
004270     IF WS-AP-APPROVE
004280         PERFORM 2200-APPROVE-CHANGE THRU 2200-EXIT
004290     ELSE
004300         PERFORM 2300-DENY-CHANGE THRU 2300-EXIT
004310     END-IF.
004320 2000-NEXT.
004330     PERFORM 2100-READ-APPROVAL-CARD THRU 2100-EXIT.
004340 2000-EXIT.
004350     EXIT.
004360
004370*----------------------------------------------------------------
004380* 2100-READ-APPROVAL-CARD -- READ ONE APPROVAL CARD, SKIPPING A
004390*     BLANK ONE.
004400*----------------------------------------------------------------
004410 2100-READ-APPROVAL-CARD.
004420     READ ApprovalFile INTO WS-APPROVAL-RECORD
004430         AT END
004440             SET WS-APPROVAL-EOF TO TRUE
004450             GO TO 2100-EXIT
004460     END-READ
004470     IF WS-APPROVAL-RECORD = SPACES
004480         GO TO 2100-READ-APPROVAL-CARD
004490     END-IF.
004500 2100-EXIT.
004510     EXIT.
004520
004530*----------------------------------------------------------------
004540* 2200-APPROVE-CHANGE -- POST THE NEW GRADE TO THE MASTER, WRITE
004550*     THE AUDIT RECORD WITH REQUESTER AND APPROVER, AND CLOSE THE
004560*     PENDING CHANGE AS APPROVED.  THE OLD GRADE ON THE AUDIT
004570*     RECORD IS THE ONE ON THE MASTER AT APPROVAL, WHICH IS WHAT
004580*     THE CHANGE ACTUALLY REPLACED.
004590*----------------------------------------------------------------
004600 2200-APPROVE-CHANGE.
004610     MOVE PD-StudentID TO StudentID
004620     READ StudentFile
004630         INVALID KEY
004640             MOVE "STUDENT NOT ON MASTER" TO WS-REJECT-REASON
004650             PERFORM 2900-REJECT-CARD THRU 2900-EXIT
004660             GO TO 2200-EXIT
004670     END-READ
004680     MOVE StudentGrade TO WS-PostedOldGrade
004690     MOVE PD-NewGrade TO StudentGrade
004700     REWRITE StudentRecord
004710         INVALID KEY
004720             MOVE "MASTER UPDATE FAILED" TO WS-REJECT-REASON
004730             PERFORM 2900-REJECT-CARD THRU 2900-EXIT
004740             GO TO 2200-EXIT
004750     END-REWRITE
004760     MOVE WS-PostedOldGrade TO AR-OldGrade
004770     PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT
004780     SET PD-APPROVED TO TRUE
004790     PERFORM 2500-CLOSE-PENDING-CHANGE THRU 2500-EXIT
004800     MOVE "APPROVED AND POSTED" TO AR-OUTCOME
004810     WRITE APPROVAL-LINE FROM WS-APPROVAL-DETAIL-LINE
004820     ADD 1 TO WS-ApprovedCount.
004830 2200-EXIT.
004840     EXIT.
004850
004860*----------------------------------------------------------------
004870* 2300-DENY-CHANGE -- CLOSE THE PENDING CHANGE AS DENIED.  THE
004880*     MASTER AND THE AUDIT TRAIL ARE NOT TOUCHED.
004890*----------------------------------------------------------------
004900 2300-DENY-CHANGE.
004910     SET PD-DENIED TO TRUE
004920     PERFORM 2500-CLOSE-PENDING-CHANGE THRU 2500-EXIT
004930     MOVE "DENIED" TO AR-OUTCOME
004940     WRITE APPROVAL-LINE FROM WS-APPROVAL-DETAIL-LINE
004950     ADD 1 TO WS-DeniedCount.
004960 2300-EXIT.
004970     EXIT.
004980
004990*----------------------------------------------------------------
005000* 2400-WRITE-AUDIT-RECORD -- APPEND THE AUDIT RECORD FOR THE
005010*     CHANGE JUST POSTED.  THE OPERATOR FIELD CARRIES THE
005020*     REQUESTER AND THE TERM IS THE ONE THE CHANGE WAS QUEUED IN.
005030*----------------------------------------------------------------
005040 2400-WRITE-AUDIT-RECORD.
005050     MOVE SPACES TO AUDIT-RECORD
005060     MOVE WS-RunDate TO AU-RunDate
005070     MOVE StudentID TO AU-StudentID
005080     MOVE ClassSection TO AU-ClassSection
005090     MOVE WS-PostedOldGrade TO AU-OldGrade
005100     MOVE PD-NewGrade TO AU-NewGrade
005110     MOVE PD-Requester TO AU-Operator
005120     MOVE PD-Reference TO AU-Reference
005130     MOVE PD-TermCode TO AU-TermCode
005140     MOVE WS-AP-Approver TO AU-Approver
005150     MOVE 0 TO AU-MergedID
005160     WRITE AUDIT-RECORD.
005170 2400-EXIT.
005180     EXIT.
005190
005200*----------------------------------------------------------------
005210* 2500-CLOSE-PENDING-CHANGE -- STAMP THE DECISION, APPROVER AND
005220*     DATE ON THE PENDING CHANGE.  THE ROW STAYS ON THE FILE SO
005230*     THE SAME REFERENCE CANNOT BE QUEUED OR DECIDED AGAIN.
005240*----------------------------------------------------------------
005250 2500-CLOSE-PENDING-CHANGE.
005260     MOVE WS-AP-Approver TO PD-Approver
005270     MOVE WS-RunDate TO PD-DecisionDate
005280     REWRITE PENDING-CHANGE-RECORD
005290         INVALID KEY
005300             DISPLAY "Approval: pending change update failed for "
005310                 PD-StudentID " " PD-Reference
005320     END-REWRITE.
005330 2500-EXIT.
005340     EXIT.
005350
005360*----------------------------------------------------------------
005370* 2900-REJECT-CARD -- LIST A CARD THAT COULD NOT BE DECIDED WITH
005380*     ITS REASON.
005390*----------------------------------------------------------------
005400 2900-REJECT-CARD.
005410     MOVE WS-REJECT-REASON TO AR-OUTCOME
005420     WRITE APPROVAL-LINE FROM WS-APPROVAL-DETAIL-LINE
005430     ADD 1 TO WS-RejectCount.
005440 2900-EXIT.
005450     EXIT.
005460
005470*----------------------------------------------------------------
005480* 3000-LIST-PENDING-CHANGES -- READ THE PENDING FILE FROM THE TOP
005490*     AND LIST EVERY CHANGE STILL AWAITING A DECISION.
005500*----------------------------------------------------------------
005510 3000-LIST-PENDING-CHANGES.
005520     MOVE LOW-VALUES TO PD-KEY
005530     START PendingChangeFile KEY IS NOT LESS THAN PD-KEY
005540         INVALID KEY
005550             SET WS-PENDING-EOF TO TRUE
005560     END-START
005570     PERFORM 3100-READ-PENDING-CHANGE THRU 3100-EXIT
005580     PERFORM 3200-LIST-ONE-CHANGE THRU 3200-EXIT
005590         UNTIL WS-PENDING-EOF.
005600 3000-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------------
005640* 3100-READ-PENDING-CHANGE -- READ THE NEXT PENDING FILE ROW.
005650*----------------------------------------------------------------
005660 3100-READ-PENDING-CHANGE.
005670     IF WS-PENDING-EOF
005680         GO TO 3100-EXIT
005690     END-IF
005700     READ PendingChangeFile NEXT RECORD
005710         AT END
005720             SET WS-PENDING-EOF TO TRUE
005730     END-READ.
005740 3100-EXIT.
005750     EXIT.
005760
005770*----------------------------------------------------------------
005780* 3200-LIST-ONE-CHANGE -- PRINT ONE UNDECIDED CHANGE WITH ITS AGE
005790*     IN DAYS, FLAGGING IT WHEN ITS TERM'S GRADE DEADLINE HAS
005800*     PASSED OR ITS TERM IS NOT ON THE CALENDAR, AND READ THE
005810*     NEXT ROW.
005820*----------------------------------------------------------------
005830 3200-LIST-ONE-CHANGE.
005840     IF NOT PD-PENDING
005850         GO TO 3200-NEXT
005860     END-IF
005870     ADD 1 TO WS-PendingCount
005880     MOVE PD-StudentID TO PL-StudentID
005890     MOVE PD-Reference TO PL-Reference
005900     MOVE PD-ClassSection TO PL-ClassSection
005910     MOVE PD-OldGrade TO PL-OldGrade
005920     MOVE PD-NewGrade TO PL-NewGrade
005930     MOVE PD-Requester TO PL-Requester
005940     MOVE PD-RequestDate TO PL-RequestDate
005950     MOVE PD-TermCode TO PL-TermCode
005960     COMPUTE WS-AgeDays =
005970         FUNCTION INTEGER-OF-DATE (WS-RunDate)
005980         - FUNCTION INTEGER-OF-DATE (PD-RequestDate)
005990     MOVE WS-AgeDays TO PL-AgeDays
006000     PERFORM 3300-FIND-TERM-DEADLINE THRU 3300-EXIT
006010     EVALUATE TRUE
006020         WHEN WS-TERM-NOT-FOUND
006030             MOVE "NO TERM" TO PL-NOTE
006040         WHEN WS-RunDate > WS-GradeDeadline
006050             MOVE "PAST DEADLINE" TO PL-NOTE
006060             ADD 1 TO WS-OverdueCount
006070         WHEN OTHER
006080             MOVE SPACES TO PL-NOTE
006090     END-EVALUATE
006100     WRITE PENDING-LINE FROM WS-PENDING-DETAIL-LINE
006110     IF PD-Reason NOT = SPACES
006120         MOVE PD-Reason TO PR-Reason
006130         WRITE PENDING-LINE FROM WS-PENDING-REASON-LINE
006140     END-IF.
006150 3200-NEXT.
006160     PERFORM 3100-READ-PENDING-CHANGE THRU 3100-EXIT.
006170 3200-EXIT.
006180     EXIT.
006190
006200*----------------------------------------------------------------
006210* 3300-FIND-TERM-DEADLINE -- LOOK UP THE CHANGE'S TERM ON THE
006220*     TERM CALENDAR TABLE FOR ITS GRADE-SUBMISSION DEADLINE.
006230*----------------------------------------------------------------
006240 3300-FIND-TERM-DEADLINE.
006250     SET WS-TERM-NOT-FOUND TO TRUE
006260     MOVE 0 TO WS-GradeDeadline
006270     PERFORM 3310-MATCH-TERM THRU 3310-EXIT
006280         VARYING WS-TC-SUB FROM 1 BY 1
006290         UNTIL WS-TC-SUB > WS-TermCount
006300            OR WS-TERM-FOUND.
006310 3300-EXIT.
006320     EXIT.
006330
006340*----------------------------------------------------------------
006350* 3310-MATCH-TERM -- TEST ONE TERM CALENDAR TABLE ENTRY AGAINST
006360*     THE CHANGE'S TERM.
006370*----------------------------------------------------------------
006380 3310-MATCH-TERM.
006390     IF WS-TCT-TermCode (WS-TC-SUB) = PD-TermCode
006400         SET WS-TERM-FOUND TO TRUE
006410         MOVE WS-TCT-GradeDeadline (WS-TC-SUB)
006420             TO WS-GradeDeadline
006430     END-IF.
006440 3310-EXIT.
006450     EXIT.
006460
006470*----------------------------------------------------------------
006480* 9000-FINALIZE-RUN -- PRINT THE RUN COUNTS AND CLOSE UP.  ANY
006490*     REJECTED CARD SETS CONDITION CODE 4.
006500*----------------------------------------------------------------
006510 9000-FINALIZE-RUN.
006520     MOVE "Cards Read:" TO CL-LABEL
006530     MOVE WS-CardCount TO CL-VALUE
006540     WRITE APPROVAL-LINE FROM WS-COUNT-LINE
006550     MOVE "Changes Approved:" TO CL-LABEL
006560     MOVE WS-ApprovedCount TO CL-VALUE
006570     WRITE APPROVAL-LINE FROM WS-COUNT-LINE
006580     MOVE "Changes Denied:" TO CL-LABEL
006590     MOVE WS-DeniedCount TO CL-VALUE
006600     WRITE APPROVAL-LINE FROM WS-COUNT-LINE
006610     MOVE "Cards Rejected:" TO CL-LABEL
006620     MOVE WS-RejectCount TO CL-VALUE
006630     WRITE APPROVAL-LINE FROM WS-COUNT-LINE
006640     MOVE "Changes Pending:" TO CL-LABEL
006650     MOVE WS-PendingCount TO CL-VALUE
006660     WRITE PENDING-LINE FROM WS-COUNT-LINE
006670     MOVE "Past Grade Deadline:" TO CL-LABEL
006680     MOVE WS-OverdueCount TO CL-VALUE
006690     WRITE PENDING-LINE FROM WS-COUNT-LINE
006700     DISPLAY "Approval Cards Read: " WS-CardCount
006710         " Rejected: " WS-RejectCount
006720     DISPLAY "Approval Changes Approved: " WS-ApprovedCount
006730         " Denied: " WS-DeniedCount
006740     DISPLAY "Approval Changes Pending: " WS-PendingCount
006750         " Past Deadline: " WS-OverdueCount
006760     CLOSE StudentFile
006770     CLOSE PendingChangeFile
006780     CLOSE AuditFile
006790     CLOSE ApprovalFile
006800     CLOSE ApprovalReportFile
006810     CLOSE PendingReportFile
006820     IF WS-RejectCount > 0
006830         MOVE 4 TO RETURN-CODE
006840     END-IF.
006850 9000-EXIT.
006860     EXIT.
006870
006880 END PROGRAM GradeApproval.
