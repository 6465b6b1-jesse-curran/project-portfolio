000220*                 TERM WAS THIS GRADE CHANGE IN" COMES STRAIGHT
000230*                 OFF THE TRAIL.  RECORDS WRITTEN BEFORE THE
000240*                 STAMP EXISTED PRINT WITH A BLANK TERM.
000250* 10/15/2026 JC  GRADE CHANGES NOW TAKE TWO PEOPLE: THE AUDIT
000260*                 RECORD'S OPERATOR IS THE REQUESTER AND A NEW
000270*                 TRAILING FIELD CARRIES THE APPROVER, WHICH THE
000280*                 REPORT PRINTS IN ITS OWN COLUMN.
000290*                 RECORDS WRITTEN BEFORE IT EXISTED, AND MERGE AND
000300*                 LAPSE ENTRIES, SHOW NO APPROVER.
000310* 10/15/2026 JC  THE AUDIT RECORD NOW ENDS WITH THE STUDENT ID A
000320*                 MERGE FOLDED AWAY (ZERO ON EVERY OTHER ENTRY) SO
000330*                 THE INTEGRITY SWEEP CAN TRACE A DUPLICATE ID
000340*                 AFTER IT IS GONE.  IT IS CARRIED HERE FOR THE
000350*                 RECORD LENGTH ONLY AND IS NOT PRINTED.
000360*----------------------------------------------------------------
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT OPTIONAL AuditFile ASSIGN TO "AUDIT"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430
000440     SELECT OPTIONAL AuditParmFile ASSIGN TO "AUDITPRM"
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460
000470     SELECT AuditReportFile ASSIGN TO "AUDITRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  AuditFile.
000530 01  AUDIT-RECORD.
000540     05  AU-RunDate          PIC 9(08).
000550     05  FILLER              PIC X(01).
000560     05  AU-StudentID        PIC 9(05).
000570     05  FILLER              PIC X(01).
000580     05  AU-ClassSection     PIC X(04).
000590     05  FILLER              PIC X(01).
000600     05  AU-OldGrade         PIC 9(03).
000610     05  FILLER              PIC X(01).
000620     05  AU-NewGrade         PIC 9(03).
000630     05  FILLER              PIC X(01).
000640     05  AU-Operator         PIC X(08).
000650     05  FILLER              PIC X(01).
000660     05  AU-Reference        PIC X(08).
000670     05  FILLER              PIC X(01).
000680     05  AU-TermCode         PIC X(06).
000690     05  FILLER              PIC X(01).
000700     05  AU-Approver         PIC X(08).
000710     05  FILLER              PIC X(01).
000720     05  AU-MergedID         PIC 9(05).
000730
000740 FD  AuditParmFile.
000750 01  AUDIT-PARM-RECORD.
000760     05  AP-FromDate         PIC 9(08).
000770     05  AP-ToDate           PIC 9(08).
000780
000790 FD  AuditReportFile.
000800 01  AUDIT-LINE                 PIC X(80).
000810
000820 WORKING-STORAGE SECTION.
000830*----------------------------------------------------------------
000840* SWITCHES
000850*----------------------------------------------------------------
000860 77  WS-AUDIT-EOF-SW         PIC X(01)   VALUE "N".
000870     88  WS-AUDIT-EOF                    VALUE "Y".
000880
000890*----------------------------------------------------------------
000900* DATE RANGE -- DEFAULTS COVER THE WHOLE FILE WHEN NO PARAMETER
000910*     CARD IS SUPPLIED OR A PUNCHED DATE IS UNUSABLE.
000920*----------------------------------------------------------------
000930 77  WS-FromDate             PIC 9(08)   VALUE 0.
000940 77  WS-ToDate               PIC 9(08)   VALUE 99999999.
000950
000960*----------------------------------------------------------------
000970* WORKING COPY OF THE AUDIT RECORD BEING REPORTED
000980*----------------------------------------------------------------
000990 01  WS-AUDIT-RECORD.
001000     05  WS-AU-RunDate       PIC 9(08).
001010     05  FILLER              PIC X(01).
001020     05  WS-AU-StudentID     PIC 9(05).
001030     05  FILLER              PIC X(01).
001040     05  WS-AU-ClassSection  PIC X(04).
001050     05  FILLER              PIC X(01).
001060     05  WS-AU-OldGrade      PIC 9(03).
001070     05  FILLER              PIC X(01).
001080     05  WS-AU-NewGrade      PIC 9(03).
001090     05  FILLER              PIC X(01).
001100     05  WS-AU-Operator      PIC X(08).
001110     05  FILLER              PIC X(01).
001120     05  WS-AU-Reference     PIC X(08).
001130     05  FILLER              PIC X(01).
001140     05  WS-AU-TermCode      PIC X(06).
001150     05  FILLER              PIC X(01).
001160     05  WS-AU-Approver      PIC X(08).
001170     05  FILLER              PIC X(01).
001180     05  WS-AU-MergedID      PIC 9(05).
001190
001200*----------------------------------------------------------------
001210* COUNTS
001220*----------------------------------------------------------------
001230 77  WS-ReadCount            PIC 9(05)   VALUE 0.
001240 77  WS-PrintedCount         PIC 9(05)   VALUE 0.
001250
001260*----------------------------------------------------------------
001270* PRINTED AUDIT REPORT LINES
001280*----------------------------------------------------------------
001290 01  WS-AUDIT-HEADER-LINE.
001300     05  FILLER              PIC X(10)   VALUE "DATE".
001310     05  FILLER              PIC X(07)   VALUE "ID".
001320     05  FILLER              PIC X(06)   VALUE "SECT".
001330     05  FILLER              PIC X(05)   VALUE "OLD".
001340     05  FILLER              PIC X(05)   VALUE "NEW".
001350     05  FILLER              PIC X(10)   VALUE "REQUESTER".
001360     05  FILLER              PIC X(08)   VALUE "REFER".
001370     05  FILLER              PIC X(10)   VALUE "TERM".
001380     05  FILLER              PIC X(08)   VALUE "APPROVER".
001390     05  FILLER              PIC X(11)   VALUE SPACES.
001400
001410 01  WS-AUDIT-DETAIL-LINE.
001420     05  AD-RunDate          PIC 9(08).
001430     05  FILLER              PIC X(02)   VALUE SPACES.
001440     05  AD-StudentID        PIC ZZZZ9.
001450     05  FILLER              PIC X(02)   VALUE SPACES.
001460     05  AD-ClassSection     PIC X(04).
001470     05  FILLER              PIC X(02)   VALUE SPACES.
001480     05  AD-OldGrade         PIC ZZ9.
001490     05  FILLER              PIC X(02)   VALUE SPACES.
001500     05  AD-NewGrade         PIC ZZ9.
001510     05  FILLER              PIC X(02)   VALUE SPACES.
001520     05  AD-Operator         PIC X(08).
001530     05  FILLER              PIC X(02)   VALUE SPACES.
001540     05  AD-Reference        PIC X(08).
001550     05  FILLER              PIC X(02)   VALUE SPACES.
001560     05  AD-TermCode         PIC X(06).
001570     05  FILLER              PIC X(02)   VALUE SPACES.
001580     05  AD-Approver         PIC X(08).
001590     05  FILLER              PIC X(11)   VALUE SPACES.
001600
001610 01  WS-AUDIT-TOTAL-LINE.
001620     05  FILLER              PIC X(22)
001630         VALUE "Grade Changes Listed:".
001640     05  AT-PRINTED          PIC ZZZZ9.
001650     05  FILLER              PIC X(06)   VALUE " OF ".
001660     05  AT-READ             PIC ZZZZ9.
001670     05  FILLER              PIC X(42)   VALUE SPACES.
001680
001690 PROCEDURE DIVISION.
001700*----------------------------------------------------------------
001710* 0000-MAIN-PROCESS -- CONTROLS THE AUDIT REPORT RUN
001720*----------------------------------------------------------------
001730 0000-MAIN-PROCESS.
001740     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
001750     PERFORM 2000-REPORT-ONE-CHANGE THRU 2000-EXIT
001760         UNTIL WS-AUDIT-EOF
001770     PERFORM 9000-FINALIZE-RUN THRU 9000-EXIT
001780     STOP RUN.
001790
001800*----------------------------------------------------------------
001810* 1000-INITIALIZE-RUN -- PICK UP THE OPTIONAL DATE RANGE, OPEN
001820*     THE FILES AND PRIME THE FIRST AUDIT RECORD.
001830*----------------------------------------------------------------
001840 1000-INITIALIZE-RUN.
001850     PERFORM 1100-READ-PARAMETER-CARD THRU 1100-EXIT
001860     OPEN INPUT AuditFile
001870     OPEN OUTPUT AuditReportFile
001880     WRITE AUDIT-LINE FROM WS-AUDIT-HEADER-LINE
001890     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
001900 1000-EXIT.
001910     EXIT.
001920
001930*----------------------------------------------------------------
001940* 1100-READ-PARAMETER-CARD -- TAKE THE FROM/TO DATES OFF THE
001950*     OPTIONAL AUDITPRM CARD.  A MISSING CARD OR AN UNUSABLE
001960*     FIELD LEAVES THE WHOLE-FILE DEFAULTS STANDING.
001970*----------------------------------------------------------------
001980 1100-READ-PARAMETER-CARD.
001990     OPEN INPUT AuditParmFile
002000     READ AuditParmFile
002010         AT END
002020             GO TO 1100-DONE
002030     END-READ
002040     IF AP-FromDate IS NUMERIC AND AP-FromDate > 0
002050         MOVE AP-FromDate TO WS-FromDate
002060     END-IF
002070     IF AP-ToDate IS NUMERIC AND AP-ToDate > 0
002080         MOVE AP-ToDate TO WS-ToDate
002090     END-IF
002100     IF WS-FromDate > WS-ToDate
002110         DISPLAY "Audit date range reversed; whole file prints"
002120         MOVE 0 TO WS-FromDate
002130         MOVE 99999999 TO WS-ToDate
002140     END-IF.
002150 1100-DONE.
002160     CLOSE AuditParmFile.
002170 1100-EXIT.
002180     EXIT.
002190
002200*----------------------------------------------------------------
002210* 2000-REPORT-ONE-CHANGE -- PRINT THE AUDIT RECORD JUST READ
002220*     WHEN ITS RUN DATE FALLS IN THE REQUESTED RANGE, THEN READ
002230*     THE NEXT ONE.
002240*----------------------------------------------------------------
002250 2000-REPORT-ONE-CHANGE.
002260     IF WS-AU-RunDate >= WS-FromDate
002270             AND WS-AU-RunDate <= WS-ToDate
002280         MOVE WS-AU-RunDate TO AD-RunDate
002290         MOVE WS-AU-StudentID TO AD-StudentID
002300         MOVE WS-AU-ClassSection TO AD-ClassSection
002310         MOVE WS-AU-OldGrade TO AD-OldGrade
002320         MOVE WS-AU-NewGrade TO AD-NewGrade
002330         MOVE WS-AU-Operator TO AD-Operator
002340         MOVE WS-AU-Reference TO AD-Reference
002350         MOVE WS-AU-TermCode TO AD-TermCode
002360         MOVE WS-AU-Approver TO AD-Approver
002370         WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL-LINE
002380         ADD 1 TO WS-PrintedCount
002390     END-IF
002400     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
002410 2000-EXIT.
002420     EXIT.
002430
002440*----------------------------------------------------------------
002450* 2100-READ-AUDIT-RECORD -- READ ONE AUDIT RECORD, SET THE EOF
002460*     SWITCH AND FALL THROUGH WHEN THE FILE IS DONE.
002470*----------------------------------------------------------------
002480 2100-READ-AUDIT-RECORD.
002490     READ AuditFile INTO WS-AUDIT-RECORD
002500         AT END
002510             SET WS-AUDIT-EOF TO TRUE
002520             GO TO 2100-EXIT
002530     END-READ
002540     ADD 1 TO WS-ReadCount.
002550 2100-EXIT.
002560     EXIT.
002570
002580*----------------------------------------------------------------
002590* 9000-FINALIZE-RUN -- PRINT THE LISTED/READ TOTALS AND CLOSE.
002600*----------------------------------------------------------------
002610 9000-FINALIZE-RUN.
002620     MOVE WS-PrintedCount TO AT-PRINTED
002630     MOVE WS-ReadCount TO AT-READ
002640     WRITE AUDIT-LINE FROM WS-AUDIT-TOTAL-LINE
002650     DISPLAY "Audit Records Read: " WS-ReadCount
002660     DISPLAY "Grade Changes Listed: " WS-PrintedCount
002670     CLOSE AuditFile
002680     CLOSE AuditReportFile.
002690 9000-EXIT.
002700     EXIT.
002710
002720 END PROGRAM AuditReport.
