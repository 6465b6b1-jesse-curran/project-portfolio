000510*                 BYTES -- EXISTING STUDENTS AND ARCHIVE FILES
000520*                 MUST BE CONVERTED ONCE BEFORE THIS VERSION
000530*                 RUNS AGAINST THEM.
000540* 10/15/2026 JC  A RESTORE LEAVES THE STUDENT'S OLD COPIES ON THE
000550*                 ARCHIVE, SO AN ACTIVE MASTER WITH AN ARCHIVED
000560*                 COPY LOOKED THE SAME WHETHER IT WAS RESTORED OR
000570*                 AN ID WRONGLY REUSED.  EACH RESTORE NOW APPENDS
000580*                 THE RESTORE DATE, THE STUDENT ID AND THE DATE OF
000590*                 THE ARCHIVE COPY IT CAME FROM TO A CUMULATIVE
000600*                 RESTORE LOG (RESTLOG) FOR THE INTEGRITY SWEEP.
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
000710     SELECT OPTIONAL ArchiveFile ASSIGN TO "ARCHIVE"
000720         ORGANIZATION IS LINE SEQUENTIAL.
000730
000740     SELECT OPTIONAL ArchiveParmFile ASSIGN TO "ARCHPRM"
000750         ORGANIZATION IS LINE SEQUENTIAL.
000760
000770     SELECT ArchiveRegisterFile ASSIGN TO "ARCHREG"
000780         ORGANIZATION IS LINE SEQUENTIAL.
000790
000800     SELECT OPTIONAL TermCalendarFile ASSIGN TO "TERMCAL"
000810         ORGANIZATION IS LINE SEQUENTIAL.
000820
000830     SELECT OPTIONAL RestoreLogFile ASSIGN TO "RESTLOG"
000840         ORGANIZATION IS LINE SEQUENTIAL.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  StudentFile.
000890 01  StudentRecord.
000900     05  StudentID           PIC 9(05).
000910     05  StudentName         PIC A(30).
000920     05  StudentGrade        PIC 9(03).
000930     05  ClassSection        PIC X(04).
000940     05  CreditHours         PIC 9(01).
000950     05  StudentStatus       PIC X(01).
000960     05  StudentMark         PIC X(01).
000970     05  StudentMarkDate     PIC 9(08).
000980
000990 FD  ArchiveFile.
001000 01  ARCHIVE-RECORD.
001010     05  AR-ArchiveDate      PIC 9(08).
001020     05  FILLER              PIC X(01)   VALUE SPACE.
001030     05  AR-StudentID        PIC 9(05).
001040     05  AR-StudentName      PIC A(30).
001050     05  AR-StudentGrade     PIC 9(03).
001060     05  AR-ClassSection     PIC X(04).
001070     05  AR-CreditHours      PIC 9(01).
001080     05  AR-Status           PIC X(01).
001090     05  FILLER              PIC X(01)   VALUE SPACE.
001100     05  AR-TermCode         PIC X(06).
001110     05  FILLER              PIC X(01)   VALUE SPACE.
001120     05  AR-Mark             PIC X(01).
001130     05  AR-MarkDate         PIC 9(08).
001140
001150 FD  ArchiveParmFile.
001160 01  ARCHIVE-PARM-RECORD.
001170     05  AP-Mode             PIC X(01).
001180     05  AP-StudentID        PIC 9(05).
001190
001200 FD  ArchiveRegisterFile.
001210 01  REGISTER-LINE              PIC X(80).
001220
001230 FD  TermCalendarFile.
001240 01  TERM-CAL-RECORD.
001250     05  TC-TermCode         PIC X(06).
001260     05  TC-StartDate        PIC 9(08).
001270     05  TC-EndDate          PIC 9(08).
001280     05  TC-GradeDeadline    PIC 9(08).
001290
001300 FD  RestoreLogFile.
001310 01  RESTORE-LOG-RECORD.
001320     05  RL-RestoreDate      PIC 9(08).
001330     05  FILLER              PIC X(01).
001340     05  RL-StudentID        PIC 9(05).
001350     05  FILLER              PIC X(01).
001360     05  RL-ArchiveDate      PIC 9(08).
001370
001380 WORKING-STORAGE SECTION.
001390*----------------------------------------------------------------
001400* SWITCHES
001410*----------------------------------------------------------------
001420 77  WS-MASTER-EOF-SW        PIC X(01)   VALUE "N".
001430     88  WS-MASTER-EOF                   VALUE "Y".
001440
001450 77  WS-ARCH-EOF-SW          PIC X(01)   VALUE "N".
001460     88  WS-ARCH-EOF                     VALUE "Y".
001470
001480 77  WS-RESTORE-FOUND-SW     PIC X(01)   VALUE "N".
001490     88  WS-RESTORE-FOUND                VALUE "Y".
001500
001510*----------------------------------------------------------------
001520* RUN MODE OFF THE PARAMETER CARD
001530*----------------------------------------------------------------
001540 01  WS-ARCHIVE-PARM-RECORD.
001550     05  WS-AP-Mode          PIC X(01).
001560         88  WS-MODE-ARCHIVE             VALUE "A".
001570         88  WS-MODE-RESTORE             VALUE "R".
001580     05  WS-AP-StudentID     PIC 9(05).
001590
001600*----------------------------------------------------------------
001610* WORKING COPY OF THE MASTER RECORD BEING EXAMINED
001620*----------------------------------------------------------------
001630 01  WS-STUDENT-RECORD.
001640     05  WS-StudentID        PIC 9(05).
001650     05  WS-StudentName      PIC A(30).
001660     05  WS-StudentGrade     PIC 9(03).
001670     05  WS-ClassSection     PIC X(04).
001680     05  WS-CreditHours      PIC 9(01).
001690     05  WS-StudentStatus    PIC X(01).
001700         88  WS-STUDENT-INACTIVE         VALUES "G" "W".
001710     05  WS-StudentMark      PIC X(01).
001720     05  WS-StudentMarkDate  PIC 9(08).
001730
001740*----------------------------------------------------------------
001750* MOST RECENT ARCHIVE COPY SEEN FOR THE RESTORE STUDENT -- THE
001760*     WHOLE FILE IS SCANNED SO A STUDENT ARCHIVED MORE THAN
001770*     ONCE COMES BACK FROM THE LATEST COPY.
001780*----------------------------------------------------------------
001790 01  WS-RESTORE-RECORD.
001800     05  WS-AR-ArchiveDate   PIC 9(08).
001810     05  FILLER              PIC X(01).
001820     05  WS-AR-StudentID     PIC 9(05).
001830     05  WS-AR-StudentName   PIC A(30).
001840     05  WS-AR-StudentGrade  PIC 9(03).
001850     05  WS-AR-ClassSection  PIC X(04).
001860     05  WS-AR-CreditHours   PIC 9(01).
001870     05  WS-AR-Status        PIC X(01).
001880     05  FILLER              PIC X(01).
001890     05  WS-AR-TermCode      PIC X(06).
001900     05  FILLER              PIC X(01).
001910     05  WS-AR-Mark          PIC X(01).
001920     05  WS-AR-MarkDate      PIC 9(08).
001930
001940 01  WS-ARCHIVE-READ.
001950     05  WS-AW-ArchiveDate   PIC 9(08).
001960     05  FILLER              PIC X(01).
001970     05  WS-AW-StudentID     PIC 9(05).
001980     05  WS-AW-StudentName   PIC A(30).
001990     05  WS-AW-StudentGrade  PIC 9(03).
002000     05  WS-AW-ClassSection  PIC X(04).
002010     05  WS-AW-CreditHours   PIC 9(01).
002020     05  WS-AW-Status        PIC X(01).
002030     05  FILLER              PIC X(01).
002040     05  WS-AW-TermCode      PIC X(06).
002050     05  FILLER              PIC X(01).
002060     05  WS-AW-Mark          PIC X(01).
002070     05  WS-AW-MarkDate      PIC 9(08).
002080
002090*----------------------------------------------------------------
002100* ACCUMULATORS
002110*----------------------------------------------------------------
002120 77  WS-RunDate              PIC 9(08)   VALUE 0.
002130 77  WS-ReadCount            PIC 9(05)   VALUE 0.
002140 77  WS-ArchivedCount        PIC 9(05)   VALUE 0.
002150 77  WS-KeptCount            PIC 9(05)   VALUE 0.
002160
002170*----------------------------------------------------------------
002180* TERM CALENDAR TABLE -- THE OPTIONAL TERM CALENDAR IS LOADED AT
002190*     START OF RUN SO THE RUN DATE CAN BE RESOLVED TO A TERM
002200*     CODE FOR THE ARCHIVE STAMP.  AN EMPTY TABLE, OR A RUN
002210*     DATED BETWEEN TERMS, LEAVES THE STAMP AT SPACES.
002220*----------------------------------------------------------------
002230 77  WS-TERMCAL-EOF-SW       PIC X(01)   VALUE "N".
002240     88  WS-TERMCAL-EOF                  VALUE "Y".
002250
002260 77  WS-TERM-FOUND-SW        PIC X(01)   VALUE "N".
002270     88  WS-TERM-FOUND                   VALUE "Y".
002280     88  WS-TERM-NOT-FOUND               VALUE "N".
002290
002300 77  WS-TERM-MAX             PIC 9(02)   COMP VALUE 20.
002310 77  WS-TermCount            PIC 9(02)   COMP VALUE 0.
002320 77  WS-TC-SUB               PIC 9(02)   COMP VALUE 0.
002330 77  WS-TermCode             PIC X(06)   VALUE SPACES.
002340
002350 01  WS-TERM-CAL-RECORD.
002360     05  WS-TC-TermCode      PIC X(06).
002370     05  WS-TC-StartDate     PIC 9(08).
002380     05  WS-TC-EndDate       PIC 9(08).
002390     05  WS-TC-GradeDeadline PIC 9(08).
002400
002410 01  WS-TERM-CAL-TABLE.
002420     05  WS-TERM-ENTRY OCCURS 20 TIMES.
002430         10  WS-TCT-TermCode      PIC X(06).
002440         10  WS-TCT-StartDate     PIC 9(08).
002450         10  WS-TCT-EndDate       PIC 9(08).
002460         10  WS-TCT-GradeDeadline PIC 9(08).
002470
002480*----------------------------------------------------------------
002490* PRINTED REGISTER LINES
002500*----------------------------------------------------------------
002510 01  WS-REGISTER-HEADER-LINE.
002520     05  FILLER              PIC X(26)
002530         VALUE "ARCHIVED STUDENTS REGISTER".
002540     05  FILLER              PIC X(02)   VALUE SPACES.
002550     05  RG-HDR-DATE         PIC 9(08).
002560     05  FILLER              PIC X(44)   VALUE SPACES.
002570
002580 01  WS-REGISTER-DETAIL-LINE.
002590     05  RG-StudentID        PIC ZZZZ9.
002600     05  FILLER              PIC X(02)   VALUE SPACES.
002610     05  RG-StudentName      PIC A(30).
002620     05  FILLER              PIC X(02)   VALUE SPACES.
002630     05  RG-ClassSection     PIC X(04).
002640     05  FILLER              PIC X(02)   VALUE SPACES.
002650     05  RG-StudentGrade     PIC ZZ9.
002660     05  FILLER              PIC X(02)   VALUE SPACES.
002670     05  RG-Status           PIC X(01).
002680     05  FILLER              PIC X(29)   VALUE SPACES.
002690
002700 01  WS-REGISTER-TOTAL-LINE.
002710     05  FILLER              PIC X(20)
002720         VALUE "Students Archived:".
002730     05  RG-ARCHIVED         PIC ZZZZ9.
002740     05  FILLER              PIC X(03)   VALUE SPACES.
002750     05  FILLER              PIC X(16)   VALUE "Students Kept:".
002760     05  RG-KEPT             PIC ZZZZ9.
002770     05  FILLER              PIC X(31)   VALUE SPACES.
002780
002790 PROCEDURE DIVISION.
002800*----------------------------------------------------------------
002810* 0000-MAIN-PROCESS -- READ THE PARAMETER CARD AND ROUTE THE RUN
002820*     TO THE ARCHIVE OR RESTORE LEG.
002830*----------------------------------------------------------------
002840 0000-MAIN-PROCESS.
002850     ACCEPT WS-RunDate FROM DATE YYYYMMDD
002860     PERFORM 1100-LOAD-TERM-CALENDAR THRU 1100-EXIT
002870     PERFORM 1150-RESOLVE-RUN-TERM THRU 1150-EXIT
002880     PERFORM 1000-READ-PARAMETER-CARD THRU 1000-EXIT
002890     IF WS-MODE-ARCHIVE
002900         PERFORM 2000-ARCHIVE-INACTIVE THRU 2000-EXIT
002910     ELSE
002920         IF WS-MODE-RESTORE
002930             PERFORM 3000-RESTORE-STUDENT THRU 3000-EXIT
002940         ELSE
002950             DISPLAY "Archive: mode must be A or R"
002960             MOVE 8 TO RETURN-CODE
002970         END-IF
002980     END-IF
002990     STOP RUN.
003000
003010*----------------------------------------------------------------
003020* 1000-READ-PARAMETER-CARD -- THE ARCHPRM CARD DRIVES THE RUN:
003030*     MODE A ARCHIVES THE INACTIVE STUDENTS, MODE R PLUS A
003040*     STUDENT ID RESTORES ONE.  NO CARD MEANS NOTHING TO DO AND
003050*     THE RUN FAILS LOUDLY RATHER THAN GUESSING.
003060*----------------------------------------------------------------
003070 1000-READ-PARAMETER-CARD.
003080     MOVE SPACES TO WS-ARCHIVE-PARM-RECORD
003090     OPEN INPUT ArchiveParmFile
003100     READ ArchiveParmFile INTO WS-ARCHIVE-PARM-RECORD
003110         AT END
003120             DISPLAY "Archive: no ARCHPRM parameter card"
003130     END-READ
003140     CLOSE ArchiveParmFile.
003150 1000-EXIT.
003160     EXIT.
003170
003180*----------------------------------------------------------------
003190* 1100-LOAD-TERM-CALENDAR -- READ THE OPTIONAL TERM CALENDAR
003200*     INTO ITS TABLE.  NO FILE MEANS AN EMPTY TABLE AND A BLANK
003210*     TERM STAMP.
003220*----------------------------------------------------------------
003230 1100-LOAD-TERM-CALENDAR.
003240     OPEN INPUT TermCalendarFile
003250     PERFORM 1110-READ-TERM-RECORD THRU 1110-EXIT
003260     PERFORM 1120-TABLE-ONE-TERM THRU 1120-EXIT
003270         UNTIL WS-TERMCAL-EOF
003280     CLOSE TermCalendarFile.
003290 1100-EXIT.
003300     EXIT.
003310
003320*----------------------------------------------------------------
003330* 1110-READ-TERM-RECORD -- READ ONE TERM CALENDAR RECORD.
003340*----------------------------------------------------------------
003350 1110-READ-TERM-RECORD.
003360     READ TermCalendarFile INTO WS-TERM-CAL-RECORD
003370         AT END
003380             SET WS-TERMCAL-EOF TO TRUE
003390             GO TO 1110-EXIT
003400     END-READ.
003410 1110-EXIT.
003420     EXIT.
003430
003440*----------------------------------------------------------------
003450* 1120-TABLE-ONE-TERM -- FILE ONE TERM CALENDAR RECORD IN THE
003460*     TABLE AND READ THE NEXT ONE.
003470*----------------------------------------------------------------
003480 1120-TABLE-ONE-TERM.
003490     IF WS-TermCount >= WS-TERM-MAX
003500         DISPLAY "Archive: term calendar table full at "
003510             WS-TERM-MAX " terms; remaining terms ignored"
003520         SET WS-TERMCAL-EOF TO TRUE
003530         GO TO 1120-EXIT
003540     END-IF
003550     ADD 1 TO WS-TermCount
003560     MOVE WS-TC-TermCode
003570         TO WS-TCT-TermCode (WS-TermCount)
003580     MOVE WS-TC-StartDate
003590         TO WS-TCT-StartDate (WS-TermCount)
003600     MOVE WS-TC-EndDate
003610         TO WS-TCT-EndDate (WS-TermCount)
003620     MOVE WS-TC-GradeDeadline
003630         TO WS-TCT-GradeDeadline (WS-TermCount)
003640     PERFORM 1110-READ-TERM-RECORD THRU 1110-EXIT.
003650 1120-EXIT.
003660     EXIT.
003670
003680*----------------------------------------------------------------
003690* 1150-RESOLVE-RUN-TERM -- FIND THE TERM WHOSE WINDOW COVERS THE
003700*     RUN DATE.  NOTHING FOUND LEAVES THE STAMP AT SPACES; AN
003710*     ARCHIVE RUN BETWEEN TERMS IS LEGITIMATE AND IS NOT
003720*     REFUSED THE WAY A ROSTER RUN IS.
003730*----------------------------------------------------------------
003740 1150-RESOLVE-RUN-TERM.
003750     IF WS-TermCount = 0
003760         GO TO 1150-EXIT
003770     END-IF
003780     SET WS-TERM-NOT-FOUND TO TRUE
003790     PERFORM 1160-MATCH-TERM THRU 1160-EXIT
003800         VARYING WS-TC-SUB FROM 1 BY 1
003810         UNTIL WS-TERM-FOUND
003820            OR WS-TC-SUB > WS-TermCount.
003830 1150-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------------
003870* 1160-MATCH-TERM -- TEST ONE TERM CALENDAR TABLE ENTRY AGAINST
003880*     THE RUN DATE.
003890*----------------------------------------------------------------
003900 1160-MATCH-TERM.
003910     IF WS-RunDate >= WS-TCT-StartDate (WS-TC-SUB)
003920             AND WS-RunDate <= WS-TCT-EndDate (WS-TC-SUB)
003930         SET WS-TERM-FOUND TO TRUE
003940         MOVE WS-TCT-TermCode (WS-TC-SUB) TO WS-TermCode
003950     END-IF.
003960 1160-EXIT.
003970     EXIT.
003980
003990*----------------------------------------------------------------
004000* 2000-ARCHIVE-INACTIVE -- PASS THE WHOLE MASTER; EVERY STUDENT
004010*     WHOSE STATUS SAYS GRADUATED OR WITHDRAWN IS APPENDED TO
004020*     THE CUMULATIVE ARCHIVE FILE WITH TODAY'S DATE, DELETED
004030*     FROM THE MASTER AND LISTED ON THE REGISTER.
004040*----------------------------------------------------------------
004050 2000-ARCHIVE-INACTIVE.
004060     OPEN I-O StudentFile
004070     OPEN EXTEND ArchiveFile
004080     OPEN OUTPUT ArchiveRegisterFile
004090     MOVE WS-RunDate TO RG-HDR-DATE
004100     WRITE REGISTER-LINE FROM WS-REGISTER-HEADER-LINE
004110     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT
004120     PERFORM 2200-EXAMINE-ONE-STUDENT THRU 2200-EXIT
004130         UNTIL WS-MASTER-EOF
004140     MOVE WS-ArchivedCount TO RG-ARCHIVED
004150     MOVE WS-KeptCount TO RG-KEPT
004160     WRITE REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE
004170     DISPLAY "Archive: Students Read: " WS-ReadCount
004180     DISPLAY "Archive: Students Archived: " WS-ArchivedCount
004190     DISPLAY "Archive: Students Kept: " WS-KeptCount
004200     CLOSE ArchiveRegisterFile
004210     CLOSE ArchiveFile
004220     CLOSE StudentFile.
004230 2000-EXIT.
004240     EXIT.
004250
004260*----------------------------------------------------------------
004270* 2100-READ-MASTER-RECORD -- READ THE NEXT MASTER RECORD.
004280*----------------------------------------------------------------
004290 2100-READ-MASTER-RECORD.
004300     READ StudentFile NEXT INTO WS-STUDENT-RECORD
004310         AT END
004320             SET WS-MASTER-EOF TO TRUE
004330             GO TO 2100-EXIT
004340     END-READ
004350     ADD 1 TO WS-ReadCount.
004360 2100-EXIT.
004370     EXIT.
004380
004390*----------------------------------------------------------------
004400* 2200-EXAMINE-ONE-STUDENT -- ARCHIVE AND DELETE AN INACTIVE
004410*     STUDENT, COUNT AN ACTIVE ONE, THEN READ THE NEXT.  THE
004420*     DELETE WORKS OFF THE KEY OF THE RECORD JUST READ.
004430*----------------------------------------------------------------
004440 2200-EXAMINE-ONE-STUDENT.
004450     IF WS-STUDENT-INACTIVE
004460         PERFORM 2300-ARCHIVE-ONE-STUDENT THRU 2300-EXIT
004470     ELSE
004480         ADD 1 TO WS-KeptCount
004490     END-IF
004500     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT.
004510 2200-EXIT.
004520     EXIT.
004530
004540*----------------------------------------------------------------
004550* 2300-ARCHIVE-ONE-STUDENT -- APPEND THE STUDENT TO THE ARCHIVE
004560*     WITH TODAY'S DATE, LIST THEM ON THE REGISTER AND DELETE
004570*     THEM FROM THE MASTER.
004580*----------------------------------------------------------------
004590 2300-ARCHIVE-ONE-STUDENT.
004600     MOVE WS-RunDate TO AR-ArchiveDate
004610     MOVE WS-StudentID TO AR-StudentID
004620     MOVE WS-StudentName TO AR-StudentName
004630     MOVE WS-StudentGrade TO AR-StudentGrade
004640     MOVE WS-ClassSection TO AR-ClassSection
004650     MOVE WS-CreditHours TO AR-CreditHours
004660     MOVE WS-StudentStatus TO AR-Status
004670     MOVE WS-StudentMark TO AR-Mark
004680     MOVE WS-StudentMarkDate TO AR-MarkDate
004690     MOVE WS-TermCode TO AR-TermCode
004700     WRITE ARCHIVE-RECORD
004710     MOVE WS-StudentID TO RG-StudentID
004720     MOVE WS-StudentName TO RG-StudentName
004730     MOVE WS-ClassSection TO RG-ClassSection
004740     MOVE WS-StudentGrade TO RG-StudentGrade
004750     MOVE WS-StudentStatus TO RG-Status
004760     WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE
004770     MOVE WS-StudentID TO StudentID
004780     DELETE StudentFile
004790         INVALID KEY
004800             DISPLAY "Archive: delete failed for " StudentID
004810     END-DELETE
004820     ADD 1 TO WS-ArchivedCount.
004830 2300-EXIT.
004840     EXIT.
004850
004860*----------------------------------------------------------------
004870* 3000-RESTORE-STUDENT -- SCAN THE CUMULATIVE ARCHIVE FOR THE
004880*     REQUESTED STUDENT ID, KEEPING THE LATEST COPY SEEN, AND
004890*     WRITE IT BACK TO THE MASTER AS ACTIVE.  NOTHING FOUND, OR
004900*     AN ID STILL ON THE MASTER, ENDS WITH CONDITION CODE 8.
004910*----------------------------------------------------------------
004920 3000-RESTORE-STUDENT.
004930     IF WS-AP-StudentID IS NOT NUMERIC
004940         DISPLAY "Restore: student ID missing from ARCHPRM card"
004950         MOVE 8 TO RETURN-CODE
004960         GO TO 3000-EXIT
004970     END-IF
004980     OPEN INPUT ArchiveFile
004990     PERFORM 3100-READ-ARCHIVE-RECORD THRU 3100-EXIT
005000     PERFORM 3200-SIFT-ARCHIVE-RECORD THRU 3200-EXIT
005010         UNTIL WS-ARCH-EOF
005020     CLOSE ArchiveFile
005030     IF NOT WS-RESTORE-FOUND
005040         DISPLAY "Restore: Student ID " WS-AP-StudentID
005050             " not on archive"
005060         MOVE 8 TO RETURN-CODE
005070         GO TO 3000-EXIT
005080     END-IF
005090     OPEN I-O StudentFile
005100     MOVE WS-AR-StudentID TO StudentID
005110     MOVE WS-AR-StudentName TO StudentName
005120     MOVE WS-AR-StudentGrade TO StudentGrade
005130     MOVE WS-AR-ClassSection TO ClassSection
005140     MOVE WS-AR-CreditHours TO CreditHours
005150     MOVE "A" TO StudentStatus
005160     MOVE WS-AR-Mark TO StudentMark
005170     MOVE WS-AR-MarkDate TO StudentMarkDate
005180     WRITE StudentRecord
005190         INVALID KEY
005200             DISPLAY "Restore: Student ID " StudentID
005210                 " already on master"
005220             MOVE 8 TO RETURN-CODE
005230         NOT INVALID KEY
005240             DISPLAY "Restore: Student ID " StudentID
005250                 " restored from archive of " WS-AR-ArchiveDate
005260             PERFORM 3300-LOG-RESTORE THRU 3300-EXIT
005270     END-WRITE
005280     CLOSE StudentFile.
005290 3000-EXIT.
005300     EXIT.
005310
005320*----------------------------------------------------------------
005330* 3100-READ-ARCHIVE-RECORD -- READ ONE ARCHIVE RECORD INTO THE
005340*     WORK AREA.
005350*----------------------------------------------------------------
005360 3100-READ-ARCHIVE-RECORD.
005370     READ ArchiveFile INTO WS-ARCHIVE-READ
005380         AT END
005390             SET WS-ARCH-EOF TO TRUE
005400             GO TO 3100-EXIT
005410     END-READ.
005420 3100-EXIT.
005430     EXIT.
005440
005450*----------------------------------------------------------------
005460* 3200-SIFT-ARCHIVE-RECORD -- HOLD THE RECORD JUST READ WHEN IT
005470*     CARRIES THE REQUESTED STUDENT ID; A LATER COPY OF THE
005480*     SAME STUDENT REPLACES AN EARLIER ONE SINCE THE FILE IS
005490*     APPENDED IN DATE ORDER.
005500*----------------------------------------------------------------
005510 3200-SIFT-ARCHIVE-RECORD.
005520     IF WS-AW-StudentID = WS-AP-StudentID
005530         MOVE WS-ARCHIVE-READ TO WS-RESTORE-RECORD
005540         SET WS-RESTORE-FOUND TO TRUE
005550     END-IF
005560     PERFORM 3100-READ-ARCHIVE-RECORD THRU 3100-EXIT.
005570 3200-EXIT.
005580     EXIT.
005590
005600*----------------------------------------------------------------
005610* 3300-LOG-RESTORE -- APPEND THE RESTORE JUST MADE TO THE
005620*     CUMULATIVE RESTORE LOG.
005630*----------------------------------------------------------------
005640 3300-LOG-RESTORE.
005650     OPEN EXTEND RestoreLogFile
005660     MOVE SPACES TO RESTORE-LOG-RECORD
005670     MOVE WS-RunDate TO RL-RestoreDate
005680     MOVE WS-AR-StudentID TO RL-StudentID
005690     MOVE WS-AR-ArchiveDate TO RL-ArchiveDate
005700     WRITE RESTORE-LOG-RECORD
005710     CLOSE RestoreLogFile.
005720 3300-EXIT.
005730     EXIT.
005740
005750 END PROGRAM ArchivePurge.
