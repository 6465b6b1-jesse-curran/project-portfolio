000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. StudentLedger.
000030 AUTHOR. J-CURRAN.
000040 INSTALLATION. REGISTRAR-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026 JC  NEW PROGRAM.  TUITIONBILL WRITES THE BILLEXT
000110*                 CHARGES BUT NOTHING HERE KNEW WHETHER ANYBODY
000120*                 PAID, SO THE BURSAR WAS PHONED BEFORE EVERY
000130*                 TRANSCRIPT WENT OUT.  THIS RUN KEEPS THE
000140*                 STUDENT ACCOUNT LEDGER (LEDGER), AN INDEXED
000150*                 FILE KEYED ON STUDENT ID: ONE ACCOUNT ROW PER
000160*                 STUDENT WITH THE BALANCE, ANY UNAPPLIED CREDIT
000170*                 AND THE FINANCIAL-HOLD FLAG, FOLLOWED BY ONE
000180*                 DATED ITEM ROW PER CHARGE, ADJUSTMENT OR
000190*                 PAYMENT.  EACH RUN POSTS THE BILLEXT
000200*                 ASSESSMENTS AS CHARGES (ONE PER STUDENT PER
000210*                 TERM -- A SECOND CHARGE FOR A TERM ALREADY
000220*                 BILLED IS REFUSED), THEN THE DAILY PAYMENT AND
000230*                 ADJUSTMENT FEED (PAYFEED), APPLYING EVERY
000240*                 PAYMENT OR CREDIT TO THE OLDEST OPEN CHARGE
000250*                 FIRST.  A FEED ROW THAT CANNOT POST GOES ON THE
000260*                 REJECTED-PAYMENTS LISTING (PAYREJ) WITH ITS
000270*                 REASON.  THE RUN ENDS WITH A RECEIVABLES AGING
000280*                 REPORT (LEDGRPT: CURRENT, 30, 60, 90+ DAYS)
000290*                 AND SETS THE HOLD FLAG ON ANY ACCOUNT CARRYING
000300*                 AN OPEN CHARGE OLDER THAN THE HOLD AGE ON THE
000310*                 LEDGPARM CARD (90 DAYS WHEN NO CARD IS
000320*                 PUNCHED), CLEARING IT ONCE NOTHING IS THAT OLD.
000330*                 ANY REJECTED ROW ENDS THE RUN WITH CONDITION
000340*                 CODE 4.
000350* 10/15/2026 JC  A BILLEXT CHARGE FOR A TERM THE ACCOUNT IS
000360*                 ALREADY BILLED FOR IS NOW SKIPPED AND COUNTED
000370*                 ON LEDGRPT AND THE CONSOLE INSTEAD OF REJECTED,
000380*                 SO A BILLEXT FED TWICE NO LONGER RAISES
000390*                 CONDITION CODE 4.  A PAYFEED POST DATE THAT IS
000400*                 NOT A REAL CALENDAR DATE IS NOW REJECTED.
000410*----------------------------------------------------------------
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT OPTIONAL LedgerFile ASSIGN TO "LEDGER"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS LG-KEY.
000500
000510     SELECT OPTIONAL BillingExtractFile ASSIGN TO "BILLEXT"
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530
000540     SELECT OPTIONAL PaymentFeedFile ASSIGN TO "PAYFEED"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560
000570     SELECT OPTIONAL LedgerParmFile ASSIGN TO "LEDGPARM"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590
000600     SELECT PaymentRejectFile ASSIGN TO "PAYREJ"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620
000630     SELECT AgingReportFile ASSIGN TO "LEDGRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  LedgerFile.
000690 01  LEDGER-RECORD.
000700     05  LG-KEY.
000710         10  LG-StudentID    PIC 9(05).
000720         10  LG-RecType      PIC X(01).
000730         10  LG-ItemDate     PIC 9(08).
000740         10  LG-ItemSeq      PIC 9(03).
000750     05  LG-REST             PIC X(60).
000760*        RECORD TYPE "A" -- THE ACCOUNT ROW, DATE AND SEQ ZERO.
000770     05  LG-ACCOUNT-FIELDS   REDEFINES LG-REST.
000780         10  LG-StudentName  PIC A(30).
000790         10  LG-Balance      PIC S9(07)V99.
000800         10  LG-Unapplied    PIC 9(07)V99.
000810         10  LG-HoldFlag     PIC X(01).
000820         10  LG-HoldDate     PIC 9(08).
000830         10  LG-LastItemSeq  PIC 9(03).
000840*        RECORD TYPE "I" -- ONE CHARGE, ADJUSTMENT OR PAYMENT.
000850     05  LG-ITEM-FIELDS      REDEFINES LG-REST.
000860         10  LG-ItemType     PIC X(01).
000870         10  LG-Amount       PIC 9(07)V99.
000880         10  LG-OpenAmount   PIC 9(07)V99.
000890         10  LG-TermCode     PIC X(06).
000900         10  LG-Reference    PIC X(08).
000910         10  FILLER          PIC X(27).
000920
000930 FD  BillingExtractFile.
000940 01  BILLING-EXTRACT-RECORD.
000950     05  BX-StudentID        PIC 9(05).
000960     05  BX-StudentName      PIC A(30).
000970     05  BX-CreditHours      PIC 9(03).
000980     05  BX-Amount           PIC 9(07)V99.
000990     05  BX-TermCode         PIC X(06).
001000
001010 FD  PaymentFeedFile.
001020 01  PAYMENT-FEED-RECORD.
001030     05  PF-StudentID        PIC 9(05).
001040     05  PF-TranType         PIC X(01).
001050     05  PF-Amount           PIC 9(07)V99.
001060     05  PF-PostDate         PIC 9(08).
001070     05  PF-Reference        PIC X(08).
001080
001090 FD  LedgerParmFile.
001100 01  LEDGER-PARM-RECORD.
001110     05  LP-HoldDays         PIC 9(03).
001120
001130 FD  PaymentRejectFile.
001140 01  PAYMENT-REJECT-LINE        PIC X(80).
001150
001160 FD  AgingReportFile.
001170 01  AGING-LINE                 PIC X(80).
001180
001190 WORKING-STORAGE SECTION.
001200*----------------------------------------------------------------
001210* SWITCHES
001220*----------------------------------------------------------------
001230 77  WS-BILL-EOF-SW          PIC X(01)   VALUE "N".
001240     88  WS-BILL-EOF                     VALUE "Y".
001250
001260 77  WS-FEED-EOF-SW          PIC X(01)   VALUE "N".
001270     88  WS-FEED-EOF                     VALUE "Y".
001280
001290 77  WS-LEDGER-EOF-SW        PIC X(01)   VALUE "N".
001300     88  WS-LEDGER-EOF                   VALUE "Y".
001310
001320 77  WS-ITEMS-DONE-SW        PIC X(01)   VALUE "N".
001330     88  WS-ITEMS-DONE                   VALUE "Y".
001340
001350 77  WS-ACCOUNT-SW           PIC X(01)   VALUE "N".
001360     88  WS-ACCOUNT-FOUND                VALUE "Y".
001370     88  WS-ACCOUNT-NOT-FOUND            VALUE "N".
001380
001390 77  WS-BILLED-SW            PIC X(01)   VALUE "N".
001400     88  WS-TERM-ALREADY-BILLED          VALUE "Y".
001410     88  WS-TERM-NOT-BILLED              VALUE "N".
001420
001430 77  WS-OVERDUE-SW           PIC X(01)   VALUE "N".
001440     88  WS-ACCOUNT-OVERDUE              VALUE "Y".
001450     88  WS-ACCOUNT-NOT-OVERDUE          VALUE "N".
001460
001470*----------------------------------------------------------------
001480* HOLD AGE -- AN OPEN CHARGE OLDER THAN THIS MANY DAYS PUTS THE
001490*     ACCOUNT ON FINANCIAL HOLD.  THE LEDGPARM CARD OVERRIDES IT.
001500*----------------------------------------------------------------
001510 77  WS-HoldDays             PIC 9(03)   VALUE 90.
001520
001530*----------------------------------------------------------------
001540* WORKING COPY OF THE ACCOUNT ROW BEING POSTED
001550*----------------------------------------------------------------
001560 01  WS-ACCOUNT-RECORD.
001570     05  WS-AC-StudentID     PIC 9(05).
001580     05  WS-AC-StudentName   PIC A(30).
001590     05  WS-AC-Balance       PIC S9(07)V99.
001600     05  WS-AC-Unapplied     PIC 9(07)V99.
001610     05  WS-AC-HoldFlag      PIC X(01).
001620         88  WS-AC-ON-HOLD               VALUE "H".
001630     05  WS-AC-HoldDate      PIC 9(08).
001640     05  WS-AC-LastItemSeq   PIC 9(03).
001650
001660*----------------------------------------------------------------
001670* INPUT WORK AREAS
001680*----------------------------------------------------------------
001690 01  WS-BILLING-RECORD.
001700     05  WS-BX-StudentID     PIC 9(05).
001710     05  WS-BX-StudentName   PIC A(30).
001720     05  WS-BX-CreditHours   PIC 9(03).
001730     05  WS-BX-Amount        PIC 9(07)V99.
001740     05  WS-BX-TermCode      PIC X(06).
001750
001760 01  WS-PAYMENT-RECORD.
001770     05  WS-PF-StudentID     PIC 9(05).
001780     05  WS-PF-TranType      PIC X(01).
001790         88  WS-PF-PAYMENT               VALUE "P".
001800         88  WS-PF-CREDIT-ADJUST         VALUE "A".
001810         88  WS-PF-DEBIT-ADJUST          VALUE "D".
001820     05  WS-PF-Amount        PIC 9(07)V99.
001830     05  WS-PF-PostDate      PIC 9(08).
001840     05  WS-PF-Reference     PIC X(08).
001850
001860*----------------------------------------------------------------
001870* POSTING WORK FIELDS
001880*----------------------------------------------------------------
001890 77  WS-PostType             PIC X(01)   VALUE SPACE.
001900 77  WS-PostDate             PIC 9(08)   VALUE 0.
001910 77  WS-PostAmount           PIC 9(07)V99 VALUE 0.
001920 77  WS-PostOpen             PIC 9(07)V99 VALUE 0.
001930 77  WS-PostTerm             PIC X(06)   VALUE SPACES.
001940 77  WS-PostReference        PIC X(08)   VALUE SPACES.
001950 77  WS-Remaining            PIC 9(07)V99 VALUE 0.
001960 77  WS-REJECT-REASON        PIC X(36)   VALUE SPACES.
001970 77  WS-ItemAgeDays          PIC S9(05)  VALUE 0.
001980 77  WS-CUR-StudentID        PIC 9(05)   VALUE 0.
001990
002000*----------------------------------------------------------------
002010* AGING BUCKETS FOR ONE ACCOUNT AND FOR THE RUN
002020*----------------------------------------------------------------
002030 01  WS-ACCOUNT-AGING.
002040     05  WS-AG-Current       PIC 9(07)V99.
002050     05  WS-AG-Days30        PIC 9(07)V99.
002060     05  WS-AG-Days60        PIC 9(07)V99.
002070     05  WS-AG-Days90        PIC 9(07)V99.
002080
002090 01  WS-RUN-AGING.
002100     05  WS-RT-Current       PIC 9(09)V99 VALUE 0.
002110     05  WS-RT-Days30        PIC 9(09)V99 VALUE 0.
002120     05  WS-RT-Days60        PIC 9(09)V99 VALUE 0.
002130     05  WS-RT-Days90        PIC 9(09)V99 VALUE 0.
002140     05  WS-RT-Balance       PIC S9(09)V99 VALUE 0.
002150
002160*----------------------------------------------------------------
002170* RUN COUNTS
002180*----------------------------------------------------------------
002190 77  WS-RunDate              PIC 9(08)   VALUE 0.
002200 77  WS-ChargeCount          PIC 9(05)   VALUE 0.
002210 77  WS-ChargeSkipCount      PIC 9(05)   VALUE 0.
002220 77  WS-PaymentCount         PIC 9(05)   VALUE 0.
002230 77  WS-AdjustCount          PIC 9(05)   VALUE 0.
002240 77  WS-RejectCount          PIC 9(05)   VALUE 0.
002250 77  WS-AccountCount         PIC 9(05)   VALUE 0.
002260 77  WS-NewAccountCount      PIC 9(05)   VALUE 0.
002270 77  WS-HoldCount            PIC 9(05)   VALUE 0.
002280 77  WS-ReleasedCount        PIC 9(05)   VALUE 0.
002290
002300*----------------------------------------------------------------
002310* PRINTED LINES
002320*----------------------------------------------------------------
002330 01  WS-AGING-TITLE-LINE.
002340     05  FILLER              PIC X(30)
002350         VALUE "RECEIVABLES AGING REPORT".
002360     05  TI-RunDate          PIC 9(08).
002370     05  FILLER              PIC X(14)   VALUE "  HOLD AFTER ".
002380     05  TI-HoldDays         PIC ZZ9.
002390     05  FILLER              PIC X(25)   VALUE " DAYS".
002400
002410 01  WS-AGING-HEADER-LINE.
002420     05  FILLER              PIC X(06)   VALUE "ID".
002430     05  FILLER              PIC X(21)   VALUE "NAME".
002440     05  FILLER              PIC X(09)   VALUE " CURRENT".
002450     05  FILLER              PIC X(09)   VALUE "   30-59".
002460     05  FILLER              PIC X(09)   VALUE "   60-89".
002470     05  FILLER              PIC X(09)   VALUE "     90+".
002480     05  FILLER              PIC X(12)   VALUE "    BALANCE".
002490     05  FILLER              PIC X(05)   VALUE "HOLD".
002500
002510 01  WS-AGING-DETAIL-LINE.
002520     05  AD-StudentID        PIC ZZZZ9.
002530     05  FILLER              PIC X(01)   VALUE SPACES.
002540     05  AD-StudentName      PIC A(20).
002550     05  FILLER              PIC X(01)   VALUE SPACES.
002560     05  AD-Current          PIC ZZZZ9.99.
002570     05  FILLER              PIC X(01)   VALUE SPACES.
002580     05  AD-Days30           PIC ZZZZ9.99.
002590     05  FILLER              PIC X(01)   VALUE SPACES.
002600     05  AD-Days60           PIC ZZZZ9.99.
002610     05  FILLER              PIC X(01)   VALUE SPACES.
002620     05  AD-Days90           PIC ZZZZ9.99.
002630     05  FILLER              PIC X(01)   VALUE SPACES.
002640     05  AD-Balance          PIC -ZZZZZ9.99.
002650     05  FILLER              PIC X(02)   VALUE SPACES.
002660     05  AD-Hold             PIC X(04).
002670     05  FILLER              PIC X(01)   VALUE SPACES.
002680
002690 01  WS-REJECT-TITLE-LINE.
002700     05  FILLER              PIC X(30)
002710         VALUE "REJECTED PAYMENTS LISTING".
002720     05  TR-RunDate          PIC 9(08).
002730     05  FILLER              PIC X(42)   VALUE SPACES.
002740
002750 01  WS-REJECT-DETAIL-LINE.
002760     05  RJ-StudentID        PIC X(05).
002770     05  FILLER              PIC X(01)   VALUE SPACES.
002780     05  RJ-TranType         PIC X(01).
002790     05  FILLER              PIC X(01)   VALUE SPACES.
002800     05  RJ-Amount           PIC X(10).
002810     05  FILLER              PIC X(01)   VALUE SPACES.
002820     05  RJ-PostDate         PIC X(08).
002830     05  FILLER              PIC X(01)   VALUE SPACES.
002840     05  RJ-Reference        PIC X(08).
002850     05  FILLER              PIC X(01)   VALUE SPACES.
002860     05  RJ-REASON           PIC X(36).
002870     05  FILLER              PIC X(07)   VALUE SPACES.
002880
002890 77  WS-EDIT-Amount          PIC ZZZZZZ9.99.
002900
002910 01  WS-COUNT-LINE.
002920     05  CL-LABEL            PIC X(26).
002930     05  CL-VALUE            PIC ZZZZ9.
002940     05  FILLER              PIC X(49)   VALUE SPACES.
002950
002960 01  WS-MONEY-LINE.
002970     05  ML-LABEL            PIC X(26).
002980     05  ML-VALUE            PIC -ZZZ,ZZZ,ZZ9.99.
002990     05  FILLER              PIC X(39)   VALUE SPACES.
003000
003010 PROCEDURE DIVISION.
003020*----------------------------------------------------------------
003030* 0000-MAIN-PROCESS -- CONTROLS THE LEDGER RUN
003040*----------------------------------------------------------------
003050 0000-MAIN-PROCESS.
003060     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
003070     PERFORM 2000-POST-ONE-CHARGE THRU 2000-EXIT
003080         UNTIL WS-BILL-EOF
003090     PERFORM 3000-POST-ONE-PAYMENT THRU 3000-EXIT
003100         UNTIL WS-FEED-EOF
003110     PERFORM 4000-AGE-ACCOUNTS THRU 4000-EXIT
003120     PERFORM 9000-FINALIZE-RUN THRU 9000-EXIT
003130     STOP RUN.
003140
003150*----------------------------------------------------------------
003160* 1000-INITIALIZE-RUN -- READ THE HOLD-AGE CARD, OPEN THE LEDGER,
003170*     THE FEEDS AND THE LISTINGS, AND PRIME BOTH FEEDS.
003180*----------------------------------------------------------------
003190 1000-INITIALIZE-RUN.
003200     ACCEPT WS-RunDate FROM DATE YYYYMMDD
003210     PERFORM 1100-READ-PARAMETER-CARD THRU 1100-EXIT
003220     OPEN I-O LedgerFile
003230     OPEN INPUT BillingExtractFile
003240     OPEN INPUT PaymentFeedFile
003250     OPEN OUTPUT PaymentRejectFile
003260     OPEN OUTPUT AgingReportFile
003270     MOVE WS-RunDate TO TR-RunDate
003280     WRITE PAYMENT-REJECT-LINE FROM WS-REJECT-TITLE-LINE
003290     PERFORM 2100-READ-BILLING-RECORD THRU 2100-EXIT
003300     PERFORM 3100-READ-PAYMENT-RECORD THRU 3100-EXIT.
003310 1000-EXIT.
003320     EXIT.
003330
003340*----------------------------------------------------------------
003350* 1100-READ-PARAMETER-CARD -- THE OPTIONAL LEDGPARM CARD CARRIES
003360*     THE HOLD AGE IN DAYS.  NO CARD, OR A BLANK OR ZERO AGE,
003370*     LEAVES THE 90-DAY DEFAULT IN PLACE.
003380*----------------------------------------------------------------
003390 1100-READ-PARAMETER-CARD.
003400     OPEN INPUT LedgerParmFile
003410     READ LedgerParmFile
003420         AT END
003430             GO TO 1100-CLOSE
003440     END-READ
003450     IF LP-HoldDays IS NUMERIC AND LP-HoldDays > 0
003460         MOVE LP-HoldDays TO WS-HoldDays
003470     ELSE
003480         DISPLAY "Ledger: LEDGPARM hold age not usable; "
003490             "using " WS-HoldDays " days"
003500     END-IF.
003510 1100-CLOSE.
003520     CLOSE LedgerParmFile.
003530 1100-EXIT.
003540     EXIT.
003550
003560*----------------------------------------------------------------
003570* 2000-POST-ONE-CHARGE -- POST ONE BILLEXT ASSESSMENT AS A CHARGE,
003580*     OPENING THE ACCOUNT WHEN THE STUDENT HAS NONE YET, THEN
003590*     READ THE NEXT ONE.  A ZERO ASSESSMENT POSTS NOTHING, AND
003600*     ONE FOR A TERM ALREADY CHARGED IS COUNTED AND SKIPPED.
003610*----------------------------------------------------------------
003620 2000-POST-ONE-CHARGE.
003630     IF WS-BX-StudentID IS NOT NUMERIC
003640             OR WS-BX-Amount IS NOT NUMERIC
003650         MOVE "BILLING ROW NOT NUMERIC" TO WS-REJECT-REASON
003660         PERFORM 2900-REJECT-CHARGE THRU 2900-EXIT
003670         GO TO 2000-NEXT
003680     END-IF
003690     IF WS-BX-Amount = 0
003700         GO TO 2000-NEXT
003710     END-IF
003720     MOVE WS-BX-StudentID TO WS-CUR-StudentID
003730     PERFORM 5000-GET-ACCOUNT THRU 5000-EXIT
003740     IF WS-ACCOUNT-NOT-FOUND
003750         PERFORM 5050-OPEN-ACCOUNT THRU 5050-EXIT
003760     END-IF
003770     PERFORM 2200-CHECK-TERM-BILLED THRU 2200-EXIT
003780     IF WS-TERM-ALREADY-BILLED
003790         ADD 1 TO WS-ChargeSkipCount
003800         GO TO 2000-NEXT
003810     END-IF
003820     MOVE "C" TO WS-PostType
003830     MOVE WS-RunDate TO WS-PostDate
003840     MOVE WS-BX-Amount TO WS-PostAmount
003850     MOVE WS-BX-TermCode TO WS-PostTerm
003860     MOVE "BILLEXT" TO WS-PostReference
003870     PERFORM 5100-POST-DEBIT THRU 5100-EXIT
003880     ADD 1 TO WS-ChargeCount.
003890 2000-NEXT.
003900     PERFORM 2100-READ-BILLING-RECORD THRU 2100-EXIT.
003910 2000-EXIT.
003920     EXIT.
003930
003940*----------------------------------------------------------------
003950* 2100-READ-BILLING-RECORD -- READ ONE BILLEXT ASSESSMENT.
003960*----------------------------------------------------------------
003970 2100-READ-BILLING-RECORD.
003980     READ BillingExtractFile INTO WS-BILLING-RECORD
003990         AT END
004000             SET WS-BILL-EOF TO TRUE
004010             GO TO 2100-EXIT
004020     END-READ.
004030 2100-EXIT.
004040     EXIT.
004050
004060*----------------------------------------------------------------
004070* 2200-CHECK-TERM-BILLED -- SCAN THE ACCOUNT'S ITEM ROWS FOR A
004080*     CHARGE ALREADY POSTED FOR THE ASSESSMENT'S TERM, SO A
004090*     BILLEXT FED TWICE DOES NOT BILL THE STUDENT TWICE.
004100*----------------------------------------------------------------
004110 2200-CHECK-TERM-BILLED.
004120     SET WS-TERM-NOT-BILLED TO TRUE
004130     PERFORM 5200-START-ACCOUNT-ITEMS THRU 5200-EXIT
004140     PERFORM 2210-TEST-ONE-ITEM THRU 2210-EXIT
004150         UNTIL WS-ITEMS-DONE
004160            OR WS-TERM-ALREADY-BILLED.
004170 2200-EXIT.
004180     EXIT.
004190
004200*----------------------------------------------------------------
004210* 2210-TEST-ONE-ITEM -- READ THE NEXT ITEM ROW AND TEST IT FOR A
004220*     CHARGE IN THE ASSESSMENT'S TERM.
004230*----------------------------------------------------------------
004240 2210-TEST-ONE-ITEM.
004250     PERFORM 5210-READ-ACCOUNT-ITEM THRU 5210-EXIT
004260     IF WS-ITEMS-DONE
004270         GO TO 2210-EXIT
004280     END-IF
004290     IF LG-ItemType = "C" AND LG-TermCode = WS-BX-TermCode
004300         SET WS-TERM-ALREADY-BILLED TO TRUE
004310     END-IF.
004320 2210-EXIT.
004330     EXIT.
004340
004350*----------------------------------------------------------------
004360* 2900-REJECT-CHARGE -- LIST A BILLEXT ROW THAT COULD NOT POST.
004370*----------------------------------------------------------------
004380 2900-REJECT-CHARGE.
004390     MOVE WS-BX-StudentID TO RJ-StudentID
004400     MOVE "B" TO RJ-TranType
004410     IF WS-BX-Amount IS NUMERIC
004420         MOVE WS-BX-Amount TO WS-EDIT-Amount
004430         MOVE WS-EDIT-Amount TO RJ-Amount
004440     ELSE
004450         MOVE SPACES TO RJ-Amount
004460     END-IF
004470     MOVE WS-RunDate TO RJ-PostDate
004480     MOVE WS-BX-TermCode TO RJ-Reference
004490     MOVE WS-REJECT-REASON TO RJ-REASON
004500     WRITE PAYMENT-REJECT-LINE FROM WS-REJECT-DETAIL-LINE
004510     ADD 1 TO WS-RejectCount.
004520 2900-EXIT.
004530     EXIT.
004540
004550*----------------------------------------------------------------
004560* 3000-POST-ONE-PAYMENT -- EDIT ONE PAYFEED ROW AND POST IT: A
004570*     PAYMENT ("P") OR CREDIT ADJUSTMENT ("A") IS APPLIED TO
004580*     THE OLDEST OPEN CHARGES, A DEBIT ADJUSTMENT ("D") POSTS
004590*     LIKE A CHARGE.  A BLANK POST DATE TAKES THE RUN DATE; ANY
004600*     OTHER MUST BE A REAL CALENDAR DATE NO LATER THAN THE RUN.
004610*----------------------------------------------------------------
004620 3000-POST-ONE-PAYMENT.
004630     IF WS-PF-StudentID IS NOT NUMERIC
004640         MOVE "STUDENT ID NOT NUMERIC" TO WS-REJECT-REASON
004650         PERFORM 3900-REJECT-PAYMENT THRU 3900-EXIT
004660         GO TO 3000-NEXT
004670     END-IF
004680     IF NOT WS-PF-PAYMENT
004690             AND NOT WS-PF-CREDIT-ADJUST
004700             AND NOT WS-PF-DEBIT-ADJUST
004710         MOVE "TRANSACTION TYPE IS NOT P, A OR D"
004720             TO WS-REJECT-REASON
004730         PERFORM 3900-REJECT-PAYMENT THRU 3900-EXIT
004740         GO TO 3000-NEXT
004750     END-IF
004760     IF WS-PF-Amount IS NOT NUMERIC
004770         MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
004780         PERFORM 3900-REJECT-PAYMENT THRU 3900-EXIT
004790         GO TO 3000-NEXT
004800     END-IF
004810     IF WS-PF-Amount = 0
004820         MOVE "AMOUNT IS ZERO" TO WS-REJECT-REASON
004830         PERFORM 3900-REJECT-PAYMENT THRU 3900-EXIT
004840         GO TO 3000-NEXT
004850     END-IF
004860     IF WS-PF-PostDate = SPACES
004870         MOVE WS-RunDate TO WS-PostDate
004880     ELSE
004890         IF WS-PF-PostDate IS NOT NUMERIC
004900                 OR WS-PF-PostDate < 19000101
004910                 OR WS-PF-PostDate > WS-RunDate
004920             MOVE "POST DATE NOT VALID" TO WS-REJECT-REASON
004930             PERFORM 3900-REJECT-PAYMENT THRU 3900-EXIT
004940             GO TO 3000-NEXT
004950         END-IF
004960         IF FUNCTION TEST-DATE-YYYYMMDD (WS-PF-PostDate) NOT = 0
004970             MOVE "POST DATE NOT VALID" TO WS-REJECT-REASON
004980             PERFORM 3900-REJECT-PAYMENT THRU 3900-EXIT
004990             GO TO 3000-NEXT
005000         END-IF
005010         MOVE WS-PF-PostDate TO WS-PostDate
005020     END-IF
005030     MOVE WS-PF-StudentID TO WS-CUR-StudentID
005040     PERFORM 5000-GET-ACCOUNT THRU 5000-EXIT
005050     IF WS-ACCOUNT-NOT-FOUND
005060         MOVE "NO ACCOUNT ON LEDGER" TO WS-REJECT-REASON
005070         PERFORM 3900-REJECT-PAYMENT THRU 3900-EXIT
005080         GO TO 3000-NEXT
005090     END-IF
005100     MOVE WS-PF-TranType TO WS-PostType
005110     MOVE WS-PF-Amount TO WS-PostAmount
005120     MOVE SPACES TO WS-PostTerm
005130     MOVE WS-PF-Reference TO WS-PostReference
005140     IF WS-PF-DEBIT-ADJUST
005150         PERFORM 5100-POST-DEBIT THRU 5100-EXIT
005160         ADD 1 TO WS-AdjustCount
005170     ELSE
005180         PERFORM 5300-POST-CREDIT THRU 5300-EXIT
005190         IF WS-PF-PAYMENT
005200             ADD 1 TO WS-PaymentCount
005210         ELSE
005220             ADD 1 TO WS-AdjustCount
005230         END-IF
005240     END-IF.
005250 3000-NEXT.
005260     PERFORM 3100-READ-PAYMENT-RECORD THRU 3100-EXIT.
005270 3000-EXIT.
005280     EXIT.
005290
005300*----------------------------------------------------------------
005310* 3100-READ-PAYMENT-RECORD -- READ ONE PAYFEED ROW.
005320*----------------------------------------------------------------
005330 3100-READ-PAYMENT-RECORD.
005340     READ PaymentFeedFile INTO WS-PAYMENT-RECORD
005350         AT END
005360             SET WS-FEED-EOF TO TRUE
005370             GO TO 3100-EXIT
005380     END-READ.
005390 3100-EXIT.
005400     EXIT.
005410
005420*----------------------------------------------------------------
005430* 3900-REJECT-PAYMENT -- LIST A PAYFEED ROW THAT COULD NOT POST,
005440*     WITH ITS COLUMNS AS PUNCHED.
005450*----------------------------------------------------------------
005460 3900-REJECT-PAYMENT.
005470     MOVE WS-PF-StudentID TO RJ-StudentID
005480     MOVE WS-PF-TranType TO RJ-TranType
005490     IF WS-PF-Amount IS NUMERIC
005500         MOVE WS-PF-Amount TO WS-EDIT-Amount
005510         MOVE WS-EDIT-Amount TO RJ-Amount
005520     ELSE
005530         MOVE SPACES TO RJ-Amount
005540     END-IF
005550     MOVE WS-PF-PostDate TO RJ-PostDate
005560     MOVE WS-PF-Reference TO RJ-Reference
005570     MOVE WS-REJECT-REASON TO RJ-REASON
005580     WRITE PAYMENT-REJECT-LINE FROM WS-REJECT-DETAIL-LINE
005590     ADD 1 TO WS-RejectCount.
005600 3900-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------------
005640* 4000-AGE-ACCOUNTS -- ONE PASS OVER THE LEDGER, AN ACCOUNT AT A
005650*     TIME: BUCKET EVERY OPEN CHARGE BY AGE, PRINT THE ACCOUNT
005660*     WHEN IT OWES OR IS OWED ANYTHING, AND SET OR CLEAR ITS
005670*     FINANCIAL HOLD.
005680*----------------------------------------------------------------
005690 4000-AGE-ACCOUNTS.
005700     MOVE WS-RunDate TO TI-RunDate
005710     MOVE WS-HoldDays TO TI-HoldDays
005720     WRITE AGING-LINE FROM WS-AGING-TITLE-LINE
005730     WRITE AGING-LINE FROM WS-AGING-HEADER-LINE
005740     MOVE 0 TO WS-CUR-StudentID
005750     MOVE "N" TO WS-LEDGER-EOF-SW
005760     MOVE LOW-VALUES TO LG-KEY
005770     START LedgerFile KEY IS NOT LESS THAN LG-KEY
005780         INVALID KEY
005790             SET WS-LEDGER-EOF TO TRUE
005800     END-START
005810     PERFORM 4100-AGE-ONE-ACCOUNT THRU 4100-EXIT
005820         UNTIL WS-LEDGER-EOF.
005830 4000-EXIT.
005840     EXIT.
005850
005860*----------------------------------------------------------------
005870* 4100-AGE-ONE-ACCOUNT -- READ THE NEXT ACCOUNT ROW, BUCKET ITS
005880*     ITEMS, AND REWRITE THE ACCOUNT WITH ITS HOLD FLAG.  THE
005890*     NEXT ACCOUNT IS FOUND BY STARTING PAST THE LAST KEY THIS
005900*     STUDENT CAN CARRY.
005910*----------------------------------------------------------------
005920 4100-AGE-ONE-ACCOUNT.
005930     READ LedgerFile NEXT
005940         AT END
005950             SET WS-LEDGER-EOF TO TRUE
005960             GO TO 4100-EXIT
005970     END-READ
005980     IF LG-RecType NOT = "A"
005990         DISPLAY "Ledger: item row with no account for "
006000             LG-StudentID
006010         GO TO 4100-NEXT
006020     END-IF
006030     PERFORM 5010-SAVE-ACCOUNT THRU 5010-EXIT
006040     ADD 1 TO WS-AccountCount
006050     INITIALIZE WS-ACCOUNT-AGING
006060     SET WS-ACCOUNT-NOT-OVERDUE TO TRUE
006070     MOVE "N" TO WS-ITEMS-DONE-SW
006080     PERFORM 4200-AGE-ONE-ITEM THRU 4200-EXIT
006090         UNTIL WS-ITEMS-DONE
006100     IF WS-ACCOUNT-OVERDUE
006110         IF NOT WS-AC-ON-HOLD
006120             MOVE "H" TO WS-AC-HoldFlag
006130             MOVE WS-RunDate TO WS-AC-HoldDate
006140             ADD 1 TO WS-HoldCount
006150         END-IF
006160     ELSE
006170         IF WS-AC-ON-HOLD
006180             MOVE SPACE TO WS-AC-HoldFlag
006190             MOVE 0 TO WS-AC-HoldDate
006200             ADD 1 TO WS-ReleasedCount
006210         END-IF
006220     END-IF
006230     PERFORM 5020-REWRITE-ACCOUNT THRU 5020-EXIT
006240     IF WS-AC-Balance NOT = 0 OR WS-AC-ON-HOLD
006250         PERFORM 4300-PRINT-AGING-LINE THRU 4300-EXIT
006260     END-IF.
006270 4100-NEXT.
006280     MOVE WS-AC-StudentID TO WS-CUR-StudentID
006290     IF LG-RecType NOT = "A"
006300         MOVE LG-StudentID TO WS-CUR-StudentID
006310     END-IF
006320     MOVE WS-CUR-StudentID TO LG-StudentID
006330     MOVE HIGH-VALUES TO LG-RecType
006340     START LedgerFile KEY IS GREATER THAN LG-KEY
006350         INVALID KEY
006360             SET WS-LEDGER-EOF TO TRUE
006370     END-START.
006380 4100-EXIT.
006390     EXIT.
006400
006410*----------------------------------------------------------------
006420* 4200-AGE-ONE-ITEM -- READ THE NEXT ITEM ROW FOR THE ACCOUNT AND
006430*     ADD ITS OPEN AMOUNT TO THE BUCKET FOR ITS AGE.  AN OPEN
006440*     ITEM OLDER THAN THE HOLD AGE MARKS THE ACCOUNT OVERDUE.
006450*----------------------------------------------------------------
006460 4200-AGE-ONE-ITEM.
006470     READ LedgerFile NEXT
006480         AT END
006490             SET WS-ITEMS-DONE TO TRUE
006500             GO TO 4200-EXIT
006510     END-READ
006520     IF LG-StudentID NOT = WS-AC-StudentID
006530         SET WS-ITEMS-DONE TO TRUE
006540         GO TO 4200-EXIT
006550     END-IF
006560     IF LG-OpenAmount = 0
006570         GO TO 4200-EXIT
006580     END-IF
006590     COMPUTE WS-ItemAgeDays
006600         = FUNCTION INTEGER-OF-DATE (WS-RunDate)
006610         - FUNCTION INTEGER-OF-DATE (LG-ItemDate)
006620     IF WS-ItemAgeDays < 0
006630         MOVE 0 TO WS-ItemAgeDays
006640     END-IF
006650     IF WS-ItemAgeDays > WS-HoldDays
006660         SET WS-ACCOUNT-OVERDUE TO TRUE
006670     END-IF
006680     IF WS-ItemAgeDays < 30
006690         ADD LG-OpenAmount TO WS-AG-Current
006700         GO TO 4200-EXIT
006710     END-IF
006720     IF WS-ItemAgeDays < 60
006730         ADD LG-OpenAmount TO WS-AG-Days30
006740         GO TO 4200-EXIT
006750     END-IF
006760     IF WS-ItemAgeDays < 90
006770         ADD LG-OpenAmount TO WS-AG-Days60
006780         GO TO 4200-EXIT
006790     END-IF
006800     ADD LG-OpenAmount TO WS-AG-Days90.
006810 4200-EXIT.
006820     EXIT.
006830
006840*----------------------------------------------------------------
006850* 4300-PRINT-AGING-LINE -- PRINT ONE ACCOUNT ON THE AGING REPORT
006860*     AND ADD IT TO THE RUN TOTALS.
006870*----------------------------------------------------------------
006880 4300-PRINT-AGING-LINE.
006890     MOVE WS-AC-StudentID TO AD-StudentID
006900     MOVE WS-AC-StudentName TO AD-StudentName
006910     MOVE WS-AG-Current TO AD-Current
006920     MOVE WS-AG-Days30 TO AD-Days30
006930     MOVE WS-AG-Days60 TO AD-Days60
006940     MOVE WS-AG-Days90 TO AD-Days90
006950     MOVE WS-AC-Balance TO AD-Balance
006960     IF WS-AC-ON-HOLD
006970         MOVE "HOLD" TO AD-Hold
006980     ELSE
006990         MOVE SPACES TO AD-Hold
007000     END-IF
007010     WRITE AGING-LINE FROM WS-AGING-DETAIL-LINE
007020     ADD WS-AG-Current TO WS-RT-Current
007030     ADD WS-AG-Days30 TO WS-RT-Days30
007040     ADD WS-AG-Days60 TO WS-RT-Days60
007050     ADD WS-AG-Days90 TO WS-RT-Days90
007060     ADD WS-AC-Balance TO WS-RT-Balance.
007070 4300-EXIT.
007080     EXIT.
007090
007100*----------------------------------------------------------------
007110* 5000-GET-ACCOUNT -- KEYED READ OF THE STUDENT'S ACCOUNT ROW
007120*     INTO THE WORKING COPY.
007130*----------------------------------------------------------------
007140 5000-GET-ACCOUNT.
007150     SET WS-ACCOUNT-NOT-FOUND TO TRUE
007160     MOVE WS-CUR-StudentID TO LG-StudentID
007170     MOVE "A" TO LG-RecType
007180     MOVE 0 TO LG-ItemDate
007190     MOVE 0 TO LG-ItemSeq
007200     READ LedgerFile
007210         INVALID KEY
007220             GO TO 5000-EXIT
007230     END-READ
007240     PERFORM 5010-SAVE-ACCOUNT THRU 5010-EXIT
007250     SET WS-ACCOUNT-FOUND TO TRUE.
007260 5000-EXIT.
007270     EXIT.
007280
007290*----------------------------------------------------------------
007300* 5010-SAVE-ACCOUNT -- COPY THE ACCOUNT ROW JUST READ TO THE
007310*     WORKING COPY.
007320*----------------------------------------------------------------
007330 5010-SAVE-ACCOUNT.
007340     MOVE LG-StudentID TO WS-AC-StudentID
007350     MOVE LG-StudentName TO WS-AC-StudentName
007360     MOVE LG-Balance TO WS-AC-Balance
007370     MOVE LG-Unapplied TO WS-AC-Unapplied
007380     MOVE LG-HoldFlag TO WS-AC-HoldFlag
007390     MOVE LG-HoldDate TO WS-AC-HoldDate
007400     MOVE LG-LastItemSeq TO WS-AC-LastItemSeq.
007410 5010-EXIT.
007420     EXIT.
007430
007440*----------------------------------------------------------------
007450* 5020-REWRITE-ACCOUNT -- PUT THE WORKING COPY BACK ON THE
007460*     LEDGER AS THE ACCOUNT ROW.
007470*----------------------------------------------------------------
007480 5020-REWRITE-ACCOUNT.
007490     PERFORM 5030-BUILD-ACCOUNT-ROW THRU 5030-EXIT
007500     REWRITE LEDGER-RECORD
007510         INVALID KEY
007520             DISPLAY "Ledger: account rewrite failed for "
007530                 WS-AC-StudentID
007540     END-REWRITE.
007550 5020-EXIT.
007560     EXIT.
007570
007580*----------------------------------------------------------------
007590* 5030-BUILD-ACCOUNT-ROW -- LAY THE WORKING COPY OUT IN THE
007600*     LEDGER RECORD AREA AS AN ACCOUNT ROW.
007610*----------------------------------------------------------------
007620 5030-BUILD-ACCOUNT-ROW.
007630     MOVE SPACES TO LEDGER-RECORD
007640     MOVE WS-AC-StudentID TO LG-StudentID
007650     MOVE "A" TO LG-RecType
007660     MOVE 0 TO LG-ItemDate
007670     MOVE 0 TO LG-ItemSeq
007680     MOVE WS-AC-StudentName TO LG-StudentName
007690     MOVE WS-AC-Balance TO LG-Balance
007700     MOVE WS-AC-Unapplied TO LG-Unapplied
007710     MOVE WS-AC-HoldFlag TO LG-HoldFlag
007720     MOVE WS-AC-HoldDate TO LG-HoldDate
007730     MOVE WS-AC-LastItemSeq TO LG-LastItemSeq.
007740 5030-EXIT.
007750     EXIT.
007760
007770*----------------------------------------------------------------
007780* 5050-OPEN-ACCOUNT -- WRITE A NEW, EMPTY ACCOUNT ROW FOR A
007790*     STUDENT BILLED FOR THE FIRST TIME.
007800*----------------------------------------------------------------
007810 5050-OPEN-ACCOUNT.
007820     MOVE WS-CUR-StudentID TO WS-AC-StudentID
007830     MOVE WS-BX-StudentName TO WS-AC-StudentName
007840     MOVE 0 TO WS-AC-Balance
007850     MOVE 0 TO WS-AC-Unapplied
007860     MOVE SPACE TO WS-AC-HoldFlag
007870     MOVE 0 TO WS-AC-HoldDate
007880     MOVE 0 TO WS-AC-LastItemSeq
007890     PERFORM 5030-BUILD-ACCOUNT-ROW THRU 5030-EXIT
007900     WRITE LEDGER-RECORD
007910         INVALID KEY
007920             DISPLAY "Ledger: account open failed for "
007930                 WS-AC-StudentID
007940     END-WRITE
007950     ADD 1 TO WS-NewAccountCount.
007960 5050-EXIT.
007970     EXIT.
007980
007990*----------------------------------------------------------------
008000* 5100-POST-DEBIT -- WRITE A CHARGE OR DEBIT ADJUSTMENT ITEM AND
008010*     RAISE THE BALANCE.  ANY UNAPPLIED CREDIT ON THE ACCOUNT
008020*     IS SPENT AGAINST THE NEW ITEM FIRST.
008030*----------------------------------------------------------------
008040 5100-POST-DEBIT.
008050     MOVE WS-PostAmount TO WS-PostOpen
008060     IF WS-AC-Unapplied > 0
008070         IF WS-AC-Unapplied >= WS-PostOpen
008080             SUBTRACT WS-PostOpen FROM WS-AC-Unapplied
008090             MOVE 0 TO WS-PostOpen
008100         ELSE
008110             SUBTRACT WS-AC-Unapplied FROM WS-PostOpen
008120             MOVE 0 TO WS-AC-Unapplied
008130         END-IF
008140     END-IF
008150     ADD WS-PostAmount TO WS-AC-Balance
008160     PERFORM 5400-WRITE-ITEM THRU 5400-EXIT
008170     PERFORM 5020-REWRITE-ACCOUNT THRU 5020-EXIT.
008180 5100-EXIT.
008190     EXIT.
008200
008210*----------------------------------------------------------------
008220* 5200-START-ACCOUNT-ITEMS -- POSITION ON THE ACCOUNT'S FIRST
008230*     ITEM ROW, OLDEST FIRST.
008240*----------------------------------------------------------------
008250 5200-START-ACCOUNT-ITEMS.
008260     MOVE "N" TO WS-ITEMS-DONE-SW
008270     MOVE WS-CUR-StudentID TO LG-StudentID
008280     MOVE "I" TO LG-RecType
008290     MOVE 0 TO LG-ItemDate
008300     MOVE 0 TO LG-ItemSeq
008310     START LedgerFile KEY IS NOT LESS THAN LG-KEY
008320         INVALID KEY
008330             SET WS-ITEMS-DONE TO TRUE
008340     END-START.
008350 5200-EXIT.
008360     EXIT.
008370
008380*----------------------------------------------------------------
008390* 5210-READ-ACCOUNT-ITEM -- READ THE NEXT ITEM ROW, ENDING THE
008400*     ITEMS ON THE NEXT STUDENT'S ROWS OR AT END OF FILE.
008410*----------------------------------------------------------------
008420 5210-READ-ACCOUNT-ITEM.
008430     READ LedgerFile NEXT
008440         AT END
008450             SET WS-ITEMS-DONE TO TRUE
008460             GO TO 5210-EXIT
008470     END-READ
008480     IF LG-StudentID NOT = WS-CUR-StudentID
008490             OR LG-RecType NOT = "I"
008500         SET WS-ITEMS-DONE TO TRUE
008510     END-IF.
008520 5210-EXIT.
008530     EXIT.
008540
008550*----------------------------------------------------------------
008560* 5300-POST-CREDIT -- LOWER THE BALANCE BY A PAYMENT OR CREDIT
008570*     ADJUSTMENT, APPLY IT TO THE OLDEST OPEN CHARGES FIRST,
008580*     CARRY ANY EXCESS AS UNAPPLIED CREDIT, AND WRITE THE
008590*     CREDIT ITEM ITSELF.
008600*----------------------------------------------------------------
008610 5300-POST-CREDIT.
008620     MOVE WS-PostAmount TO WS-Remaining
008630     SUBTRACT WS-PostAmount FROM WS-AC-Balance
008640     PERFORM 5200-START-ACCOUNT-ITEMS THRU 5200-EXIT
008650     PERFORM 5310-APPLY-TO-ONE-ITEM THRU 5310-EXIT
008660         UNTIL WS-ITEMS-DONE
008670            OR WS-Remaining = 0
008680     ADD WS-Remaining TO WS-AC-Unapplied
008690     MOVE 0 TO WS-PostOpen
008700     MOVE SPACES TO WS-PostTerm
008710     PERFORM 5400-WRITE-ITEM THRU 5400-EXIT
008720     PERFORM 5020-REWRITE-ACCOUNT THRU 5020-EXIT.
008730 5300-EXIT.
008740     EXIT.
008750
008760*----------------------------------------------------------------
008770* 5310-APPLY-TO-ONE-ITEM -- READ THE NEXT ITEM ROW AND, WHEN IT
008780*     STILL HAS AN OPEN AMOUNT, PAY IT DOWN FROM WHAT REMAINS
008790*     OF THE CREDIT.
008800*----------------------------------------------------------------
008810 5310-APPLY-TO-ONE-ITEM.
008820     PERFORM 5210-READ-ACCOUNT-ITEM THRU 5210-EXIT
008830     IF WS-ITEMS-DONE
008840         GO TO 5310-EXIT
008850     END-IF
008860     IF LG-OpenAmount = 0
008870         GO TO 5310-EXIT
008880     END-IF
008890     IF WS-Remaining >= LG-OpenAmount
008900         SUBTRACT LG-OpenAmount FROM WS-Remaining
008910         MOVE 0 TO LG-OpenAmount
008920     ELSE
008930         SUBTRACT WS-Remaining FROM LG-OpenAmount
008940         MOVE 0 TO WS-Remaining
008950     END-IF
008960     REWRITE LEDGER-RECORD
008970         INVALID KEY
008980             DISPLAY "Ledger: item rewrite failed for "
008990                 LG-StudentID
009000     END-REWRITE.
009010 5310-EXIT.
009020     EXIT.
009030
009040*----------------------------------------------------------------
009050* 5400-WRITE-ITEM -- WRITE ONE ITEM ROW FROM THE POSTING FIELDS
009060*     UNDER THE ACCOUNT'S NEXT SEQUENCE NUMBER.
009070*----------------------------------------------------------------
009080 5400-WRITE-ITEM.
009090     ADD 1 TO WS-AC-LastItemSeq
009100     MOVE SPACES TO LEDGER-RECORD
009110     MOVE WS-AC-StudentID TO LG-StudentID
009120     MOVE "I" TO LG-RecType
009130     MOVE WS-PostDate TO LG-ItemDate
009140     MOVE WS-AC-LastItemSeq TO LG-ItemSeq
009150     MOVE WS-PostType TO LG-ItemType
009160     MOVE WS-PostAmount TO LG-Amount
009170     MOVE WS-PostOpen TO LG-OpenAmount
009180     MOVE WS-PostTerm TO LG-TermCode
009190     MOVE WS-PostReference TO LG-Reference
009200     WRITE LEDGER-RECORD
009210         INVALID KEY
009220             DISPLAY "Ledger: item write failed for "
009230                 WS-AC-StudentID
009240     END-WRITE.
009250 5400-EXIT.
009260     EXIT.
009270
009280*----------------------------------------------------------------
009290* 9000-FINALIZE-RUN -- PRINT THE AGING TOTALS AND RUN COUNTS AND
009300*     CLOSE UP.  ANY REJECTED ROW SETS CONDITION CODE 4.
009310*----------------------------------------------------------------
009320 9000-FINALIZE-RUN.
009330     MOVE "Total Current:" TO ML-LABEL
009340     MOVE WS-RT-Current TO ML-VALUE
009350     WRITE AGING-LINE FROM WS-MONEY-LINE
009360     MOVE "Total 30-59 Days:" TO ML-LABEL
009370     MOVE WS-RT-Days30 TO ML-VALUE
009380     WRITE AGING-LINE FROM WS-MONEY-LINE
009390     MOVE "Total 60-89 Days:" TO ML-LABEL
009400     MOVE WS-RT-Days60 TO ML-VALUE
009410     WRITE AGING-LINE FROM WS-MONEY-LINE
009420     MOVE "Total 90+ Days:" TO ML-LABEL
009430     MOVE WS-RT-Days90 TO ML-VALUE
009440     WRITE AGING-LINE FROM WS-MONEY-LINE
009450     MOVE "Total Balance:" TO ML-LABEL
009460     MOVE WS-RT-Balance TO ML-VALUE
009470     WRITE AGING-LINE FROM WS-MONEY-LINE
009480     MOVE "Charges Already Posted:" TO CL-LABEL
009490     MOVE WS-ChargeSkipCount TO CL-VALUE
009500     WRITE AGING-LINE FROM WS-COUNT-LINE
009510     MOVE "Accounts On Ledger:" TO CL-LABEL
009520     MOVE WS-AccountCount TO CL-VALUE
009530     WRITE AGING-LINE FROM WS-COUNT-LINE
009540     MOVE "Holds Set:" TO CL-LABEL
009550     MOVE WS-HoldCount TO CL-VALUE
009560     WRITE AGING-LINE FROM WS-COUNT-LINE
009570     MOVE "Holds Released:" TO CL-LABEL
009580     MOVE WS-ReleasedCount TO CL-VALUE
009590     WRITE AGING-LINE FROM WS-COUNT-LINE
009600     MOVE "Rows Rejected:" TO CL-LABEL
009610     MOVE WS-RejectCount TO CL-VALUE
009620     WRITE PAYMENT-REJECT-LINE FROM WS-COUNT-LINE
009630     DISPLAY "Ledger Charges Posted: " WS-ChargeCount
009640         " New Accounts: " WS-NewAccountCount
009650     DISPLAY "Ledger Charges Already Posted, Skipped: "
009660         WS-ChargeSkipCount
009670     DISPLAY "Ledger Payments Posted: " WS-PaymentCount
009680         " Adjustments: " WS-AdjustCount
009690     DISPLAY "Ledger Rows Rejected: " WS-RejectCount
009700     DISPLAY "Ledger Holds Set: " WS-HoldCount
009710         " Released: " WS-ReleasedCount
009720     CLOSE LedgerFile
009730     CLOSE BillingExtractFile
009740     CLOSE PaymentFeedFile
009750     CLOSE PaymentRejectFile
009760     CLOSE AgingReportFile
009770     IF WS-RejectCount > 0
009780         MOVE 4 TO RETURN-CODE
009790     END-IF.
009800 9000-EXIT.
009810     EXIT.
009820
009830 END PROGRAM StudentLedger.
