000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TermMaturityProcessing.
000030 AUTHOR.        LENDING-SYSTEMS-GROUP.
000040 INSTALLATION.  MAIN-STREET-FINANCE.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*
000080*---------------------------------------------------------*
000090*  MODIFICATION HISTORY                                   *
000100*---------------------------------------------------------*
000110*  2026-10-15  RJM  ORIGINAL PROGRAM - NIGHTLY TERM        *
000120*              MATURITY PROCESSING.  EVERY TERM ACCOUNT ON *
000130*              THE MASTER THAT HAS REACHED ITS TERM IS     *
000140*              ROLLED OVER, PAID OUT OR HELD AS ITS        *
000150*              MATURITY INSTRUCTION SAYS, AND THE BRANCHES *
000160*              GET A LOOK-AHEAD OF WHAT IS COMING DUE.     *
000170*  2026-10-15  RJM  A PAYOUT NOW MARKS THE ACCOUNT CLOSED  *
000180*              ON THE MASTER INSTEAD OF DELETING IT, SO    *
000190*              ITS HISTORY IS KEPT.  CLOSED ACCOUNTS ARE   *
000200*              PASSED OVER; A FROZEN ACCOUNT THAT MATURES  *
000210*              IS HELD WHATEVER ITS INSTRUCTION.  RATE     *
000220*              TABLE RECORD GROWS TO 70 BYTES.             *
000230*  2026-10-15  RJM  GL EXTRACT RECORD GROWS TO 90 BYTES    *
000240*              (INDEX CODE, INDEX VALUE AND MARGIN OF AN   *
000250*              INDEX-LINKED PRODUCT, NOT USED HERE).       *
000260*  2026-10-15  RJM  AN INDEX-LINKED ("V") PRODUCT ROLLS    *
000270*              OVER AT ITS INDEX VALUE IN FORCE ON THE     *
000280*              RENEWAL DATE (RATEIDX) PLUS ITS MARGIN, HELD*
000290*              BETWEEN ITS FLOOR AND CAP.  WITH NO INDEX   *
000300*              VALUE IN FORCE IT IS NOT ROLLED OVER - IT IS*
000310*              LISTED ON HOLDLST AND RETRIED NEXT NIGHT.   *
000320*  2026-10-15  RJM  EVERY ROLL-OVER AND PAYOUT NOW POSTS ITS*
000330*              INTEREST TO THE LEDGER THROUGH THE BALANCED *
000340*              SETTLEMENT JOURNAL (SETLJRNL), AND CARRIES  *
000350*              THE SUBLEDGER RELIEF ON ITS ACCTJRNL RECORD *
000360*              (RECORD GROWS TO 200 BYTES) SO A BACKOUT CAN*
000370*              PUT IT BACK.  MATRPT SHOWS THE PRINCIPAL AS *
000380*              IT MATURED, NOT AS ROLLED OVER.             *
000390*  2026-10-15  RJM  ACCTJRNL RECORD GROWS TO 210 BYTES -   *
000400*              A "B" RECORD CARRIES THE SEQUENCE IT BACKED *
000410*              OUT; AN "M" RECORD CARRIES ZERO.            *
000420*              SETLJRNL IS NOW OPENED LAST, SO A FAILED    *
000430*              OPEN OF ANOTHER FILE LEAVES NO EMPTY BATCH. *
000440*---------------------------------------------------------*
000450*  REMARKS.  A TERM ACCOUNT IS ONE WITH A MATURITY         *
000460*  INSTRUCTION ON THE ACCOUNT MASTER (ACCTMST): "R" ROLL   *
000470*  OVER, "P" PAY OUT, "H" HOLD.  IT MATURES AM-YEARS       *
000480*  (ROUNDED TO WHOLE MONTHS) AFTER ITS OPEN DATE; A DAY    *
000490*  PAST THE END OF THE MATURITY MONTH FALLS BACK TO THE    *
000500*  MONTH END.  EVERY TERM ACCOUNT MATURING ON OR BEFORE    *
000510*  THE RUN DATE IS ACTIONED:                               *
000520*    ROLL OVER - THE FINAL INTEREST (AND, FOR "R", THE     *
000530*       TERM'S DEPOSITS) IS ADDED TO THE PRINCIPAL, THE    *
000540*       OPEN DATE BECOMES THE DATE THE INTEREST WAS        *
000550*       ACCRUED TO, AND THE RATE IS RESET TO THE RATETAB   *
000560*       RATE IN FORCE ON THAT DATE.  THE TERM IS UNCHANGED.*
000570*       AN INDEX-LINKED ("V") PRODUCT RENEWS AT ITS INDEX  *
000580*       VALUE IN FORCE ON THAT DATE (RATEIDX) PLUS ITS     *
000590*       MARGIN, HELD BETWEEN ITS FLOOR AND CAP.  WITH NO   *
000600*       INDEX VALUE IN FORCE IT IS NOT ROLLED OVER, BUT    *
000610*       LISTED ON HOLDLST AND RETRIED THE NEXT NIGHT.      *
000620*    PAY OUT   - A PAYOUT RECORD (PRINCIPAL, INTEREST,     *
000630*       DEPOSITS) IS WRITTEN FOR THE DEPOSIT SYSTEM AND    *
000640*       THE ACCOUNT IS MARKED CLOSED ON THE MASTER.        *
000650*    HOLD      - THE ACCOUNT GOES ON THE BRANCH FOLLOW-UP  *
000660*       LIST (HOLDLST) EVERY NIGHT UNTIL THE BRANCH        *
000670*       CHANGES ITS INSTRUCTION.  THE MASTER IS UNCHANGED. *
000680*       A FROZEN ACCOUNT IS ALWAYS HELD, WHATEVER ITS      *
000690*       INSTRUCTION; A CLOSED ACCOUNT IS PASSED OVER.      *
000700*  THE FINAL INTEREST IS TAKEN FROM TONIGHT'S GL EXTRACT   *
000710*  (GLOUT) BY THE SAME RULE InterestCapitalization USES,   *
000720*  SO THIS JOB RUNS AFTER CALCMST AND GLPOST.  AN ACCOUNT  *
000730*  NOT ON THE EXTRACT, WHOSE PRINCIPAL HAS CHANGED SINCE   *
000740*  THE RUN, OR WHOSE EXTRACT PREDATES ITS MATURITY IS NOT  *
000750*  ACTIONED AND IS LISTED FOR ANOTHER NIGHT.  EVERY ROLL   *
000760*  OVER AND PAYOUT JOURNALS AN "M" RECORD TO ACCTJRNL      *
000770*  (BEFORE AND AFTER IMAGES; A PAYOUT'S AFTER IMAGE IS     *
000780*  THE CLOSED ACCOUNT)                                     *
000790*  FOR AccountJournalUtility, AND RELIEVES THE ACCRUAL     *
000800*  SUBLEDGER (ACRSUBL) OF THE INTEREST SETTLED SO THE NEXT *
000810*  GL POSTING DOES NOT REVERSE IT OUT OF EXPENSE.          *
000820*  THE LEDGER SIDE GOES TO THE SETTLEMENT JOURNAL          *
000830*  (SETLJRNL), IN THE JRNLOUT LAYOUT: FOR EACH ACCOUNT,    *
000840*  DEBIT ACCRUED INTEREST PAYABLE (20500) WITH THE RELIEF, *
000850*  DEBIT INTEREST EXPENSE (60100) WITH ANY INTEREST NOT    *
000860*  YET POSTED, AND CREDIT DEPOSIT PRINCIPAL (20100) FOR A  *
000870*  ROLL-OVER OR PAYOUT CLEARING (20900) FOR A PAYOUT.  THE *
000880*  RUN APPENDS ONE HDR/TRL BATCH, WHICH MUST BALANCE.      *
000890*                                                         *
000900*  REPORTS: MATRPT - MATURITIES BY BRANCH WITH PRINCIPAL,  *
000910*  FINAL INTEREST AND ACTION TAKEN, AND A JOURNAL TIE-OUT; *
000920*  HOLDLST - HELD ACCOUNTS BY BRANCH; MATLOOK - TERM       *
000930*  ACCOUNTS MATURING IN THE LOOK-AHEAD WINDOW, BY BRANCH.  *
000940*  RETURN CODE 16 - A FILE COULD NOT BE OPENED, A PAYOUT   *
000950*  RECORD WAS NOT WRITTEN, THE JOURNAL DOES NOT TIE OR THE *
000960*  SETTLEMENT JOURNAL IS INCOMPLETE OR OUT OF BALANCE; 4 - *
000970*  SOME MATURED ACCOUNTS WERE NOT ACTIONED.                *
000980*                                                         *
000990*  PARAMETER CARDS (SYSIN):                               *
001000*    1. RUN DATE, YYYYMMDD.  BLANK OR ZERO TAKES THE RUN   *
001010*       DATE OF THE EXTRACT.                               *
001020*    2. LOOK-AHEAD DAYS, 3 DIGITS.  BLANK OR ZERO IS 30.   *
001030*---------------------------------------------------------*
001040
001050 ENVIRONMENT DIVISION.
001060
001070 INPUT-OUTPUT SECTION.
001080 FILE-CONTROL.
001090     SELECT GL-EXTRACT-FILE
001100         ASSIGN TO GLOUT
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS WS-GL-STATUS.
001130
001140     SELECT ACCOUNT-MASTER
001150         ASSIGN TO ACCTMST
001160         ORGANIZATION IS INDEXED
001170         ACCESS MODE IS DYNAMIC
001180         RECORD KEY IS AM-ACCOUNT-ID
001190         FILE STATUS IS WS-MASTER-STATUS.
001200
001210     SELECT RATE-TABLE-FILE
001220         ASSIGN TO RATETAB
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS WS-RATETAB-STATUS.
001250
001260     SELECT OPTIONAL INDEX-RATE-FILE
001270         ASSIGN TO RATEIDX
001280         ORGANIZATION IS LINE SEQUENTIAL
001290         FILE STATUS IS WS-RATEIDX-STATUS.
001300
001310     SELECT JOURNAL-FILE
001320         ASSIGN TO ACCTJRNL
001330         ORGANIZATION IS LINE SEQUENTIAL
001340         FILE STATUS IS WS-JOURNAL-STATUS.
001350
001360     SELECT SUBLEDGER-FILE
001370         ASSIGN TO ACRSUBL
001380         ORGANIZATION IS INDEXED
001390         ACCESS MODE IS RANDOM
001400         RECORD KEY IS SL-ACCOUNT-ID
001410         FILE STATUS IS WS-SUBL-STATUS.
001420
001430     SELECT PAYOUT-FILE
001440         ASSIGN TO PAYOUT
001450         ORGANIZATION IS LINE SEQUENTIAL
001460         FILE STATUS IS WS-PAYOUT-STATUS.
001470
001480     SELECT MAT-REPORT-FILE
001490         ASSIGN TO MATRPT
001500         ORGANIZATION IS LINE SEQUENTIAL
001510         FILE STATUS IS WS-MATRPT-STATUS.
001520
001530     SELECT HOLD-LIST-FILE
001540         ASSIGN TO HOLDLST
001550         ORGANIZATION IS LINE SEQUENTIAL
001560         FILE STATUS IS WS-HOLDLST-STATUS.
001570
001580     SELECT LOOKAHEAD-FILE
001590         ASSIGN TO MATLOOK
001600         ORGANIZATION IS LINE SEQUENTIAL
001610         FILE STATUS IS WS-MATLOOK-STATUS.
001620
001630     SELECT SETTLE-JOURNAL-FILE
001640         ASSIGN TO SETLJRNL
001650         ORGANIZATION IS LINE SEQUENTIAL
001660         FILE STATUS IS WS-SETL-STATUS.
001670
001680     SELECT SORT-FILE
001690         ASSIGN TO SORTWK.
001700
001710 DATA DIVISION.
001720
001730 FILE SECTION.
001740*---------------------------------------------------------*
001750*  GL-EXTRACT-FILE - TONIGHT'S EXTRACT, AS WRITTEN BY      *
001760*  7400-WRITE-GL-EXTRACT IN THE INTEREST CALCULATOR.  IT   *
001770*  IS TABLED AT START-UP FOR THE FINAL-INTEREST LOOKUP.    *
001780*---------------------------------------------------------*
001790 FD  GL-EXTRACT-FILE
001800     RECORDING MODE IS F.
001810 01  GL-EXTRACT-RECORD.
001820     05  GL-ACCOUNT-ID          PIC X(10).
001830     05  GL-PRINCIPAL           PIC 9(7)V99.
001840     05  GL-INTEREST-RATE       PIC 9(3)V9999.
001850     05  GL-YEARS               PIC 9(3)V9(6).
001860     05  GL-N                   PIC 9(3).
001870     05  GL-CALC-MODE           PIC X(01).
001880     05  GL-ACCRUED-AMOUNT      PIC 9(8)V99.
001890     05  GL-RUN-DATE            PIC 9(8).
001900     05  GL-MONTHLY-DEPOSIT     PIC 9(5)V99.
001910     05  GL-PRODUCT-CODE        PIC X(04).
001920     05  GL-BRANCH-CODE         PIC X(03).
001930     05  GL-INDEX-CODE          PIC X(04).
001940     05  GL-INDEX-RATE          PIC S9(3)V9999
001950                                SIGN LEADING SEPARATE.
001960     05  GL-RATE-MARGIN         PIC S9(2)V9999
001970                                SIGN LEADING SEPARATE.
001980
001990*---------------------------------------------------------*
002000*  ACCOUNT-MASTER - INDEXED (VSAM KSDS) ACCOUNT FILE,      *
002010*  SAME 60-BYTE LAYOUT AS THE FLAT PORTFOLIO DETAIL.       *
002020*  READ IN KEY ORDER TO FIND THE TERM ACCOUNTS, THEN       *
002030*  UPDATED BY KEY AS EACH MATURITY IS ACTIONED.            *
002040*---------------------------------------------------------*
002050 FD  ACCOUNT-MASTER.
002060 01  ACCOUNT-MASTER-RECORD.
002070     05  AM-ACCOUNT-ID          PIC X(10).
002080     05  AM-PRINCIPAL           PIC 9(7)V99.
002090     05  AM-INTEREST-RATE       PIC 9(3)V9999.
002100     05  AM-YEARS               PIC 9(3)V9.
002110     05  AM-N                   PIC 9(3).
002120     05  AM-CALC-MODE           PIC X(01).
002130     05  AM-PRODUCT-CODE        PIC X(04).
002140     05  AM-MONTHLY-DEPOSIT     PIC 9(5)V99.
002150     05  AM-BRANCH-CODE         PIC X(03).
002160     05  AM-OPEN-DATE           PIC 9(08).
002170     05  AM-TAX-EXEMPT          PIC X(01).
002180     05  AM-MATURITY-INSTR      PIC X(01).
002190         88  AM-ROLL-OVER                VALUE "R".
002200         88  AM-PAY-OUT                  VALUE "P".
002210         88  AM-HOLD                     VALUE "H".
002220     05  AM-ACCOUNT-STATUS      PIC X(01).
002230         88  AM-CLOSED                   VALUE "C".
002240         88  AM-FROZEN                   VALUE "F".
002250     05  FILLER                 PIC X(01).
002260
002270*---------------------------------------------------------*
002280*  RATE-TABLE-FILE - ONE RECORD PER PRODUCT CODE AND       *
002290*  EFFECTIVE DATE, AS MAINTAINED BY RateTableMaintenance.  *
002300*  A ROLL-OVER TAKES THE RATE IN FORCE ON ITS RENEWAL      *
002310*  DATE; A TIERED ("T") PRODUCT CARRIES ITS FIRST BAND'S   *
002320*  RATE AS THE HEADLINE RATE, AS THE CALCULATOR DOES.      *
002330*---------------------------------------------------------*
002340 FD  RATE-TABLE-FILE
002350     RECORDING MODE IS F.
002360 01  RATE-TABLE-RECORD.
002370     05  RT-PRODUCT-CODE        PIC X(04).
002380     05  RT-INTEREST-RATE       PIC 9(3)V9999.
002390     05  RT-EFFECTIVE-DATE      PIC 9(08).
002400*    AN INDEX-LINKED ("V") ENTRY CARRIES ITS INDEX TERMS IN
002410*    PLACE OF THE BANDS AND ITS FLOOR IN RT-INTEREST-RATE.
002420     05  RT-BAND-AREA.
002430         10  RT-BAND-ENTRY OCCURS 3 TIMES.
002440             15  RT-BAND-CEILING    PIC 9(7)V99.
002450             15  RT-BAND-RATE       PIC 9(3)V9999.
002460     05  RT-INDEX-TERMS REDEFINES RT-BAND-AREA.
002470         10  RT-RATE-MARGIN         PIC S9(2)V9999
002480                                    SIGN LEADING SEPARATE.
002490         10  FILLER                 PIC X(02).
002500         10  RT-INDEX-CODE          PIC X(04).
002510         10  FILLER                 PIC X(03).
002520         10  RT-RATE-CAP            PIC 9(3)V9999.
002530         10  FILLER                 PIC X(25).
002540*    EARLY-WITHDRAWAL PENALTY MONTHS - NOT USED HERE.
002550     05  FILLER                 PIC X(02).
002560     05  RT-RATE-TYPE           PIC X(01).
002570         88  RT-INDEX-LINKED             VALUE "V".
002580
002590*---------------------------------------------------------*
002600*  INDEX-RATE-FILE - ONE RECORD PER REFERENCE INDEX AND    *
002610*  EFFECTIVE DATE.  THE VALUE IN FORCE ON THE RENEWAL DATE *
002620*  IS THE RECORD WITH THE LATEST EFFECTIVE DATE NOT AFTER  *
002630*  IT.                                                     *
002640*---------------------------------------------------------*
002650 FD  INDEX-RATE-FILE
002660     RECORDING MODE IS F.
002670 01  INDEX-RATE-RECORD.
002680     05  RX-INDEX-CODE          PIC X(04).
002690     05  RX-EFFECTIVE-DATE      PIC 9(08).
002700     05  RX-INDEX-RATE          PIC S9(3)V9999
002710                                SIGN LEADING SEPARATE.
002720     05  RX-INDEX-NAME          PIC X(30).
002730     05  FILLER                 PIC X(10).
002740
002750*---------------------------------------------------------*
002760*  JOURNAL-FILE - THE ACCOUNT MASTER CHANGE JOURNAL.       *
002770*  EVERY ROLL-OVER AND PAYOUT APPENDS AN "M" RECORD; THE   *
002780*  TIE-OUT READS THEM BACK.  THE SETTLEMENT FIELDS CARRY   *
002790*  THE LEDGER CREDITED, THE INTEREST SETTLED AND THE       *
002800*  SUBLEDGER RELIEF, FOR AccountJournalUtility TO REVERSE. *
002810*  JR-BACKOUT-SEQ IS SET ONLY ON A "B" RECORD.             *
002820*---------------------------------------------------------*
002830 FD  JOURNAL-FILE
002840     RECORDING MODE IS F.
002850 01  JOURNAL-RECORD.
002860     05  JR-SEQUENCE            PIC 9(07).
002870     05  JR-DATE                PIC 9(08).
002880     05  JR-TIME                PIC 9(06).
002890     05  JR-OPERATOR            PIC X(08).
002900     05  JR-FUNCTION            PIC X(01).
002910     05  JR-ACCOUNT-ID          PIC X(10).
002920     05  JR-BEFORE-IMAGE        PIC X(60).
002930     05  JR-AFTER-IMAGE         PIC X(60).
002940     05  JR-SETTLE-LEDGER       PIC 9(05).
002950     05  JR-SETTLE-AMOUNT       PIC 9(9)V99.
002960     05  JR-POSTED-RELIEF       PIC 9(9)V99.
002970     05  JR-ACCRUED-RELIEF      PIC 9(9)V99.
002980     05  JR-BACKOUT-SEQ         PIC 9(07).
002990     05  FILLER                 PIC X(05).
003000
003010*---------------------------------------------------------*
003020*  SUBLEDGER-FILE - THE ACCRUAL SUBLEDGER KEPT BY THE GL   *
003030*  POSTING, ONE RECORD PER ACCOUNT EVER POSTED.            *
003040*---------------------------------------------------------*
003050 FD  SUBLEDGER-FILE.
003060 01  SUBLEDGER-RECORD.
003070     05  SL-ACCOUNT-ID          PIC X(10).
003080     05  SL-BRANCH-CODE         PIC X(03).
003090     05  SL-PRODUCT-CODE        PIC X(04).
003100     05  SL-ACCRUED-TO-DATE     PIC 9(9)V99.
003110     05  SL-POSTED-TO-DATE      PIC 9(9)V99.
003120     05  SL-LAST-POST-DATE      PIC 9(08).
003130     05  SL-LAST-EXTRACT-DATE   PIC 9(08).
003140     05  SL-STATUS              PIC X(01).
003150         88  SL-ACTIVE                   VALUE "A".
003160         88  SL-DROPPED                  VALUE "D".
003170     05  FILLER                 PIC X(04).
003180
003190*---------------------------------------------------------*
003200*  PAYOUT-FILE - ONE "PAY" RECORD PER MATURED ACCOUNT PAID *
003210*  OUT, FOR THE DEPOSIT SYSTEM TO CREDIT THE CUSTOMER,     *
003220*  FOLLOWED BY A "TRL" RECORD CARRYING THE RECORD COUNT    *
003230*  AND PAYOUT TOTAL FOR ITS INPUT BALANCING.               *
003240*---------------------------------------------------------*
003250 FD  PAYOUT-FILE
003260     RECORDING MODE IS F.
003270 01  PAYOUT-RECORD.
003280     05  PO-RECORD-TYPE         PIC X(03).
003290     05  PO-ACCOUNT-ID          PIC X(10).
003300     05  PO-BRANCH-CODE         PIC X(03).
003310     05  PO-PRODUCT-CODE        PIC X(04).
003320     05  PO-MATURITY-DATE       PIC 9(08).
003330     05  PO-PRINCIPAL           PIC 9(7)V99.
003340     05  PO-INTEREST            PIC 9(8)V99.
003350     05  PO-DEPOSITS            PIC 9(8)V99.
003360     05  PO-PAYOUT-AMOUNT       PIC 9(9)V99.
003370     05  PO-TAX-EXEMPT          PIC X(01).
003380     05  FILLER                 PIC X(11).
003390 01  PAYOUT-TRAILER.
003400     05  PT-RECORD-TYPE         PIC X(03).
003410     05  PT-RUN-DATE            PIC 9(08).
003420     05  PT-RECORD-COUNT        PIC 9(07).
003430     05  PT-PAYOUT-TOTAL        PIC 9(13)V99.
003440     05  FILLER                 PIC X(47).
003450
003460 FD  MAT-REPORT-FILE
003470     RECORDING MODE IS F.
003480 01  MAT-REPORT-RECORD          PIC X(132).
003490
003500 FD  HOLD-LIST-FILE
003510     RECORDING MODE IS F.
003520 01  HOLD-LIST-RECORD           PIC X(132).
003530
003540 FD  LOOKAHEAD-FILE
003550     RECORDING MODE IS F.
003560 01  LOOKAHEAD-RECORD           PIC X(132).
003570
003580*---------------------------------------------------------*
003590*  SETTLE-JOURNAL-FILE - THE BALANCED LEDGER JOURNAL FOR   *
003600*  THE INTEREST SETTLED, IN THE GL POSTING JOURNAL LAYOUT. *
003610*  THE RUN APPENDS ONE HDR, THREE DTL LINES AT MOST PER    *
003620*  ACCOUNT, AND ONE TRL WITH THE CONTROL TOTALS.           *
003630*---------------------------------------------------------*
003640 FD  SETTLE-JOURNAL-FILE
003650     RECORDING MODE IS F.
003660 01  SETTLE-JOURNAL-RECORD      PIC X(80).
003670 01  SETTLE-HEADER-R REDEFINES SETTLE-JOURNAL-RECORD.
003680     05  JH-RECORD-TYPE         PIC X(03).
003690     05  JH-POSTING-DATE        PIC 9(08).
003700     05  JH-EXTRACT-RUN-DATE    PIC 9(08).
003710     05  JH-SOURCE-SYSTEM       PIC X(08).
003720     05  FILLER                 PIC X(53).
003730 01  SETTLE-DETAIL-R REDEFINES SETTLE-JOURNAL-RECORD.
003740     05  JD-RECORD-TYPE         PIC X(03).
003750     05  JD-LINE-NUMBER         PIC 9(05).
003760     05  JD-BRANCH-CODE         PIC X(03).
003770     05  JD-PRODUCT-CODE        PIC X(04).
003780     05  JD-DEBIT-CREDIT        PIC X(01).
003790     05  JD-LEDGER-ACCOUNT      PIC 9(05).
003800     05  JD-AMOUNT              PIC 9(11)V99.
003810     05  FILLER                 PIC X(46).
003820 01  SETTLE-TRAILER-R REDEFINES SETTLE-JOURNAL-RECORD.
003830     05  JT-RECORD-TYPE         PIC X(03).
003840     05  JT-LINE-COUNT          PIC 9(07).
003850     05  JT-DEBIT-TOTAL         PIC 9(13)V99.
003860     05  JT-CREDIT-TOTAL        PIC 9(13)V99.
003870     05  FILLER                 PIC X(40).
003880
003890*---------------------------------------------------------*
003900*  SORT-FILE - MATURED ("M") AND UPCOMING ("U") TERM       *
003910*  ACCOUNTS, SEQUENCED BY BRANCH AND MATURITY DATE FOR     *
003920*  THE REPORTS.  ALL MATURED ENTRIES RETURN FIRST.  A      *
003930*  MATURITY DATE OF ZERO MARKS AN ACCOUNT WHOSE OPEN DATE  *
003940*  OR TERM CANNOT GIVE ONE.                                *
003950*---------------------------------------------------------*
003960 SD  SORT-FILE.
003970 01  SORT-RECORD.
003980     05  SR-LIST-TYPE           PIC X(01).
003990     05  SR-BRANCH-CODE         PIC X(03).
004000     05  SR-MATURITY-DATE       PIC 9(08).
004010     05  SR-ACCOUNT-ID          PIC X(10).
004020     05  SR-ACCOUNT-IMAGE       PIC X(60).
004030
004040 WORKING-STORAGE SECTION.
004050*---------------------------------------------------------*
004060*  FILE STATUS FIELDS AND SWITCHES                        *
004070*---------------------------------------------------------*
004080 77  WS-GL-STATUS         PIC X(02) VALUE "00".
004090 77  WS-MASTER-STATUS     PIC X(02) VALUE "00".
004100 77  WS-RATETAB-STATUS    PIC X(02) VALUE "00".
004110 77  WS-RATEIDX-STATUS    PIC X(02) VALUE "00".
004120 77  WS-JOURNAL-STATUS    PIC X(02) VALUE "00".
004130 77  WS-SUBL-STATUS       PIC X(02) VALUE "00".
004140 77  WS-PAYOUT-STATUS     PIC X(02) VALUE "00".
004150 77  WS-MATRPT-STATUS     PIC X(02) VALUE "00".
004160 77  WS-HOLDLST-STATUS    PIC X(02) VALUE "00".
004170 77  WS-MATLOOK-STATUS    PIC X(02) VALUE "00".
004180 77  WS-SETL-STATUS       PIC X(02) VALUE "00".
004190 77  WS-EOF-SW            PIC X(01) VALUE "N".
004200     88  EXTRACT-EOF                 VALUE "Y".
004210 77  WS-MASTER-EOF-SW     PIC X(01) VALUE "N".
004220     88  MASTER-EOF                  VALUE "Y".
004230 77  WS-SORT-EOF-SW       PIC X(01) VALUE "N".
004240     88  SORT-EOF                    VALUE "Y".
004250 77  WS-RATETAB-EOF-SW    PIC X(01) VALUE "N".
004260     88  RATETAB-EOF                 VALUE "Y".
004270 77  WS-RATEIDX-EOF-SW    PIC X(01) VALUE "N".
004280     88  RATEIDX-EOF                 VALUE "Y".
004290 77  WS-INDEX-SW          PIC X(01) VALUE "N".
004300     88  INDEX-MISSING               VALUE "Y".
004310 77  WS-JRNL-EOF-SW       PIC X(01) VALUE "N".
004320     88  JOURNAL-EOF                 VALUE "Y".
004330 77  WS-RUN-SW            PIC X(01) VALUE "N".
004340     88  RUN-FAILED                  VALUE "Y".
004350 77  WS-ACCT-SW           PIC X(01) VALUE "N".
004360     88  ACCOUNT-OK                  VALUE "Y".
004370     88  ACCOUNT-SKIPPED             VALUE "N".
004380 77  WS-PAYOUT-FAIL-SW    PIC X(01) VALUE "N".
004390     88  PAYOUT-FAILED               VALUE "Y".
004400 77  WS-MASTER-OPEN-SW    PIC X(01) VALUE "N".
004410     88  MASTER-OPEN                 VALUE "Y".
004420 77  WS-JOURNAL-OPEN-SW   PIC X(01) VALUE "N".
004430     88  JOURNAL-OPEN                VALUE "Y".
004440 77  WS-SUBL-OPEN-SW      PIC X(01) VALUE "N".
004450     88  SUBLEDGER-OPEN              VALUE "Y".
004460 77  WS-PAYOUT-OPEN-SW    PIC X(01) VALUE "N".
004470     88  PAYOUT-OPEN                 VALUE "Y".
004480 77  WS-MATRPT-OPEN-SW    PIC X(01) VALUE "N".
004490     88  MATRPT-OPEN                 VALUE "Y".
004500 77  WS-HOLDLST-OPEN-SW   PIC X(01) VALUE "N".
004510     88  HOLDLST-OPEN                VALUE "Y".
004520 77  WS-MATLOOK-OPEN-SW   PIC X(01) VALUE "N".
004530     88  MATLOOK-OPEN                VALUE "Y".
004540 77  WS-SETL-OPEN-SW      PIC X(01) VALUE "N".
004550     88  SETTLEMENT-OPEN             VALUE "Y".
004560 77  WS-SETL-FAIL-SW      PIC X(01) VALUE "N".
004570     88  SETTLEMENT-FAILED           VALUE "Y".
004580
004590*---------------------------------------------------------*
004600*  RUN DATE AND LOOK-AHEAD WINDOW - FROM THE PARAMETER     *
004610*  CARDS, OR THE EXTRACT RUN DATE AND 30 DAYS.             *
004620*---------------------------------------------------------*
004630 01  WS-RUN-DATE-CARD     PIC X(08) VALUE SPACES.
004640 01  WS-LOOK-DAYS-CARD    PIC X(03) VALUE SPACES.
004650 01  WS-RUN-DATE          PIC 9(8) VALUE 0.
004660 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
004670     05  WS-RD-YEAR       PIC 9(4).
004680     05  WS-RD-MONTH      PIC 9(2).
004690     05  WS-RD-DAY        PIC 9(2).
004700 01  WS-LOOK-DAYS         PIC 9(3) VALUE 30.
004710 01  WS-LOOK-END-DATE     PIC 9(8) VALUE 0.
004720 01  WS-RUN-INTEGER       PIC 9(7) VALUE 0.
004730 01  WS-DAYS-TO-GO        PIC 9(3) VALUE 0.
004740 01  WS-DATE-EDIT.
004750     05  WS-DE-YEAR       PIC 9(4).
004760     05  FILLER           PIC X(01) VALUE "-".
004770     05  WS-DE-MONTH      PIC 9(2).
004780     05  FILLER           PIC X(01) VALUE "-".
004790     05  WS-DE-DAY        PIC 9(2).
004800 01  WS-RUN-DATE-EDIT     PIC X(10) VALUE SPACES.
004810 01  WS-LOOK-END-EDIT     PIC X(10) VALUE SPACES.
004820 01  WS-EDIT-DATE         PIC 9(8) VALUE 0.
004830 01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
004840     05  WS-ED-YEAR       PIC 9(4).
004850     05  WS-ED-MONTH      PIC 9(2).
004860     05  WS-ED-DAY        PIC 9(2).
004870
004880*---------------------------------------------------------*
004890*  MATURITY DATE WORK FIELDS - OPEN DATE PLUS THE TERM IN  *
004900*  WHOLE MONTHS, HELD AT THE MONTH END.                    *
004910*---------------------------------------------------------*
004920 01  WS-OPEN-DATE         PIC 9(8) VALUE 0.
004930 01  WS-OPEN-DATE-R REDEFINES WS-OPEN-DATE.
004940     05  WS-OD-YEAR       PIC 9(4).
004950     05  WS-OD-MONTH      PIC 9(2).
004960     05  WS-OD-DAY        PIC 9(2).
004970 01  WS-MAT-DATE          PIC 9(8) VALUE 0.
004980 01  WS-MAT-DATE-R REDEFINES WS-MAT-DATE.
004990     05  WS-MD-YEAR       PIC 9(4).
005000     05  WS-MD-MONTH      PIC 9(2).
005010     05  WS-MD-DAY        PIC 9(2).
005020 77  WS-TERM-MONTHS       PIC 9(5) COMP VALUE 0.
005030 77  WS-MONTH-INDEX       PIC 9(5) COMP VALUE 0.
005040 77  WS-YEAR-ADD          PIC 9(5) COMP VALUE 0.
005050 77  WS-MONTH-REM         PIC 9(2) COMP VALUE 0.
005060 77  WS-MONTH-END         PIC 9(2) COMP VALUE 0.
005070
005080*---------------------------------------------------------*
005090*  GL EXTRACT TABLE - TONIGHT'S RESULT FOR EVERY ACCOUNT,  *
005100*  SEARCHED FOR EACH MATURED ACCOUNT'S FINAL INTEREST.     *
005110*---------------------------------------------------------*
005120 01  WS-GLX-TABLE.
005130     05  WS-GLX-ENTRY OCCURS 5000 TIMES.
005140         10  WS-GLX-ACCT      PIC X(10).
005150         10  WS-GLX-PRINCIPAL PIC 9(7)V99.
005160         10  WS-GLX-MODE      PIC X(01).
005170         10  WS-GLX-ACCRUED   PIC 9(8)V99.
005180         10  WS-GLX-DEPOSIT   PIC 9(5)V99.
005190         10  WS-GLX-YEARS     PIC 9(3)V9(6).
005200         10  WS-GLX-RUN-DATE  PIC 9(8).
005210 77  WS-GLX-COUNT         PIC 9(5) COMP VALUE 0.
005220 77  WS-GLX-MAX           PIC 9(5) COMP VALUE 5000.
005230 77  WS-GLX-SUB           PIC 9(5) COMP VALUE 0.
005240 77  WS-GLX-FOUND-SUB     PIC 9(5) COMP VALUE 0.
005250
005260*---------------------------------------------------------*
005270*  PRODUCT RATE TABLE - LOADED FROM RATETAB FOR THE        *
005280*  ROLL-OVER RATE.  THE ENTRY WITH THE LATEST EFFECTIVE    *
005290*  DATE NOT AFTER THE RENEWAL DATE WINS.  AN INDEX-LINKED *
005300*  ENTRY CARRIES ITS INDEX CODE, MARGIN AND CAP, AND       *
005310*  WS-RATE-RATE IS THEN ITS FLOOR.                         *
005320*---------------------------------------------------------*
005330 01  WS-RATE-TABLE.
005340     05  WS-RATE-ENTRY OCCURS 200 TIMES.
005350         10  WS-RATE-PROD     PIC X(04).
005360         10  WS-RATE-RATE     PIC 9(3)V9999.
005370         10  WS-RATE-EFFDATE  PIC 9(08).
005380         10  WS-RATE-BAND1    PIC 9(3)V9999.
005390         10  WS-RATE-TYPE     PIC X(01).
005400         10  WS-RATE-INDEX    PIC X(04).
005410         10  WS-RATE-MARGIN   PIC S9(2)V9999.
005420         10  WS-RATE-CAP      PIC 9(3)V9999.
005430 77  WS-RATE-COUNT        PIC 9(3) COMP VALUE 0.
005440 77  WS-RATE-MAX          PIC 9(3) COMP VALUE 200.
005450 77  WS-RATE-SUB          PIC 9(3) COMP VALUE 0.
005460 77  WS-RATE-FOUND-SUB    PIC 9(3) COMP VALUE 0.
005470
005480*---------------------------------------------------------*
005490*  REFERENCE INDEX VALUES - LOADED FROM RATEIDX FOR THE    *
005500*  ROLL-OVER RATE OF AN INDEX-LINKED PRODUCT.              *
005510*---------------------------------------------------------*
005520 01  WS-INDEX-TABLE.
005530     05  WS-INDEX-ENTRY OCCURS 500 TIMES.
005540         10  WS-INDEX-CODE    PIC X(04).
005550         10  WS-INDEX-EFFDATE PIC 9(08).
005560         10  WS-INDEX-RATE    PIC S9(3)V9999.
005570 77  WS-INDEX-COUNT       PIC 9(3) COMP VALUE 0.
005580 77  WS-INDEX-MAX         PIC 9(3) COMP VALUE 500.
005590 77  WS-INDEX-SUB         PIC 9(3) COMP VALUE 0.
005600 77  WS-INDEX-FOUND-SUB   PIC 9(3) COMP VALUE 0.
005610 01  WS-RENEW-INDEX       PIC X(04) VALUE SPACES.
005620 01  WS-INDEX-SUM         PIC S9(4)V9999 VALUE 0.
005630
005640*---------------------------------------------------------*
005650*  CHANGE JOURNAL WORK FIELDS - THE SEQUENCE CARRIES ON    *
005660*  FROM THE LAST RECORD ON THE FILE.  WS-JRNL-START-SEQ    *
005670*  MARKS WHERE THIS RUN BEGAN FOR THE TIE-OUT.  THE BATCH  *
005680*  JOB SIGNS ITS JOURNAL RECORDS WITH A FIXED OPERATOR ID. *
005690*---------------------------------------------------------*
005700 77  WS-OPERATOR          PIC X(08) VALUE "MATURITY".
005710 77  WS-JRNL-SEQ          PIC 9(7) VALUE 0.
005720 77  WS-JRNL-START-SEQ    PIC 9(7) VALUE 0.
005730 01  WS-JRNL-BEFORE       PIC X(60) VALUE SPACES.
005740 01  WS-JRNL-AFTER        PIC X(60) VALUE SPACES.
005750 01  WS-DATE8             PIC 9(8) VALUE 0.
005760 01  WS-TIME8             PIC 9(8) VALUE 0.
005770
005780*---------------------------------------------------------*
005790*  PER-ACCOUNT FIGURES                                    *
005800*---------------------------------------------------------*
005810 01  WS-DEPOSITS          PIC 9(8)V99 VALUE 0.
005820 01  WS-INTEREST          PIC S9(8)V99 VALUE 0.
005830 01  WS-CREDIT            PIC 9(8)V99 VALUE 0.
005840 01  WS-MAT-PRINCIPAL     PIC 9(7)V99 VALUE 0.
005850 01  WS-NEW-PRINCIPAL     PIC 9(7)V99 VALUE 0.
005860 01  WS-PAYOUT-AMOUNT     PIC 9(9)V99 VALUE 0.
005870 01  WS-NEW-RATE          PIC 9(3)V9999 VALUE 0.
005880 01  WS-RENEWAL-DATE      PIC 9(8) VALUE 0.
005890 01  WS-RELIEF            PIC 9(9)V99 VALUE 0.
005900 01  WS-ACCRUED-RELIEF    PIC 9(9)V99 VALUE 0.
005910 01  WS-SKIP-REASON       PIC X(40) VALUE SPACES.
005920 01  WS-ACTION-TEXT       PIC X(50) VALUE SPACES.
005930
005940*---------------------------------------------------------*
005950*  BRANCH AND RUN TOTALS                                  *
005960*---------------------------------------------------------*
005970 01  WS-BR-CURRENT        PIC X(03) VALUE SPACES.
005980 77  WS-BR-SW             PIC X(01) VALUE "N".
005990     88  BRANCH-OPEN                 VALUE "Y".
006000 77  WS-BR-ACCT-COUNT     PIC 9(7) COMP VALUE 0.
006010 01  WS-BR-PRIN-TOTAL     PIC 9(11)V99 VALUE 0.
006020 01  WS-BR-INT-TOTAL      PIC 9(11)V99 VALUE 0.
006030 01  WS-HOLD-BR-CURRENT   PIC X(03) VALUE SPACES.
006040 01  WS-LOOK-BR-CURRENT   PIC X(03) VALUE SPACES.
006050 77  WS-LOOK-BR-SW        PIC X(01) VALUE "N".
006060     88  LOOK-BRANCH-OPEN            VALUE "Y".
006070 77  WS-LOOK-BR-COUNT     PIC 9(7) COMP VALUE 0.
006080 01  WS-LOOK-BR-PRIN      PIC 9(11)V99 VALUE 0.
006090 77  WS-TERM-COUNT        PIC 9(7) COMP VALUE 0.
006100 77  WS-MATURED-COUNT     PIC 9(7) COMP VALUE 0.
006110 77  WS-ROLL-COUNT        PIC 9(7) COMP VALUE 0.
006120 77  WS-PAY-COUNT         PIC 9(7) COMP VALUE 0.
006130 77  WS-HOLD-COUNT        PIC 9(7) COMP VALUE 0.
006140 77  WS-EXCEPT-COUNT      PIC 9(7) COMP VALUE 0.
006150 77  WS-RATE-HOLD-COUNT   PIC 9(7) COMP VALUE 0.
006160 77  WS-LOOK-COUNT        PIC 9(7) COMP VALUE 0.
006170 01  WS-MAT-PRIN-TOTAL    PIC 9(11)V99 VALUE 0.
006180 01  WS-MAT-INT-TOTAL     PIC 9(11)V99 VALUE 0.
006190 01  WS-ROLL-CRED-TOTAL   PIC 9(11)V99 VALUE 0.
006200 01  WS-PAY-TOTAL         PIC 9(13)V99 VALUE 0.
006210 01  WS-LOOK-PRIN-TOTAL   PIC 9(11)V99 VALUE 0.
006220 77  WS-TIE-COUNT         PIC 9(7) COMP VALUE 0.
006230 77  WS-RELIEF-COUNT      PIC 9(7) COMP VALUE 0.
006240 77  WS-RELIEF-FAIL-COUNT PIC 9(7) COMP VALUE 0.
006250 01  WS-RELIEF-TOTAL      PIC 9(11)V99 VALUE 0.
006260
006270*---------------------------------------------------------*
006280*  SETTLEMENT JOURNAL - THE LEDGER ACCOUNTS, THE LEDGER    *
006290*  CREDITED FOR THE ACCOUNT IN HAND, ONE LINE'S FIGURES    *
006300*  AND THE TRAILER CONTROL TOTALS.                         *
006310*---------------------------------------------------------*
006320 77  WS-DR-LEDGER-ACCT    PIC 9(5) VALUE 60100.
006330 77  WS-CR-LEDGER-ACCT    PIC 9(5) VALUE 20500.
006340 77  WS-PRIN-LEDGER-ACCT  PIC 9(5) VALUE 20100.
006350 77  WS-PAYOUT-LEDGER-ACCT PIC 9(5) VALUE 20900.
006360 77  WS-SETTLE-LEDGER     PIC 9(5) VALUE 0.
006370 77  WS-SETL-LINES        PIC 9(7) COMP VALUE 0.
006380 01  WS-SETL-DC           PIC X(01) VALUE SPACE.
006390 01  WS-SETL-ACCT         PIC 9(5) VALUE 0.
006400 01  WS-SETL-AMOUNT       PIC 9(11)V99 VALUE 0.
006410 01  WS-SETL-DR-TOTAL     PIC 9(13)V99 VALUE 0.
006420 01  WS-SETL-CR-TOTAL     PIC 9(13)V99 VALUE 0.
006430
006440*---------------------------------------------------------*
006450*  REPORT-BUILDING FIELDS - ONE PAGE COUNT PER LISTING     *
006460*---------------------------------------------------------*
006470 77  WS-RPT-PAGE          PIC 9(4) COMP VALUE 0.
006480 77  WS-RPT-LINE-COUNT    PIC 9(4) COMP VALUE 99.
006490 77  WS-HOLD-PAGE         PIC 9(4) COMP VALUE 0.
006500 77  WS-HOLD-LINE-COUNT   PIC 9(4) COMP VALUE 99.
006510 77  WS-LOOK-PAGE         PIC 9(4) COMP VALUE 0.
006520 77  WS-LOOK-LINE-COUNT   PIC 9(4) COMP VALUE 99.
006530 77  WS-RPT-LINES-MAX     PIC 9(4) COMP VALUE 55.
006540 01  WS-PAGE-EDIT         PIC ZZZ9.
006550 01  WS-COUNT-EDIT        PIC Z(6)9.
006560 01  WS-DAYS-EDIT         PIC ZZ9.
006570 01  WS-PRINCIPAL-EDIT    PIC Z(6)9.99.
006580 01  WS-AMOUNT-EDIT       PIC Z(7)9.99.
006590 01  WS-DEPOSIT-EDIT      PIC Z(7)9.99.
006600 01  WS-PAYOUT-EDIT       PIC Z(8)9.99.
006610 01  WS-RATE-EDIT         PIC ZZ9.9999.
006620 01  WS-TOTAL-EDIT        PIC Z(10)9.99.
006630 01  WS-TOTAL2-EDIT       PIC Z(10)9.99.
006640 01  WS-LINE-OUT          PIC X(132).
006650
006660 PROCEDURE DIVISION.
006670
006680*===========================================================*
006690*  0000-MAINLINE                                             *
006700*===========================================================*
006710 0000-MAINLINE.
006720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006730     IF RUN-FAILED
006740         PERFORM 9999-TERMINATE THRU 9999-EXIT
006750         STOP RUN
006760     END-IF.
006770     SORT SORT-FILE
006780         ASCENDING KEY SR-LIST-TYPE
006790                       SR-BRANCH-CODE
006800                       SR-MATURITY-DATE
006810                       SR-ACCOUNT-ID
006820         INPUT PROCEDURE IS 2000-SORT-INPUT
006830             THRU 2000-EXIT
006840         OUTPUT PROCEDURE IS 3000-SORT-OUTPUT
006850             THRU 3000-EXIT.
006860     PERFORM 7190-GRAND-TOTAL THRU 7190-EXIT.
006870     PERFORM 7500-PAYOUT-TRAILER THRU 7500-EXIT.
006880     PERFORM 7600-SETTLEMENT-TRAILER THRU 7600-EXIT.
006890     PERFORM 8000-JOURNAL-TIE-OUT THRU 8000-EXIT.
006900     PERFORM 9999-TERMINATE THRU 9999-EXIT.
006910     STOP RUN.
006920
006930*===========================================================*
006940*  1000-INITIALIZE - READ THE PARAMETER CARDS, TABLE THE GL  *
006950*  EXTRACT AND RATE TABLE, AND OPEN THE FILES                *
006960*===========================================================*
006970 1000-INITIALIZE.
006980     DISPLAY "Term Maturity Processing".
006990     DISPLAY "========================".
007000     DISPLAY "Run date (YYYYMMDD, blank = extract run date): ".
007010     ACCEPT WS-RUN-DATE-CARD.
007020     DISPLAY "Look-ahead days (blank = 30): ".
007030     ACCEPT WS-LOOK-DAYS-CARD.
007040     PERFORM 1100-LOAD-EXTRACT THRU 1100-EXIT.
007050     IF RUN-FAILED
007060         GO TO 1000-EXIT
007070     END-IF.
007080     IF WS-RUN-DATE-CARD = SPACES
007090         OR WS-RUN-DATE-CARD = "00000000"
007100         MOVE WS-GLX-RUN-DATE (1) TO WS-RUN-DATE
007110     ELSE
007120         IF WS-RUN-DATE-CARD NOT NUMERIC
007130             DISPLAY "*** ERROR: RUN DATE " WS-RUN-DATE-CARD
007140                 " IS NOT YYYYMMDD. ***"
007150             SET RUN-FAILED TO TRUE
007160             MOVE 16 TO RETURN-CODE
007170             GO TO 1000-EXIT
007180         END-IF
007190         MOVE WS-RUN-DATE-CARD TO WS-RUN-DATE
007200     END-IF.
007210     IF WS-RD-MONTH < 1 OR WS-RD-MONTH > 12
007220         OR WS-RD-DAY < 1 OR WS-RD-DAY > 31
007230         DISPLAY "*** ERROR: RUN DATE " WS-RUN-DATE
007240             " IS NOT A VALID DATE. ***"
007250         SET RUN-FAILED TO TRUE
007260         MOVE 16 TO RETURN-CODE
007270         GO TO 1000-EXIT
007280     END-IF.
007290     IF WS-LOOK-DAYS-CARD NOT = SPACES
007300         IF WS-LOOK-DAYS-CARD NOT NUMERIC
007310             DISPLAY "*** ERROR: LOOK-AHEAD DAYS "
007320                 WS-LOOK-DAYS-CARD " IS NOT 3 DIGITS. ***"
007330             SET RUN-FAILED TO TRUE
007340             MOVE 16 TO RETURN-CODE
007350             GO TO 1000-EXIT
007360         END-IF
007370         MOVE WS-LOOK-DAYS-CARD TO WS-LOOK-DAYS
007380     END-IF.
007390     IF WS-LOOK-DAYS = 0
007400         MOVE 30 TO WS-LOOK-DAYS
007410     END-IF.
007420     COMPUTE WS-RUN-INTEGER =
007430         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
007440     COMPUTE WS-LOOK-END-DATE =
007450         FUNCTION DATE-OF-INTEGER (WS-RUN-INTEGER + WS-LOOK-DAYS).
007460     MOVE WS-RUN-DATE TO WS-EDIT-DATE.
007470     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
007480     MOVE WS-DATE-EDIT TO WS-RUN-DATE-EDIT.
007490     MOVE WS-LOOK-END-DATE TO WS-EDIT-DATE.
007500     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
007510     MOVE WS-DATE-EDIT TO WS-LOOK-END-EDIT.
007520     PERFORM 1150-LOAD-RATE-TABLE THRU 1150-EXIT.
007530     PERFORM 1170-LOAD-INDEX-RATES THRU 1170-EXIT.
007540     OPEN I-O ACCOUNT-MASTER.
007550     IF WS-MASTER-STATUS NOT = "00"
007560         DISPLAY "*** ERROR: CANNOT OPEN ACCOUNT MASTER "
007570             "(ACCTMST) - FILE STATUS " WS-MASTER-STATUS
007580             " ***"
007590         SET RUN-FAILED TO TRUE
007600         MOVE 16 TO RETURN-CODE
007610         GO TO 1000-EXIT
007620     END-IF.
007630     SET MASTER-OPEN TO TRUE.
007640     PERFORM 1200-OPEN-JOURNAL THRU 1200-EXIT.
007650*    NO JOURNAL MEANS NO BACKOUT TRAIL - NOTHING IS ACTIONED
007660*    RATHER THAN ACTIONED UNJOURNALED.
007670     IF WS-JOURNAL-STATUS NOT = "00"
007680         SET RUN-FAILED TO TRUE
007690         MOVE 16 TO RETURN-CODE
007700         GO TO 1000-EXIT
007710     END-IF.
007720     SET JOURNAL-OPEN TO TRUE.
007730     OPEN I-O SUBLEDGER-FILE.
007740     IF WS-SUBL-STATUS = "35"
007750         DISPLAY "*** WARNING: NO ACCRUAL SUBLEDGER (ACRSUBL) "
007760             "- NOTHING TO RELIEVE. ***"
007770     ELSE
007780         IF WS-SUBL-STATUS NOT = "00"
007790             DISPLAY "*** ERROR: CANNOT OPEN ACCRUAL SUBLEDGER "
007800                 "(ACRSUBL) - FILE STATUS " WS-SUBL-STATUS
007810                 " - NOTHING ACTIONED. ***"
007820             SET RUN-FAILED TO TRUE
007830             MOVE 16 TO RETURN-CODE
007840             GO TO 1000-EXIT
007850         END-IF
007860         SET SUBLEDGER-OPEN TO TRUE
007870     END-IF.
007880     OPEN OUTPUT PAYOUT-FILE.
007890     IF WS-PAYOUT-STATUS NOT = "00"
007900         DISPLAY "*** ERROR: CANNOT OPEN PAYOUT FILE "
007910             "(PAYOUT) - FILE STATUS " WS-PAYOUT-STATUS " ***"
007920         SET RUN-FAILED TO TRUE
007930         MOVE 16 TO RETURN-CODE
007940         GO TO 1000-EXIT
007950     END-IF.
007960     SET PAYOUT-OPEN TO TRUE.
007970     OPEN OUTPUT MAT-REPORT-FILE.
007980     IF WS-MATRPT-STATUS NOT = "00"
007990         DISPLAY "*** ERROR: CANNOT OPEN MATURITY REPORT "
008000             "(MATRPT) - FILE STATUS " WS-MATRPT-STATUS " ***"
008010         SET RUN-FAILED TO TRUE
008020         MOVE 16 TO RETURN-CODE
008030         GO TO 1000-EXIT
008040     END-IF.
008050     SET MATRPT-OPEN TO TRUE.
008060     OPEN OUTPUT HOLD-LIST-FILE.
008070     IF WS-HOLDLST-STATUS NOT = "00"
008080         DISPLAY "*** ERROR: CANNOT OPEN HOLD FOLLOW-UP LIST "
008090             "(HOLDLST) - FILE STATUS " WS-HOLDLST-STATUS " ***"
008100         SET RUN-FAILED TO TRUE
008110         MOVE 16 TO RETURN-CODE
008120         GO TO 1000-EXIT
008130     END-IF.
008140     SET HOLDLST-OPEN TO TRUE.
008150     OPEN OUTPUT LOOKAHEAD-FILE.
008160     IF WS-MATLOOK-STATUS NOT = "00"
008170         DISPLAY "*** ERROR: CANNOT OPEN LOOK-AHEAD LIST "
008180             "(MATLOOK) - FILE STATUS " WS-MATLOOK-STATUS " ***"
008190         SET RUN-FAILED TO TRUE
008200         MOVE 16 TO RETURN-CODE
008210         GO TO 1000-EXIT
008220     END-IF.
008230     SET MATLOOK-OPEN TO TRUE.
008240*    NO SETTLEMENT JOURNAL MEANS THE LEDGER WOULD NEVER HEAR OF
008250*    THE INTEREST SETTLED - NOTHING IS ACTIONED.
008260     PERFORM 1250-OPEN-SETTLEMENT THRU 1250-EXIT.
008270     IF NOT SETTLEMENT-OPEN
008280         SET RUN-FAILED TO TRUE
008290         MOVE 16 TO RETURN-CODE
008300         GO TO 1000-EXIT
008310     END-IF.
008320     DISPLAY "Maturing on or before " WS-RUN-DATE-EDIT
008330         "; looking ahead to " WS-LOOK-END-EDIT ".".
008340 1000-EXIT.
008350     EXIT.
008360
008370*===========================================================*
008380*  1100-LOAD-EXTRACT - TABLE TONIGHT'S GL EXTRACT.  AN       *
008390*  UNOPENABLE OR EMPTY EXTRACT IS A HARD FAILURE - NO FINAL  *
008400*  INTEREST COULD BE SETTLED.                                *
008410*===========================================================*
008420 1100-LOAD-EXTRACT.
008430     MOVE 0 TO WS-GLX-COUNT.
008440     OPEN INPUT GL-EXTRACT-FILE.
008450     IF WS-GL-STATUS NOT = "00"
008460         DISPLAY "*** ERROR: CANNOT OPEN GL EXTRACT (GLOUT) "
008470             "- FILE STATUS " WS-GL-STATUS " ***"
008480         SET RUN-FAILED TO TRUE
008490         MOVE 16 TO RETURN-CODE
008500         GO TO 1100-EXIT
008510     END-IF.
008520     PERFORM 1110-LOAD-EXTRACT-ENTRY THRU 1110-EXIT
008530         UNTIL EXTRACT-EOF.
008540     CLOSE GL-EXTRACT-FILE.
008550     IF WS-GLX-COUNT = 0
008560         DISPLAY "*** ERROR: GL EXTRACT (GLOUT) IS EMPTY - "
008570             "NO FINAL INTEREST TO SETTLE. ***"
008580         SET RUN-FAILED TO TRUE
008590         MOVE 16 TO RETURN-CODE
008600     END-IF.
008610 1100-EXIT.
008620     EXIT.
008630
008640 1110-LOAD-EXTRACT-ENTRY.
008650     READ GL-EXTRACT-FILE
008660         AT END
008670             MOVE "Y" TO WS-EOF-SW
008680             GO TO 1110-EXIT
008690     END-READ.
008700     IF WS-GLX-COUNT NOT < WS-GLX-MAX
008710         DISPLAY "*** WARNING: GL EXTRACT HOLDS MORE THAN "
008720             WS-GLX-MAX " ACCOUNTS - THE REST ARE NOT "
008730             "ACTIONED TONIGHT. ***"
008740         MOVE "Y" TO WS-EOF-SW
008750         GO TO 1110-EXIT
008760     END-IF.
008770     ADD 1 TO WS-GLX-COUNT.
008780     MOVE GL-ACCOUNT-ID TO WS-GLX-ACCT (WS-GLX-COUNT).
008790     MOVE GL-PRINCIPAL TO WS-GLX-PRINCIPAL (WS-GLX-COUNT).
008800     MOVE GL-CALC-MODE TO WS-GLX-MODE (WS-GLX-COUNT).
008810     MOVE GL-ACCRUED-AMOUNT TO WS-GLX-ACCRUED (WS-GLX-COUNT).
008820     MOVE GL-MONTHLY-DEPOSIT TO WS-GLX-DEPOSIT (WS-GLX-COUNT).
008830     MOVE GL-YEARS TO WS-GLX-YEARS (WS-GLX-COUNT).
008840     MOVE GL-RUN-DATE TO WS-GLX-RUN-DATE (WS-GLX-COUNT).
008850 1110-EXIT.
008860     EXIT.
008870
008880*===========================================================*
008890*  1150-LOAD-RATE-TABLE - PULL THE PRODUCT RATE TABLE INTO   *
008900*  WORKING STORAGE.  WITHOUT IT A ROLL-OVER KEEPS ITS OLD    *
008910*  RATE, SO A MISSING TABLE IS ONLY A WARNING.               *
008920*===========================================================*
008930 1150-LOAD-RATE-TABLE.
008940     MOVE 0 TO WS-RATE-COUNT.
008950     OPEN INPUT RATE-TABLE-FILE.
008960     IF WS-RATETAB-STATUS NOT = "00"
008970         DISPLAY "*** WARNING: CANNOT OPEN RATE TABLE FILE "
008980             "(RATETAB) - FILE STATUS " WS-RATETAB-STATUS
008990             " - ROLL-OVERS KEEP THEIR RATE. ***"
009000         GO TO 1150-EXIT
009010     END-IF.
009020     PERFORM 1160-LOAD-RATE-ENTRY THRU 1160-EXIT
009030         UNTIL RATETAB-EOF.
009040     CLOSE RATE-TABLE-FILE.
009050 1150-EXIT.
009060     EXIT.
009070
009080 1160-LOAD-RATE-ENTRY.
009090     READ RATE-TABLE-FILE
009100         AT END
009110             MOVE "Y" TO WS-RATETAB-EOF-SW
009120             GO TO 1160-EXIT
009130     END-READ.
009140     IF WS-RATE-COUNT NOT < WS-RATE-MAX
009150         DISPLAY "*** WARNING: RATE TABLE HOLDS MORE THAN "
009160             WS-RATE-MAX " PRODUCTS - EXTRAS IGNORED. ***"
009170         MOVE "Y" TO WS-RATETAB-EOF-SW
009180         GO TO 1160-EXIT
009190     END-IF.
009200     ADD 1 TO WS-RATE-COUNT.
009210     MOVE RT-PRODUCT-CODE TO WS-RATE-PROD (WS-RATE-COUNT).
009220     MOVE RT-INTEREST-RATE TO WS-RATE-RATE (WS-RATE-COUNT).
009230*    OLD-STYLE RECORDS CARRY NO EFFECTIVE DATE OR BANDS -
009240*    TREAT THEM AS ALWAYS IN FORCE AND UNBANDED.
009250     IF RT-EFFECTIVE-DATE NUMERIC
009260         MOVE RT-EFFECTIVE-DATE TO WS-RATE-EFFDATE
009270             (WS-RATE-COUNT)
009280     ELSE
009290         MOVE 0 TO WS-RATE-EFFDATE (WS-RATE-COUNT)
009300     END-IF.
009310     IF RT-BAND-RATE (1) NUMERIC
009320         MOVE RT-BAND-RATE (1) TO WS-RATE-BAND1 (WS-RATE-COUNT)
009330     ELSE
009340         MOVE 0 TO WS-RATE-BAND1 (WS-RATE-COUNT)
009350     END-IF.
009360     MOVE SPACE TO WS-RATE-TYPE (WS-RATE-COUNT).
009370     MOVE SPACES TO WS-RATE-INDEX (WS-RATE-COUNT).
009380     MOVE 0 TO WS-RATE-MARGIN (WS-RATE-COUNT).
009390     MOVE 0 TO WS-RATE-CAP (WS-RATE-COUNT).
009400*    AN INDEX-LINKED ENTRY WITH NO USABLE CAP IS HELD ONLY BY
009410*    THE 100 PERCENT RATE LIMIT.
009420     IF RT-INDEX-LINKED
009430         MOVE "V" TO WS-RATE-TYPE (WS-RATE-COUNT)
009440         MOVE RT-INDEX-CODE TO WS-RATE-INDEX (WS-RATE-COUNT)
009450         IF RT-RATE-MARGIN NUMERIC
009460             MOVE RT-RATE-MARGIN TO WS-RATE-MARGIN (WS-RATE-COUNT)
009470         END-IF
009480         MOVE 100 TO WS-RATE-CAP (WS-RATE-COUNT)
009490         IF RT-RATE-CAP NUMERIC
009500             IF RT-RATE-CAP > 0
009510                 MOVE RT-RATE-CAP TO WS-RATE-CAP (WS-RATE-COUNT)
009520             END-IF
009530         END-IF
009540     END-IF.
009550 1160-EXIT.
009560     EXIT.
009570
009580*===========================================================*
009590*  1170-LOAD-INDEX-RATES - PULL THE REFERENCE INDEX VALUES   *
009600*  BEHIND THE INDEX-LINKED PRODUCTS INTO WORKING STORAGE.    *
009610*  RATEIDX IS OPTIONAL - WITHOUT IT AN INDEX-LINKED ROLL-    *
009620*  OVER CANNOT BE PRICED AND IS LISTED FOR ANOTHER NIGHT.    *
009630*===========================================================*
009640 1170-LOAD-INDEX-RATES.
009650     MOVE 0 TO WS-INDEX-COUNT.
009660     OPEN INPUT INDEX-RATE-FILE.
009670     IF WS-RATEIDX-STATUS NOT = "00"
009680         AND WS-RATEIDX-STATUS NOT = "05"
009690         DISPLAY "*** WARNING: CANNOT OPEN INDEX RATE FILE "
009700             "(RATEIDX) - FILE STATUS " WS-RATEIDX-STATUS
009710             " - INDEX-LINKED ROLL-OVERS ARE HELD. ***"
009720         GO TO 1170-EXIT
009730     END-IF.
009740     PERFORM 1180-LOAD-INDEX-ENTRY THRU 1180-EXIT
009750         UNTIL RATEIDX-EOF.
009760     CLOSE INDEX-RATE-FILE.
009770 1170-EXIT.
009780     EXIT.
009790
009800 1180-LOAD-INDEX-ENTRY.
009810     READ INDEX-RATE-FILE
009820         AT END
009830             MOVE "Y" TO WS-RATEIDX-EOF-SW
009840             GO TO 1180-EXIT
009850     END-READ.
009860     IF RX-INDEX-RATE NOT NUMERIC
009870         OR RX-EFFECTIVE-DATE NOT NUMERIC
009880         DISPLAY "*** WARNING: INDEX RATE RECORD FOR INDEX "
009890             RX-INDEX-CODE " IS NOT NUMERIC - RECORD IGNORED. ***"
009900         GO TO 1180-EXIT
009910     END-IF.
009920     IF WS-INDEX-COUNT NOT < WS-INDEX-MAX
009930         DISPLAY "*** WARNING: INDEX RATE FILE HOLDS MORE THAN "
009940             WS-INDEX-MAX " VALUES - EXTRAS IGNORED. ***"
009950         MOVE "Y" TO WS-RATEIDX-EOF-SW
009960         GO TO 1180-EXIT
009970     END-IF.
009980     ADD 1 TO WS-INDEX-COUNT.
009990     MOVE RX-INDEX-CODE TO WS-INDEX-CODE (WS-INDEX-COUNT).
010000     MOVE RX-EFFECTIVE-DATE TO WS-INDEX-EFFDATE (WS-INDEX-COUNT).
010010     MOVE RX-INDEX-RATE TO WS-INDEX-RATE (WS-INDEX-COUNT).
010020 1180-EXIT.
010030     EXIT.
010040
010050*===========================================================*
010060*  1200-OPEN-JOURNAL - POSITION THE CHANGE JOURNAL FOR       *
010070*  APPEND.  THE EXISTING FILE IS READ ONCE TO CARRY THE      *
010080*  SEQUENCE NUMBER FORWARD FROM THE LAST RECORD ON IT.       *
010090*===========================================================*
010100 1200-OPEN-JOURNAL.
010110     MOVE 0 TO WS-JRNL-SEQ.
010120     MOVE "N" TO WS-JRNL-EOF-SW.
010130     OPEN INPUT JOURNAL-FILE.
010140     IF WS-JOURNAL-STATUS = "35"
010150         OPEN OUTPUT JOURNAL-FILE
010160         CLOSE JOURNAL-FILE
010170         OPEN EXTEND JOURNAL-FILE
010180         GO TO 1200-STATUS-CHECK
010190     END-IF.
010200     IF WS-JOURNAL-STATUS NOT = "00"
010210         GO TO 1200-STATUS-CHECK
010220     END-IF.
010230     PERFORM 1210-COUNT-JOURNAL THRU 1210-EXIT
010240         UNTIL JOURNAL-EOF.
010250     CLOSE JOURNAL-FILE.
010260     OPEN EXTEND JOURNAL-FILE.
010270 1200-STATUS-CHECK.
010280     IF WS-JOURNAL-STATUS NOT = "00"
010290         DISPLAY "*** ERROR: CANNOT OPEN CHANGE JOURNAL "
010300             "(ACCTJRNL) - FILE STATUS " WS-JOURNAL-STATUS
010310             " - NOTHING ACTIONED. ***"
010320     END-IF.
010330     MOVE WS-JRNL-SEQ TO WS-JRNL-START-SEQ.
010340 1200-EXIT.
010350     EXIT.
010360
010370 1210-COUNT-JOURNAL.
010380     READ JOURNAL-FILE
010390         AT END
010400             MOVE "Y" TO WS-JRNL-EOF-SW
010410             GO TO 1210-EXIT
010420     END-READ.
010430     IF JR-SEQUENCE NUMERIC
010440         MOVE JR-SEQUENCE TO WS-JRNL-SEQ
010450     END-IF.
010460 1210-EXIT.
010470     EXIT.
010480
010490*===========================================================*
010500*  1250-OPEN-SETTLEMENT - APPEND THIS RUN'S BATCH TO THE     *
010510*  SETTLEMENT JOURNAL, CREATING THE FILE IF THERE IS NONE,   *
010520*  AND WRITE ITS HDR RECORD.                                 *
010530*===========================================================*
010540 1250-OPEN-SETTLEMENT.
010550     OPEN EXTEND SETTLE-JOURNAL-FILE.
010560     IF WS-SETL-STATUS = "35"
010570         OPEN OUTPUT SETTLE-JOURNAL-FILE
010580     END-IF.
010590     IF WS-SETL-STATUS NOT = "00"
010600         DISPLAY "*** ERROR: CANNOT OPEN SETTLEMENT JOURNAL "
010610             "(SETLJRNL) - FILE STATUS " WS-SETL-STATUS
010620             " - NOTHING ACTIONED. ***"
010630         GO TO 1250-EXIT
010640     END-IF.
010650     SET SETTLEMENT-OPEN TO TRUE.
010660     MOVE SPACES TO SETTLE-JOURNAL-RECORD.
010670     MOVE "HDR" TO JH-RECORD-TYPE.
010680     MOVE WS-RUN-DATE TO JH-POSTING-DATE.
010690     MOVE WS-GLX-RUN-DATE (1) TO JH-EXTRACT-RUN-DATE.
010700     MOVE "MATURITY" TO JH-SOURCE-SYSTEM.
010710     WRITE SETTLE-JOURNAL-RECORD.
010720     IF WS-SETL-STATUS NOT = "00"
010730         DISPLAY "*** ERROR: SETTLEMENT JOURNAL WRITE FAILED "
010740             "- FILE STATUS " WS-SETL-STATUS
010750             " - NOTHING ACTIONED. ***"
010760         CLOSE SETTLE-JOURNAL-FILE
010770         MOVE "N" TO WS-SETL-OPEN-SW
010780     END-IF.
010790 1250-EXIT.
010800     EXIT.
010810
010820*===========================================================*
010830*  2000-2200 - SORT INPUT PROCEDURE.  THE MASTER IS READ IN  *
010840*  KEY ORDER; EVERY TERM ACCOUNT MATURED BY THE RUN DATE IS  *
010850*  RELEASED AS "M", EVERY ONE MATURING IN THE LOOK-AHEAD     *
010860*  WINDOW AS "U".  ANYTHING ELSE IS PASSED OVER.             *
010870*===========================================================*
010880 2000-SORT-INPUT.
010890     PERFORM 2100-SELECT-ACCOUNT THRU 2100-EXIT
010900         UNTIL MASTER-EOF.
010910 2000-EXIT.
010920     EXIT.
010930
010940 2100-SELECT-ACCOUNT.
010950     READ ACCOUNT-MASTER NEXT RECORD
010960         AT END
010970             MOVE "Y" TO WS-MASTER-EOF-SW
010980             GO TO 2100-EXIT
010990     END-READ.
011000     IF AM-MATURITY-INSTR = SPACE OR AM-CLOSED
011010         GO TO 2100-EXIT
011020     END-IF.
011030     ADD 1 TO WS-TERM-COUNT.
011040     PERFORM 2200-COMPUTE-MATURITY THRU 2200-EXIT.
011050     MOVE SPACES TO SORT-RECORD.
011060     IF WS-MAT-DATE NOT > WS-RUN-DATE
011070         MOVE "M" TO SR-LIST-TYPE
011080     ELSE
011090         IF WS-MAT-DATE > WS-LOOK-END-DATE
011100             GO TO 2100-EXIT
011110         END-IF
011120         MOVE "U" TO SR-LIST-TYPE
011130     END-IF.
011140     MOVE AM-BRANCH-CODE TO SR-BRANCH-CODE.
011150     MOVE WS-MAT-DATE TO SR-MATURITY-DATE.
011160     MOVE AM-ACCOUNT-ID TO SR-ACCOUNT-ID.
011170     MOVE ACCOUNT-MASTER-RECORD TO SR-ACCOUNT-IMAGE.
011180     RELEASE SORT-RECORD.
011190 2100-EXIT.
011200     EXIT.
011210
011220*===========================================================*
011230*  2200-COMPUTE-MATURITY - OPEN DATE PLUS AM-YEARS, ROUNDED  *
011240*  TO WHOLE MONTHS.  A DAY THE MATURITY MONTH DOES NOT HAVE  *
011250*  FALLS BACK TO ITS LAST DAY.  NO USABLE OPEN DATE OR TERM  *
011260*  GIVES A MATURITY DATE OF ZERO, WHICH LISTS THE ACCOUNT    *
011270*  AS MATURED SO THE BRANCH PUTS IT RIGHT.                   *
011280*===========================================================*
011290 2200-COMPUTE-MATURITY.
011300     MOVE 0 TO WS-MAT-DATE.
011310     IF AM-OPEN-DATE NOT NUMERIC OR AM-YEARS NOT NUMERIC
011320         GO TO 2200-EXIT
011330     END-IF.
011340     MOVE AM-OPEN-DATE TO WS-OPEN-DATE.
011350     IF WS-OD-YEAR < 1990
011360         OR WS-OD-MONTH < 1 OR WS-OD-MONTH > 12
011370         OR WS-OD-DAY < 1 OR WS-OD-DAY > 31
011380         GO TO 2200-EXIT
011390     END-IF.
011400     COMPUTE WS-TERM-MONTHS ROUNDED = AM-YEARS * 12.
011410     IF WS-TERM-MONTHS = 0
011420         GO TO 2200-EXIT
011430     END-IF.
011440     COMPUTE WS-MONTH-INDEX = WS-OD-MONTH - 1 + WS-TERM-MONTHS.
011450     DIVIDE WS-MONTH-INDEX BY 12
011460         GIVING WS-YEAR-ADD REMAINDER WS-MONTH-REM.
011470     IF WS-OD-YEAR + WS-YEAR-ADD > 9999
011480         GO TO 2200-EXIT
011490     END-IF.
011500     COMPUTE WS-MD-YEAR = WS-OD-YEAR + WS-YEAR-ADD.
011510     COMPUTE WS-MD-MONTH = WS-MONTH-REM + 1.
011520     EVALUATE WS-MD-MONTH
011530         WHEN 04
011540         WHEN 06
011550         WHEN 09
011560         WHEN 11
011570             MOVE 30 TO WS-MONTH-END
011580         WHEN 02
011590             IF FUNCTION MOD (WS-MD-YEAR 4) NOT = 0
011600                 OR (FUNCTION MOD (WS-MD-YEAR 100) = 0
011610                 AND FUNCTION MOD (WS-MD-YEAR 400) NOT = 0)
011620                 MOVE 28 TO WS-MONTH-END
011630             ELSE
011640                 MOVE 29 TO WS-MONTH-END
011650             END-IF
011660         WHEN OTHER
011670             MOVE 31 TO WS-MONTH-END
011680     END-EVALUATE.
011690     IF WS-OD-DAY > WS-MONTH-END
011700         MOVE WS-MONTH-END TO WS-MD-DAY
011710     ELSE
011720         MOVE WS-OD-DAY TO WS-MD-DAY
011730     END-IF.
011740 2200-EXIT.
011750     EXIT.
011760
011770*===========================================================*
011780*  3000-3100 - SORT OUTPUT PROCEDURE.  MATURED ACCOUNTS ARE  *
011790*  ACTIONED AND REPORTED UNDER THEIR BRANCH; UPCOMING ONES   *
011800*  GO TO THE LOOK-AHEAD LIST.  THE LAST BRANCH TOTALS OF     *
011810*  EACH LISTING ARE CUT AT THE END.                          *
011820*===========================================================*
011830 3000-SORT-OUTPUT.
011840     PERFORM 3100-RETURN-ENTRY THRU 3100-EXIT.
011850     PERFORM 3050-PROCESS-ENTRY THRU 3050-EXIT
011860         UNTIL SORT-EOF.
011870     IF BRANCH-OPEN
011880         PERFORM 7110-BRANCH-TOTAL THRU 7110-EXIT
011890     END-IF.
011900     IF LOOK-BRANCH-OPEN
011910         PERFORM 7410-LOOK-BRANCH-TOTAL THRU 7410-EXIT
011920     END-IF.
011930 3000-EXIT.
011940     EXIT.
011950
011960 3050-PROCESS-ENTRY.
011970     MOVE SR-ACCOUNT-IMAGE TO ACCOUNT-MASTER-RECORD.
011980     IF SR-LIST-TYPE = "M"
011990         PERFORM 3200-PROCESS-MATURED THRU 3200-EXIT
012000     ELSE
012010         PERFORM 7400-LOOK-AHEAD-LINE THRU 7400-EXIT
012020     END-IF.
012030     PERFORM 3100-RETURN-ENTRY THRU 3100-EXIT.
012040 3050-EXIT.
012050     EXIT.
012060
012070 3100-RETURN-ENTRY.
012080     RETURN SORT-FILE
012090         AT END
012100             MOVE "Y" TO WS-SORT-EOF-SW
012110     END-RETURN.
012120 3100-EXIT.
012130     EXIT.
012140
012150*===========================================================*
012160*  3200-PROCESS-MATURED - WORK OUT THE FINAL INTEREST AND    *
012170*  CARRY OUT THE MATURITY INSTRUCTION.  ANY CONDITION THAT   *
012180*  MAKES THE EXTRACT FIGURES UNSAFE TO SETTLE LEAVES THE     *
012190*  ACCOUNT ALONE FOR ANOTHER NIGHT, WITH THE REASON.         *
012200*===========================================================*
012210 3200-PROCESS-MATURED.
012220     ADD 1 TO WS-MATURED-COUNT.
012230     PERFORM 7100-CHECK-BREAK THRU 7100-EXIT.
012240     PERFORM 3300-EDIT-MATURED THRU 3300-EXIT.
012250     IF ACCOUNT-OK
012260         EVALUATE TRUE
012270             WHEN AM-FROZEN
012280                 PERFORM 3800-HOLD THRU 3800-EXIT
012290             WHEN AM-ROLL-OVER
012300                 PERFORM 3600-ROLL-OVER THRU 3600-EXIT
012310             WHEN AM-PAY-OUT
012320                 PERFORM 3700-PAY-OUT THRU 3700-EXIT
012330             WHEN OTHER
012340                 PERFORM 3800-HOLD THRU 3800-EXIT
012350         END-EVALUATE
012360     END-IF.
012370     PERFORM 7200-DETAIL-LINE THRU 7200-EXIT.
012380 3200-EXIT.
012390     EXIT.
012400
012410 3300-EDIT-MATURED.
012420     SET ACCOUNT-SKIPPED TO TRUE.
012430     MOVE SPACES TO WS-SKIP-REASON.
012440     MOVE 0 TO WS-DEPOSITS.
012450     MOVE 0 TO WS-INTEREST.
012460     MOVE 0 TO WS-CREDIT.
012470*    THE PRINCIPAL AS IT MATURED IS KEPT FOR THE REPORT - A
012480*    ROLL-OVER REPLACES AM-PRINCIPAL BEFORE THE LINE IS CUT.
012490     MOVE AM-PRINCIPAL TO WS-MAT-PRINCIPAL.
012500     IF SR-MATURITY-DATE = 0
012510         MOVE "NO VALID OPEN DATE OR TERM" TO WS-SKIP-REASON
012520         GO TO 3300-EXIT
012530     END-IF.
012540     MOVE 0 TO WS-GLX-FOUND-SUB.
012550     MOVE 0 TO WS-GLX-SUB.
012560     PERFORM 3410-SCAN-EXTRACT THRU 3410-EXIT
012570         UNTIL WS-GLX-SUB NOT < WS-GLX-COUNT
012580             OR WS-GLX-FOUND-SUB > 0.
012590*    A HOLD CHANGES NOTHING, SO IT IS LISTED EVEN WITHOUT A
012600*    FINAL INTEREST FIGURE.  A FROZEN ACCOUNT IS HELD, AND IS
012610*    NEVER ON THE EXTRACT.
012620     IF WS-GLX-FOUND-SUB = 0
012630         IF AM-HOLD OR AM-FROZEN
012640             MOVE "(NOT ON TONIGHT'S EXTRACT)" TO WS-SKIP-REASON
012650             SET ACCOUNT-OK TO TRUE
012660             GO TO 3300-EXIT
012670         END-IF
012680         MOVE "NOT ON TONIGHT'S GL EXTRACT" TO WS-SKIP-REASON
012690         GO TO 3300-EXIT
012700     END-IF.
012710     IF WS-GLX-PRINCIPAL (WS-GLX-FOUND-SUB) NOT = AM-PRINCIPAL
012720         MOVE "MASTER PRINCIPAL CHANGED SINCE THE RUN"
012730             TO WS-SKIP-REASON
012740         GO TO 3300-EXIT
012750     END-IF.
012760     IF WS-GLX-RUN-DATE (WS-GLX-FOUND-SUB) < SR-MATURITY-DATE
012770         MOVE "EXTRACT PREDATES THE MATURITY DATE"
012780             TO WS-SKIP-REASON
012790         GO TO 3300-EXIT
012800     END-IF.
012810     EVALUATE WS-GLX-MODE (WS-GLX-FOUND-SUB)
012820         WHEN "S"
012830             COMPUTE WS-INTEREST =
012840                 WS-GLX-ACCRUED (WS-GLX-FOUND-SUB)
012850         WHEN "R"
012860             COMPUTE WS-DEPOSITS ROUNDED =
012870                 WS-GLX-DEPOSIT (WS-GLX-FOUND-SUB) * 12
012880                 * WS-GLX-YEARS (WS-GLX-FOUND-SUB)
012890             COMPUTE WS-INTEREST =
012900                 WS-GLX-ACCRUED (WS-GLX-FOUND-SUB)
012910                 - AM-PRINCIPAL - WS-DEPOSITS
012920         WHEN OTHER
012930             COMPUTE WS-INTEREST =
012940                 WS-GLX-ACCRUED (WS-GLX-FOUND-SUB)
012950                 - AM-PRINCIPAL
012960     END-EVALUATE.
012970     IF WS-INTEREST < 0
012980         MOVE 0 TO WS-INTEREST
012990     END-IF.
013000     COMPUTE WS-CREDIT = WS-INTEREST + WS-DEPOSITS.
013010     SET ACCOUNT-OK TO TRUE.
013020 3300-EXIT.
013030     EXIT.
013040
013050 3410-SCAN-EXTRACT.
013060     ADD 1 TO WS-GLX-SUB.
013070     IF WS-GLX-ACCT (WS-GLX-SUB) = AM-ACCOUNT-ID
013080         MOVE WS-GLX-SUB TO WS-GLX-FOUND-SUB
013090     END-IF.
013100 3410-EXIT.
013110     EXIT.
013120
013130*===========================================================*
013140*  3600-ROLL-OVER - RENEW FOR THE SAME TERM.  THE INTEREST   *
013150*  (AND ANY DEPOSITS) JOIN THE PRINCIPAL, THE NEW TERM       *
013160*  STARTS ON THE DATE THE INTEREST WAS ACCRUED TO, AND THE   *
013170*  RATE IS THE ONE IN FORCE ON THAT DATE.                    *
013180*===========================================================*
013190 3600-ROLL-OVER.
013200     COMPUTE WS-NEW-PRINCIPAL = AM-PRINCIPAL + WS-CREDIT
013210         ON SIZE ERROR
013220             MOVE "NEW PRINCIPAL WOULD OVERFLOW"
013230                 TO WS-SKIP-REASON
013240             SET ACCOUNT-SKIPPED TO TRUE
013250             GO TO 3600-EXIT
013260     END-COMPUTE.
013270     MOVE WS-GLX-RUN-DATE (WS-GLX-FOUND-SUB) TO WS-RENEWAL-DATE.
013280     MOVE AM-INTEREST-RATE TO WS-NEW-RATE.
013290     PERFORM 3650-LOOKUP-RATE THRU 3650-EXIT.
013300*    AN INDEX-LINKED PRODUCT WITH NO INDEX VALUE ON THE RENEWAL
013310*    DATE IS NOT RENEWED AT A GUESSED RATE, NOR ONE WHOSE INDEX
013320*    AND MARGIN COME TO NOTHING OVER A ZERO FLOOR (THE MASTER
013330*    CANNOT CARRY A ZERO RATE) - THE MASTER IS LEFT ALONE, THE
013340*    BRANCH SEES IT ON HOLDLST, AND TOMORROW'S RUN TRIES AGAIN.
013350     IF INDEX-MISSING OR WS-NEW-RATE NOT > 0
013360         IF INDEX-MISSING
013370             MOVE "NO INDEX VALUE" TO WS-SKIP-REASON
013380         ELSE
013390             MOVE "RENEWAL RATE WOULD BE ZERO" TO WS-SKIP-REASON
013400         END-IF
013410         PERFORM 7300-HOLD-LINE THRU 7300-EXIT
013420         ADD 1 TO WS-RATE-HOLD-COUNT
013430         SET ACCOUNT-SKIPPED TO TRUE
013440         GO TO 3600-EXIT
013450     END-IF.
013460     READ ACCOUNT-MASTER
013470         INVALID KEY
013480             MOVE "NO LONGER ON THE ACCOUNT MASTER"
013490                 TO WS-SKIP-REASON
013500             SET ACCOUNT-SKIPPED TO TRUE
013510             GO TO 3600-EXIT
013520     END-READ.
013530     MOVE ACCOUNT-MASTER-RECORD TO WS-JRNL-BEFORE.
013540     MOVE WS-NEW-PRINCIPAL TO AM-PRINCIPAL.
013550     MOVE WS-NEW-RATE TO AM-INTEREST-RATE.
013560     MOVE WS-RENEWAL-DATE TO AM-OPEN-DATE.
013570     REWRITE ACCOUNT-MASTER-RECORD
013580         INVALID KEY
013590             MOVE "MASTER REWRITE FAILED" TO WS-SKIP-REASON
013600             SET ACCOUNT-SKIPPED TO TRUE
013610             GO TO 3600-EXIT
013620     END-REWRITE.
013630     MOVE ACCOUNT-MASTER-RECORD TO WS-JRNL-AFTER.
013640     MOVE WS-PRIN-LEDGER-ACCT TO WS-SETTLE-LEDGER.
013650     PERFORM 3900-RELIEVE-SUBLEDGER THRU 3900-EXIT.
013660     PERFORM 8950-WRITE-JOURNAL THRU 8950-EXIT.
013670     PERFORM 3950-WRITE-SETTLEMENT THRU 3950-EXIT.
013680     MOVE WS-NEW-RATE TO WS-RATE-EDIT.
013690     MOVE WS-RENEWAL-DATE TO WS-EDIT-DATE.
013700     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
013710     MOVE SPACES TO WS-ACTION-TEXT.
013720     IF WS-RENEW-INDEX NOT = SPACES
013730         STRING "ROLLED OVER " WS-DATE-EDIT " AT " WS-RATE-EDIT
013740             "% INDEX " WS-RENEW-INDEX
013750             DELIMITED BY SIZE INTO WS-ACTION-TEXT
013760     ELSE
013770         STRING "ROLLED OVER " WS-DATE-EDIT " AT " WS-RATE-EDIT
013780             "%"
013790             DELIMITED BY SIZE INTO WS-ACTION-TEXT
013800     END-IF.
013810     ADD 1 TO WS-ROLL-COUNT.
013820     ADD WS-CREDIT TO WS-ROLL-CRED-TOTAL.
013830 3600-EXIT.
013840     EXIT.
013850
013860*    A TIERED PRODUCT IS PRICED BAND BY BAND - ITS FIRST BAND
013870*    RATE IS THE HEADLINE RATE, AS IN THE CALCULATOR.  A
013880*    PRODUCT WITH NO RATE IN FORCE KEEPS THE ACCOUNT'S RATE.
013890 3650-LOOKUP-RATE.
013900     MOVE "N" TO WS-INDEX-SW.
013910     MOVE SPACES TO WS-RENEW-INDEX.
013920     MOVE 0 TO WS-RATE-FOUND-SUB.
013930     MOVE 0 TO WS-RATE-SUB.
013940     PERFORM 3660-SCAN-RATE-ENTRY THRU 3660-EXIT
013950         UNTIL WS-RATE-SUB NOT < WS-RATE-COUNT.
013960     IF WS-RATE-FOUND-SUB = 0
013970         GO TO 3650-EXIT
013980     END-IF.
013990     MOVE WS-RATE-RATE (WS-RATE-FOUND-SUB) TO WS-NEW-RATE.
014000     IF AM-CALC-MODE = "T"
014010         AND WS-RATE-BAND1 (WS-RATE-FOUND-SUB) > 0
014020         MOVE WS-RATE-BAND1 (WS-RATE-FOUND-SUB) TO WS-NEW-RATE
014030     END-IF.
014040     IF WS-RATE-TYPE (WS-RATE-FOUND-SUB) = "V"
014050         PERFORM 3670-PRICE-INDEX-LINKED THRU 3670-EXIT
014060     END-IF.
014070 3650-EXIT.
014080     EXIT.
014090
014100 3660-SCAN-RATE-ENTRY.
014110     ADD 1 TO WS-RATE-SUB.
014120     IF WS-RATE-PROD (WS-RATE-SUB) = AM-PRODUCT-CODE
014130         AND WS-RATE-EFFDATE (WS-RATE-SUB)
014140             NOT > WS-RENEWAL-DATE
014150         IF WS-RATE-FOUND-SUB = 0
014160             OR WS-RATE-EFFDATE (WS-RATE-SUB) >
014170                 WS-RATE-EFFDATE (WS-RATE-FOUND-SUB)
014180             MOVE WS-RATE-SUB TO WS-RATE-FOUND-SUB
014190         END-IF
014200     END-IF.
014210 3660-EXIT.
014220     EXIT.
014230
014240*===========================================================*
014250*  3670-PRICE-INDEX-LINKED - AN INDEX-LINKED ("V") PRODUCT   *
014260*  RENEWS AT THE VALUE OF ITS INDEX IN FORCE ON THE RENEWAL  *
014270*  DATE PLUS ITS MARGIN, HELD BETWEEN THE FLOOR (THE TABLE   *
014280*  RATE) AND THE CAP, AS IN THE CALCULATOR.  AN INDEX WITH   *
014290*  NO VALUE IN FORCE SETS INDEX-MISSING.                     *
014300*===========================================================*
014310 3670-PRICE-INDEX-LINKED.
014320     MOVE WS-RATE-INDEX (WS-RATE-FOUND-SUB) TO WS-RENEW-INDEX.
014330     MOVE 0 TO WS-INDEX-FOUND-SUB.
014340     MOVE 0 TO WS-INDEX-SUB.
014350     PERFORM 3680-SCAN-INDEX-ENTRY THRU 3680-EXIT
014360         UNTIL WS-INDEX-SUB NOT < WS-INDEX-COUNT.
014370     IF WS-INDEX-FOUND-SUB = 0
014380         MOVE "Y" TO WS-INDEX-SW
014390         GO TO 3670-EXIT
014400     END-IF.
014410     COMPUTE WS-INDEX-SUM = WS-INDEX-RATE (WS-INDEX-FOUND-SUB)
014420         + WS-RATE-MARGIN (WS-RATE-FOUND-SUB).
014430     IF WS-INDEX-SUM < WS-RATE-RATE (WS-RATE-FOUND-SUB)
014440         MOVE WS-RATE-RATE (WS-RATE-FOUND-SUB) TO WS-INDEX-SUM
014450     END-IF.
014460     IF WS-INDEX-SUM > WS-RATE-CAP (WS-RATE-FOUND-SUB)
014470         MOVE WS-RATE-CAP (WS-RATE-FOUND-SUB) TO WS-INDEX-SUM
014480     END-IF.
014490     MOVE WS-INDEX-SUM TO WS-NEW-RATE.
014500 3670-EXIT.
014510     EXIT.
014520
014530 3680-SCAN-INDEX-ENTRY.
014540     ADD 1 TO WS-INDEX-SUB.
014550     IF WS-INDEX-CODE (WS-INDEX-SUB) = WS-RENEW-INDEX
014560         AND WS-INDEX-EFFDATE (WS-INDEX-SUB)
014570             NOT > WS-RENEWAL-DATE
014580         IF WS-INDEX-FOUND-SUB = 0
014590             OR WS-INDEX-EFFDATE (WS-INDEX-SUB) >
014600                 WS-INDEX-EFFDATE (WS-INDEX-FOUND-SUB)
014610             MOVE WS-INDEX-SUB TO WS-INDEX-FOUND-SUB
014620         END-IF
014630     END-IF.
014640 3680-EXIT.
014650     EXIT.
014660
014670*===========================================================*
014680*  3700-PAY-OUT - MARK THE ACCOUNT CLOSED ON THE MASTER,       *
014690*  JOURNAL IT WITH THE CLOSED RECORD AS THE AFTER IMAGE,       *
014700*  AND WRITE THE PAYOUT RECORD FOR THE DEPOSIT SYSTEM.  A      *
014710*  PAYOUT RECORD THAT CANNOT BE WRITTEN ENDS THE JOB WITH      *
014720*  RETURN CODE 16 - THE BACKOUT OF THE JOURNAL ENTRY PUTS      *
014730*  THE ACCOUNT BACK.                                           *
014740*===========================================================*
014750 3700-PAY-OUT.
014760     COMPUTE WS-PAYOUT-AMOUNT = AM-PRINCIPAL + WS-CREDIT.
014770     READ ACCOUNT-MASTER
014780         INVALID KEY
014790             MOVE "NO LONGER ON THE ACCOUNT MASTER"
014800                 TO WS-SKIP-REASON
014810             SET ACCOUNT-SKIPPED TO TRUE
014820             GO TO 3700-EXIT
014830     END-READ.
014840     MOVE ACCOUNT-MASTER-RECORD TO WS-JRNL-BEFORE.
014850     MOVE "C" TO AM-ACCOUNT-STATUS.
014860     REWRITE ACCOUNT-MASTER-RECORD
014870         INVALID KEY
014880             MOVE "MASTER REWRITE FAILED" TO WS-SKIP-REASON
014890             SET ACCOUNT-SKIPPED TO TRUE
014900             GO TO 3700-EXIT
014910     END-REWRITE.
014920     MOVE ACCOUNT-MASTER-RECORD TO WS-JRNL-AFTER.
014930     MOVE WS-PAYOUT-LEDGER-ACCT TO WS-SETTLE-LEDGER.
014940     PERFORM 3900-RELIEVE-SUBLEDGER THRU 3900-EXIT.
014950     PERFORM 8950-WRITE-JOURNAL THRU 8950-EXIT.
014960     PERFORM 3950-WRITE-SETTLEMENT THRU 3950-EXIT.
014970     MOVE SPACES TO PAYOUT-RECORD.
014980     MOVE "PAY" TO PO-RECORD-TYPE.
014990     MOVE AM-ACCOUNT-ID TO PO-ACCOUNT-ID.
015000     MOVE AM-BRANCH-CODE TO PO-BRANCH-CODE.
015010     MOVE AM-PRODUCT-CODE TO PO-PRODUCT-CODE.
015020     MOVE SR-MATURITY-DATE TO PO-MATURITY-DATE.
015030     MOVE AM-PRINCIPAL TO PO-PRINCIPAL.
015040     MOVE WS-INTEREST TO PO-INTEREST.
015050     MOVE WS-DEPOSITS TO PO-DEPOSITS.
015060     MOVE WS-PAYOUT-AMOUNT TO PO-PAYOUT-AMOUNT.
015070     MOVE AM-TAX-EXEMPT TO PO-TAX-EXEMPT.
015080     WRITE PAYOUT-RECORD.
015090     IF WS-PAYOUT-STATUS NOT = "00"
015100         DISPLAY "*** ERROR: PAYOUT WRITE FAILED FOR ACCOUNT "
015110             AM-ACCOUNT-ID " - FILE STATUS " WS-PAYOUT-STATUS
015120             " - BACK OUT JOURNAL SEQUENCE " WS-JRNL-SEQ " ***"
015130         SET PAYOUT-FAILED TO TRUE
015140     END-IF.
015150     MOVE WS-PAYOUT-AMOUNT TO WS-PAYOUT-EDIT.
015160     MOVE SPACES TO WS-ACTION-TEXT.
015170     STRING "PAID OUT " WS-PAYOUT-EDIT
015180         DELIMITED BY SIZE INTO WS-ACTION-TEXT.
015190     ADD 1 TO WS-PAY-COUNT.
015200     ADD WS-PAYOUT-AMOUNT TO WS-PAY-TOTAL.
015210 3700-EXIT.
015220     EXIT.
015230
015240*===========================================================*
015250*  3800-HOLD - NOTHING CHANGES ON THE MASTER; THE ACCOUNT    *
015260*  GOES ON ITS BRANCH'S FOLLOW-UP LIST.                      *
015270*===========================================================*
015280 3800-HOLD.
015290     PERFORM 7300-HOLD-LINE THRU 7300-EXIT.
015300     IF AM-FROZEN
015310         MOVE "FROZEN - ON BRANCH FOLLOW-UP LIST"
015320             TO WS-ACTION-TEXT
015330     ELSE
015340         MOVE "HELD - ON BRANCH FOLLOW-UP LIST" TO WS-ACTION-TEXT
015350     END-IF.
015360     ADD 1 TO WS-HOLD-COUNT.
015370 3800-EXIT.
015380     EXIT.
015390
015400*===========================================================*
015410*  3900-RELIEVE-SUBLEDGER - TAKE THE INTEREST SETTLED OFF    *
015420*  THE ACCOUNT'S ACCRUED AND POSTED BALANCES, NEVER BELOW    *
015430*  ZERO, AS InterestCapitalization DOES.  AN ACCOUNT NOT YET *
015440*  ON THE SUBLEDGER HAS NOTHING POSTED TO RELIEVE.           *
015450*  WS-RELIEF AND WS-ACCRUED-RELIEF ARE WHAT CAME OFF THE     *
015460*  POSTED AND ACCRUED BALANCES - ZERO IF NOTHING DID.        *
015470*===========================================================*
015480 3900-RELIEVE-SUBLEDGER.
015490     MOVE 0 TO WS-RELIEF.
015500     MOVE 0 TO WS-ACCRUED-RELIEF.
015510     IF NOT SUBLEDGER-OPEN
015520         GO TO 3900-EXIT
015530     END-IF.
015540     MOVE AM-ACCOUNT-ID TO SL-ACCOUNT-ID.
015550     READ SUBLEDGER-FILE
015560         INVALID KEY
015570             GO TO 3900-EXIT
015580     END-READ.
015590     IF SL-POSTED-TO-DATE < WS-INTEREST
015600         MOVE SL-POSTED-TO-DATE TO WS-RELIEF
015610     ELSE
015620         MOVE WS-INTEREST TO WS-RELIEF
015630     END-IF.
015640     SUBTRACT WS-RELIEF FROM SL-POSTED-TO-DATE.
015650     IF SL-ACCRUED-TO-DATE < WS-INTEREST
015660         MOVE SL-ACCRUED-TO-DATE TO WS-ACCRUED-RELIEF
015670         MOVE 0 TO SL-ACCRUED-TO-DATE
015680     ELSE
015690         MOVE WS-INTEREST TO WS-ACCRUED-RELIEF
015700         SUBTRACT WS-INTEREST FROM SL-ACCRUED-TO-DATE
015710     END-IF.
015720     REWRITE SUBLEDGER-RECORD
015730         INVALID KEY
015740             DISPLAY "*** WARNING: ACCRUAL SUBLEDGER REWRITE "
015750                 "FAILED FOR ACCOUNT " AM-ACCOUNT-ID
015760                 " - FILE STATUS " WS-SUBL-STATUS " ***"
015770             ADD 1 TO WS-RELIEF-FAIL-COUNT
015780             MOVE 0 TO WS-RELIEF
015790             MOVE 0 TO WS-ACCRUED-RELIEF
015800             GO TO 3900-EXIT
015810     END-REWRITE.
015820     ADD 1 TO WS-RELIEF-COUNT.
015830     ADD WS-RELIEF TO WS-RELIEF-TOTAL.
015840 3900-EXIT.
015850     EXIT.
015860
015870*===========================================================*
015880*  3950-3960 - SETTLEMENT JOURNAL LINES FOR ONE ACCOUNT.     *
015890*  THE RELIEF COMES OFF ACCRUED INTEREST PAYABLE; INTEREST   *
015900*  THE GL POSTING NEVER ACCRUED IS EXPENSED NOW; THE WHOLE   *
015910*  INTEREST IS CREDITED TO THE LEDGER IN WS-SETTLE-LEDGER.   *
015920*  A FAILED WRITE ENDS THE JOB WITH RETURN CODE 16.          *
015930*===========================================================*
015940 3950-WRITE-SETTLEMENT.
015950     IF WS-INTEREST = 0 OR NOT SETTLEMENT-OPEN
015960         GO TO 3950-EXIT
015970     END-IF.
015980     MOVE "D" TO WS-SETL-DC.
015990     MOVE WS-CR-LEDGER-ACCT TO WS-SETL-ACCT.
016000     MOVE WS-RELIEF TO WS-SETL-AMOUNT.
016010     PERFORM 3960-WRITE-SETTLEMENT-LINE THRU 3960-EXIT.
016020     MOVE WS-DR-LEDGER-ACCT TO WS-SETL-ACCT.
016030     COMPUTE WS-SETL-AMOUNT = WS-INTEREST - WS-RELIEF.
016040     PERFORM 3960-WRITE-SETTLEMENT-LINE THRU 3960-EXIT.
016050     MOVE "C" TO WS-SETL-DC.
016060     MOVE WS-SETTLE-LEDGER TO WS-SETL-ACCT.
016070     MOVE WS-INTEREST TO WS-SETL-AMOUNT.
016080     PERFORM 3960-WRITE-SETTLEMENT-LINE THRU 3960-EXIT.
016090 3950-EXIT.
016100     EXIT.
016110
016120 3960-WRITE-SETTLEMENT-LINE.
016130     IF WS-SETL-AMOUNT = 0
016140         GO TO 3960-EXIT
016150     END-IF.
016160     MOVE SPACES TO SETTLE-JOURNAL-RECORD.
016170     MOVE "DTL" TO JD-RECORD-TYPE.
016180     ADD 1 TO WS-SETL-LINES.
016190     MOVE WS-SETL-LINES TO JD-LINE-NUMBER.
016200     MOVE AM-BRANCH-CODE TO JD-BRANCH-CODE.
016210     MOVE AM-PRODUCT-CODE TO JD-PRODUCT-CODE.
016220     MOVE WS-SETL-DC TO JD-DEBIT-CREDIT.
016230     MOVE WS-SETL-ACCT TO JD-LEDGER-ACCOUNT.
016240     MOVE WS-SETL-AMOUNT TO JD-AMOUNT.
016250     WRITE SETTLE-JOURNAL-RECORD.
016260     IF WS-SETL-STATUS NOT = "00"
016270         DISPLAY "*** ERROR: SETTLEMENT JOURNAL WRITE FAILED "
016280             "FOR ACCOUNT " AM-ACCOUNT-ID " - FILE STATUS "
016290             WS-SETL-STATUS " ***"
016300         SET SETTLEMENT-FAILED TO TRUE
016310         GO TO 3960-EXIT
016320     END-IF.
016330     IF WS-SETL-DC = "D"
016340         ADD WS-SETL-AMOUNT TO WS-SETL-DR-TOTAL
016350     ELSE
016360         ADD WS-SETL-AMOUNT TO WS-SETL-CR-TOTAL
016370     END-IF.
016380 3960-EXIT.
016390     EXIT.
016400
016410*===========================================================*
016420*  7100-7200 - MATURITY REPORT (MATRPT).  ONE LINE PER       *
016430*  MATURED ACCOUNT UNDER ITS BRANCH, WITH BRANCH SUBTOTALS   *
016440*  AND RUN TOTALS BY ACTION.                                 *
016450*===========================================================*
016460 7100-CHECK-BREAK.
016470     IF NOT BRANCH-OPEN
016480         MOVE SR-BRANCH-CODE TO WS-BR-CURRENT
016490         SET BRANCH-OPEN TO TRUE
016500         GO TO 7100-EXIT
016510     END-IF.
016520     IF SR-BRANCH-CODE NOT = WS-BR-CURRENT
016530         PERFORM 7110-BRANCH-TOTAL THRU 7110-EXIT
016540         MOVE SR-BRANCH-CODE TO WS-BR-CURRENT
016550     END-IF.
016560 7100-EXIT.
016570     EXIT.
016580
016590 7110-BRANCH-TOTAL.
016600     MOVE WS-BR-ACCT-COUNT TO WS-COUNT-EDIT.
016610     MOVE WS-BR-PRIN-TOTAL TO WS-TOTAL-EDIT.
016620     MOVE WS-BR-INT-TOTAL TO WS-TOTAL2-EDIT.
016630     MOVE SPACES TO WS-LINE-OUT.
016640     STRING "  BRANCH " WS-BR-CURRENT
016650         " TOTALS -  MATURED: " WS-COUNT-EDIT
016660         "  PRINCIPAL: " WS-TOTAL-EDIT
016670         "  FINAL INTEREST: " WS-TOTAL2-EDIT
016680         DELIMITED BY SIZE INTO WS-LINE-OUT.
016690     PERFORM 7180-REPORT-WRITE THRU 7180-EXIT.
016700     MOVE SPACES TO WS-LINE-OUT.
016710     PERFORM 7180-REPORT-WRITE THRU 7180-EXIT.
016720     MOVE 0 TO WS-BR-ACCT-COUNT.
016730     MOVE 0 TO WS-BR-PRIN-TOTAL.
016740     MOVE 0 TO WS-BR-INT-TOTAL.
016750 7110-EXIT.
016760     EXIT.
016770
016780 7170-PAGE-HEADING.
016790     ADD 1 TO WS-RPT-PAGE.
016800     MOVE WS-RPT-PAGE TO WS-PAGE-EDIT.
016810     MOVE SPACES TO MAT-REPORT-RECORD.
016820     STRING "TERM MATURITY REPORT BY BRANCH  -  RUN DATE: "
016830         WS-RUN-DATE-EDIT
016840         "  PAGE " WS-PAGE-EDIT
016850         DELIMITED BY SIZE INTO MAT-REPORT-RECORD.
016860     WRITE MAT-REPORT-RECORD.
016870     MOVE SPACES TO MAT-REPORT-RECORD.
016880     WRITE MAT-REPORT-RECORD.
016890     MOVE SPACES TO MAT-REPORT-RECORD.
016900     STRING "  BR   ACCOUNT     PROD  M  I  MATURED   "
016910         "     PRINCIPAL  FINAL INTEREST      DEPOSITS  "
016920         "ACTION TAKEN"
016930         DELIMITED BY SIZE INTO MAT-REPORT-RECORD.
016940     WRITE MAT-REPORT-RECORD.
016950     MOVE SPACES TO MAT-REPORT-RECORD.
016960     WRITE MAT-REPORT-RECORD.
016970     MOVE 4 TO WS-RPT-LINE-COUNT.
016980 7170-EXIT.
016990     EXIT.
017000
017010 7180-REPORT-WRITE.
017020     IF WS-RPT-LINE-COUNT NOT < WS-RPT-LINES-MAX
017030         PERFORM 7170-PAGE-HEADING THRU 7170-EXIT
017040     END-IF.
017050     MOVE WS-LINE-OUT TO MAT-REPORT-RECORD.
017060     WRITE MAT-REPORT-RECORD.
017070     IF WS-MATRPT-STATUS NOT = "00"
017080         DISPLAY "*** WARNING: MATURITY REPORT WRITE FAILED "
017090             "- FILE STATUS " WS-MATRPT-STATUS " ***"
017100     END-IF.
017110     ADD 1 TO WS-RPT-LINE-COUNT.
017120 7180-EXIT.
017130     EXIT.
017140
017150 7190-GRAND-TOTAL.
017160     MOVE SPACES TO WS-LINE-OUT.
017170     PERFORM 7180-REPORT-WRITE THRU 7180-EXIT.
017180     MOVE WS-TERM-COUNT TO WS-COUNT-EDIT.
017190     MOVE SPACES TO WS-LINE-OUT.
017200     STRING "  TERM ACCOUNTS ON MASTER   : " WS-COUNT-EDIT
017210         DELIMITED BY SIZE INTO WS-LINE-OUT.
017220     PERFORM 7180-REPORT-WRITE THRU 7180-EXIT.
017230     MOVE WS-MATURED-COUNT TO WS-COUNT-EDIT.
017240     MOVE SPACES TO WS-LINE-OUT.
017250     STRING "  MATURED BY THE RUN DATE   : " WS-COUNT-EDIT
017260         DELIMITED BY SIZE INTO WS-LINE-OUT.
017270     PERFORM 7180-REPORT-WRITE THRU 7180-EXIT.
017280     MOVE WS-ROLL-COUNT TO WS-COUNT-EDIT.
017290     MOVE WS-ROLL-CRED-TOTAL TO WS-TOTAL-EDIT.
017300     MOVE SPACES TO WS-LINE-OUT.
017310     STRING "  ROLLED OVER               : " WS-COUNT-EDIT
017320         "   CREDITED TO PRINCIPAL: " WS-TOTAL-EDIT
017330         DELIMITED BY SIZE INTO WS-LINE-OUT.
017340     PERFORM 7180-REPORT-WRITE THRU 7180-EXIT.
017350     MOVE WS-PAY-COUNT TO WS-COUNT-EDIT.
017360     MOVE WS-PAY-TOTAL TO WS-TOTAL-EDIT.
017370     MOVE SPACES TO WS-LINE-OUT.
017380     STRING "  PAID OUT                  : " WS-COUNT-EDIT
017390         "   PAYOUT TOTAL         : " WS-TOTAL-EDIT
017400         DELIMITED BY SIZE INTO WS-LINE-OUT.
017410     PERFORM 7180-REPORT-WRITE THRU 7180-EXIT.
017420     MOVE WS-HOLD-COUNT TO WS-COUNT-EDIT.
017430     MOVE SPACES TO WS-LINE-OUT.
017440     STRING "  HELD FOR FOLLOW-UP        : " WS-COUNT-EDIT
017450         DELIMITED BY SIZE INTO WS-LINE-OUT.
017460     PERFORM 7180-REPORT-WRITE THRU 7180-EXIT.
017470     MOVE WS-EXCEPT-COUNT TO WS-COUNT-EDIT.
017480     MOVE SPACES TO WS-LINE-OUT.
017490     STRING "  NOT ACTIONED              : " WS-COUNT-EDIT
017500         DELIMITED BY SIZE INTO WS-LINE-OUT.
017510     PERFORM 7180-REPORT-WRITE THRU 7180-EXIT.
017520     MOVE WS-MAT-PRIN-TOTAL TO WS-TOTAL-EDIT.
017530     MOVE SPACES TO WS-LINE-OUT.
017540     STRING "  MATURED PRINCIPAL         : " WS-TOTAL-EDIT
017550         DELIMITED BY SIZE INTO WS-LINE-OUT.
017560     PERFORM 7180-REPORT-WRITE THRU 7180-EXIT.
017570     MOVE WS-MAT-INT-TOTAL TO WS-TOTAL-EDIT.
017580     MOVE SPACES TO WS-LINE-OUT.
017590     STRING "  FINAL INTEREST            : " WS-TOTAL-EDIT
017600         DELIMITED BY SIZE INTO WS-LINE-OUT.
017610     PERFORM 7180-REPORT-WRITE THRU 7180-EXIT.
017620     MOVE WS-RELIEF-COUNT TO WS-COUNT-EDIT.
017630     MOVE WS-RELIEF-TOTAL TO WS-TOTAL-EDIT.
017640     MOVE SPACES TO WS-LINE-OUT.
017650     STRING "  ACCRUAL SUBLEDGER RELIEVED: " WS-TOTAL-EDIT
017660         "  (" WS-COUNT-EDIT " ACCOUNTS)"
017670         DELIMITED BY SIZE INTO WS-LINE-OUT.
017680     PERFORM 7180-REPORT-WRITE THRU 7180-EXIT.
017690     IF WS-RELIEF-FAIL-COUNT > 0
017700         MOVE WS-RELIEF-FAIL-COUNT TO WS-COUNT-EDIT
017710         MOVE SPACES TO WS-LINE-OUT
017720         STRING "  ** SUBLEDGER NOT RELIEVED FOR " WS-COUNT-EDIT
017730             " ACCOUNTS - THE NEXT GL POSTING REVERSES IT **"
017740             DELIMITED BY SIZE INTO WS-LINE-OUT
017750         PERFORM 7180-REPORT-WRITE THRU 7180-EXIT
017760     END-IF.
017770     MOVE WS-LOOK-COUNT TO WS-COUNT-EDIT.
017780     MOVE SPACES TO WS-LINE-OUT.
017790     STRING "  MATURING BY " WS-LOOK-END-EDIT "    : "
017800         WS-COUNT-EDIT "   (SEE THE LOOK-AHEAD LIST)"
017810         DELIMITED BY SIZE INTO WS-LINE-OUT.
017820     PERFORM 7180-REPORT-WRITE THRU 7180-EXIT.
017830 7190-EXIT.
017840     EXIT.
017850
017860 7200-DETAIL-LINE.
017870     IF ACCOUNT-SKIPPED
017880         ADD 1 TO WS-EXCEPT-COUNT
017890         MOVE SPACES TO WS-ACTION-TEXT
017900         STRING "** NOT ACTIONED - " WS-SKIP-REASON
017910             DELIMITED BY SIZE INTO WS-ACTION-TEXT
017920     END-IF.
017930     MOVE SR-MATURITY-DATE TO WS-EDIT-DATE.
017940     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
017950     MOVE WS-MAT-PRINCIPAL TO WS-PRINCIPAL-EDIT.
017960     MOVE WS-INTEREST TO WS-AMOUNT-EDIT.
017970     MOVE WS-DEPOSITS TO WS-DEPOSIT-EDIT.
017980     MOVE SPACES TO WS-LINE-OUT.
017990     STRING "  " SR-BRANCH-CODE
018000         "  " AM-ACCOUNT-ID
018010         "  " AM-PRODUCT-CODE
018020         "  " AM-CALC-MODE
018030         "  " AM-MATURITY-INSTR
018040         "  " WS-DATE-EDIT
018050         "   " WS-PRINCIPAL-EDIT
018060         "     " WS-AMOUNT-EDIT
018070         "   " WS-DEPOSIT-EDIT
018080         "  " WS-ACTION-TEXT
018090         DELIMITED BY SIZE INTO WS-LINE-OUT.
018100     PERFORM 7180-REPORT-WRITE THRU 7180-EXIT.
018110     ADD 1 TO WS-BR-ACCT-COUNT.
018120     ADD WS-MAT-PRINCIPAL TO WS-BR-PRIN-TOTAL.
018130     ADD WS-INTEREST TO WS-BR-INT-TOTAL.
018140     ADD WS-MAT-PRINCIPAL TO WS-MAT-PRIN-TOTAL.
018150     ADD WS-INTEREST TO WS-MAT-INT-TOTAL.
018160 7200-EXIT.
018170     EXIT.
018180
018190*===========================================================*
018200*  7300-7380 - BRANCH FOLLOW-UP LIST (HOLDLST).  EVERY HELD  *
018210*  ACCOUNT, GROUPED BY BRANCH, FOR THE BRANCH TO TAKE THE    *
018220*  CUSTOMER'S INSTRUCTION.                                   *
018230*===========================================================*
018240 7300-HOLD-LINE.
018250     IF SR-BRANCH-CODE NOT = WS-HOLD-BR-CURRENT
018260         MOVE SR-BRANCH-CODE TO WS-HOLD-BR-CURRENT
018270         MOVE SPACES TO WS-LINE-OUT
018280         PERFORM 7380-HOLD-WRITE THRU 7380-EXIT
018290         MOVE SPACES TO WS-LINE-OUT
018300         STRING "  BRANCH " SR-BRANCH-CODE
018310             " - MATURED TERM ACCOUNTS AWAITING THE "
018320             "CUSTOMER'S INSTRUCTION"
018330             DELIMITED BY SIZE INTO WS-LINE-OUT
018340         PERFORM 7380-HOLD-WRITE THRU 7380-EXIT
018350     END-IF.
018360     MOVE SR-MATURITY-DATE TO WS-EDIT-DATE.
018370     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
018380     MOVE WS-MAT-PRINCIPAL TO WS-PRINCIPAL-EDIT.
018390     MOVE WS-INTEREST TO WS-AMOUNT-EDIT.
018400     COMPUTE WS-DAYS-TO-GO = WS-RUN-INTEGER
018410         - FUNCTION INTEGER-OF-DATE (SR-MATURITY-DATE)
018420         ON SIZE ERROR
018430             MOVE 999 TO WS-DAYS-TO-GO
018440     END-COMPUTE.
018450     MOVE WS-DAYS-TO-GO TO WS-DAYS-EDIT.
018460     MOVE SPACES TO WS-LINE-OUT.
018470     STRING "    " AM-ACCOUNT-ID
018480         "  " AM-PRODUCT-CODE
018490         "  " AM-CALC-MODE
018500         "  " WS-DATE-EDIT
018510         "  " WS-DAYS-EDIT
018520         "   " WS-PRINCIPAL-EDIT
018530         "     " WS-AMOUNT-EDIT
018540         "  " WS-SKIP-REASON
018550         DELIMITED BY SIZE INTO WS-LINE-OUT.
018560     PERFORM 7380-HOLD-WRITE THRU 7380-EXIT.
018570 7300-EXIT.
018580     EXIT.
018590
018600 7370-HOLD-HEADING.
018610     ADD 1 TO WS-HOLD-PAGE.
018620     MOVE WS-HOLD-PAGE TO WS-PAGE-EDIT.
018630     MOVE SPACES TO HOLD-LIST-RECORD.
018640     STRING "MATURED TERM ACCOUNTS ON HOLD - BRANCH FOLLOW-UP"
018650         "  -  RUN DATE: " WS-RUN-DATE-EDIT
018660         "  PAGE " WS-PAGE-EDIT
018670         DELIMITED BY SIZE INTO HOLD-LIST-RECORD.
018680     WRITE HOLD-LIST-RECORD.
018690     MOVE SPACES TO HOLD-LIST-RECORD.
018700     WRITE HOLD-LIST-RECORD.
018710     MOVE SPACES TO HOLD-LIST-RECORD.
018720     STRING "    ACCOUNT     PROD  M  MATURED     DAYS"
018730         "      PRINCIPAL  FINAL INTEREST"
018740         DELIMITED BY SIZE INTO HOLD-LIST-RECORD.
018750     WRITE HOLD-LIST-RECORD.
018760     MOVE 3 TO WS-HOLD-LINE-COUNT.
018770 7370-EXIT.
018780     EXIT.
018790
018800 7380-HOLD-WRITE.
018810     IF WS-HOLD-LINE-COUNT NOT < WS-RPT-LINES-MAX
018820         PERFORM 7370-HOLD-HEADING THRU 7370-EXIT
018830     END-IF.
018840     MOVE WS-LINE-OUT TO HOLD-LIST-RECORD.
018850     WRITE HOLD-LIST-RECORD.
018860     IF WS-HOLDLST-STATUS NOT = "00"
018870         DISPLAY "*** WARNING: HOLD FOLLOW-UP LIST WRITE FAILED "
018880             "- FILE STATUS " WS-HOLDLST-STATUS " ***"
018890     END-IF.
018900     ADD 1 TO WS-HOLD-LINE-COUNT.
018910 7380-EXIT.
018920     EXIT.
018930
018940*===========================================================*
018950*  7400-7480 - LOOK-AHEAD LIST (MATLOOK).  TERM ACCOUNTS     *
018960*  MATURING AFTER THE RUN DATE AND WITHIN THE WINDOW, BY     *
018970*  BRANCH AND MATURITY DATE, WITH BRANCH COUNTS.             *
018980*===========================================================*
018990 7400-LOOK-AHEAD-LINE.
019000     IF NOT LOOK-BRANCH-OPEN
019010         MOVE SR-BRANCH-CODE TO WS-LOOK-BR-CURRENT
019020         SET LOOK-BRANCH-OPEN TO TRUE
019030     ELSE
019040         IF SR-BRANCH-CODE NOT = WS-LOOK-BR-CURRENT
019050             PERFORM 7410-LOOK-BRANCH-TOTAL THRU 7410-EXIT
019060             MOVE SR-BRANCH-CODE TO WS-LOOK-BR-CURRENT
019070         END-IF
019080     END-IF.
019090     MOVE SR-MATURITY-DATE TO WS-EDIT-DATE.
019100     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
019110     MOVE AM-PRINCIPAL TO WS-PRINCIPAL-EDIT.
019120     COMPUTE WS-DAYS-TO-GO =
019130         FUNCTION INTEGER-OF-DATE (SR-MATURITY-DATE)
019140         - WS-RUN-INTEGER.
019150     MOVE WS-DAYS-TO-GO TO WS-DAYS-EDIT.
019160     EVALUATE TRUE
019170         WHEN AM-ROLL-OVER
019180             MOVE "ROLL OVER" TO WS-ACTION-TEXT
019190         WHEN AM-PAY-OUT
019200             MOVE "PAY OUT" TO WS-ACTION-TEXT
019210         WHEN OTHER
019220             MOVE "HOLD FOR INSTRUCTION" TO WS-ACTION-TEXT
019230     END-EVALUATE.
019240     MOVE SPACES TO WS-LINE-OUT.
019250     STRING "  " SR-BRANCH-CODE
019260         "  " AM-ACCOUNT-ID
019270         "  " AM-PRODUCT-CODE
019280         "  " AM-CALC-MODE
019290         "  " WS-DATE-EDIT
019300         "  " WS-DAYS-EDIT
019310         "   " WS-PRINCIPAL-EDIT
019320         "  " WS-ACTION-TEXT
019330         DELIMITED BY SIZE INTO WS-LINE-OUT.
019340     PERFORM 7480-LOOK-WRITE THRU 7480-EXIT.
019350     ADD 1 TO WS-LOOK-BR-COUNT.
019360     ADD AM-PRINCIPAL TO WS-LOOK-BR-PRIN.
019370     ADD 1 TO WS-LOOK-COUNT.
019380     ADD AM-PRINCIPAL TO WS-LOOK-PRIN-TOTAL.
019390 7400-EXIT.
019400     EXIT.
019410
019420 7410-LOOK-BRANCH-TOTAL.
019430     MOVE WS-LOOK-BR-COUNT TO WS-COUNT-EDIT.
019440     MOVE WS-LOOK-BR-PRIN TO WS-TOTAL-EDIT.
019450     MOVE SPACES TO WS-LINE-OUT.
019460     STRING "  BRANCH " WS-LOOK-BR-CURRENT
019470         " -  MATURING: " WS-COUNT-EDIT
019480         "  PRINCIPAL: " WS-TOTAL-EDIT
019490         DELIMITED BY SIZE INTO WS-LINE-OUT.
019500     PERFORM 7480-LOOK-WRITE THRU 7480-EXIT.
019510     MOVE SPACES TO WS-LINE-OUT.
019520     PERFORM 7480-LOOK-WRITE THRU 7480-EXIT.
019530     MOVE 0 TO WS-LOOK-BR-COUNT.
019540     MOVE 0 TO WS-LOOK-BR-PRIN.
019550 7410-EXIT.
019560     EXIT.
019570
019580 7470-LOOK-HEADING.
019590     ADD 1 TO WS-LOOK-PAGE.
019600     MOVE WS-LOOK-PAGE TO WS-PAGE-EDIT.
019610     MOVE WS-LOOK-DAYS TO WS-DAYS-EDIT.
019620     MOVE SPACES TO LOOKAHEAD-RECORD.
019630     STRING "UPCOMING TERM MATURITIES - NEXT " WS-DAYS-EDIT
019640         " DAYS (" WS-RUN-DATE-EDIT " TO " WS-LOOK-END-EDIT
019650         ")  PAGE " WS-PAGE-EDIT
019660         DELIMITED BY SIZE INTO LOOKAHEAD-RECORD.
019670     WRITE LOOKAHEAD-RECORD.
019680     MOVE SPACES TO LOOKAHEAD-RECORD.
019690     WRITE LOOKAHEAD-RECORD.
019700     MOVE SPACES TO LOOKAHEAD-RECORD.
019710     STRING "  BR   ACCOUNT     PROD  M  MATURES     DAYS"
019720         "      PRINCIPAL  INSTRUCTION"
019730         DELIMITED BY SIZE INTO LOOKAHEAD-RECORD.
019740     WRITE LOOKAHEAD-RECORD.
019750     MOVE SPACES TO LOOKAHEAD-RECORD.
019760     WRITE LOOKAHEAD-RECORD.
019770     MOVE 4 TO WS-LOOK-LINE-COUNT.
019780 7470-EXIT.
019790     EXIT.
019800
019810 7480-LOOK-WRITE.
019820     IF WS-LOOK-LINE-COUNT NOT < WS-RPT-LINES-MAX
019830         PERFORM 7470-LOOK-HEADING THRU 7470-EXIT
019840     END-IF.
019850     MOVE WS-LINE-OUT TO LOOKAHEAD-RECORD.
019860     WRITE LOOKAHEAD-RECORD.
019870     IF WS-MATLOOK-STATUS NOT = "00"
019880         DISPLAY "*** WARNING: LOOK-AHEAD LIST WRITE FAILED "
019890             "- FILE STATUS " WS-MATLOOK-STATUS " ***"
019900     END-IF.
019910     ADD 1 TO WS-LOOK-LINE-COUNT.
019920 7480-EXIT.
019930     EXIT.
019940
019950*===========================================================*
019960*  7500-PAYOUT-TRAILER - CLOSE THE PAYOUT FILE WITH ITS      *
019970*  COUNT AND TOTAL.  A NIGHT WITH NO PAYOUTS STILL GETS A   *
019980*  TRAILER SO THE DEPOSIT SYSTEM SEES THE RUN HAPPENED, AND  *
019990*  AN EMPTY LISTING STILL GETS A LINE SAYING SO.             *
020000*===========================================================*
020010 7500-PAYOUT-TRAILER.
020020     IF WS-HOLD-COUNT = 0 AND WS-RATE-HOLD-COUNT = 0
020030         MOVE "  NO MATURED ACCOUNTS ARE ON HOLD."
020040             TO WS-LINE-OUT
020050         PERFORM 7380-HOLD-WRITE THRU 7380-EXIT
020060     END-IF.
020070     IF WS-LOOK-COUNT = 0
020080         MOVE "  NO TERM ACCOUNTS MATURE IN THE WINDOW."
020090             TO WS-LINE-OUT
020100         PERFORM 7480-LOOK-WRITE THRU 7480-EXIT
020110     END-IF.
020120     MOVE SPACES TO PAYOUT-TRAILER.
020130     MOVE "TRL" TO PT-RECORD-TYPE.
020140     MOVE WS-RUN-DATE TO PT-RUN-DATE.
020150     MOVE WS-PAY-COUNT TO PT-RECORD-COUNT.
020160     MOVE WS-PAY-TOTAL TO PT-PAYOUT-TOTAL.
020170     WRITE PAYOUT-TRAILER.
020180     IF WS-PAYOUT-STATUS NOT = "00"
020190         DISPLAY "*** ERROR: PAYOUT TRAILER WRITE FAILED - "
020200             "FILE STATUS " WS-PAYOUT-STATUS " ***"
020210         SET PAYOUT-FAILED TO TRUE
020220     END-IF.
020230 7500-EXIT.
020240     EXIT.
020250
020260*===========================================================*
020270*  7600-SETTLEMENT-TRAILER - CLOSE THE RUN'S SETTLEMENT      *
020280*  JOURNAL BATCH WITH ITS CONTROL TOTALS AND PROVE IT        *
020290*  BALANCES.  THE TOTALS GO ON MATRPT.                       *
020300*===========================================================*
020310 7600-SETTLEMENT-TRAILER.
020320     IF NOT SETTLEMENT-OPEN
020330         GO TO 7600-EXIT
020340     END-IF.
020350     MOVE SPACES TO SETTLE-JOURNAL-RECORD.
020360     MOVE "TRL" TO JT-RECORD-TYPE.
020370     MOVE WS-SETL-LINES TO JT-LINE-COUNT.
020380     MOVE WS-SETL-DR-TOTAL TO JT-DEBIT-TOTAL.
020390     MOVE WS-SETL-CR-TOTAL TO JT-CREDIT-TOTAL.
020400     WRITE SETTLE-JOURNAL-RECORD.
020410     IF WS-SETL-STATUS NOT = "00"
020420         DISPLAY "*** ERROR: SETTLEMENT JOURNAL TRAILER WRITE "
020430             "FAILED - FILE STATUS " WS-SETL-STATUS " ***"
020440         SET SETTLEMENT-FAILED TO TRUE
020450     END-IF.
020460     IF WS-SETL-DR-TOTAL NOT = WS-SETL-CR-TOTAL
020470         DISPLAY "*** ERROR: SETTLEMENT JOURNAL DEBITS DO NOT "
020480             "EQUAL CREDITS - DO NOT POST THIS BATCH. ***"
020490         SET SETTLEMENT-FAILED TO TRUE
020500     END-IF.
020510     MOVE WS-SETL-LINES TO WS-COUNT-EDIT.
020520     MOVE WS-SETL-DR-TOTAL TO WS-TOTAL-EDIT.
020530     MOVE WS-SETL-CR-TOTAL TO WS-TOTAL2-EDIT.
020540     MOVE SPACES TO WS-LINE-OUT.
020550     STRING "  SETTLEMENT JOURNAL LINES  : " WS-COUNT-EDIT
020560         "   DEBITS " WS-TOTAL-EDIT "   CREDITS " WS-TOTAL2-EDIT
020570         DELIMITED BY SIZE INTO WS-LINE-OUT.
020580     PERFORM 7180-REPORT-WRITE THRU 7180-EXIT.
020590     IF SETTLEMENT-FAILED
020600         MOVE SPACES TO WS-LINE-OUT
020610         STRING "  ** SETTLEMENT JOURNAL INCOMPLETE OR OUT OF "
020620             "BALANCE - DO NOT POST IT **"
020630             DELIMITED BY SIZE INTO WS-LINE-OUT
020640         PERFORM 7180-REPORT-WRITE THRU 7180-EXIT
020650     END-IF.
020660 7600-EXIT.
020670     EXIT.
020680
020690*===========================================================*
020700*  7900-EDIT-DATE - WS-EDIT-DATE (YYYYMMDD) TO YYYY-MM-DD    *
020710*===========================================================*
020720 7900-EDIT-DATE.
020730     MOVE WS-ED-YEAR TO WS-DE-YEAR.
020740     MOVE WS-ED-MONTH TO WS-DE-MONTH.
020750     MOVE WS-ED-DAY TO WS-DE-DAY.
020760 7900-EXIT.
020770     EXIT.
020780
020790*===========================================================*
020800*  8000-8010 - JOURNAL TIE-OUT.  THE JOURNAL IS CLOSED AND   *
020810*  READ BACK; EVERY "M" RECORD THIS RUN WROTE MUST MATCH A   *
020820*  ROLL-OVER OR PAYOUT ON THE REPORT, OR THE JOB ENDS WITH   *
020830*  RETURN CODE 16 FOR THE MORNING CHECKLIST.                 *
020840*===========================================================*
020850 8000-JOURNAL-TIE-OUT.
020860     IF NOT JOURNAL-OPEN
020870         GO TO 8000-EXIT
020880     END-IF.
020890     CLOSE JOURNAL-FILE.
020900     MOVE "N" TO WS-JOURNAL-OPEN-SW.
020910     MOVE "N" TO WS-JRNL-EOF-SW.
020920     OPEN INPUT JOURNAL-FILE.
020930     IF WS-JOURNAL-STATUS NOT = "00"
020940         DISPLAY "*** ERROR: CANNOT REOPEN CHANGE JOURNAL "
020950             "(ACCTJRNL) FOR THE TIE-OUT - FILE STATUS "
020960             WS-JOURNAL-STATUS " ***"
020970         SET RUN-FAILED TO TRUE
020980         GO TO 8000-REPORT
020990     END-IF.
021000     PERFORM 8010-TIE-ONE-ENTRY THRU 8010-EXIT
021010         UNTIL JOURNAL-EOF.
021020     CLOSE JOURNAL-FILE.
021030     IF WS-TIE-COUNT NOT = WS-ROLL-COUNT + WS-PAY-COUNT
021040         SET RUN-FAILED TO TRUE
021050     END-IF.
021060 8000-REPORT.
021070     MOVE SPACES TO WS-LINE-OUT.
021080     PERFORM 7180-REPORT-WRITE THRU 7180-EXIT.
021090     MOVE WS-TIE-COUNT TO WS-COUNT-EDIT.
021100     MOVE SPACES TO WS-LINE-OUT.
021110     STRING "  JOURNAL TIE-OUT - ""M"" RECORDS: " WS-COUNT-EDIT
021120         DELIMITED BY SIZE INTO WS-LINE-OUT.
021130     PERFORM 7180-REPORT-WRITE THRU 7180-EXIT.
021140     MOVE SPACES TO WS-LINE-OUT.
021150     IF RUN-FAILED
021160         STRING "  ** JOURNAL DOES NOT TIE TO THIS REPORT - "
021170             "RECONCILE BEFORE THE DEPOSIT SYSTEM TAKES THE "
021180             "PAYOUTS **"
021190             DELIMITED BY SIZE INTO WS-LINE-OUT
021200         DISPLAY "*** ERROR: CHANGE JOURNAL DOES NOT TIE TO "
021210             "THE MATURITY REPORT. ***"
021220         MOVE 16 TO RETURN-CODE
021230     ELSE
021240         STRING "  JOURNAL TIES TO THIS REPORT."
021250             DELIMITED BY SIZE INTO WS-LINE-OUT
021260         IF PAYOUT-FAILED OR SETTLEMENT-FAILED
021270             MOVE 16 TO RETURN-CODE
021280         ELSE
021290             IF WS-EXCEPT-COUNT > 0 OR WS-RELIEF-FAIL-COUNT > 0
021300                 MOVE 4 TO RETURN-CODE
021310             END-IF
021320         END-IF
021330     END-IF.
021340     PERFORM 7180-REPORT-WRITE THRU 7180-EXIT.
021350 8000-EXIT.
021360     EXIT.
021370
021380 8010-TIE-ONE-ENTRY.
021390     READ JOURNAL-FILE
021400         AT END
021410             MOVE "Y" TO WS-JRNL-EOF-SW
021420             GO TO 8010-EXIT
021430     END-READ.
021440     IF JR-SEQUENCE NOT NUMERIC
021450         OR JR-SEQUENCE NOT > WS-JRNL-START-SEQ
021460         OR JR-FUNCTION NOT = "M"
021470         GO TO 8010-EXIT
021480     END-IF.
021490     ADD 1 TO WS-TIE-COUNT.
021500 8010-EXIT.
021510     EXIT.
021520
021530*===========================================================*
021540*  8950-WRITE-JOURNAL - APPEND THE "M" RECORD FOR ONE        *
021550*  ACTIONED ACCOUNT.  A FAILED WRITE IS LEFT FOR THE         *
021560*  TIE-OUT TO CATCH.                                         *
021570*===========================================================*
021580 8950-WRITE-JOURNAL.
021590     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
021600     ACCEPT WS-TIME8 FROM TIME.
021610     ADD 1 TO WS-JRNL-SEQ.
021620     MOVE SPACES TO JOURNAL-RECORD.
021630     MOVE WS-JRNL-SEQ TO JR-SEQUENCE.
021640     MOVE WS-DATE8 TO JR-DATE.
021650     MOVE WS-TIME8 (1:6) TO JR-TIME.
021660     MOVE WS-OPERATOR TO JR-OPERATOR.
021670     MOVE "M" TO JR-FUNCTION.
021680     MOVE AM-ACCOUNT-ID TO JR-ACCOUNT-ID.
021690     MOVE WS-JRNL-BEFORE TO JR-BEFORE-IMAGE.
021700     MOVE WS-JRNL-AFTER TO JR-AFTER-IMAGE.
021710     MOVE WS-SETTLE-LEDGER TO JR-SETTLE-LEDGER.
021720     MOVE WS-INTEREST TO JR-SETTLE-AMOUNT.
021730     MOVE WS-RELIEF TO JR-POSTED-RELIEF.
021740     MOVE WS-ACCRUED-RELIEF TO JR-ACCRUED-RELIEF.
021750     MOVE 0 TO JR-BACKOUT-SEQ.
021760     WRITE JOURNAL-RECORD.
021770     IF WS-JOURNAL-STATUS NOT = "00"
021780         DISPLAY "*** WARNING: CHANGE JOURNAL WRITE FAILED "
021790             "FOR ACCOUNT " AM-ACCOUNT-ID " - FILE STATUS "
021800             WS-JOURNAL-STATUS " ***"
021810     END-IF.
021820 8950-EXIT.
021830     EXIT.
021840
021850*===========================================================*
021860*  9999-TERMINATE - CLOSE FILES                              *
021870*===========================================================*
021880 9999-TERMINATE.
021890     IF MASTER-OPEN
021900         CLOSE ACCOUNT-MASTER
021910     END-IF.
021920     IF JOURNAL-OPEN
021930         CLOSE JOURNAL-FILE
021940     END-IF.
021950     IF SUBLEDGER-OPEN
021960         CLOSE SUBLEDGER-FILE
021970     END-IF.
021980     IF PAYOUT-OPEN
021990         CLOSE PAYOUT-FILE
022000     END-IF.
022010     IF MATRPT-OPEN
022020         CLOSE MAT-REPORT-FILE
022030     END-IF.
022040     IF HOLDLST-OPEN
022050         CLOSE HOLD-LIST-FILE
022060     END-IF.
022070     IF MATLOOK-OPEN
022080         CLOSE LOOKAHEAD-FILE
022090     END-IF.
022100     IF SETTLEMENT-OPEN
022110         CLOSE SETTLE-JOURNAL-FILE
022120     END-IF.
022130     DISPLAY "Term Maturity Processing ended - return code "
022140         RETURN-CODE ".".
022150 9999-EXIT.
022160     EXIT.
