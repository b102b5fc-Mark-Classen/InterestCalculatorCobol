000160*              SAME EDITS THE BATCH DRIVER APPLIES, SO BAD *
000170*              PRINCIPALS AND OUT-OF-RANGE RATES NEVER     *
000180*              REACH THE MASTER AT ALL.                    *
000190*  2026-09-02  RJM  RATE TABLE RECORDS NOW CARRY AN         *
000200*              EFFECTIVE DATE; A PRODUCT MAY APPEAR ONCE    *
000210*              PER EFFECTIVE DATE, SO THE PRODUCT CHECK     *
000220*              TABLE WAS WIDENED TO 200 ENTRIES.            *
000230*  2026-09-02  RJM  CALC MODE "T" (TIERED BALANCE-BAND)     *
000240*              ACCEPTED; BAND FIELDS ON THE RATE TABLE      *
000250*              RECORD ARE CARRIED AS FILLER HERE.           *
000260*  2026-09-02  RJM  ACCOUNT RECORD WIDENED TO 60 BYTES WITH *
000270*              AN OPEN DATE (YYYYMMDD, 0 = NONE) FOR THE    *
000280*              BATCH DATE-BASED PARTIAL-PERIOD ACCRUAL.     *
000290*  2026-09-02  RJM  WITHHOLDING-EXEMPT FLAG (Y/N) ADDED FOR *
000300*              THE ANNUAL TAX-REPORTING EXTRACT.            *
000310*  2026-09-02  RJM  EVERY ADD, CHANGE, DELETE AND LOAD NOW  *
000320*              JOURNALS ITS BEFORE/AFTER IMAGES, FUNCTION,  *
000330*              DATE/TIME AND OPERATOR TO ACCTJRNL; BACKOUT  *
000340*              IS DONE BY AccountJournalUtility.            *
000350*  2026-10-15  RJM  MATURITY INSTRUCTION (R = ROLL OVER,   *
000360*              P = PAY OUT, H = HOLD, BLANK = NOT A TERM    *
000370*              ACCOUNT) TAKEN FROM THE FIRST SPARE BYTE OF  *
000380*              THE RECORD FOR THE NIGHTLY MATURITY RUN.     *
000390*  2026-10-15  RJM  ACCOUNT STATUS (A = ACTIVE, F = FROZEN, *
000400*              C = CLOSED) TAKEN FROM THE NEXT SPARE BYTE.  *
000410*              NEW CLOSE FUNCTION (Q) PRICES THE PAYOFF     *
000420*              FROM THE OPEN DATE TO THE CLOSE DATE, LESS   *
000430*              AN EARLY-WITHDRAWAL PENALTY FOR A TERM       *
000440*              ACCOUNT CLOSED BEFORE MATURITY, PRINTS THE   *
000450*              QUOTE TO PAYQUOTE AND MARKS THE ACCOUNT      *
000460*              CLOSED.  THE RATE TABLE'S BANDS AND PENALTY  *
000470*              ARE NOW READ.                                *
000480*  2026-10-15  RJM  OPERATOR SIGN-ON AGAINST THE SECURITY *
000490*              PROFILE FILE (SECPROF) REPLACES THE KEYED   *
000500*              INITIALS.  ADD, CHANGE, DELETE, LOAD AND    *
000510*              CLOSE EACH NEED THEIR OWN AUTHORITY ON THE  *
000520*              OPERATOR'S PROFILE.  REFUSED SIGN-ONS AND   *
000530*              FUNCTIONS ARE LOGGED TO SECVIOL.            *
000540*  2026-10-15  RJM  AN INDEX-LINKED ("V") PRODUCT IS       *
000550*              QUOTED AT ITS INDEX VALUE IN FORCE ON THE   *
000560*              CLOSE DATE (RATEIDX) PLUS ITS MARGIN, HELD  *
000570*              BETWEEN ITS FLOOR AND CAP.  NO INDEX VALUE  *
000580*              IN FORCE REFUSES THE QUOTE.                 *
000590*  2026-10-15  RJM  A CLOSURE NOW POSTS THE INTEREST PAID  *
000600*              TO THE LEDGER THROUGH THE BALANCED          *
000610*              SETTLEMENT JOURNAL (SETLJRNL), AND CARRIES  *
000620*              THE SUBLEDGER RELIEF ON ITS ACCTJRNL RECORD *
000630*              (RECORD GROWS TO 200 BYTES) SO A BACKOUT CAN*
000640*              PUT IT BACK.                                *
000650*  2026-10-15  RJM  ACCTJRNL RECORD GROWS TO 210 BYTES -   *
000660*              A "B" RECORD CARRIES THE SEQUENCE IT BACKED *
000670*              OUT; EVERY RECORD WRITTEN HERE CARRIES ZERO.*
000680*---------------------------------------------------------*
000690*  REMARKS.  THE MASTER RECORD CARRIES THE SAME 60-BYTE    *
000700*  DETAIL LAYOUT AS THE FLAT PORTFOLIO, KEYED ON THE       *
000710*  ACCOUNT ID.  THE PRODUCT RATE TABLE (RATETAB) IS READ   *
000720*  AT START-UP SO A PRODUCT CODE THAT IS NOT ON THE TABLE  *
000730*  IS REFUSED AT ENTRY TIME, EXACTLY AS THE BATCH DRIVER   *
000740*  WOULD REJECT IT AT CALCULATION TIME.                    *
000750*                                                          *
000760*  AN ACCOUNT IS NEVER CLOSED BY DELETING IT - THE CLOSE   *
000770*  FUNCTION MARKS IT "C" AND IT STAYS ON THE MASTER WITH   *
000780*  ITS HISTORY.  THE PAYOFF IS PRICED WITH THE BATCH       *
000790*  DRIVER'S FORMULAS AT THE RATE IN FORCE ON THE CLOSE     *
000800*  DATE; THE PENALTY IS THE PRODUCT'S PENALTY MONTHS OF    *
000810*  SIMPLE INTEREST ON THE PRINCIPAL, NEVER MORE THAN THE   *
000820*  INTEREST EARNED.  THE INTEREST PAID IS TAKEN OFF THE    *
000830*  ACCRUAL SUBLEDGER (ACRSUBL) AS THE MATURITY RUN DOES,   *
000840*  AND THE LEDGER SIDE IS APPENDED TO THE SETTLEMENT       *
000850*  JOURNAL (SETLJRNL) AS ONE BALANCED HDR/DTL/TRL BATCH:   *
000860*  DEBIT ACCRUED INTEREST PAYABLE (20500) WITH THE RELIEF, *
000870*  DEBIT INTEREST EXPENSE (60100) WITH ANY INTEREST NOT    *
000880*  YET POSTED, AND CREDIT PAYOUT CLEARING (20900).         *
000890*---------------------------------------------------------*
000900
000910 ENVIRONMENT DIVISION.
000920
000930 INPUT-OUTPUT SECTION.
000940 FILE-CONTROL.
000950     SELECT ACCOUNT-MASTER
000960         ASSIGN TO ACCTMST
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS DYNAMIC
000990         RECORD KEY IS AM-ACCOUNT-ID
001000         FILE STATUS IS WS-MASTER-STATUS.
001010
001020     SELECT ACCOUNTS-FILE
001030         ASSIGN TO ACCTIN
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-ACCOUNTS-STATUS.
001060
001070     SELECT RATE-TABLE-FILE
001080         ASSIGN TO RATETAB
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-RATETAB-STATUS.
001110
001120     SELECT OPTIONAL INDEX-RATE-FILE
001130         ASSIGN TO RATEIDX
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-RATEIDX-STATUS.
001160
001170     SELECT JOURNAL-FILE
001180         ASSIGN TO ACCTJRNL
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-JOURNAL-STATUS.
001210
001220     SELECT SUBLEDGER-FILE
001230         ASSIGN TO ACRSUBL
001240         ORGANIZATION IS INDEXED
001250         ACCESS MODE IS RANDOM
001260         RECORD KEY IS SL-ACCOUNT-ID
001270         FILE STATUS IS WS-SUBL-STATUS.
001280
001290     SELECT PAYOFF-QUOTE-FILE
001300         ASSIGN TO PAYQUOTE
001310         ORGANIZATION IS LINE SEQUENTIAL
001320         FILE STATUS IS WS-QUOTE-STATUS.
001330
001340     SELECT SETTLE-JOURNAL-FILE
001350         ASSIGN TO SETLJRNL
001360         ORGANIZATION IS LINE SEQUENTIAL
001370         FILE STATUS IS WS-SETL-STATUS.
001380
001390     SELECT SECURITY-PROFILE-FILE
001400         ASSIGN TO SECPROF
001410         ORGANIZATION IS INDEXED
001420         ACCESS MODE IS RANDOM
001430         RECORD KEY IS SP-OPERATOR-ID
001440         FILE STATUS IS WS-SECPROF-STATUS.
001450
001460     SELECT VIOLATION-LOG-FILE
001470         ASSIGN TO SECVIOL
001480         ORGANIZATION IS LINE SEQUENTIAL
001490         FILE STATUS IS WS-VIOLOG-STATUS.
001500
001510 DATA DIVISION.
001520
001530 FILE SECTION.
001540*---------------------------------------------------------*
001550*  ACCOUNT-MASTER - INDEXED (VSAM KSDS) ACCOUNT FILE,      *
001560*  SAME 60-BYTE LAYOUT AS THE FLAT PORTFOLIO DETAIL.       *
001570*---------------------------------------------------------*
001580 FD  ACCOUNT-MASTER.
001590 01  ACCOUNT-MASTER-RECORD.
001600     05  AM-ACCOUNT-ID          PIC X(10).
001610     05  AM-PRINCIPAL           PIC 9(7)V99.
001620     05  AM-INTEREST-RATE       PIC 9(3)V9999.
001630     05  AM-YEARS               PIC 9(3)V9.
001640     05  AM-N                   PIC 9(3).
001650     05  AM-CALC-MODE           PIC X(01).
001660     05  AM-PRODUCT-CODE        PIC X(04).
001670     05  AM-MONTHLY-DEPOSIT     PIC 9(5)V99.
001680     05  AM-BRANCH-CODE         PIC X(03).
001690     05  AM-OPEN-DATE           PIC 9(08).
001700     05  AM-TAX-EXEMPT          PIC X(01).
001710     05  AM-MATURITY-INSTR      PIC X(01).
001720*    "A" (OR SPACE ON OLDER RECORDS) = ACTIVE, "F" = FROZEN,
001730*    "C" = CLOSED BY THE CLOSE FUNCTION.
001740     05  AM-ACCOUNT-STATUS      PIC X(01).
001750     05  FILLER                 PIC X(01).
001760
001770*---------------------------------------------------------*
001780*  ACCOUNTS-FILE - FLAT PORTFOLIO EXTRACT, READ ONLY BY    *
001790*  THE LOAD FUNCTION.  HDR/TRL CONTROL RECORDS ARE         *
001800*  STEPPED OVER.                                           *
001810*---------------------------------------------------------*
001820 FD  ACCOUNTS-FILE
001830     RECORDING MODE IS F.
001840 01  ACCOUNT-RECORD             PIC X(60).
001850
001860 FD  RATE-TABLE-FILE
001870     RECORDING MODE IS F.
001880 01  RATE-TABLE-RECORD.
001890     05  RT-PRODUCT-CODE        PIC X(04).
001900     05  RT-INTEREST-RATE       PIC 9(3)V9999.
001910     05  RT-EFFECTIVE-DATE      PIC 9(08).
001920*    BALANCE BANDS FOR TIERED ("T") PRODUCTS AND THE EARLY-
001930*    WITHDRAWAL PENALTY - USED HERE ONLY TO PRICE A PAYOFF
001940*    QUOTE WHEN AN ACCOUNT IS CLOSED.  AN INDEX-LINKED ("V")
001950*    ENTRY CARRIES ITS INDEX TERMS IN PLACE OF THE BANDS AND
001960*    ITS FLOOR IN RT-INTEREST-RATE.
001970     05  RT-BAND-AREA.
001980         10  RT-BAND-ENTRY OCCURS 3 TIMES.
001990             15  RT-BAND-CEILING    PIC 9(7)V99.
002000             15  RT-BAND-RATE       PIC 9(3)V9999.
002010     05  RT-INDEX-TERMS REDEFINES RT-BAND-AREA.
002020         10  RT-RATE-MARGIN         PIC S9(2)V9999
002030                                    SIGN LEADING SEPARATE.
002040         10  FILLER                 PIC X(02).
002050         10  RT-INDEX-CODE          PIC X(04).
002060         10  FILLER                 PIC X(03).
002070         10  RT-RATE-CAP            PIC 9(3)V9999.
002080         10  FILLER                 PIC X(25).
002090     05  RT-PENALTY-MONTHS      PIC 9(02).
002100     05  RT-RATE-TYPE           PIC X(01).
002110         88  RT-INDEX-LINKED             VALUE "V".
002120
002130*---------------------------------------------------------*
002140*  INDEX-RATE-FILE - ONE RECORD PER REFERENCE INDEX AND    *
002150*  EFFECTIVE DATE.  THE VALUE IN FORCE ON THE CLOSE DATE   *
002160*  IS THE RECORD WITH THE LATEST EFFECTIVE DATE NOT AFTER  *
002170*  IT.                                                     *
002180*---------------------------------------------------------*
002190 FD  INDEX-RATE-FILE
002200     RECORDING MODE IS F.
002210 01  INDEX-RATE-RECORD.
002220     05  RX-INDEX-CODE          PIC X(04).
002230     05  RX-EFFECTIVE-DATE      PIC 9(08).
002240     05  RX-INDEX-RATE          PIC S9(3)V9999
002250                                SIGN LEADING SEPARATE.
002260     05  RX-INDEX-NAME          PIC X(30).
002270     05  FILLER                 PIC X(10).
002280
002290*---------------------------------------------------------*
002300*  JOURNAL-FILE - ONE RECORD PER ADD, CHANGE, DELETE OR    *
002310*  LOAD AGAINST THE MASTER, CARRYING THE BEFORE AND AFTER  *
002320*  RECORD IMAGES, THE FUNCTION, DATE/TIME AND OPERATOR.    *
002330*  THE SEQUENCE NUMBER IDENTIFIES A CHANGE TO THE BACKOUT  *
002340*  UTILITY (AccountJournalUtility), WHICH ALSO APPENDS ITS *
002350*  OWN "B" RECORDS HERE WHEN IT RESTORES A BEFORE IMAGE.   *
002360*  A CLOSURE ALSO CARRIES THE LEDGER CREDITED, THE         *
002370*  INTEREST SETTLED AND THE SUBLEDGER RELIEF FOR THE       *
002380*  BACKOUT TO REVERSE; EVERY OTHER RECORD CARRIES ZEROS.   *
002390*  JR-BACKOUT-SEQ IS SET ONLY ON A "B" RECORD.             *
002400*---------------------------------------------------------*
002410 FD  JOURNAL-FILE
002420     RECORDING MODE IS F.
002430 01  JOURNAL-RECORD.
002440     05  JR-SEQUENCE            PIC 9(07).
002450     05  JR-DATE                PIC 9(08).
002460     05  JR-TIME                PIC 9(06).
002470     05  JR-OPERATOR            PIC X(08).
002480     05  JR-FUNCTION            PIC X(01).
002490     05  JR-ACCOUNT-ID          PIC X(10).
002500     05  JR-BEFORE-IMAGE        PIC X(60).
002510     05  JR-AFTER-IMAGE         PIC X(60).
002520     05  JR-SETTLE-LEDGER       PIC 9(05).
002530     05  JR-SETTLE-AMOUNT       PIC 9(9)V99.
002540     05  JR-POSTED-RELIEF       PIC 9(9)V99.
002550     05  JR-ACCRUED-RELIEF      PIC 9(9)V99.
002560     05  JR-BACKOUT-SEQ         PIC 9(07).
002570     05  FILLER                 PIC X(05).
002580
002590*---------------------------------------------------------*
002600*  SUBLEDGER-FILE - THE ACCRUAL SUBLEDGER KEPT BY THE GL   *
002610*  POSTING.  A CLOSURE TAKES THE INTEREST PAID OFF THE     *
002620*  ACCOUNT'S BALANCES; THE POSTING REVERSES WHAT IS LEFT.  *
002630*---------------------------------------------------------*
002640 FD  SUBLEDGER-FILE.
002650 01  SUBLEDGER-RECORD.
002660     05  SL-ACCOUNT-ID          PIC X(10).
002670     05  SL-BRANCH-CODE         PIC X(03).
002680     05  SL-PRODUCT-CODE        PIC X(04).
002690     05  SL-ACCRUED-TO-DATE     PIC 9(9)V99.
002700     05  SL-POSTED-TO-DATE      PIC 9(9)V99.
002710     05  SL-LAST-POST-DATE      PIC 9(08).
002720     05  SL-LAST-EXTRACT-DATE   PIC 9(08).
002730     05  SL-STATUS              PIC X(01).
002740     05  FILLER                 PIC X(04).
002750
002760*---------------------------------------------------------*
002770*  PAYOFF-QUOTE-FILE - ONE PRINTED QUOTE PER CLOSE, KEPT   *
002780*  FOR THE CUSTOMER AND THE BRANCH WHETHER OR NOT THE      *
002790*  ACCOUNT WAS CLOSED.                                     *
002800*---------------------------------------------------------*
002810 FD  PAYOFF-QUOTE-FILE
002820     RECORDING MODE IS F.
002830 01  PAYOFF-QUOTE-RECORD        PIC X(132).
002840
002850*---------------------------------------------------------*
002860*  SETTLE-JOURNAL-FILE - THE BALANCED LEDGER JOURNAL FOR   *
002870*  THE INTEREST PAID ON A CLOSURE, IN THE GL POSTING       *
002880*  JOURNAL LAYOUT.  EACH CLOSURE APPENDS ITS OWN HDR, DTL  *
002890*  LINES AND TRL.                                          *
002900*---------------------------------------------------------*
002910 FD  SETTLE-JOURNAL-FILE
002920     RECORDING MODE IS F.
002930 01  SETTLE-JOURNAL-RECORD      PIC X(80).
002940 01  SETTLE-HEADER-R REDEFINES SETTLE-JOURNAL-RECORD.
002950     05  JH-RECORD-TYPE         PIC X(03).
002960     05  JH-POSTING-DATE        PIC 9(08).
002970     05  JH-EXTRACT-RUN-DATE    PIC 9(08).
002980     05  JH-SOURCE-SYSTEM       PIC X(08).
002990     05  FILLER                 PIC X(53).
003000 01  SETTLE-DETAIL-R REDEFINES SETTLE-JOURNAL-RECORD.
003010     05  JD-RECORD-TYPE         PIC X(03).
003020     05  JD-LINE-NUMBER         PIC 9(05).
003030     05  JD-BRANCH-CODE         PIC X(03).
003040     05  JD-PRODUCT-CODE        PIC X(04).
003050     05  JD-DEBIT-CREDIT        PIC X(01).
003060     05  JD-LEDGER-ACCOUNT      PIC 9(05).
003070     05  JD-AMOUNT              PIC 9(11)V99.
003080     05  FILLER                 PIC X(46).
003090 01  SETTLE-TRAILER-R REDEFINES SETTLE-JOURNAL-RECORD.
003100     05  JT-RECORD-TYPE         PIC X(03).
003110     05  JT-LINE-COUNT          PIC 9(07).
003120     05  JT-DEBIT-TOTAL         PIC 9(13)V99.
003130     05  JT-CREDIT-TOTAL        PIC 9(13)V99.
003140     05  FILLER                 PIC X(40).
003150
003160*---------------------------------------------------------*
003170*  SECURITY-PROFILE-FILE - INDEXED (VSAM KSDS) OPERATOR    *
003180*  PROFILES KEYED ON THE OPERATOR ID, AS MAINTAINED BY     *
003190*  SecurityMaintenance.  SAME 100-BYTE LAYOUT IN EVERY     *
003200*  PROGRAM THAT SIGNS ON.                                  *
003210*---------------------------------------------------------*
003220 FD  SECURITY-PROFILE-FILE.
003230 01  SECURITY-PROFILE-RECORD.
003240     05  SP-OPERATOR-ID         PIC X(08).
003250     05  SP-OPERATOR-NAME       PIC X(30).
003260     05  SP-PASSWORD-HASH       PIC 9(10).
003270     05  SP-ACTIVE-FLAG         PIC X(01).
003280         88  SP-ACTIVE                   VALUE "Y".
003290     05  SP-FAIL-COUNT          PIC 9(01).
003300     05  SP-LOCKED-FLAG         PIC X(01).
003310         88  SP-LOCKED                   VALUE "Y".
003320*    ONE Y/N BYTE PER UPDATING FUNCTION - ACCOUNT ADD, CHANGE,
003330*    DELETE, LOAD AND CLOSE; RATE ADD AND CHANGE; JOURNAL
003340*    BACKOUT; SECURITY ADMINISTRATION.
003350     05  SP-AUTHORITIES.
003360         10  SP-AUTH-ADD        PIC X(01).
003370         10  SP-AUTH-CHANGE     PIC X(01).
003380         10  SP-AUTH-DELETE     PIC X(01).
003390         10  SP-AUTH-LOAD       PIC X(01).
003400         10  SP-AUTH-CLOSE      PIC X(01).
003410         10  SP-AUTH-RATE-ADD   PIC X(01).
003420         10  SP-AUTH-RATE-CHG   PIC X(01).
003430         10  SP-AUTH-BACKOUT    PIC X(01).
003440         10  SP-AUTH-SECURITY   PIC X(01).
003450     05  SP-LAST-SIGNON-DATE    PIC 9(08).
003460     05  SP-LAST-SIGNON-TIME    PIC 9(06).
003470     05  SP-PASSWORD-DATE       PIC 9(08).
003480     05  FILLER                 PIC X(18).
003490
003500*---------------------------------------------------------*
003510*  VIOLATION-LOG-FILE - ONE LINE PER REFUSED SIGN-ON OR    *
003520*  FUNCTION, APPENDED BY EVERY PROGRAM THAT SIGNS ON AND   *
003530*  REPORTED DAILY BY SecurityViolationReport.              *
003540*---------------------------------------------------------*
003550 FD  VIOLATION-LOG-FILE
003560     RECORDING MODE IS F.
003570 01  VIOLATION-LOG-RECORD.
003580     05  SV-DATE                PIC 9(08).
003590     05  SV-TIME                PIC 9(06).
003600     05  SV-PROGRAM             PIC X(08).
003610     05  SV-OPERATOR-ID         PIC X(08).
003620     05  SV-VIOLATION-TYPE      PIC X(01).
003630     05  SV-FUNCTION            PIC X(01).
003640     05  SV-DETAIL              PIC X(60).
003650     05  FILLER                 PIC X(28).
003660
003670 WORKING-STORAGE SECTION.
003680*---------------------------------------------------------*
003690*  ENTRY WORK AREA - ONE ACCOUNT AS KEYED OR AS READ FROM  *
003700*  THE FLAT EXTRACT, EDITED BEFORE IT TOUCHES THE MASTER.  *
003710*---------------------------------------------------------*
003720 01  WM-ACCOUNT-WORK.
003730     05  WM-ACCOUNT-ID          PIC X(10).
003740     05  WM-PRINCIPAL           PIC 9(7)V99.
003750     05  WM-INTEREST-RATE       PIC 9(3)V9999.
003760     05  WM-YEARS               PIC 9(3)V9.
003770     05  WM-N                   PIC 9(3).
003780     05  WM-CALC-MODE           PIC X(01).
003790     05  WM-PRODUCT-CODE        PIC X(04).
003800     05  WM-MONTHLY-DEPOSIT     PIC 9(5)V99.
003810     05  WM-BRANCH-CODE         PIC X(03).
003820*    OPEN DATE (YYYYMMDD) DRIVES THE BATCH DATE-BASED
003830*    ACCRUAL; ZERO MEANS THE AR-YEARS TERM IS USED.
003840     05  WM-OPEN-DATE           PIC 9(08).
003850*    "Y" = WITHHOLDING-EXEMPT ON THE ANNUAL TAX-REPORTING
003860*    EXTRACT; ANYTHING ELSE IS NOT EXEMPT.
003870     05  WM-TAX-EXEMPT          PIC X(01).
003880*    MATURITY INSTRUCTION FOR A TERM ACCOUNT - "R" ROLL
003890*    OVER, "P" PAY OUT, "H" HOLD; SPACE = NOT A TERM ACCOUNT.
003900*    THE TERM RUNS WM-YEARS FROM THE OPEN DATE.
003910     05  WM-MATURITY-INSTR      PIC X(01).
003920         88  WM-TERM-ACCOUNT           VALUE "R" "P" "H".
003930*    "A" ACTIVE, "F" FROZEN (ACCRUES BUT IS HELD OFF THE GL
003940*    EXTRACT), "C" CLOSED - SET ONLY BY THE CLOSE FUNCTION.
003950     05  WM-ACCOUNT-STATUS      PIC X(01).
003960         88  WM-ACTIVE                 VALUE "A" " ".
003970         88  WM-FROZEN                 VALUE "F".
003980         88  WM-CLOSED                 VALUE "C".
003990         88  WM-VALID-STATUS           VALUE "A" "F" "C" " ".
004000     05  FILLER                 PIC X(01).
004010
004020 01  WM-CONTROL-VIEW REDEFINES WM-ACCOUNT-WORK.
004030     05  WM-RECORD-TYPE         PIC X(03).
004040     05  FILLER                 PIC X(57).
004050
004060*---------------------------------------------------------*
004070*  FUNCTION SELECTION AND SWITCHES                        *
004080*---------------------------------------------------------*
004090 77  WS-FUNCTION          PIC X(01) VALUE SPACE.
004100     88  FUNCTION-ADD                VALUE "A" "a".
004110     88  FUNCTION-CHANGE             VALUE "C" "c".
004120     88  FUNCTION-DELETE             VALUE "D" "d".
004130     88  FUNCTION-BROWSE             VALUE "B" "b".
004140     88  FUNCTION-LOAD               VALUE "L" "l".
004150     88  FUNCTION-CLOSE              VALUE "Q" "q".
004160     88  FUNCTION-EXIT               VALUE "X" "x".
004170
004180 77  WS-VALID-SW          PIC X(01) VALUE "N".
004190     88  ENTRY-VALID                 VALUE "Y".
004200     88  ENTRY-INVALID               VALUE "N".
004210
004220 77  WS-CONFIRM           PIC X(01) VALUE "N".
004230
004240 77  WS-EOF-SW            PIC X(01) VALUE "N".
004250     88  ACCOUNTS-EOF                VALUE "Y".
004260 77  WS-BROWSE-EOF-SW     PIC X(01) VALUE "N".
004270     88  BROWSE-EOF                  VALUE "Y".
004280 77  WS-RATETAB-EOF-SW    PIC X(01) VALUE "N".
004290     88  RATETAB-EOF                 VALUE "Y".
004300 77  WS-JRNL-EOF-SW       PIC X(01) VALUE "N".
004310     88  JOURNAL-EOF                 VALUE "Y".
004320
004330 77  WS-AUTHORIZED-SW     PIC X(01) VALUE "Y".
004340     88  FUNCTION-AUTHORIZED         VALUE "Y".
004350     88  FUNCTION-REFUSED            VALUE "N".
004360
004370*---------------------------------------------------------*
004380*  FILE STATUS FIELDS                                     *
004390*---------------------------------------------------------*
004400 77  WS-MASTER-STATUS     PIC X(02) VALUE "00".
004410 77  WS-ACCOUNTS-STATUS   PIC X(02) VALUE "00".
004420 77  WS-RATETAB-STATUS    PIC X(02) VALUE "00".
004430 77  WS-JOURNAL-STATUS    PIC X(02) VALUE "00".
004440 77  WS-SUBL-STATUS       PIC X(02) VALUE "00".
004450 77  WS-QUOTE-STATUS      PIC X(02) VALUE "00".
004460 77  WS-SECPROF-STATUS    PIC X(02) VALUE "00".
004470 77  WS-VIOLOG-STATUS     PIC X(02) VALUE "00".
004480 77  WS-RATEIDX-STATUS    PIC X(02) VALUE "00".
004490 77  WS-SETL-STATUS       PIC X(02) VALUE "00".
004500
004510*---------------------------------------------------------*
004520*  CHANGE JOURNAL WORK FIELDS - THE OPERATOR SIGNS ON AT   *
004530*  START-UP; EVERY MASTER UPDATE JOURNALS ITS BEFORE AND   *
004540*  AFTER IMAGES WITH THE NEXT SEQUENCE NUMBER.             *
004550*---------------------------------------------------------*
004560 77  WS-OPERATOR          PIC X(08) VALUE SPACES.
004570 77  WS-JRNL-SEQ          PIC 9(7) VALUE 0.
004580 77  WS-JRNL-FUNCTION     PIC X(01) VALUE SPACE.
004590 01  WS-JRNL-BEFORE       PIC X(60) VALUE SPACES.
004600 01  WS-JRNL-AFTER        PIC X(60) VALUE SPACES.
004610 01  WS-DATE8             PIC 9(8) VALUE 0.
004620 01  WS-TIME8             PIC 9(8) VALUE 0.
004630
004640
004650*---------------------------------------------------------*
004660*  PRODUCT RATE TABLE - LOADED AT START-UP SO PRODUCT      *
004670*  CODES ARE VERIFIED AT ENTRY TIME AND A PAYOFF QUOTE IS  *
004680*  PRICED AT THE RATE IN FORCE ON THE CLOSE DATE.          *
004690*---------------------------------------------------------*
004700 01  WS-RATE-TABLE.
004710     05  WS-RATE-ENTRY OCCURS 200 TIMES.
004720         10  WS-RATE-PROD     PIC X(04).
004730         10  WS-RATE-RATE     PIC 9(3)V9999.
004740         10  WS-RATE-EFFDATE  PIC 9(08).
004750         10  WS-RATE-BAND OCCURS 3 TIMES.
004760             15  WS-RATE-BAND-CEIL PIC 9(7)V99.
004770             15  WS-RATE-BAND-RATE PIC 9(3)V9999.
004780         10  WS-RATE-PENALTY  PIC 9(02).
004790         10  WS-RATE-TYPE     PIC X(01).
004800         10  WS-RATE-INDEX    PIC X(04).
004810         10  WS-RATE-MARGIN   PIC S9(2)V9999.
004820         10  WS-RATE-CAP      PIC 9(3)V9999.
004830 77  WS-RATE-COUNT        PIC 9(3) COMP VALUE 0.
004840 77  WS-RATE-MAX          PIC 9(3) COMP VALUE 200.
004850 77  WS-RATE-SUB          PIC 9(3) COMP VALUE 0.
004860 77  WS-RATE-FOUND-SUB    PIC 9(3) COMP VALUE 0.
004870
004880*---------------------------------------------------------*
004890*  REFERENCE INDEX VALUES - LOADED AT START-UP SO AN       *
004900*  INDEX-LINKED PRODUCT IS QUOTED AT ITS INDEX VALUE IN    *
004910*  FORCE ON THE CLOSE DATE PLUS ITS MARGIN.                *
004920*---------------------------------------------------------*
004930 01  WS-INDEX-TABLE.
004940     05  WS-INDEX-ENTRY OCCURS 500 TIMES.
004950         10  WS-INDEX-CODE    PIC X(04).
004960         10  WS-INDEX-EFFDATE PIC 9(08).
004970         10  WS-INDEX-RATE    PIC S9(3)V9999.
004980 77  WS-INDEX-COUNT       PIC 9(3) COMP VALUE 0.
004990 77  WS-INDEX-MAX         PIC 9(3) COMP VALUE 500.
005000 77  WS-INDEX-SUB         PIC 9(3) COMP VALUE 0.
005010 77  WS-INDEX-FOUND-SUB   PIC 9(3) COMP VALUE 0.
005020 77  WS-RATEIDX-EOF-SW    PIC X(01) VALUE "N".
005030     88  RATEIDX-EOF                 VALUE "Y".
005040 01  WS-CLOSE-INDEX       PIC X(04) VALUE SPACES.
005050 01  WS-CLOSE-INDEX-RATE  PIC S9(3)V9999 VALUE 0.
005060 01  WS-CLOSE-MARGIN      PIC S9(2)V9999 VALUE 0.
005070 01  WS-INDEX-SUM         PIC S9(4)V9999 VALUE 0.
005080 01  WS-HELD-TEXT         PIC X(12) VALUE SPACES.
005090 01  WS-INDEX-EDIT        PIC ---9.9999.
005100 01  WS-MARGIN-EDIT       PIC ++9.9999.
005110
005120*---------------------------------------------------------*
005130*  COUNTERS AND DISPLAY EDITS                             *
005140*---------------------------------------------------------*
005150 77  WS-LOAD-READ-COUNT   PIC 9(7) COMP VALUE 0.
005160 77  WS-LOAD-GOOD-COUNT   PIC 9(7) COMP VALUE 0.
005170 77  WS-LOAD-BAD-COUNT    PIC 9(7) COMP VALUE 0.
005180 77  WS-LOAD-DUP-COUNT    PIC 9(7) COMP VALUE 0.
005190 77  WS-BROWSE-COUNT      PIC 9(7) COMP VALUE 0.
005200 01  WS-COUNT-EDIT        PIC Z(6)9.
005210 01  WS-PRINCIPAL-EDIT    PIC Z(6)9.99.
005220 01  WS-RATE-EDIT         PIC ZZZ9.9999.
005230 01  WS-YEARS-EDIT        PIC ZZ9.9.
005240 01  WS-N-EDIT            PIC ZZ9.
005250 01  WS-DEPOSIT-EDIT      PIC Z(4)9.99.
005260 01  WS-ODATE-WORK        PIC 9(8) VALUE 0.
005270 01  WS-ODATE-WORK-R REDEFINES WS-ODATE-WORK.
005280     05  WS-OW-YEAR       PIC 9(4).
005290     05  WS-OW-MONTH      PIC 9(2).
005300     05  WS-OW-DAY        PIC 9(2).
005310
005320*---------------------------------------------------------*
005330*  CLOSE AND PAYOFF QUOTE WORK FIELDS.  THE TERM RUNS FROM *
005340*  THE OPEN DATE TO THE CLOSE DATE UNDER THE DAY-COUNT     *
005350*  CONVENTION THE OPERATOR PICKS.  WS-ODATE-WORK ABOVE     *
005360*  HOLDS THE DATE BEING CHECKED BY 5580-CHECK-DATE.        *
005370*---------------------------------------------------------*
005380 01  WS-CLOSE-DATE-IN     PIC X(08) VALUE SPACES.
005390 01  WS-CLOSE-DATE        PIC 9(8) VALUE 0.
005400 01  WS-CLOSE-DATE-R REDEFINES WS-CLOSE-DATE.
005410     05  WS-CD-YEAR       PIC 9(4).
005420     05  WS-CD-MONTH      PIC 9(2).
005430     05  WS-CD-DAY        PIC 9(2).
005440 01  WS-MAT-DATE          PIC 9(8) VALUE 0.
005450 01  WS-MAT-DATE-R REDEFINES WS-MAT-DATE.
005460     05  WS-MD-YEAR       PIC 9(4).
005470     05  WS-MD-MONTH      PIC 9(2).
005480     05  WS-MD-DAY        PIC 9(2).
005490 77  WS-DAY-COUNT         PIC X(01) VALUE "A".
005500     88  ACTUAL-365                  VALUE "A".
005510     88  THIRTY-360                  VALUE "T".
005520 77  WS-DATE-OK-SW        PIC X(01) VALUE "N".
005530     88  DATE-OK                     VALUE "Y".
005540 77  WS-QUOTE-VALID-SW    PIC X(01) VALUE "N".
005550     88  QUOTE-VALID                 VALUE "Y".
005560 77  WS-QUOTE-OPEN-SW     PIC X(01) VALUE "N".
005570     88  QUOTE-FILE-OPEN             VALUE "Y".
005580 77  WS-SETL-OPEN-SW      PIC X(01) VALUE "N".
005590     88  SETTLEMENT-OPEN             VALUE "Y".
005600 77  WS-ME-YEAR           PIC 9(4) VALUE 0.
005610 77  WS-ME-MONTH          PIC 9(2) VALUE 0.
005620 77  WS-MONTH-END         PIC 9(2) VALUE 0.
005630 77  WS-TERM-MONTHS       PIC 9(4) COMP VALUE 0.
005640 77  WS-MONTH-INDEX       PIC 9(5) COMP VALUE 0.
005650 77  WS-YEAR-ADD          PIC 9(4) COMP VALUE 0.
005660 77  WS-MONTH-REM         PIC 9(2) COMP VALUE 0.
005670 77  WS-TERM-DAYS         PIC S9(7) COMP VALUE 0.
005680 77  WS-OD-DAY-ADJ        PIC 9(2) VALUE 0.
005690 77  WS-CD-DAY-ADJ        PIC 9(2) VALUE 0.
005700 77  WS-CLOSE-N           PIC 9(3) VALUE 0.
005710 77  WS-PENALTY-MONTHS    PIC 9(2) VALUE 0.
005720 01  WS-TERM-YEARS        PIC 9(3)V9(6) VALUE 0.
005730 01  WS-CLOSE-RATE        PIC 9(3)V9999 VALUE 0.
005740 01  WS-BASE-FACTOR       PIC 9(3)V9(9) VALUE 0.
005750 01  WS-POWER-FACTOR      PIC 9(7)V9(9) VALUE 0.
005760 01  WS-ANNUITY-FACTOR    PIC 9(7)V9(9) VALUE 0.
005770 01  WS-ACCRUED-AMOUNT    PIC 9(9)V99 VALUE 0.
005780 01  WS-DEPOSITS          PIC 9(9)V99 VALUE 0.
005790 01  WS-GROSS-INTEREST    PIC S9(9)V99 VALUE 0.
005800 01  WS-PENALTY           PIC 9(9)V99 VALUE 0.
005810 01  WS-NET-INTEREST      PIC 9(9)V99 VALUE 0.
005820 01  WS-NET-PAYOUT        PIC 9(9)V99 VALUE 0.
005830 01  WS-RELIEF            PIC 9(9)V99 VALUE 0.
005840 01  WS-ACCRUED-RELIEF    PIC 9(9)V99 VALUE 0.
005850 77  WS-DR-LEDGER-ACCT    PIC 9(5) VALUE 60100.
005860 77  WS-CR-LEDGER-ACCT    PIC 9(5) VALUE 20500.
005870 77  WS-PAYOUT-LEDGER-ACCT PIC 9(5) VALUE 20900.
005880 77  WS-SETL-LINES        PIC 9(7) COMP VALUE 0.
005890 01  WS-SETL-DC           PIC X(01) VALUE SPACE.
005900 01  WS-SETL-ACCT         PIC 9(5) VALUE 0.
005910 01  WS-SETL-AMOUNT       PIC 9(11)V99 VALUE 0.
005920 01  WS-SETL-DR-TOTAL     PIC 9(13)V99 VALUE 0.
005930 01  WS-SETL-CR-TOTAL     PIC 9(13)V99 VALUE 0.
005940 01  WS-BAND-WORK.
005950     05  WS-BAND-DEF OCCURS 3 TIMES.
005960         10  WS-BAND-CEIL     PIC 9(7)V99.
005970         10  WS-BAND-PCT      PIC 9(3)V9999.
005980 77  WS-BAND-SUB          PIC 9(1) COMP VALUE 0.
005990 01  WS-BAND-FLOOR        PIC 9(7)V99 VALUE 0.
006000 01  WS-BAND-PORTION      PIC 9(7)V99 VALUE 0.
006010 01  WS-AMOUNT-EDIT       PIC Z(8)9.99.
006020 01  WS-TERM-EDIT         PIC ZZ9.999999.
006030 01  WS-PENALTY-EDIT      PIC Z9.
006040 01  WS-QUOTE-DISPOSITION PIC X(60) VALUE SPACES.
006050
006060*---------------------------------------------------------*
006070*  SIGN-ON - THE OPERATOR ID AND PASSWORD AS KEYED, THE    *
006080*  TRIES LEFT AND THE SIGNED-ON OPERATOR'S AUTHORITIES.    *
006090*  THE HASH RUNS OVER THE OPERATOR ID AND PASSWORD         *
006100*  TOGETHER, EXACTLY AS IN SecurityMaintenance.            *
006110*---------------------------------------------------------*
006120 01  WS-SIGNON-PASSWORD   PIC X(08) VALUE SPACES.
006130 77  WS-SIGNON-TRIES      PIC 9(1) VALUE 0.
006140 77  WS-SIGNON-MAX-TRIES  PIC 9(1) VALUE 3.
006150 77  WS-LOCKOUT-LIMIT     PIC 9(1) VALUE 3.
006160 77  WS-SIGNON-SW         PIC X(01) VALUE "N".
006170     88  SIGNON-PENDING              VALUE "N".
006180     88  SIGNED-ON                   VALUE "Y".
006190     88  SIGNON-ABANDONED            VALUE "A".
006200 01  WS-OPER-AUTHORITIES.
006210     05  WS-OPER-ADD          PIC X(01) VALUE "N".
006220         88  OPER-MAY-ADD                VALUE "Y".
006230     05  WS-OPER-CHANGE       PIC X(01) VALUE "N".
006240         88  OPER-MAY-CHANGE             VALUE "Y".
006250     05  WS-OPER-DELETE       PIC X(01) VALUE "N".
006260         88  OPER-MAY-DELETE             VALUE "Y".
006270     05  WS-OPER-LOAD         PIC X(01) VALUE "N".
006280         88  OPER-MAY-LOAD               VALUE "Y".
006290     05  WS-OPER-CLOSE        PIC X(01) VALUE "N".
006300         88  OPER-MAY-CLOSE              VALUE "Y".
006310     05  WS-OPER-RATE-ADD     PIC X(01) VALUE "N".
006320         88  OPER-MAY-ADD-RATE           VALUE "Y".
006330     05  WS-OPER-RATE-CHG     PIC X(01) VALUE "N".
006340         88  OPER-MAY-CHANGE-RATE        VALUE "Y".
006350     05  WS-OPER-BACKOUT      PIC X(01) VALUE "N".
006360         88  OPER-MAY-BACKOUT            VALUE "Y".
006370     05  WS-OPER-SECURITY     PIC X(01) VALUE "N".
006380         88  OPER-MAY-ADMINISTER         VALUE "Y".
006390 01  WS-HASH-INPUT.
006400     05  WS-HASH-ID           PIC X(08).
006410     05  WS-HASH-PASSWORD     PIC X(08).
006420 01  WS-HASH-INPUT-R REDEFINES WS-HASH-INPUT.
006430     05  WS-HASH-CHAR         PIC X(01) OCCURS 16 TIMES.
006440 77  WS-HASH-SUB          PIC 9(2) COMP VALUE 0.
006450 01  WS-HASH-VALUE        PIC 9(10) VALUE 0.
006460 01  WS-HASH-WORK         PIC 9(13) VALUE 0.
006470 01  WS-HASH-QUOTIENT     PIC 9(13) VALUE 0.
006480 01  WS-HASH-PRIME        PIC 9(10) VALUE 9999999967.
006490
006500*---------------------------------------------------------*
006510*  VIOLATION LOG WORK FIELDS - SET BY THE CALLER OF        *
006520*  8980-LOG-VIOLATION.                                     *
006530*---------------------------------------------------------*
006540 01  WS-VIOL-TYPE         PIC X(01) VALUE SPACE.
006550 01  WS-VIOL-FUNCTION     PIC X(01) VALUE SPACE.
006560 01  WS-VIOL-DETAIL       PIC X(60) VALUE SPACES.
006570 PROCEDURE DIVISION.
006580
006590*===========================================================*
006600*  0000-MAINLINE                                             *
006610*===========================================================*
006620 0000-MAINLINE.
006630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006640     IF FUNCTION-EXIT
006650         PERFORM 9999-TERMINATE THRU 9999-EXIT
006660         STOP RUN
006670     END-IF.
006680     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
006690         UNTIL FUNCTION-EXIT.
006700     PERFORM 9999-TERMINATE THRU 9999-EXIT.
006710     STOP RUN.
006720
006730*===========================================================*
006740*  1000-INITIALIZE - OPEN THE MASTER, LOAD THE RATE TABLE    *
006750*===========================================================*
006760 1000-INITIALIZE.
006770     DISPLAY "Account Master Maintenance".
006780     DISPLAY "==============================".
006790     PERFORM 1300-SIGN-ON THRU 1300-EXIT.
006800     IF NOT SIGNED-ON
006810         DISPLAY "*** ERROR: NOT SIGNED ON - NO FUNCTIONS "
006820             "RUN. ***"
006830         MOVE 16 TO RETURN-CODE
006840         MOVE "X" TO WS-FUNCTION
006850         GO TO 1000-EXIT
006860     END-IF.
006870     OPEN I-O ACCOUNT-MASTER.
006880     IF WS-MASTER-STATUS = "35"
006890         OPEN OUTPUT ACCOUNT-MASTER
006900         CLOSE ACCOUNT-MASTER
006910         OPEN I-O ACCOUNT-MASTER
006920     END-IF.
006930     IF WS-MASTER-STATUS NOT = "00"
006940         DISPLAY "*** ERROR: CANNOT OPEN ACCOUNT MASTER "
006950             "(ACCTMST) - FILE STATUS " WS-MASTER-STATUS
006960             " ***"
006970         MOVE 16 TO RETURN-CODE
006980         MOVE "X" TO WS-FUNCTION
006990         GO TO 1000-EXIT
007000     END-IF.
007010     PERFORM 1200-OPEN-JOURNAL THRU 1200-EXIT.
007020*    NO JOURNAL MEANS NO RECOVERY TRAIL - MAINTENANCE IS
007030*    REFUSED RATHER THAN RUN UNJOURNALED.
007040     IF WS-JOURNAL-STATUS NOT = "00"
007050         CLOSE ACCOUNT-MASTER
007060         MOVE 16 TO RETURN-CODE
007070         MOVE "X" TO WS-FUNCTION
007080         GO TO 1000-EXIT
007090     END-IF.
007100     PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT.
007110     IF WS-RATE-COUNT = 0
007120         DISPLAY "*** WARNING: NO PRODUCTS ON THE RATE TABLE "
007130             "(RATETAB) - EVERY PRODUCT CODE WILL BE "
007140             "REFUSED. ***"
007150     END-IF.
007160     PERFORM 1150-LOAD-INDEX-RATES THRU 1150-EXIT.
007170 1000-EXIT.
007180     EXIT.
007190
007200 1100-LOAD-RATE-TABLE.
007210     MOVE 0 TO WS-RATE-COUNT.
007220     MOVE "N" TO WS-RATETAB-EOF-SW.
007230     OPEN INPUT RATE-TABLE-FILE.
007240     IF WS-RATETAB-STATUS NOT = "00"
007250         DISPLAY "*** WARNING: CANNOT OPEN RATE TABLE "
007260             "(RATETAB) - FILE STATUS " WS-RATETAB-STATUS
007270             " ***"
007280         GO TO 1100-EXIT
007290     END-IF.
007300     PERFORM 1110-LOAD-RATE-ENTRY THRU 1110-EXIT
007310         UNTIL RATETAB-EOF.
007320     CLOSE RATE-TABLE-FILE.
007330 1100-EXIT.
007340     EXIT.
007350
007360 1110-LOAD-RATE-ENTRY.
007370     READ RATE-TABLE-FILE
007380         AT END
007390             MOVE "Y" TO WS-RATETAB-EOF-SW
007400             GO TO 1110-EXIT
007410     END-READ.
007420     IF WS-RATE-COUNT NOT < WS-RATE-MAX
007430         MOVE "Y" TO WS-RATETAB-EOF-SW
007440         GO TO 1110-EXIT
007450     END-IF.
007460     ADD 1 TO WS-RATE-COUNT.
007470     MOVE RT-PRODUCT-CODE TO WS-RATE-PROD (WS-RATE-COUNT).
007480     MOVE RT-INTEREST-RATE TO WS-RATE-RATE (WS-RATE-COUNT).
007490*    OLD-STYLE RECORDS CARRY NO EFFECTIVE DATE, BANDS OR
007500*    PENALTY - TREAT THEM AS ALWAYS IN FORCE, UNBANDED AND
007510*    PENALTY-FREE.
007520     IF RT-EFFECTIVE-DATE NUMERIC
007530         MOVE RT-EFFECTIVE-DATE TO WS-RATE-EFFDATE
007540             (WS-RATE-COUNT)
007550     ELSE
007560         MOVE 0 TO WS-RATE-EFFDATE (WS-RATE-COUNT)
007570     END-IF.
007580     IF RT-PENALTY-MONTHS NUMERIC
007590         MOVE RT-PENALTY-MONTHS TO WS-RATE-PENALTY
007600             (WS-RATE-COUNT)
007610     ELSE
007620         MOVE 0 TO WS-RATE-PENALTY (WS-RATE-COUNT)
007630     END-IF.
007640     MOVE 0 TO WS-BAND-SUB.
007650     PERFORM 1115-LOAD-BAND-ENTRY THRU 1115-EXIT
007660         UNTIL WS-BAND-SUB NOT < 3.
007670     MOVE SPACE TO WS-RATE-TYPE (WS-RATE-COUNT).
007680     MOVE SPACES TO WS-RATE-INDEX (WS-RATE-COUNT).
007690     MOVE 0 TO WS-RATE-MARGIN (WS-RATE-COUNT).
007700     MOVE 0 TO WS-RATE-CAP (WS-RATE-COUNT).
007710*    AN INDEX-LINKED ENTRY WITH NO USABLE CAP IS HELD ONLY BY
007720*    THE 100 PERCENT RATE LIMIT.
007730     IF RT-INDEX-LINKED
007740         MOVE "V" TO WS-RATE-TYPE (WS-RATE-COUNT)
007750         MOVE RT-INDEX-CODE TO WS-RATE-INDEX (WS-RATE-COUNT)
007760         IF RT-RATE-MARGIN NUMERIC
007770             MOVE RT-RATE-MARGIN TO WS-RATE-MARGIN (WS-RATE-COUNT)
007780         END-IF
007790         MOVE 100 TO WS-RATE-CAP (WS-RATE-COUNT)
007800         IF RT-RATE-CAP NUMERIC
007810             IF RT-RATE-CAP > 0
007820                 MOVE RT-RATE-CAP TO WS-RATE-CAP (WS-RATE-COUNT)
007830             END-IF
007840         END-IF
007850     END-IF.
007860 1110-EXIT.
007870     EXIT.
007880
007890 1115-LOAD-BAND-ENTRY.
007900     ADD 1 TO WS-BAND-SUB.
007910     IF RT-BAND-CEILING (WS-BAND-SUB) NUMERIC
007920         MOVE RT-BAND-CEILING (WS-BAND-SUB)
007930             TO WS-RATE-BAND-CEIL (WS-RATE-COUNT WS-BAND-SUB)
007940     ELSE
007950         MOVE 0
007960             TO WS-RATE-BAND-CEIL (WS-RATE-COUNT WS-BAND-SUB)
007970     END-IF.
007980     IF RT-BAND-RATE (WS-BAND-SUB) NUMERIC
007990         MOVE RT-BAND-RATE (WS-BAND-SUB)
008000             TO WS-RATE-BAND-RATE (WS-RATE-COUNT WS-BAND-SUB)
008010     ELSE
008020         MOVE 0
008030             TO WS-RATE-BAND-RATE (WS-RATE-COUNT WS-BAND-SUB)
008040     END-IF.
008050 1115-EXIT.
008060     EXIT.
008070
008080*===========================================================*
008090*  1150-LOAD-INDEX-RATES - PULL THE REFERENCE INDEX VALUES   *
008100*  BEHIND THE INDEX-LINKED PRODUCTS INTO WORKING STORAGE.    *
008110*  RATEIDX IS OPTIONAL - WITHOUT IT AN INDEX-LINKED ACCOUNT  *
008120*  CANNOT BE QUOTED; EVERY OTHER PRODUCT QUOTES AS BEFORE.   *
008130*===========================================================*
008140 1150-LOAD-INDEX-RATES.
008150     MOVE 0 TO WS-INDEX-COUNT.
008160     MOVE "N" TO WS-RATEIDX-EOF-SW.
008170     OPEN INPUT INDEX-RATE-FILE.
008180     IF WS-RATEIDX-STATUS NOT = "00"
008190         AND WS-RATEIDX-STATUS NOT = "05"
008200         DISPLAY "*** WARNING: CANNOT OPEN INDEX RATE FILE "
008210             "(RATEIDX) - FILE STATUS " WS-RATEIDX-STATUS
008220             " - INDEX-LINKED ACCOUNTS CANNOT BE QUOTED. ***"
008230         GO TO 1150-EXIT
008240     END-IF.
008250     PERFORM 1155-LOAD-INDEX-ENTRY THRU 1155-EXIT
008260         UNTIL RATEIDX-EOF.
008270     CLOSE INDEX-RATE-FILE.
008280 1150-EXIT.
008290     EXIT.
008300
008310 1155-LOAD-INDEX-ENTRY.
008320     READ INDEX-RATE-FILE
008330         AT END
008340             MOVE "Y" TO WS-RATEIDX-EOF-SW
008350             GO TO 1155-EXIT
008360     END-READ.
008370     IF RX-INDEX-RATE NOT NUMERIC
008380         OR RX-EFFECTIVE-DATE NOT NUMERIC
008390         GO TO 1155-EXIT
008400     END-IF.
008410     IF WS-INDEX-COUNT NOT < WS-INDEX-MAX
008420         MOVE "Y" TO WS-RATEIDX-EOF-SW
008430         GO TO 1155-EXIT
008440     END-IF.
008450     ADD 1 TO WS-INDEX-COUNT.
008460     MOVE RX-INDEX-CODE TO WS-INDEX-CODE (WS-INDEX-COUNT).
008470     MOVE RX-EFFECTIVE-DATE TO WS-INDEX-EFFDATE (WS-INDEX-COUNT).
008480     MOVE RX-INDEX-RATE TO WS-INDEX-RATE (WS-INDEX-COUNT).
008490 1155-EXIT.
008500     EXIT.
008510
008520*===========================================================*
008530*  1200-OPEN-JOURNAL - POSITION THE CHANGE JOURNAL FOR       *
008540*  APPEND.  THE EXISTING FILE IS READ ONCE TO CARRY THE      *
008550*  SEQUENCE NUMBER FORWARD FROM THE LAST RECORD ON IT.       *
008560*===========================================================*
008570 1200-OPEN-JOURNAL.
008580     MOVE 0 TO WS-JRNL-SEQ.
008590     MOVE "N" TO WS-JRNL-EOF-SW.
008600     OPEN INPUT JOURNAL-FILE.
008610     IF WS-JOURNAL-STATUS = "35"
008620         OPEN OUTPUT JOURNAL-FILE
008630         CLOSE JOURNAL-FILE
008640         OPEN EXTEND JOURNAL-FILE
008650         GO TO 1200-STATUS-CHECK
008660     END-IF.
008670     IF WS-JOURNAL-STATUS NOT = "00"
008680         GO TO 1200-STATUS-CHECK
008690     END-IF.
008700     PERFORM 1210-COUNT-JOURNAL THRU 1210-EXIT
008710         UNTIL JOURNAL-EOF.
008720     CLOSE JOURNAL-FILE.
008730     OPEN EXTEND JOURNAL-FILE.
008740 1200-STATUS-CHECK.
008750     IF WS-JOURNAL-STATUS NOT = "00"
008760         DISPLAY "*** ERROR: CANNOT OPEN CHANGE JOURNAL "
008770             "(ACCTJRNL) - FILE STATUS " WS-JOURNAL-STATUS
008780             " - MAINTENANCE REFUSED. ***"
008790     END-IF.
008800 1200-EXIT.
008810     EXIT.
008820
008830 1210-COUNT-JOURNAL.
008840     READ JOURNAL-FILE
008850         AT END
008860             MOVE "Y" TO WS-JRNL-EOF-SW
008870             GO TO 1210-EXIT
008880     END-READ.
008890     IF JR-SEQUENCE NUMERIC
008900         MOVE JR-SEQUENCE TO WS-JRNL-SEQ
008910     END-IF.
008920 1210-EXIT.
008930     EXIT.
008940
008950*===========================================================*
008960*  1300-1320 - SIGN ON AGAINST THE SECURITY PROFILE FILE     *
008970*  BEFORE ANY FUNCTION IS OFFERED.  THE OPERATOR HAS THREE   *
008980*  TRIES; EVERY WRONG PASSWORD COUNTS AGAINST THE PROFILE,   *
008990*  AND THE THIRD IN A ROW LOCKS IT UNTIL A SECURITY          *
009000*  ADMINISTRATOR RESETS IT.  EVERY REFUSAL IS LOGGED.        *
009010*===========================================================*
009020 1300-SIGN-ON.
009030     MOVE SPACES TO WS-OPERATOR.
009040     MOVE 0 TO WS-SIGNON-TRIES.
009050     SET SIGNON-PENDING TO TRUE.
009060     OPEN I-O SECURITY-PROFILE-FILE.
009070     IF WS-SECPROF-STATUS NOT = "00"
009080         DISPLAY "*** ERROR: CANNOT OPEN SECURITY PROFILE FILE "
009090             "(SECPROF) - FILE STATUS " WS-SECPROF-STATUS
009100             " - SIGN-ON REFUSED. ***"
009110         SET SIGNON-ABANDONED TO TRUE
009120         GO TO 1300-EXIT
009130     END-IF.
009140     PERFORM 1310-SIGNON-ATTEMPT THRU 1310-EXIT
009150         UNTIL NOT SIGNON-PENDING.
009160     CLOSE SECURITY-PROFILE-FILE.
009170 1300-EXIT.
009180     EXIT.
009190
009200 1310-SIGNON-ATTEMPT.
009210     ADD 1 TO WS-SIGNON-TRIES.
009220     MOVE SPACES TO WS-OPERATOR.
009230     MOVE SPACES TO WS-SIGNON-PASSWORD.
009240     DISPLAY "Operator ID: ".
009250     ACCEPT WS-OPERATOR.
009260     IF WS-OPERATOR = SPACES
009270         SET SIGNON-ABANDONED TO TRUE
009280         GO TO 1310-EXIT
009290     END-IF.
009300     DISPLAY "Password: ".
009310     ACCEPT WS-SIGNON-PASSWORD.
009320     MOVE SPACE TO WS-VIOL-FUNCTION.
009330     MOVE WS-OPERATOR TO SP-OPERATOR-ID.
009340     READ SECURITY-PROFILE-FILE
009350         INVALID KEY
009360             MOVE "U" TO WS-VIOL-TYPE
009370             MOVE "SIGN-ON WITH AN UNKNOWN OPERATOR ID"
009380                 TO WS-VIOL-DETAIL
009390             PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT
009400             DISPLAY "*** SIGN-ON REFUSED - OPERATOR ID OR "
009410                 "PASSWORD IS NOT VALID. ***"
009420             GO TO 1310-CHECK-TRIES
009430     END-READ.
009440     IF SP-LOCKED
009450         MOVE "L" TO WS-VIOL-TYPE
009460         MOVE "SIGN-ON TO A LOCKED-OUT PROFILE"
009470             TO WS-VIOL-DETAIL
009480         PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT
009490         DISPLAY "*** SIGN-ON REFUSED - OPERATOR " WS-OPERATOR
009500             " IS LOCKED OUT - SEE THE SECURITY "
009510             "ADMINISTRATOR. ***"
009520         SET SIGNON-ABANDONED TO TRUE
009530         GO TO 1310-EXIT
009540     END-IF.
009550     IF NOT SP-ACTIVE
009560         MOVE "I" TO WS-VIOL-TYPE
009570         MOVE "SIGN-ON TO AN INACTIVE PROFILE"
009580             TO WS-VIOL-DETAIL
009590         PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT
009600         DISPLAY "*** SIGN-ON REFUSED - OPERATOR " WS-OPERATOR
009610             " IS NOT ACTIVE. ***"
009620         SET SIGNON-ABANDONED TO TRUE
009630         GO TO 1310-EXIT
009640     END-IF.
009650     MOVE WS-OPERATOR TO WS-HASH-ID.
009660     MOVE WS-SIGNON-PASSWORD TO WS-HASH-PASSWORD.
009670     PERFORM 8990-HASH-PASSWORD THRU 8990-EXIT.
009680     MOVE SPACES TO WS-SIGNON-PASSWORD.
009690     IF WS-HASH-VALUE NOT = SP-PASSWORD-HASH
009700         PERFORM 1320-FAILED-PASSWORD THRU 1320-EXIT
009710         GO TO 1310-CHECK-TRIES
009720     END-IF.
009730     MOVE 0 TO SP-FAIL-COUNT.
009740     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
009750     ACCEPT WS-TIME8 FROM TIME.
009760     MOVE WS-DATE8 TO SP-LAST-SIGNON-DATE.
009770     MOVE WS-TIME8 (1:6) TO SP-LAST-SIGNON-TIME.
009780     REWRITE SECURITY-PROFILE-RECORD
009790         INVALID KEY
009800             DISPLAY "*** WARNING: SECURITY PROFILE REWRITE "
009810                 "FAILED - FILE STATUS " WS-SECPROF-STATUS
009820                 " ***"
009830     END-REWRITE.
009840     MOVE SP-AUTHORITIES TO WS-OPER-AUTHORITIES.
009850     SET SIGNED-ON TO TRUE.
009860     DISPLAY "Signed on as " WS-OPERATOR " - " SP-OPERATOR-NAME.
009870     GO TO 1310-EXIT.
009880 1310-CHECK-TRIES.
009890     IF WS-SIGNON-TRIES NOT < WS-SIGNON-MAX-TRIES
009900         SET SIGNON-ABANDONED TO TRUE
009910     END-IF.
009920 1310-EXIT.
009930     EXIT.
009940
009950 1320-FAILED-PASSWORD.
009960     ADD 1 TO SP-FAIL-COUNT.
009970     MOVE "P" TO WS-VIOL-TYPE.
009980     MOVE "SIGN-ON WITH A WRONG PASSWORD" TO WS-VIOL-DETAIL.
009990     PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT.
010000     IF SP-FAIL-COUNT NOT < WS-LOCKOUT-LIMIT
010010         MOVE "Y" TO SP-LOCKED-FLAG
010020         MOVE "K" TO WS-VIOL-TYPE
010030         MOVE "PROFILE LOCKED OUT AFTER REPEATED WRONG PASSWORDS"
010040             TO WS-VIOL-DETAIL
010050         PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT
010060         SET SIGNON-ABANDONED TO TRUE
010070     END-IF.
010080     REWRITE SECURITY-PROFILE-RECORD
010090         INVALID KEY
010100             DISPLAY "*** WARNING: SECURITY PROFILE REWRITE "
010110                 "FAILED - FILE STATUS " WS-SECPROF-STATUS
010120                 " ***"
010130     END-REWRITE.
010140     IF SP-LOCKED
010150         DISPLAY "*** SIGN-ON REFUSED - OPERATOR " WS-OPERATOR
010160             " IS NOW LOCKED OUT - SEE THE SECURITY "
010170             "ADMINISTRATOR. ***"
010180     ELSE
010190         DISPLAY "*** SIGN-ON REFUSED - OPERATOR ID OR "
010200             "PASSWORD IS NOT VALID. ***"
010210     END-IF.
010220 1320-EXIT.
010230     EXIT.
010240*===========================================================*
010250*  2000-MENU-LOOP - ONE FUNCTION PER PASS                    *
010260*===========================================================*
010270 2000-MENU-LOOP.
010280     DISPLAY " ".
010290     DISPLAY "Select Function:".
010300     DISPLAY "  A. Add an account".
010310     DISPLAY "  C. Change an account".
010320     DISPLAY "  D. Delete an account".
010330     DISPLAY "  B. Browse accounts".
010340     DISPLAY "  L. Load master from flat extract (ACCTIN)".
010350     DISPLAY "  Q. Close an account (payoff quote)".
010360     DISPLAY "  X. Exit".
010370     DISPLAY "Enter choice: ".
010380     ACCEPT WS-FUNCTION.
010390     PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT.
010400     IF FUNCTION-REFUSED
010410         GO TO 2000-EXIT
010420     END-IF.
010430     EVALUATE TRUE
010440         WHEN FUNCTION-ADD
010450             PERFORM 3000-ADD-ACCOUNT THRU 3000-EXIT
010460         WHEN FUNCTION-CHANGE
010470             PERFORM 4000-CHANGE-ACCOUNT THRU 4000-EXIT
010480         WHEN FUNCTION-DELETE
010490             PERFORM 5000-DELETE-ACCOUNT THRU 5000-EXIT
010500         WHEN FUNCTION-BROWSE
010510             PERFORM 6000-BROWSE-ACCOUNTS THRU 6000-EXIT
010520         WHEN FUNCTION-LOAD
010530             PERFORM 7000-LOAD-FROM-FLAT THRU 7000-EXIT
010540         WHEN FUNCTION-CLOSE
010550             PERFORM 5500-CLOSE-ACCOUNT THRU 5500-EXIT
010560         WHEN FUNCTION-EXIT
010570             CONTINUE
010580         WHEN OTHER
010590             DISPLAY "*** ERROR: Choice must be A, C, D, B, "
010600                 "L, Q or X. ***"
010610     END-EVALUATE.
010620 2000-EXIT.
010630     EXIT.
010640
010650*===========================================================*
010660*  2100-CHECK-AUTHORITY - ADD, CHANGE, DELETE, LOAD AND      *
010670*  CLOSE EACH NEED THEIR OWN AUTHORITY ON THE OPERATOR'S     *
010680*  PROFILE; BROWSE NEEDS ONLY THE SIGN-ON.  A REFUSAL IS     *
010690*  LOGGED.                                                   *
010700*===========================================================*
010710 2100-CHECK-AUTHORITY.
010720     SET FUNCTION-AUTHORIZED TO TRUE.
010730     EVALUATE TRUE
010740         WHEN FUNCTION-ADD
010750             IF NOT OPER-MAY-ADD
010760                 SET FUNCTION-REFUSED TO TRUE
010770             END-IF
010780         WHEN FUNCTION-CHANGE
010790             IF NOT OPER-MAY-CHANGE
010800                 SET FUNCTION-REFUSED TO TRUE
010810             END-IF
010820         WHEN FUNCTION-DELETE
010830             IF NOT OPER-MAY-DELETE
010840                 SET FUNCTION-REFUSED TO TRUE
010850             END-IF
010860         WHEN FUNCTION-LOAD
010870             IF NOT OPER-MAY-LOAD
010880                 SET FUNCTION-REFUSED TO TRUE
010890             END-IF
010900         WHEN FUNCTION-CLOSE
010910             IF NOT OPER-MAY-CLOSE
010920                 SET FUNCTION-REFUSED TO TRUE
010930             END-IF
010940     END-EVALUATE.
010950     IF FUNCTION-AUTHORIZED
010960         GO TO 2100-EXIT
010970     END-IF.
010980     MOVE WS-FUNCTION TO WS-VIOL-FUNCTION.
010990     INSPECT WS-VIOL-FUNCTION CONVERTING "acdlq" TO "ACDLQ".
011000     MOVE "A" TO WS-VIOL-TYPE.
011010     MOVE "FUNCTION NOT IN THE OPERATOR'S AUTHORITIES"
011020         TO WS-VIOL-DETAIL.
011030     PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT.
011040     DISPLAY "*** FUNCTION " WS-VIOL-FUNCTION " REFUSED - "
011050         "OPERATOR " WS-OPERATOR " IS NOT AUTHORIZED FOR IT. ***".
011060 2100-EXIT.
011070     EXIT.
011080*===========================================================*
011090*  3000-ADD-ACCOUNT                                          *
011100*===========================================================*
011110 3000-ADD-ACCOUNT.
011120     MOVE SPACES TO WM-ACCOUNT-WORK.
011130     DISPLAY "Enter Account ID: ".
011140     ACCEPT WM-ACCOUNT-ID.
011150     IF WM-ACCOUNT-ID = SPACES
011160         DISPLAY "*** ERROR: Account ID is required. ***"
011170         GO TO 3000-EXIT
011180     END-IF.
011190     MOVE WM-ACCOUNT-ID TO AM-ACCOUNT-ID.
011200     READ ACCOUNT-MASTER
011210         INVALID KEY CONTINUE
011220     END-READ.
011230     IF WS-MASTER-STATUS = "00"
011240         DISPLAY "*** ERROR: Account " WM-ACCOUNT-ID
011250             " is already on the master - use Change. ***"
011260         GO TO 3000-EXIT
011270     END-IF.
011280     PERFORM 8000-ENTER-FIELDS THRU 8000-EXIT.
011290     PERFORM 8500-EDIT-FIELDS THRU 8500-EXIT.
011300     IF ENTRY-INVALID
011310         DISPLAY "*** ACCOUNT NOT ADDED - CORRECT THE FIELDS "
011320             "ABOVE AND RE-ENTER. ***"
011330         GO TO 3000-EXIT
011340     END-IF.
011350     IF WM-CLOSED
011360         DISPLAY "*** ACCOUNT NOT ADDED - STATUS C IS SET ONLY "
011370             "BY THE CLOSE FUNCTION (Q). ***"
011380         GO TO 3000-EXIT
011390     END-IF.
011400     MOVE WM-ACCOUNT-WORK TO ACCOUNT-MASTER-RECORD.
011410     WRITE ACCOUNT-MASTER-RECORD
011420         INVALID KEY
011430             DISPLAY "*** ERROR: WRITE FAILED FOR ACCOUNT "
011440                 WM-ACCOUNT-ID " - FILE STATUS "
011450                 WS-MASTER-STATUS " ***"
011460             GO TO 3000-EXIT
011470     END-WRITE.
011480     MOVE "A" TO WS-JRNL-FUNCTION.
011490     MOVE SPACES TO WS-JRNL-BEFORE.
011500     MOVE WM-ACCOUNT-WORK TO WS-JRNL-AFTER.
011510     PERFORM 8950-WRITE-JOURNAL THRU 8950-EXIT.
011520     DISPLAY "Account " WM-ACCOUNT-ID " added.".
011530 3000-EXIT.
011540     EXIT.
011550
011560*===========================================================*
011570*  4000-CHANGE-ACCOUNT                                       *
011580*===========================================================*
011590 4000-CHANGE-ACCOUNT.
011600     DISPLAY "Enter Account ID: ".
011610     ACCEPT WM-ACCOUNT-ID.
011620     MOVE WM-ACCOUNT-ID TO AM-ACCOUNT-ID.
011630     READ ACCOUNT-MASTER
011640         INVALID KEY
011650             DISPLAY "*** ERROR: Account " WM-ACCOUNT-ID
011660                 " is not on the master. ***"
011670             GO TO 4000-EXIT
011680     END-READ.
011690     IF AM-ACCOUNT-STATUS = "C"
011700         DISPLAY "*** ERROR: Account " WM-ACCOUNT-ID
011710             " is closed - it cannot be changed. ***"
011720         GO TO 4000-EXIT
011730     END-IF.
011740     MOVE ACCOUNT-MASTER-RECORD TO WM-ACCOUNT-WORK.
011750     MOVE ACCOUNT-MASTER-RECORD TO WS-JRNL-BEFORE.
011760     PERFORM 8900-DISPLAY-ACCOUNT THRU 8900-EXIT.
011770     DISPLAY "Re-enter all fields:".
011780     PERFORM 8000-ENTER-FIELDS THRU 8000-EXIT.
011790     PERFORM 8500-EDIT-FIELDS THRU 8500-EXIT.
011800     IF ENTRY-INVALID
011810         DISPLAY "*** ACCOUNT NOT CHANGED - CORRECT THE "
011820             "FIELDS ABOVE AND RE-ENTER. ***"
011830         GO TO 4000-EXIT
011840     END-IF.
011850     IF WM-CLOSED
011860         DISPLAY "*** ACCOUNT NOT CHANGED - STATUS C IS SET ONLY "
011870             "BY THE CLOSE FUNCTION (Q). ***"
011880         GO TO 4000-EXIT
011890     END-IF.
011900     MOVE WM-ACCOUNT-WORK TO ACCOUNT-MASTER-RECORD.
011910     REWRITE ACCOUNT-MASTER-RECORD
011920         INVALID KEY
011930             DISPLAY "*** ERROR: REWRITE FAILED FOR ACCOUNT "
011940                 WM-ACCOUNT-ID " - FILE STATUS "
011950                 WS-MASTER-STATUS " ***"
011960             GO TO 4000-EXIT
011970     END-REWRITE.
011980     MOVE "C" TO WS-JRNL-FUNCTION.
011990     MOVE WM-ACCOUNT-WORK TO WS-JRNL-AFTER.
012000     PERFORM 8950-WRITE-JOURNAL THRU 8950-EXIT.
012010     DISPLAY "Account " WM-ACCOUNT-ID " changed.".
012020 4000-EXIT.
012030     EXIT.
012040
012050*===========================================================*
012060*  5000-DELETE-ACCOUNT                                       *
012070*===========================================================*
012080 5000-DELETE-ACCOUNT.
012090     DISPLAY "Enter Account ID: ".
012100     ACCEPT WM-ACCOUNT-ID.
012110     MOVE WM-ACCOUNT-ID TO AM-ACCOUNT-ID.
012120     READ ACCOUNT-MASTER
012130         INVALID KEY
012140             DISPLAY "*** ERROR: Account " WM-ACCOUNT-ID
012150                 " is not on the master. ***"
012160             GO TO 5000-EXIT
012170     END-READ.
012180     MOVE ACCOUNT-MASTER-RECORD TO WM-ACCOUNT-WORK.
012190     MOVE ACCOUNT-MASTER-RECORD TO WS-JRNL-BEFORE.
012200     PERFORM 8900-DISPLAY-ACCOUNT THRU 8900-EXIT.
012210     DISPLAY "Delete this account? (Y/N): ".
012220     ACCEPT WS-CONFIRM.
012230     IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
012240         DISPLAY "Delete abandoned."
012250         GO TO 5000-EXIT
012260     END-IF.
012270     DELETE ACCOUNT-MASTER
012280         INVALID KEY
012290             DISPLAY "*** ERROR: DELETE FAILED FOR ACCOUNT "
012300                 WM-ACCOUNT-ID " - FILE STATUS "
012310                 WS-MASTER-STATUS " ***"
012320             GO TO 5000-EXIT
012330     END-DELETE.
012340     MOVE "D" TO WS-JRNL-FUNCTION.
012350     MOVE SPACES TO WS-JRNL-AFTER.
012360     PERFORM 8950-WRITE-JOURNAL THRU 8950-EXIT.
012370     DISPLAY "Account " WM-ACCOUNT-ID " deleted.".
012380 5000-EXIT.
012390     EXIT.
012400
012410*===========================================================*
012420*  5500-CLOSE-ACCOUNT - PRICE THE PAYOFF FROM THE OPEN DATE  *
012430*  TO THE CLOSE DATE, PRINT THE QUOTE TO PAYQUOTE AND, IF    *
012440*  THE OPERATOR CONFIRMS, MARK THE ACCOUNT CLOSED ("C").     *
012450*  THE RECORD STAYS ON THE MASTER WITH ITS HISTORY; THE      *
012460*  INTEREST PAID IS TAKEN OFF THE ACCRUAL SUBLEDGER, THE     *
012470*  CLOSURE IS JOURNALED AS FUNCTION "X" WITH THE RELIEF, AND *
012480*  THE LEDGER ENTRY GOES TO THE SETTLEMENT JOURNAL.  A       *
012490*  FROZEN ACCOUNT MUST BE UNFROZEN THROUGH CHANGE FIRST.     *
012500*===========================================================*
012510 5500-CLOSE-ACCOUNT.
012520     DISPLAY "Enter Account ID: ".
012530     ACCEPT WM-ACCOUNT-ID.
012540     MOVE WM-ACCOUNT-ID TO AM-ACCOUNT-ID.
012550     READ ACCOUNT-MASTER
012560         INVALID KEY
012570             DISPLAY "*** ERROR: Account " WM-ACCOUNT-ID
012580                 " is not on the master. ***"
012590             GO TO 5500-EXIT
012600     END-READ.
012610     MOVE ACCOUNT-MASTER-RECORD TO WM-ACCOUNT-WORK.
012620     MOVE ACCOUNT-MASTER-RECORD TO WS-JRNL-BEFORE.
012630     PERFORM 8900-DISPLAY-ACCOUNT THRU 8900-EXIT.
012640     IF WM-CLOSED
012650         DISPLAY "*** ERROR: Account " WM-ACCOUNT-ID
012660             " is already closed. ***"
012670         GO TO 5500-EXIT
012680     END-IF.
012690     IF WM-FROZEN
012700         DISPLAY "*** ERROR: Account " WM-ACCOUNT-ID
012710             " is frozen - unfreeze it through Change before "
012720             "closing. ***"
012730         GO TO 5500-EXIT
012740     END-IF.
012750     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
012760     DISPLAY "Enter Close Date (YYYYMMDD, blank = today): ".
012770     ACCEPT WS-CLOSE-DATE-IN.
012780     IF WS-CLOSE-DATE-IN = SPACES
012790         MOVE WS-DATE8 TO WS-CLOSE-DATE-IN
012800     END-IF.
012810     IF WS-CLOSE-DATE-IN NOT NUMERIC
012820         DISPLAY "*** ERROR: CLOSE DATE IS NOT NUMERIC. ***"
012830         GO TO 5500-EXIT
012840     END-IF.
012850     MOVE WS-CLOSE-DATE-IN TO WS-CLOSE-DATE.
012860     MOVE WS-CLOSE-DATE TO WS-ODATE-WORK.
012870     PERFORM 5580-CHECK-DATE THRU 5580-EXIT.
012880     IF NOT DATE-OK
012890         DISPLAY "*** ERROR: CLOSE DATE MUST BE A VALID YYYYMMDD "
012900             "DATE. ***"
012910         GO TO 5500-EXIT
012920     END-IF.
012930     IF WS-CLOSE-DATE > WS-DATE8
012940         DISPLAY "*** ERROR: CLOSE DATE CANNOT BE AFTER "
012950             "TODAY. ***"
012960         GO TO 5500-EXIT
012970     END-IF.
012980     IF WM-OPEN-DATE NUMERIC
012990         IF WM-OPEN-DATE > WS-CLOSE-DATE
013000             DISPLAY "*** ERROR: CLOSE DATE IS BEFORE THE OPEN "
013010                 "DATE " WM-OPEN-DATE ". ***"
013020             GO TO 5500-EXIT
013030         END-IF
013040     END-IF.
013050     DISPLAY "Day-count convention (A=actual/365, T=30/360, "
013060         "blank=A): ".
013070     ACCEPT WS-DAY-COUNT.
013080     INSPECT WS-DAY-COUNT CONVERTING "at" TO "AT".
013090     IF WS-DAY-COUNT = SPACE
013100         MOVE "A" TO WS-DAY-COUNT
013110     END-IF.
013120     IF NOT ACTUAL-365 AND NOT THIRTY-360
013130         DISPLAY "*** ERROR: DAY-COUNT MUST BE A OR T. ***"
013140         GO TO 5500-EXIT
013150     END-IF.
013160     PERFORM 5510-PRICE-PAYOFF THRU 5510-EXIT.
013170     IF NOT QUOTE-VALID
013180         DISPLAY "*** NO QUOTE - ACCOUNT NOT CLOSED. ***"
013190         GO TO 5500-EXIT
013200     END-IF.
013210     PERFORM 5550-DISPLAY-QUOTE THRU 5550-EXIT.
013220     PERFORM 5590-OPEN-QUOTE-FILE THRU 5590-EXIT.
013230     IF NOT QUOTE-FILE-OPEN
013240         DISPLAY "*** ACCOUNT NOT CLOSED - THE QUOTE CANNOT BE "
013250             "PRINTED. ***"
013260         GO TO 5500-EXIT
013270     END-IF.
013280     PERFORM 5595-OPEN-SETTLEMENT THRU 5595-EXIT.
013290     IF NOT SETTLEMENT-OPEN
013300         DISPLAY "*** ACCOUNT NOT CLOSED - THE INTEREST CANNOT "
013310             "BE POSTED TO THE LEDGER. ***"
013320         GO TO 5500-EXIT
013330     END-IF.
013340     DISPLAY "Close this account at this payoff? (Y/N): ".
013350     ACCEPT WS-CONFIRM.
013360     IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
013370         MOVE "QUOTE ONLY - ACCOUNT NOT CLOSED"
013380             TO WS-QUOTE-DISPOSITION
013390         PERFORM 5560-PRINT-QUOTE THRU 5560-EXIT
013400         DISPLAY "Close abandoned - quote printed."
013410         GO TO 5500-EXIT
013420     END-IF.
013430     MOVE "C" TO AM-ACCOUNT-STATUS.
013440     REWRITE ACCOUNT-MASTER-RECORD
013450         INVALID KEY
013460             DISPLAY "*** ERROR: REWRITE FAILED FOR ACCOUNT "
013470                 WM-ACCOUNT-ID " - FILE STATUS "
013480                 WS-MASTER-STATUS " ***"
013490             GO TO 5500-EXIT
013500     END-REWRITE.
013510     MOVE "X" TO WS-JRNL-FUNCTION.
013520     MOVE ACCOUNT-MASTER-RECORD TO WS-JRNL-AFTER.
013530     PERFORM 5570-RELIEVE-SUBLEDGER THRU 5570-EXIT.
013540     PERFORM 8950-WRITE-JOURNAL THRU 8950-EXIT.
013550     PERFORM 5575-WRITE-SETTLEMENT THRU 5575-EXIT.
013560     MOVE SPACES TO WS-QUOTE-DISPOSITION.
013570     STRING "ACCOUNT CLOSED - JOURNAL SEQUENCE " WS-JRNL-SEQ
013580         DELIMITED BY SIZE INTO WS-QUOTE-DISPOSITION.
013590     PERFORM 5560-PRINT-QUOTE THRU 5560-EXIT.
013600     DISPLAY "Account " WM-ACCOUNT-ID " closed.".
013610 5500-EXIT.
013620     EXIT.
013630
013640*===========================================================*
013650*  5510-5545 - PRICE THE PAYOFF.  THE RATE IN FORCE ON THE   *
013660*  CLOSE DATE PRICES THE WHOLE TERM, AS THE BATCH DRIVER     *
013670*  PRICES FROM THE RATE IN FORCE ON ITS RUN DATE, AND THE    *
013680*  INTEREST IS THE BATCH RULE: THE WHOLE ACCRUED AMOUNT FOR  *
013690*  "S", LESS THE PRINCIPAL FOR "C" AND "T", LESS THE         *
013700*  PRINCIPAL AND THE DEPOSITS FOR "R".  A TERM ACCOUNT       *
013710*  CLOSED BEFORE IT MATURES FORFEITS THE PRODUCT'S PENALTY   *
013720*  MONTHS OF SIMPLE INTEREST ON ITS PRINCIPAL, NEVER MORE    *
013730*  THAN THE INTEREST IT EARNED.                              *
013740*===========================================================*
013750 5510-PRICE-PAYOFF.
013760     SET QUOTE-VALID TO TRUE.
013770     MOVE 0 TO WS-DEPOSITS.
013780     MOVE 0 TO WS-PENALTY.
013790     MOVE 0 TO WS-PENALTY-MONTHS.
013800     MOVE 0 TO WS-MAT-DATE.
013810     PERFORM 5520-LOOKUP-RATE THRU 5520-EXIT.
013820     IF WS-RATE-FOUND-SUB = 0
013830         DISPLAY "*** ERROR: PRODUCT CODE " WM-PRODUCT-CODE
013840             " HAS NO RATE IN FORCE ON " WS-CLOSE-DATE ". ***"
013850         MOVE "N" TO WS-QUOTE-VALID-SW
013860         GO TO 5510-EXIT
013870     END-IF.
013880     IF NOT QUOTE-VALID
013890         GO TO 5510-EXIT
013900     END-IF.
013910     PERFORM 5530-DERIVE-TERM THRU 5530-EXIT.
013920     IF WM-N NOT NUMERIC
013930         MOVE 0 TO WS-CLOSE-N
013940     ELSE
013950         MOVE WM-N TO WS-CLOSE-N
013960     END-IF.
013970     IF WM-CALC-MODE = "R"
013980         MOVE 12 TO WS-CLOSE-N
013990     END-IF.
014000     IF WS-CLOSE-N = 0 AND WM-CALC-MODE NOT = "S"
014010         DISPLAY "*** ERROR: COMPOUNDING FREQUENCY (N) IS ZERO "
014020             "ON THE MASTER. ***"
014030         MOVE "N" TO WS-QUOTE-VALID-SW
014040         GO TO 5510-EXIT
014050     END-IF.
014060     EVALUATE TRUE
014070         WHEN WM-CALC-MODE = "S"
014080             COMPUTE WS-ACCRUED-AMOUNT ROUNDED =
014090                 WM-PRINCIPAL * (WS-CLOSE-RATE / 100)
014100                 * WS-TERM-YEARS
014110                 ON SIZE ERROR
014120                     MOVE "N" TO WS-QUOTE-VALID-SW
014130             END-COMPUTE
014140             MOVE WS-ACCRUED-AMOUNT TO WS-GROSS-INTEREST
014150         WHEN WM-CALC-MODE = "T" AND WS-BAND-PCT (1) > 0
014160             PERFORM 5540-TIERED-ACCRUE THRU 5540-EXIT
014170             COMPUTE WS-GROSS-INTEREST =
014180                 WS-ACCRUED-AMOUNT - WM-PRINCIPAL
014190         WHEN OTHER
014200             PERFORM 5535-COMPOUND-ACCRUE THRU 5535-EXIT
014210             COMPUTE WS-GROSS-INTEREST =
014220                 WS-ACCRUED-AMOUNT - WM-PRINCIPAL - WS-DEPOSITS
014230     END-EVALUATE.
014240     IF NOT QUOTE-VALID
014250         DISPLAY "*** ERROR: RATE/TERM/FREQUENCY COMBINATION "
014260             "OVERFLOWS THE INTEREST CALCULATION. ***"
014270         GO TO 5510-EXIT
014280     END-IF.
014290     IF WS-GROSS-INTEREST < 0
014300         MOVE 0 TO WS-GROSS-INTEREST
014310     END-IF.
014320     IF WM-TERM-ACCOUNT
014330         PERFORM 5545-COMPUTE-MATURITY THRU 5545-EXIT
014340     END-IF.
014350     IF WS-MAT-DATE > 0 AND WS-CLOSE-DATE < WS-MAT-DATE
014360         MOVE WS-RATE-PENALTY (WS-RATE-FOUND-SUB)
014370             TO WS-PENALTY-MONTHS
014380         COMPUTE WS-PENALTY ROUNDED =
014390             WM-PRINCIPAL * (WS-CLOSE-RATE / 100)
014400             * WS-PENALTY-MONTHS / 12
014410         IF WS-PENALTY > WS-GROSS-INTEREST
014420             MOVE WS-GROSS-INTEREST TO WS-PENALTY
014430         END-IF
014440     END-IF.
014450     COMPUTE WS-NET-INTEREST = WS-GROSS-INTEREST - WS-PENALTY.
014460     COMPUTE WS-NET-PAYOUT = WM-PRINCIPAL + WS-DEPOSITS
014470         + WS-NET-INTEREST.
014480 5510-EXIT.
014490     EXIT.
014500
014510*    A TIERED PRODUCT IS PRICED BAND BY BAND - ITS FIRST BAND
014520*    RATE IS THE HEADLINE RATE, AS IN THE BATCH DRIVER.
014530 5520-LOOKUP-RATE.
014540     MOVE 0 TO WS-RATE-FOUND-SUB.
014550     MOVE SPACES TO WS-CLOSE-INDEX.
014560     MOVE SPACES TO WS-HELD-TEXT.
014570     MOVE 0 TO WS-RATE-SUB.
014580     PERFORM 5525-SCAN-RATE-ENTRY THRU 5525-EXIT
014590         UNTIL WS-RATE-SUB NOT < WS-RATE-COUNT.
014600     IF WS-RATE-FOUND-SUB = 0
014610         GO TO 5520-EXIT
014620     END-IF.
014630     MOVE WS-RATE-RATE (WS-RATE-FOUND-SUB) TO WS-CLOSE-RATE.
014640     MOVE 0 TO WS-BAND-SUB.
014650     PERFORM 5527-COPY-BAND THRU 5527-EXIT
014660         UNTIL WS-BAND-SUB NOT < 3.
014670     IF WM-CALC-MODE = "T" AND WS-BAND-PCT (1) > 0
014680         MOVE WS-BAND-PCT (1) TO WS-CLOSE-RATE
014690     END-IF.
014700     IF WS-RATE-TYPE (WS-RATE-FOUND-SUB) = "V"
014710         PERFORM 5522-PRICE-INDEX-LINKED THRU 5522-EXIT
014720     END-IF.
014730 5520-EXIT.
014740     EXIT.
014750
014760*===========================================================*
014770*  5522-PRICE-INDEX-LINKED - AN INDEX-LINKED ("V") PRODUCT   *
014780*  IS QUOTED AT THE VALUE OF ITS INDEX IN FORCE ON THE CLOSE *
014790*  DATE PLUS ITS MARGIN, HELD BETWEEN THE FLOOR (THE TABLE   *
014800*  RATE) AND THE CAP, AS IN THE BATCH DRIVER.  AN INDEX WITH *
014810*  NO VALUE IN FORCE REFUSES THE QUOTE.                      *
014820*===========================================================*
014830 5522-PRICE-INDEX-LINKED.
014840     MOVE WS-RATE-INDEX (WS-RATE-FOUND-SUB) TO WS-CLOSE-INDEX.
014850     MOVE WS-RATE-MARGIN (WS-RATE-FOUND-SUB) TO WS-CLOSE-MARGIN.
014860     MOVE 0 TO WS-INDEX-FOUND-SUB.
014870     MOVE 0 TO WS-INDEX-SUB.
014880     PERFORM 5523-SCAN-INDEX-ENTRY THRU 5523-EXIT
014890         UNTIL WS-INDEX-SUB NOT < WS-INDEX-COUNT.
014900     IF WS-INDEX-FOUND-SUB = 0
014910         DISPLAY "*** ERROR: INDEX " WS-CLOSE-INDEX
014920             " FOR PRODUCT " WM-PRODUCT-CODE
014930             " HAS NO VALUE IN FORCE ON " WS-CLOSE-DATE ". ***"
014940         MOVE "N" TO WS-QUOTE-VALID-SW
014950         GO TO 5522-EXIT
014960     END-IF.
014970     MOVE WS-INDEX-RATE (WS-INDEX-FOUND-SUB)
014980         TO WS-CLOSE-INDEX-RATE.
014990     COMPUTE WS-INDEX-SUM = WS-CLOSE-INDEX-RATE
015000         + WS-CLOSE-MARGIN.
015010     IF WS-INDEX-SUM < WS-RATE-RATE (WS-RATE-FOUND-SUB)
015020         MOVE WS-RATE-RATE (WS-RATE-FOUND-SUB) TO WS-INDEX-SUM
015030         MOVE "  (AT FLOOR)" TO WS-HELD-TEXT
015040     END-IF.
015050     IF WS-INDEX-SUM > WS-RATE-CAP (WS-RATE-FOUND-SUB)
015060         MOVE WS-RATE-CAP (WS-RATE-FOUND-SUB) TO WS-INDEX-SUM
015070         MOVE "  (AT CAP)" TO WS-HELD-TEXT
015080     END-IF.
015090     MOVE WS-INDEX-SUM TO WS-CLOSE-RATE.
015100 5522-EXIT.
015110     EXIT.
015120
015130 5523-SCAN-INDEX-ENTRY.
015140     ADD 1 TO WS-INDEX-SUB.
015150     IF WS-INDEX-CODE (WS-INDEX-SUB) = WS-CLOSE-INDEX
015160         AND WS-INDEX-EFFDATE (WS-INDEX-SUB)
015170             NOT > WS-CLOSE-DATE
015180         IF WS-INDEX-FOUND-SUB = 0
015190             OR WS-INDEX-EFFDATE (WS-INDEX-SUB) >
015200                 WS-INDEX-EFFDATE (WS-INDEX-FOUND-SUB)
015210             MOVE WS-INDEX-SUB TO WS-INDEX-FOUND-SUB
015220         END-IF
015230     END-IF.
015240 5523-EXIT.
015250     EXIT.
015260
015270 5525-SCAN-RATE-ENTRY.
015280     ADD 1 TO WS-RATE-SUB.
015290     IF WS-RATE-PROD (WS-RATE-SUB) = WM-PRODUCT-CODE
015300         AND WS-RATE-EFFDATE (WS-RATE-SUB)
015310             NOT > WS-CLOSE-DATE
015320         IF WS-RATE-FOUND-SUB = 0
015330             OR WS-RATE-EFFDATE (WS-RATE-SUB) >
015340                 WS-RATE-EFFDATE (WS-RATE-FOUND-SUB)
015350             MOVE WS-RATE-SUB TO WS-RATE-FOUND-SUB
015360         END-IF
015370     END-IF.
015380 5525-EXIT.
015390     EXIT.
015400
015410 5527-COPY-BAND.
015420     ADD 1 TO WS-BAND-SUB.
015430     MOVE WS-RATE-BAND-CEIL (WS-RATE-FOUND-SUB WS-BAND-SUB)
015440         TO WS-BAND-CEIL (WS-BAND-SUB).
015450     MOVE WS-RATE-BAND-RATE (WS-RATE-FOUND-SUB WS-BAND-SUB)
015460         TO WS-BAND-PCT (WS-BAND-SUB).
015470 5527-EXIT.
015480     EXIT.
015490
015500*    THE TERM IS THE ACCOUNT'S AM-YEARS UNLESS IT CARRIES A
015510*    USABLE OPEN DATE, AS IN THE BATCH DRIVER'S 3380.
015520 5530-DERIVE-TERM.
015530     MOVE WM-YEARS TO WS-TERM-YEARS.
015540     IF WM-OPEN-DATE NOT NUMERIC
015550         GO TO 5530-EXIT
015560     END-IF.
015570     IF WM-OPEN-DATE = 0
015580         GO TO 5530-EXIT
015590     END-IF.
015600     MOVE WM-OPEN-DATE TO WS-ODATE-WORK.
015610     PERFORM 5580-CHECK-DATE THRU 5580-EXIT.
015620     IF NOT DATE-OK
015630         DISPLAY "*** WARNING: OPEN DATE " WM-OPEN-DATE
015640             " IS NOT A VALID DATE - THE ACCOUNT'S TERM IN "
015650             "YEARS IS USED. ***"
015660         GO TO 5530-EXIT
015670     END-IF.
015680     IF THIRTY-360
015690         MOVE WS-OW-DAY TO WS-OD-DAY-ADJ
015700         IF WS-OD-DAY-ADJ > 30
015710             MOVE 30 TO WS-OD-DAY-ADJ
015720         END-IF
015730         MOVE WS-CD-DAY TO WS-CD-DAY-ADJ
015740         IF WS-CD-DAY-ADJ > 30
015750             MOVE 30 TO WS-CD-DAY-ADJ
015760         END-IF
015770         COMPUTE WS-TERM-DAYS =
015780             ((WS-CD-YEAR - WS-OW-YEAR) * 360)
015790             + ((WS-CD-MONTH - WS-OW-MONTH) * 30)
015800             + (WS-CD-DAY-ADJ - WS-OD-DAY-ADJ)
015810         COMPUTE WS-TERM-YEARS ROUNDED = WS-TERM-DAYS / 360
015820     ELSE
015830         COMPUTE WS-TERM-DAYS =
015840             FUNCTION INTEGER-OF-DATE (WS-CLOSE-DATE)
015850             - FUNCTION INTEGER-OF-DATE (WS-ODATE-WORK)
015860         COMPUTE WS-TERM-YEARS ROUNDED = WS-TERM-DAYS / 365
015870     END-IF.
015880 5530-EXIT.
015890     EXIT.
015900
015910*    COMPOUND AND RECURRING-DEPOSIT ACCRUAL, AS IN THE BATCH
015920*    DRIVER'S 6000-CALCULATE.  THE DEPOSITS PAID IN ARE THE
015930*    MONTHLY DEPOSIT TWELVE TIMES A YEAR OVER THE TERM.
015940 5535-COMPOUND-ACCRUE.
015950     COMPUTE WS-BASE-FACTOR ROUNDED =
015960         1 + (WS-CLOSE-RATE / 100) / WS-CLOSE-N.
015970     COMPUTE WS-POWER-FACTOR ROUNDED =
015980         WS-BASE-FACTOR ** (WS-CLOSE-N * WS-TERM-YEARS)
015990         ON SIZE ERROR
016000             MOVE "N" TO WS-QUOTE-VALID-SW
016010             GO TO 5535-EXIT
016020     END-COMPUTE.
016030     IF WM-CALC-MODE NOT = "R"
016040         COMPUTE WS-ACCRUED-AMOUNT ROUNDED =
016050             WM-PRINCIPAL * WS-POWER-FACTOR
016060             ON SIZE ERROR
016070                 MOVE "N" TO WS-QUOTE-VALID-SW
016080         END-COMPUTE
016090         GO TO 5535-EXIT
016100     END-IF.
016110     COMPUTE WS-ANNUITY-FACTOR ROUNDED =
016120         (WS-POWER-FACTOR - 1) / (WS-BASE-FACTOR - 1)
016130         ON SIZE ERROR
016140             MOVE "N" TO WS-QUOTE-VALID-SW
016150             GO TO 5535-EXIT
016160     END-COMPUTE.
016170     COMPUTE WS-ACCRUED-AMOUNT ROUNDED =
016180         WM-PRINCIPAL * WS-POWER-FACTOR
016190         + WM-MONTHLY-DEPOSIT * WS-ANNUITY-FACTOR
016200         ON SIZE ERROR
016210             MOVE "N" TO WS-QUOTE-VALID-SW
016220     END-COMPUTE.
016230     COMPUTE WS-DEPOSITS ROUNDED =
016240         WM-MONTHLY-DEPOSIT * 12 * WS-TERM-YEARS.
016250 5535-EXIT.
016260     EXIT.
016270
016280*    EACH SLICE OF PRINCIPAL COMPOUNDS AT ITS OWN BAND RATE,
016290*    AS IN THE BATCH DRIVER'S 6055.  A ZERO RATE ENDS THE BAND
016300*    DEFINITION; A ZERO CEILING MEANS NO UPPER LIMIT.
016310 5540-TIERED-ACCRUE.
016320     MOVE 0 TO WS-ACCRUED-AMOUNT.
016330     MOVE 0 TO WS-BAND-FLOOR.
016340     MOVE 0 TO WS-BAND-SUB.
016350     PERFORM 5541-TIERED-BAND-STEP THRU 5541-EXIT
016360         UNTIL WS-BAND-SUB NOT < 3
016370         OR NOT QUOTE-VALID.
016380 5540-EXIT.
016390     EXIT.
016400
016410 5541-TIERED-BAND-STEP.
016420     ADD 1 TO WS-BAND-SUB.
016430     IF WS-BAND-PCT (WS-BAND-SUB) = 0
016440         OR WM-PRINCIPAL NOT > WS-BAND-FLOOR
016450         MOVE 3 TO WS-BAND-SUB
016460         GO TO 5541-EXIT
016470     END-IF.
016480     IF WS-BAND-CEIL (WS-BAND-SUB) = 0
016490         OR WS-BAND-CEIL (WS-BAND-SUB) NOT < WM-PRINCIPAL
016500         COMPUTE WS-BAND-PORTION = WM-PRINCIPAL - WS-BAND-FLOOR
016510     ELSE
016520         COMPUTE WS-BAND-PORTION =
016530             WS-BAND-CEIL (WS-BAND-SUB) - WS-BAND-FLOOR
016540     END-IF.
016550     COMPUTE WS-BASE-FACTOR ROUNDED =
016560         1 + (WS-BAND-PCT (WS-BAND-SUB) / 100) / WS-CLOSE-N.
016570     COMPUTE WS-POWER-FACTOR ROUNDED =
016580         WS-BASE-FACTOR ** (WS-CLOSE-N * WS-TERM-YEARS)
016590         ON SIZE ERROR
016600             MOVE "N" TO WS-QUOTE-VALID-SW
016610             GO TO 5541-EXIT
016620     END-COMPUTE.
016630     COMPUTE WS-ACCRUED-AMOUNT ROUNDED = WS-ACCRUED-AMOUNT
016640         + WS-BAND-PORTION * WS-POWER-FACTOR
016650         ON SIZE ERROR
016660             MOVE "N" TO WS-QUOTE-VALID-SW
016670     END-COMPUTE.
016680     IF WS-BAND-CEIL (WS-BAND-SUB) = 0
016690         MOVE 3 TO WS-BAND-SUB
016700     ELSE
016710         MOVE WS-BAND-CEIL (WS-BAND-SUB) TO WS-BAND-FLOOR
016720     END-IF.
016730 5541-EXIT.
016740     EXIT.
016750
016760*    OPEN DATE PLUS AM-YEARS ROUNDED TO WHOLE MONTHS, THE DAY
016770*    CLAMPED TO THE MONTH END, AS THE MATURITY RUN WORKS IT
016780*    OUT.  NO USABLE OPEN DATE LEAVES IT ZERO - NO PENALTY.
016790 5545-COMPUTE-MATURITY.
016800     MOVE 0 TO WS-MAT-DATE.
016810     IF WM-OPEN-DATE NOT NUMERIC OR WM-YEARS NOT NUMERIC
016820         GO TO 5545-EXIT
016830     END-IF.
016840     MOVE WM-OPEN-DATE TO WS-ODATE-WORK.
016850     PERFORM 5580-CHECK-DATE THRU 5580-EXIT.
016860     IF NOT DATE-OK
016870         GO TO 5545-EXIT
016880     END-IF.
016890     COMPUTE WS-TERM-MONTHS ROUNDED = WM-YEARS * 12.
016900     IF WS-TERM-MONTHS = 0
016910         GO TO 5545-EXIT
016920     END-IF.
016930     COMPUTE WS-MONTH-INDEX = WS-OW-MONTH - 1 + WS-TERM-MONTHS.
016940     DIVIDE WS-MONTH-INDEX BY 12
016950         GIVING WS-YEAR-ADD REMAINDER WS-MONTH-REM.
016960     IF WS-OW-YEAR + WS-YEAR-ADD > 9999
016970         GO TO 5545-EXIT
016980     END-IF.
016990     COMPUTE WS-ME-YEAR = WS-OW-YEAR + WS-YEAR-ADD.
017000     COMPUTE WS-ME-MONTH = WS-MONTH-REM + 1.
017010     PERFORM 5585-MONTH-END THRU 5585-EXIT.
017020     MOVE WS-ME-YEAR TO WS-MD-YEAR.
017030     MOVE WS-ME-MONTH TO WS-MD-MONTH.
017040     IF WS-OW-DAY > WS-MONTH-END
017050         MOVE WS-MONTH-END TO WS-MD-DAY
017060     ELSE
017070         MOVE WS-OW-DAY TO WS-MD-DAY
017080     END-IF.
017090 5545-EXIT.
017100     EXIT.
017110
017120*===========================================================*
017130*  5550-5560 - THE QUOTE, ON THE SCREEN FOR THE OPERATOR     *
017140*  AND PRINTED TO PAYQUOTE WITH ITS DISPOSITION.             *
017150*===========================================================*
017160 5550-DISPLAY-QUOTE.
017170     MOVE WS-CLOSE-RATE TO WS-RATE-EDIT.
017180     MOVE WS-TERM-YEARS TO WS-TERM-EDIT.
017190     DISPLAY " ".
017200     DISPLAY "Payoff quote - account " WM-ACCOUNT-ID
017210         "  close date " WS-CLOSE-DATE.
017220     DISPLAY "  Rate in force  : " WS-RATE-EDIT
017230         "  Term (years): " WS-TERM-EDIT
017240         "  Day count: " WS-DAY-COUNT.
017250     IF WS-CLOSE-INDEX NOT = SPACES
017260         MOVE WS-CLOSE-INDEX-RATE TO WS-INDEX-EDIT
017270         MOVE WS-CLOSE-MARGIN TO WS-MARGIN-EDIT
017280         DISPLAY "  Index          : " WS-CLOSE-INDEX
017290             "  value " WS-INDEX-EDIT
017300             "  margin " WS-MARGIN-EDIT WS-HELD-TEXT
017310     END-IF.
017320     IF WS-MAT-DATE > 0
017330         DISPLAY "  Matures       : " WS-MAT-DATE
017340     END-IF.
017350     MOVE WM-PRINCIPAL TO WS-AMOUNT-EDIT.
017360     DISPLAY "  Principal      : " WS-AMOUNT-EDIT.
017370     MOVE WS-DEPOSITS TO WS-AMOUNT-EDIT.
017380     DISPLAY "  Deposits       : " WS-AMOUNT-EDIT.
017390     MOVE WS-GROSS-INTEREST TO WS-AMOUNT-EDIT.
017400     DISPLAY "  Gross interest : " WS-AMOUNT-EDIT.
017410     MOVE WS-PENALTY TO WS-AMOUNT-EDIT.
017420     MOVE WS-PENALTY-MONTHS TO WS-PENALTY-EDIT.
017430     DISPLAY "  Less penalty   : " WS-AMOUNT-EDIT
017440         "  (" WS-PENALTY-EDIT " months)".
017450     MOVE WS-NET-PAYOUT TO WS-AMOUNT-EDIT.
017460     DISPLAY "  Net payout     : " WS-AMOUNT-EDIT.
017470 5550-EXIT.
017480     EXIT.
017490
017500 5560-PRINT-QUOTE.
017510     MOVE WS-CLOSE-RATE TO WS-RATE-EDIT.
017520     MOVE WS-TERM-YEARS TO WS-TERM-EDIT.
017530     MOVE SPACES TO PAYOFF-QUOTE-RECORD.
017540     STRING "PAYOFF QUOTE  -  ACCOUNT " WM-ACCOUNT-ID
017550         "  BRANCH " WM-BRANCH-CODE
017560         "  PRODUCT " WM-PRODUCT-CODE
017570         "  CLOSE DATE " WS-CLOSE-DATE
017580         "  QUOTED " WS-DATE8 " BY " WS-OPERATOR
017590         DELIMITED BY SIZE INTO PAYOFF-QUOTE-RECORD.
017600     WRITE PAYOFF-QUOTE-RECORD.
017610     MOVE SPACES TO PAYOFF-QUOTE-RECORD.
017620     STRING "  OPENED " WM-OPEN-DATE
017630         "  MATURES " WS-MAT-DATE
017640         "  CALC MODE " WM-CALC-MODE
017650         "  DAY COUNT " WS-DAY-COUNT
017660         "  RATE " WS-RATE-EDIT
017670         "  TERM (YEARS) " WS-TERM-EDIT
017680         DELIMITED BY SIZE INTO PAYOFF-QUOTE-RECORD.
017690     WRITE PAYOFF-QUOTE-RECORD.
017700     IF WS-CLOSE-INDEX NOT = SPACES
017710         MOVE WS-CLOSE-INDEX-RATE TO WS-INDEX-EDIT
017720         MOVE WS-CLOSE-MARGIN TO WS-MARGIN-EDIT
017730         MOVE SPACES TO PAYOFF-QUOTE-RECORD
017740         STRING "  INDEX " WS-CLOSE-INDEX
017750             "  INDEX RATE " WS-INDEX-EDIT
017760             "  MARGIN " WS-MARGIN-EDIT
017770             "  RATE USED " WS-RATE-EDIT WS-HELD-TEXT
017780             DELIMITED BY SIZE INTO PAYOFF-QUOTE-RECORD
017790         WRITE PAYOFF-QUOTE-RECORD
017800     END-IF.
017810     MOVE WM-PRINCIPAL TO WS-AMOUNT-EDIT.
017820     MOVE SPACES TO PAYOFF-QUOTE-RECORD.
017830     STRING "  PRINCIPAL                     : " WS-AMOUNT-EDIT
017840         DELIMITED BY SIZE INTO PAYOFF-QUOTE-RECORD.
017850     WRITE PAYOFF-QUOTE-RECORD.
017860     MOVE WS-DEPOSITS TO WS-AMOUNT-EDIT.
017870     MOVE SPACES TO PAYOFF-QUOTE-RECORD.
017880     STRING "  PLUS  DEPOSITS                : " WS-AMOUNT-EDIT
017890         DELIMITED BY SIZE INTO PAYOFF-QUOTE-RECORD.
017900     WRITE PAYOFF-QUOTE-RECORD.
017910     MOVE WS-GROSS-INTEREST TO WS-AMOUNT-EDIT.
017920     MOVE SPACES TO PAYOFF-QUOTE-RECORD.
017930     STRING "  PLUS  GROSS INTEREST          : " WS-AMOUNT-EDIT
017940         DELIMITED BY SIZE INTO PAYOFF-QUOTE-RECORD.
017950     WRITE PAYOFF-QUOTE-RECORD.
017960     MOVE WS-PENALTY TO WS-AMOUNT-EDIT.
017970     MOVE WS-PENALTY-MONTHS TO WS-PENALTY-EDIT.
017980     MOVE SPACES TO PAYOFF-QUOTE-RECORD.
017990     STRING "  LESS  EARLY-WITHDRAWAL PENALTY: " WS-AMOUNT-EDIT
018000         "  (" WS-PENALTY-EDIT " MONTHS' INTEREST)"
018010         DELIMITED BY SIZE INTO PAYOFF-QUOTE-RECORD.
018020     WRITE PAYOFF-QUOTE-RECORD.
018030     MOVE WS-NET-PAYOUT TO WS-AMOUNT-EDIT.
018040     MOVE SPACES TO PAYOFF-QUOTE-RECORD.
018050     STRING "  NET PAYOUT                    : " WS-AMOUNT-EDIT
018060         DELIMITED BY SIZE INTO PAYOFF-QUOTE-RECORD.
018070     WRITE PAYOFF-QUOTE-RECORD.
018080     MOVE SPACES TO PAYOFF-QUOTE-RECORD.
018090     STRING "  " WS-QUOTE-DISPOSITION
018100         DELIMITED BY SIZE INTO PAYOFF-QUOTE-RECORD.
018110     WRITE PAYOFF-QUOTE-RECORD.
018120     MOVE SPACES TO PAYOFF-QUOTE-RECORD.
018130     WRITE PAYOFF-QUOTE-RECORD.
018140     IF WS-QUOTE-STATUS NOT = "00"
018150         DISPLAY "*** WARNING: PAYOFF QUOTE WRITE FAILED - FILE "
018160             "STATUS " WS-QUOTE-STATUS " ***"
018170     END-IF.
018180 5560-EXIT.
018190     EXIT.
018200
018210*===========================================================*
018220*  5570-RELIEVE-SUBLEDGER - TAKE THE INTEREST PAID OFF THE   *
018230*  ACCOUNT'S POSTED AND ACCRUED BALANCES, NEVER BELOW ZERO,  *
018240*  AS THE MATURITY RUN DOES.  WHAT IS LEFT POSTED - THE      *
018250*  PENALTY FORFEITED - IS REVERSED BY THE NEXT GL POSTING,   *
018260*  ONCE THE CLOSED ACCOUNT DROPS OFF THE EXTRACT.  THE       *
018270*  SUBLEDGER IS OPENED ONLY FOR THE UPDATE SO THE POSTING    *
018280*  IS NEVER LOCKED OUT BY AN OPEN MAINTENANCE SESSION.       *
018290*  WS-RELIEF AND WS-ACCRUED-RELIEF ARE WHAT CAME OFF THE     *
018300*  POSTED AND ACCRUED BALANCES - ZERO IF NOTHING DID, WHEN   *
018310*  THE SETTLEMENT EXPENSES THE WHOLE INTEREST AND THE NEXT   *
018320*  GL POSTING REVERSES WHAT IS STILL POSTED.                 *
018330*===========================================================*
018340 5570-RELIEVE-SUBLEDGER.
018350     MOVE 0 TO WS-RELIEF.
018360     MOVE 0 TO WS-ACCRUED-RELIEF.
018370     OPEN I-O SUBLEDGER-FILE.
018380     IF WS-SUBL-STATUS = "35"
018390         DISPLAY "*** WARNING: NO ACCRUAL SUBLEDGER (ACRSUBL) "
018400             "- NOTHING TO RELIEVE. ***"
018410         GO TO 5570-EXIT
018420     END-IF.
018430     IF WS-SUBL-STATUS NOT = "00"
018440         DISPLAY "*** WARNING: CANNOT OPEN ACCRUAL SUBLEDGER "
018450             "(ACRSUBL) - FILE STATUS " WS-SUBL-STATUS
018460             " - NOTHING RELIEVED FOR ACCOUNT " WM-ACCOUNT-ID
018470             " ***"
018480         GO TO 5570-EXIT
018490     END-IF.
018500     MOVE WM-ACCOUNT-ID TO SL-ACCOUNT-ID.
018510     READ SUBLEDGER-FILE
018520         INVALID KEY
018530             GO TO 5570-CLOSE
018540     END-READ.
018550     IF SL-POSTED-TO-DATE < WS-NET-INTEREST
018560         MOVE SL-POSTED-TO-DATE TO WS-RELIEF
018570     ELSE
018580         MOVE WS-NET-INTEREST TO WS-RELIEF
018590     END-IF.
018600     SUBTRACT WS-RELIEF FROM SL-POSTED-TO-DATE.
018610     IF SL-ACCRUED-TO-DATE < WS-NET-INTEREST
018620         MOVE SL-ACCRUED-TO-DATE TO WS-ACCRUED-RELIEF
018630         MOVE 0 TO SL-ACCRUED-TO-DATE
018640     ELSE
018650         MOVE WS-NET-INTEREST TO WS-ACCRUED-RELIEF
018660         SUBTRACT WS-NET-INTEREST FROM SL-ACCRUED-TO-DATE
018670     END-IF.
018680     REWRITE SUBLEDGER-RECORD
018690         INVALID KEY
018700             DISPLAY "*** WARNING: ACCRUAL SUBLEDGER REWRITE "
018710                 "FAILED FOR ACCOUNT " WM-ACCOUNT-ID
018720                 " - FILE STATUS " WS-SUBL-STATUS
018730                 " - NOTHING RELIEVED. ***"
018740             MOVE 0 TO WS-RELIEF
018750             MOVE 0 TO WS-ACCRUED-RELIEF
018760     END-REWRITE.
018770 5570-CLOSE.
018780     CLOSE SUBLEDGER-FILE.
018790 5570-EXIT.
018800     EXIT.
018810
018820*===========================================================*
018830*  5575-5577 - THE CLOSURE'S SETTLEMENT JOURNAL BATCH: HDR,  *
018840*  DEBIT ACCRUED INTEREST PAYABLE WITH THE RELIEF, DEBIT     *
018850*  INTEREST EXPENSE WITH THE INTEREST NEVER POSTED, CREDIT   *
018860*  PAYOUT CLEARING WITH THE INTEREST PAID, AND TRL.  A       *
018870*  FAILED WRITE LEAVES THE CLOSURE STANDING - THE OPERATOR   *
018880*  IS TOLD TO HOLD THE BATCH BACK FROM THE LEDGER.           *
018890*===========================================================*
018900 5575-WRITE-SETTLEMENT.
018910     IF WS-NET-INTEREST = 0
018920         GO TO 5575-EXIT
018930     END-IF.
018940     MOVE 0 TO WS-SETL-LINES.
018950     MOVE 0 TO WS-SETL-DR-TOTAL.
018960     MOVE 0 TO WS-SETL-CR-TOTAL.
018970     MOVE SPACES TO SETTLE-JOURNAL-RECORD.
018980     MOVE "HDR" TO JH-RECORD-TYPE.
018990     MOVE WS-DATE8 TO JH-POSTING-DATE.
019000     MOVE WS-CLOSE-DATE TO JH-EXTRACT-RUN-DATE.
019010     MOVE "ACCTMNT" TO JH-SOURCE-SYSTEM.
019020     WRITE SETTLE-JOURNAL-RECORD.
019030     IF WS-SETL-STATUS NOT = "00"
019040         GO TO 5575-FAILED
019050     END-IF.
019060     MOVE "D" TO WS-SETL-DC.
019070     MOVE WS-CR-LEDGER-ACCT TO WS-SETL-ACCT.
019080     MOVE WS-RELIEF TO WS-SETL-AMOUNT.
019090     PERFORM 5577-WRITE-SETTLEMENT-LINE THRU 5577-EXIT.
019100     MOVE WS-DR-LEDGER-ACCT TO WS-SETL-ACCT.
019110     COMPUTE WS-SETL-AMOUNT = WS-NET-INTEREST - WS-RELIEF.
019120     PERFORM 5577-WRITE-SETTLEMENT-LINE THRU 5577-EXIT.
019130     MOVE "C" TO WS-SETL-DC.
019140     MOVE WS-PAYOUT-LEDGER-ACCT TO WS-SETL-ACCT.
019150     MOVE WS-NET-INTEREST TO WS-SETL-AMOUNT.
019160     PERFORM 5577-WRITE-SETTLEMENT-LINE THRU 5577-EXIT.
019170     IF WS-SETL-STATUS NOT = "00"
019180         GO TO 5575-FAILED
019190     END-IF.
019200     MOVE SPACES TO SETTLE-JOURNAL-RECORD.
019210     MOVE "TRL" TO JT-RECORD-TYPE.
019220     MOVE WS-SETL-LINES TO JT-LINE-COUNT.
019230     MOVE WS-SETL-DR-TOTAL TO JT-DEBIT-TOTAL.
019240     MOVE WS-SETL-CR-TOTAL TO JT-CREDIT-TOTAL.
019250     WRITE SETTLE-JOURNAL-RECORD.
019260     IF WS-SETL-STATUS NOT = "00"
019270         GO TO 5575-FAILED
019280     END-IF.
019290     GO TO 5575-EXIT.
019300 5575-FAILED.
019310     DISPLAY "*** WARNING: SETTLEMENT JOURNAL WRITE FAILED - "
019320         "FILE STATUS " WS-SETL-STATUS " - HOLD SETLJRNL BACK "
019330         "FROM THE LEDGER AND POST JOURNAL SEQUENCE "
019340         WS-JRNL-SEQ " BY HAND. ***".
019350 5575-EXIT.
019360     EXIT.
019370
019380 5577-WRITE-SETTLEMENT-LINE.
019390     IF WS-SETL-AMOUNT = 0 OR WS-SETL-STATUS NOT = "00"
019400         GO TO 5577-EXIT
019410     END-IF.
019420     MOVE SPACES TO SETTLE-JOURNAL-RECORD.
019430     MOVE "DTL" TO JD-RECORD-TYPE.
019440     ADD 1 TO WS-SETL-LINES.
019450     MOVE WS-SETL-LINES TO JD-LINE-NUMBER.
019460     MOVE WM-BRANCH-CODE TO JD-BRANCH-CODE.
019470     MOVE WM-PRODUCT-CODE TO JD-PRODUCT-CODE.
019480     MOVE WS-SETL-DC TO JD-DEBIT-CREDIT.
019490     MOVE WS-SETL-ACCT TO JD-LEDGER-ACCOUNT.
019500     MOVE WS-SETL-AMOUNT TO JD-AMOUNT.
019510     WRITE SETTLE-JOURNAL-RECORD.
019520     IF WS-SETL-STATUS NOT = "00"
019530         GO TO 5577-EXIT
019540     END-IF.
019550     IF WS-SETL-DC = "D"
019560         ADD WS-SETL-AMOUNT TO WS-SETL-DR-TOTAL
019570     ELSE
019580         ADD WS-SETL-AMOUNT TO WS-SETL-CR-TOTAL
019590     END-IF.
019600 5577-EXIT.
019610     EXIT.
019620
019630*===========================================================*
019640*  5580-CHECK-DATE - WS-ODATE-WORK MUST BE A REAL CALENDAR   *
019650*  DATE FROM 1990 ON.  5585 GIVES THE LAST DAY OF THE MONTH  *
019660*  IN WS-ME-YEAR/WS-ME-MONTH.                                *
019670*===========================================================*
019680 5580-CHECK-DATE.
019690     MOVE "N" TO WS-DATE-OK-SW.
019700     IF WS-OW-YEAR < 1990
019710         OR WS-OW-MONTH < 01 OR WS-OW-MONTH > 12
019720         OR WS-OW-DAY < 01
019730         GO TO 5580-EXIT
019740     END-IF.
019750     MOVE WS-OW-YEAR TO WS-ME-YEAR.
019760     MOVE WS-OW-MONTH TO WS-ME-MONTH.
019770     PERFORM 5585-MONTH-END THRU 5585-EXIT.
019780     IF WS-OW-DAY > WS-MONTH-END
019790         GO TO 5580-EXIT
019800     END-IF.
019810     SET DATE-OK TO TRUE.
019820 5580-EXIT.
019830     EXIT.
019840
019850 5585-MONTH-END.
019860     EVALUATE WS-ME-MONTH
019870         WHEN 04
019880         WHEN 06
019890         WHEN 09
019900         WHEN 11
019910             MOVE 30 TO WS-MONTH-END
019920         WHEN 02
019930             IF FUNCTION MOD (WS-ME-YEAR 4) NOT = 0
019940                 OR (FUNCTION MOD (WS-ME-YEAR 100) = 0
019950                 AND FUNCTION MOD (WS-ME-YEAR 400) NOT = 0)
019960                 MOVE 28 TO WS-MONTH-END
019970             ELSE
019980                 MOVE 29 TO WS-MONTH-END
019990             END-IF
020000         WHEN OTHER
020010             MOVE 31 TO WS-MONTH-END
020020     END-EVALUATE.
020030 5585-EXIT.
020040     EXIT.
020050
020060*===========================================================*
020070*  5590-OPEN-QUOTE-FILE - OPENED AT THE FIRST CLOSE OF THE   *
020080*  SESSION AND ADDED TO, SO THE DAY'S QUOTES ACCUMULATE.     *
020090*===========================================================*
020100 5590-OPEN-QUOTE-FILE.
020110     IF QUOTE-FILE-OPEN
020120         GO TO 5590-EXIT
020130     END-IF.
020140     OPEN EXTEND PAYOFF-QUOTE-FILE.
020150     IF WS-QUOTE-STATUS = "35"
020160         OPEN OUTPUT PAYOFF-QUOTE-FILE
020170     END-IF.
020180     IF WS-QUOTE-STATUS NOT = "00"
020190         DISPLAY "*** ERROR: CANNOT OPEN PAYOFF QUOTE FILE "
020200             "(PAYQUOTE) - FILE STATUS " WS-QUOTE-STATUS " ***"
020210         GO TO 5590-EXIT
020220     END-IF.
020230     SET QUOTE-FILE-OPEN TO TRUE.
020240 5590-EXIT.
020250     EXIT.
020260
020270*===========================================================*
020280*  5595-OPEN-SETTLEMENT - THE SETTLEMENT JOURNAL IS OPENED   *
020290*  FOR APPEND AT THE FIRST CLOSE OF THE SESSION AND STAYS    *
020300*  OPEN UNTIL THE SESSION ENDS.                              *
020310*===========================================================*
020320 5595-OPEN-SETTLEMENT.
020330     IF SETTLEMENT-OPEN
020340         GO TO 5595-EXIT
020350     END-IF.
020360     OPEN EXTEND SETTLE-JOURNAL-FILE.
020370     IF WS-SETL-STATUS = "35"
020380         OPEN OUTPUT SETTLE-JOURNAL-FILE
020390     END-IF.
020400     IF WS-SETL-STATUS NOT = "00"
020410         DISPLAY "*** ERROR: CANNOT OPEN SETTLEMENT JOURNAL "
020420             "(SETLJRNL) - FILE STATUS " WS-SETL-STATUS " ***"
020430         GO TO 5595-EXIT
020440     END-IF.
020450     SET SETTLEMENT-OPEN TO TRUE.
020460 5595-EXIT.
020470     EXIT.
020480
020490*===========================================================*
020500*  6000-BROWSE-ACCOUNTS - FORWARD FROM A STARTING KEY        *
020510*===========================================================*
020520 6000-BROWSE-ACCOUNTS.
020530     DISPLAY "Start browsing from Account ID (blank for "
020540         "first): ".
020550     ACCEPT WM-ACCOUNT-ID.
020560     IF WM-ACCOUNT-ID = SPACES
020570         MOVE LOW-VALUES TO AM-ACCOUNT-ID
020580     ELSE
020590         MOVE WM-ACCOUNT-ID TO AM-ACCOUNT-ID
020600     END-IF.
020610     MOVE "N" TO WS-BROWSE-EOF-SW.
020620     MOVE 0 TO WS-BROWSE-COUNT.
020630     START ACCOUNT-MASTER KEY NOT < AM-ACCOUNT-ID
020640         INVALID KEY
020650             DISPLAY "No accounts at or after that key."
020660             MOVE "Y" TO WS-BROWSE-EOF-SW
020670     END-START.
020680     PERFORM 6100-BROWSE-NEXT THRU 6100-EXIT
020690         UNTIL BROWSE-EOF.
020700     MOVE WS-BROWSE-COUNT TO WS-COUNT-EDIT.
020710     DISPLAY WS-COUNT-EDIT " account(s) displayed.".
020720 6000-EXIT.
020730     EXIT.
020740
020750 6100-BROWSE-NEXT.
020760     READ ACCOUNT-MASTER NEXT RECORD
020770         AT END
020780             MOVE "Y" TO WS-BROWSE-EOF-SW
020790             GO TO 6100-EXIT
020800     END-READ.
020810     MOVE ACCOUNT-MASTER-RECORD TO WM-ACCOUNT-WORK.
020820     PERFORM 8900-DISPLAY-ACCOUNT THRU 8900-EXIT.
020830     ADD 1 TO WS-BROWSE-COUNT.
020840 6100-EXIT.
020850     EXIT.
020860
020870*===========================================================*
020880*  7000-LOAD-FROM-FLAT - ONE-TIME CONVERSION FROM THE FLAT   *
020890*  PORTFOLIO EXTRACT.  HDR/TRL CONTROL RECORDS ARE STEPPED   *
020900*  OVER; EVERY DETAIL PASSES THE SAME EDITS AS KEYED ENTRY.  *
020910*===========================================================*
020920 7000-LOAD-FROM-FLAT.
020930     MOVE 0 TO WS-LOAD-READ-COUNT.
020940     MOVE 0 TO WS-LOAD-GOOD-COUNT.
020950     MOVE 0 TO WS-LOAD-BAD-COUNT.
020960     MOVE 0 TO WS-LOAD-DUP-COUNT.
020970     MOVE "N" TO WS-EOF-SW.
020980     OPEN INPUT ACCOUNTS-FILE.
020990     IF WS-ACCOUNTS-STATUS NOT = "00"
021000         DISPLAY "*** ERROR: CANNOT OPEN FLAT EXTRACT "
021010             "(ACCTIN) - FILE STATUS " WS-ACCOUNTS-STATUS
021020             " ***"
021030         GO TO 7000-EXIT
021040     END-IF.
021050     PERFORM 7100-LOAD-ONE-RECORD THRU 7100-EXIT
021060         UNTIL ACCOUNTS-EOF.
021070     CLOSE ACCOUNTS-FILE.
021080     MOVE WS-LOAD-READ-COUNT TO WS-COUNT-EDIT.
021090     DISPLAY "Records read     : " WS-COUNT-EDIT.
021100     MOVE WS-LOAD-GOOD-COUNT TO WS-COUNT-EDIT.
021110     DISPLAY "Accounts loaded  : " WS-COUNT-EDIT.
021120     MOVE WS-LOAD-BAD-COUNT TO WS-COUNT-EDIT.
021130     DISPLAY "Failed the edits : " WS-COUNT-EDIT.
021140     MOVE WS-LOAD-DUP-COUNT TO WS-COUNT-EDIT.
021150     DISPLAY "Duplicate keys   : " WS-COUNT-EDIT.
021160 7000-EXIT.
021170     EXIT.
021180
021190 7100-LOAD-ONE-RECORD.
021200     READ ACCOUNTS-FILE INTO WM-ACCOUNT-WORK
021210         AT END
021220             MOVE "Y" TO WS-EOF-SW
021230             GO TO 7100-EXIT
021240     END-READ.
021250     IF WM-RECORD-TYPE = "HDR" OR "TRL"
021260         GO TO 7100-EXIT
021270     END-IF.
021280     ADD 1 TO WS-LOAD-READ-COUNT.
021290     PERFORM 8500-EDIT-FIELDS THRU 8500-EXIT.
021300     IF ENTRY-INVALID
021310         ADD 1 TO WS-LOAD-BAD-COUNT
021320         GO TO 7100-EXIT
021330     END-IF.
021340     MOVE WM-ACCOUNT-WORK TO ACCOUNT-MASTER-RECORD.
021350     WRITE ACCOUNT-MASTER-RECORD
021360         INVALID KEY
021370             DISPLAY "*** DUPLICATE KEY " WM-ACCOUNT-ID
021380                 " - RECORD SKIPPED. ***"
021390             ADD 1 TO WS-LOAD-DUP-COUNT
021400             GO TO 7100-EXIT
021410     END-WRITE.
021420     MOVE "L" TO WS-JRNL-FUNCTION.
021430     MOVE SPACES TO WS-JRNL-BEFORE.
021440     MOVE WM-ACCOUNT-WORK TO WS-JRNL-AFTER.
021450     PERFORM 8950-WRITE-JOURNAL THRU 8950-EXIT.
021460     ADD 1 TO WS-LOAD-GOOD-COUNT.
021470 7100-EXIT.
021480     EXIT.
021490
021500*===========================================================*
021510*  8000-ENTER-FIELDS - PROMPT EVERY FIELD OF THE RECORD      *
021520*===========================================================*
021530 8000-ENTER-FIELDS.
021540     DISPLAY "Enter Principal Amount: ".
021550     ACCEPT WM-PRINCIPAL.
021560     DISPLAY "Enter Annual Interest Rate (%): ".
021570     ACCEPT WM-INTEREST-RATE.
021580     DISPLAY "Enter Number of Years: ".
021590     ACCEPT WM-YEARS.
021600     DISPLAY "Enter Compounding Frequency (N per year): ".
021610     ACCEPT WM-N.
021620     DISPLAY "Enter Calc Mode (S/C/R/T): ".
021630     ACCEPT WM-CALC-MODE.
021640     DISPLAY "Enter Product Code: ".
021650     ACCEPT WM-PRODUCT-CODE.
021660     IF WM-CALC-MODE = "R" OR WM-CALC-MODE = "r"
021670         MOVE "R" TO WM-CALC-MODE
021680         DISPLAY "Enter Monthly Deposit Amount: "
021690         ACCEPT WM-MONTHLY-DEPOSIT
021700     ELSE
021710         MOVE 0 TO WM-MONTHLY-DEPOSIT
021720     END-IF.
021730     DISPLAY "Enter Branch Code: ".
021740     ACCEPT WM-BRANCH-CODE.
021750     DISPLAY "Enter Open Date (YYYYMMDD, 0 = none): ".
021760     ACCEPT WM-OPEN-DATE.
021770     DISPLAY "Withholding-exempt? (Y/N): ".
021780     ACCEPT WM-TAX-EXEMPT.
021790     IF WM-TAX-EXEMPT = "y"
021800         MOVE "Y" TO WM-TAX-EXEMPT
021810     END-IF.
021820     IF WM-TAX-EXEMPT NOT = "Y"
021830         MOVE "N" TO WM-TAX-EXEMPT
021840     END-IF.
021850     DISPLAY "Maturity instruction (R=roll over, P=pay out, "
021860         "H=hold, blank=not a term account): ".
021870     ACCEPT WM-MATURITY-INSTR.
021880     INSPECT WM-MATURITY-INSTR CONVERTING "rph" TO "RPH".
021890     DISPLAY "Account status (A=active, F=frozen, "
021900         "blank=active): ".
021910     ACCEPT WM-ACCOUNT-STATUS.
021920     INSPECT WM-ACCOUNT-STATUS CONVERTING "acf" TO "ACF".
021930     IF WM-ACCOUNT-STATUS = SPACE
021940         MOVE "A" TO WM-ACCOUNT-STATUS
021950     END-IF.
021960 8000-EXIT.
021970     EXIT.
021980
021990*===========================================================*
022000*  8500-EDIT-FIELDS - THE SAME EDITS THE BATCH DRIVER        *
022010*  APPLIES IN 3350-VALIDATE-ACCOUNT AND 3340-LOOKUP-RATE,    *
022020*  APPLIED BEFORE THE RECORD TOUCHES THE MASTER.             *
022030*===========================================================*
022040 8500-EDIT-FIELDS.
022050     SET ENTRY-VALID TO TRUE.
022060     IF WM-ACCOUNT-ID = SPACES
022070         DISPLAY "*** ACCOUNT ID IS REQUIRED. ***"
022080         SET ENTRY-INVALID TO TRUE
022090     END-IF.
022100     IF WM-PRINCIPAL NOT NUMERIC
022110         DISPLAY "*** PRINCIPAL IS NOT NUMERIC. ***"
022120         SET ENTRY-INVALID TO TRUE
022130         GO TO 8500-EXIT
022140     END-IF.
022150     IF WM-PRINCIPAL NOT > 0
022160         DISPLAY "*** PRINCIPAL MUST BE GREATER THAN "
022170             "ZERO. ***"
022180         SET ENTRY-INVALID TO TRUE
022190     END-IF.
022200     IF WM-INTEREST-RATE NOT NUMERIC
022210         DISPLAY "*** RATE IS NOT NUMERIC. ***"
022220         SET ENTRY-INVALID TO TRUE
022230         GO TO 8500-EXIT
022240     END-IF.
022250     IF WM-INTEREST-RATE NOT > 0 OR WM-INTEREST-RATE > 100
022260         DISPLAY "*** RATE MUST BE GREATER THAN ZERO AND "
022270             "NOT MORE THAN 100. ***"
022280         SET ENTRY-INVALID TO TRUE
022290     END-IF.
022300     IF WM-YEARS NOT NUMERIC
022310         DISPLAY "*** YEARS IS NOT NUMERIC. ***"
022320         SET ENTRY-INVALID TO TRUE
022330         GO TO 8500-EXIT
022340     END-IF.
022350     IF WM-YEARS NOT > 0
022360         DISPLAY "*** YEARS MUST BE GREATER THAN ZERO. ***"
022370         SET ENTRY-INVALID TO TRUE
022380     END-IF.
022390     IF WM-N NOT NUMERIC
022400         DISPLAY "*** COMPOUNDING FREQUENCY IS NOT "
022410             "NUMERIC. ***"
022420         SET ENTRY-INVALID TO TRUE
022430         GO TO 8500-EXIT
022440     END-IF.
022450     IF WM-N NOT > 0
022460         DISPLAY "*** COMPOUNDING FREQUENCY (N) MUST BE "
022470             "GREATER THAN ZERO. ***"
022480         SET ENTRY-INVALID TO TRUE
022490     END-IF.
022500     IF WM-CALC-MODE NOT = "S" AND WM-CALC-MODE NOT = "C"
022510         AND WM-CALC-MODE NOT = "R" AND WM-CALC-MODE NOT = "T"
022520         DISPLAY "*** CALC MODE MUST BE S, C, R OR T. ***"
022530         SET ENTRY-INVALID TO TRUE
022540     END-IF.
022550     IF WM-CALC-MODE = "R"
022560         IF WM-MONTHLY-DEPOSIT NOT NUMERIC
022570             DISPLAY "*** MONTHLY DEPOSIT IS NOT "
022580                 "NUMERIC. ***"
022590             SET ENTRY-INVALID TO TRUE
022600             GO TO 8500-EXIT
022610         END-IF
022620         IF WM-MONTHLY-DEPOSIT NOT > 0
022630             DISPLAY "*** MONTHLY DEPOSIT MUST BE GREATER "
022640                 "THAN ZERO ON A RECURRING-DEPOSIT "
022650                 "ACCOUNT. ***"
022660             SET ENTRY-INVALID TO TRUE
022670         END-IF
022680     END-IF.
022690     IF WM-BRANCH-CODE = SPACES
022700         DISPLAY "*** BRANCH CODE IS REQUIRED. ***"
022710         SET ENTRY-INVALID TO TRUE
022720     END-IF.
022730     PERFORM 8700-CHECK-OPEN-DATE THRU 8700-EXIT.
022740     PERFORM 8750-CHECK-MATURITY THRU 8750-EXIT.
022750     PERFORM 8760-CHECK-STATUS THRU 8760-EXIT.
022760     PERFORM 8600-CHECK-PRODUCT THRU 8600-EXIT.
022770 8500-EXIT.
022780     EXIT.
022790
022800 8600-CHECK-PRODUCT.
022810     MOVE 0 TO WS-RATE-FOUND-SUB.
022820     MOVE 0 TO WS-RATE-SUB.
022830     PERFORM 8610-SCAN-RATE-ENTRY THRU 8610-EXIT
022840         UNTIL WS-RATE-FOUND-SUB > 0
022850         OR WS-RATE-SUB NOT < WS-RATE-COUNT.
022860     IF WS-RATE-FOUND-SUB = 0
022870         DISPLAY "*** PRODUCT CODE " WM-PRODUCT-CODE
022880             " IS NOT ON THE RATE TABLE. ***"
022890         SET ENTRY-INVALID TO TRUE
022900     END-IF.
022910 8600-EXIT.
022920     EXIT.
022930
022940 8610-SCAN-RATE-ENTRY.
022950     ADD 1 TO WS-RATE-SUB.
022960     IF WS-RATE-PROD (WS-RATE-SUB) = WM-PRODUCT-CODE
022970         MOVE WS-RATE-SUB TO WS-RATE-FOUND-SUB
022980     END-IF.
022990 8610-EXIT.
023000     EXIT.
023010
023020*===========================================================*
023030*  8700-CHECK-OPEN-DATE - ZERO MEANS NO OPEN DATE (THE      *
023040*  AR-YEARS TERM IS USED IN BATCH); A NONZERO DATE MUST BE  *
023050*  A PLAUSIBLE YYYYMMDD.                                    *
023060*===========================================================*
023070 8700-CHECK-OPEN-DATE.
023080*    A BLANK OPEN DATE IS THE BATCH DRIVER'S "NONE" - THE
023090*    FLAT EXTRACT'S NEW COLUMNS ARRIVE SPACE-FILLED AND
023100*    CALCBAT FALLS BACK TO AR-YEARS, SO THE LOAD MUST NOT
023110*    REJECT WHAT THE BATCH RUN ACCEPTS.
023120     IF WM-OPEN-DATE (1:8) = SPACES
023130         MOVE 0 TO WM-OPEN-DATE
023140     END-IF.
023150     IF WM-OPEN-DATE NOT NUMERIC
023160         DISPLAY "*** OPEN DATE IS NOT NUMERIC. ***"
023170         SET ENTRY-INVALID TO TRUE
023180         GO TO 8700-EXIT
023190     END-IF.
023200     IF WM-OPEN-DATE = 0
023210         GO TO 8700-EXIT
023220     END-IF.
023230     MOVE WM-OPEN-DATE TO WS-ODATE-WORK.
023240     IF WS-OW-MONTH < 01 OR WS-OW-MONTH > 12
023250         OR WS-OW-DAY < 01 OR WS-OW-DAY > 31
023260         OR WS-OW-YEAR < 1990
023270         DISPLAY "*** OPEN DATE MUST BE A VALID YYYYMMDD "
023280             "DATE (OR 0 FOR NONE). ***"
023290         SET ENTRY-INVALID TO TRUE
023300     END-IF.
023310 8700-EXIT.
023320     EXIT.
023330
023340*===========================================================*
023350*  8750-CHECK-MATURITY - SPACE MEANS NOT A TERM ACCOUNT.  A  *
023360*  TERM ACCOUNT MATURES WM-YEARS AFTER ITS OPEN DATE, SO     *
023370*  THE MATURITY RUN NEEDS AN OPEN DATE TO WORK FROM.         *
023380*===========================================================*
023390 8750-CHECK-MATURITY.
023400     IF WM-MATURITY-INSTR = SPACE
023410         GO TO 8750-EXIT
023420     END-IF.
023430     IF NOT WM-TERM-ACCOUNT
023440         DISPLAY "*** MATURITY INSTRUCTION MUST BE R, P, H OR "
023450             "BLANK. ***"
023460         SET ENTRY-INVALID TO TRUE
023470         GO TO 8750-EXIT
023480     END-IF.
023490     IF WM-OPEN-DATE NOT NUMERIC
023500         GO TO 8750-EXIT
023510     END-IF.
023520     IF WM-OPEN-DATE = 0
023530         DISPLAY "*** A TERM ACCOUNT (MATURITY INSTRUCTION "
023540             WM-MATURITY-INSTR ") NEEDS AN OPEN DATE. ***"
023550         SET ENTRY-INVALID TO TRUE
023560     END-IF.
023570 8750-EXIT.
023580     EXIT.
023590
023600*===========================================================*
023610*  8760-CHECK-STATUS - SPACE (OLDER RECORDS) COUNTS AS       *
023620*  ACTIVE.  "C" IS ACCEPTED FROM THE FLAT EXTRACT; KEYED     *
023630*  ENTRY LEAVES IT TO THE CLOSE FUNCTION.                    *
023640*===========================================================*
023650 8760-CHECK-STATUS.
023660     IF NOT WM-VALID-STATUS
023670         DISPLAY "*** ACCOUNT STATUS MUST BE A, F OR C (BLANK = "
023680             "ACTIVE). ***"
023690         SET ENTRY-INVALID TO TRUE
023700     END-IF.
023710 8760-EXIT.
023720     EXIT.
023730
023740*===========================================================*
023750*  8950-WRITE-JOURNAL - ONE CHANGE JOURNAL RECORD CARRYING   *
023760*  THE BEFORE AND AFTER IMAGES SET BY THE CALLER.            *
023770*===========================================================*
023780 8950-WRITE-JOURNAL.
023790     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
023800     ACCEPT WS-TIME8 FROM TIME.
023810     ADD 1 TO WS-JRNL-SEQ.
023820     MOVE SPACES TO JOURNAL-RECORD.
023830     MOVE WS-JRNL-SEQ TO JR-SEQUENCE.
023840     MOVE WS-DATE8 TO JR-DATE.
023850     MOVE WS-TIME8 (1:6) TO JR-TIME.
023860     MOVE WS-OPERATOR TO JR-OPERATOR.
023870     MOVE WS-JRNL-FUNCTION TO JR-FUNCTION.
023880     MOVE WM-ACCOUNT-ID TO JR-ACCOUNT-ID.
023890     MOVE WS-JRNL-BEFORE TO JR-BEFORE-IMAGE.
023900     MOVE WS-JRNL-AFTER TO JR-AFTER-IMAGE.
023910     MOVE 0 TO JR-SETTLE-LEDGER.
023920     MOVE 0 TO JR-SETTLE-AMOUNT.
023930     MOVE 0 TO JR-POSTED-RELIEF.
023940     MOVE 0 TO JR-ACCRUED-RELIEF.
023950     MOVE 0 TO JR-BACKOUT-SEQ.
023960     IF WS-JRNL-FUNCTION = "X"
023970         MOVE WS-PAYOUT-LEDGER-ACCT TO JR-SETTLE-LEDGER
023980         MOVE WS-NET-INTEREST TO JR-SETTLE-AMOUNT
023990         MOVE WS-RELIEF TO JR-POSTED-RELIEF
024000         MOVE WS-ACCRUED-RELIEF TO JR-ACCRUED-RELIEF
024010     END-IF.
024020     WRITE JOURNAL-RECORD.
024030     IF WS-JOURNAL-STATUS NOT = "00"
024040         DISPLAY "*** WARNING: CHANGE JOURNAL WRITE FAILED "
024050             "- FILE STATUS " WS-JOURNAL-STATUS " ***"
024060     END-IF.
024070 8950-EXIT.
024080     EXIT.
024090
024100*===========================================================*
024110*  8900-DISPLAY-ACCOUNT - ONE ACCOUNT, FORMATTED             *
024120*===========================================================*
024130 8900-DISPLAY-ACCOUNT.
024140     MOVE WM-PRINCIPAL TO WS-PRINCIPAL-EDIT.
024150     MOVE WM-INTEREST-RATE TO WS-RATE-EDIT.
024160     MOVE WM-YEARS TO WS-YEARS-EDIT.
024170     MOVE WM-N TO WS-N-EDIT.
024180     MOVE WM-MONTHLY-DEPOSIT TO WS-DEPOSIT-EDIT.
024190     DISPLAY "  " WM-ACCOUNT-ID
024200         "  BR " WM-BRANCH-CODE
024210         "  PROD " WM-PRODUCT-CODE
024220         "  MODE " WM-CALC-MODE
024230         "  PRIN " WS-PRINCIPAL-EDIT
024240         "  RATE " WS-RATE-EDIT
024250         "  YRS " WS-YEARS-EDIT
024260         "  N " WS-N-EDIT
024270         "  DEP " WS-DEPOSIT-EDIT
024280         "  OPENED " WM-OPEN-DATE
024290         "  EXEMPT " WM-TAX-EXEMPT
024300         "  MATURITY " WM-MATURITY-INSTR
024310         "  STATUS " WM-ACCOUNT-STATUS.
024320 8900-EXIT.
024330     EXIT.
024340
024350*===========================================================*
024360*  8980-LOG-VIOLATION - APPEND ONE LINE TO THE SECURITY      *
024370*  VIOLATIONS LOG FROM THE WS-VIOL- FIELDS SET BY THE        *
024380*  CALLER.                                                   *
024390*===========================================================*
024400 8980-LOG-VIOLATION.
024410     OPEN EXTEND VIOLATION-LOG-FILE.
024420     IF WS-VIOLOG-STATUS = "35"
024430         OPEN OUTPUT VIOLATION-LOG-FILE
024440     END-IF.
024450     IF WS-VIOLOG-STATUS NOT = "00"
024460         DISPLAY "*** WARNING: CANNOT OPEN SECURITY VIOLATIONS "
024470             "LOG (SECVIOL) - FILE STATUS " WS-VIOLOG-STATUS
024480             " - VIOLATION NOT LOGGED. ***"
024490         GO TO 8980-EXIT
024500     END-IF.
024510     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
024520     ACCEPT WS-TIME8 FROM TIME.
024530     MOVE SPACES TO VIOLATION-LOG-RECORD.
024540     MOVE WS-DATE8 TO SV-DATE.
024550     MOVE WS-TIME8 (1:6) TO SV-TIME.
024560     MOVE "ACCTMNT" TO SV-PROGRAM.
024570     MOVE WS-OPERATOR TO SV-OPERATOR-ID.
024580     MOVE WS-VIOL-TYPE TO SV-VIOLATION-TYPE.
024590     MOVE WS-VIOL-FUNCTION TO SV-FUNCTION.
024600     MOVE WS-VIOL-DETAIL TO SV-DETAIL.
024610     WRITE VIOLATION-LOG-RECORD.
024620     IF WS-VIOLOG-STATUS NOT = "00"
024630         DISPLAY "*** WARNING: SECURITY VIOLATIONS LOG WRITE "
024640             "FAILED - FILE STATUS " WS-VIOLOG-STATUS " ***"
024650     END-IF.
024660     CLOSE VIOLATION-LOG-FILE.
024670 8980-EXIT.
024680     EXIT.
024690
024700*===========================================================*
024710*  8990-8991 - ONE-WAY HASH OF WS-HASH-INPUT (OPERATOR ID    *
024720*  AND PASSWORD) INTO WS-HASH-VALUE: MULTIPLY BY 131, ADD    *
024730*  THE NEXT CHARACTER, KEEP THE REMAINDER BY A TEN-DIGIT     *
024740*  PRIME.  THE SAME IN EVERY PROGRAM THAT SIGNS ON - A       *
024750*  CHANGE HERE MEANS RESETTING EVERY PASSWORD.               *
024760*===========================================================*
024770 8990-HASH-PASSWORD.
024780     MOVE 5381 TO WS-HASH-VALUE.
024790     MOVE 0 TO WS-HASH-SUB.
024800     PERFORM 8991-HASH-ONE-CHAR THRU 8991-EXIT
024810         UNTIL WS-HASH-SUB NOT < 16.
024820     MOVE SPACES TO WS-HASH-PASSWORD.
024830 8990-EXIT.
024840     EXIT.
024850
024860 8991-HASH-ONE-CHAR.
024870     ADD 1 TO WS-HASH-SUB.
024880     COMPUTE WS-HASH-WORK = WS-HASH-VALUE * 131
024890         + FUNCTION ORD (WS-HASH-CHAR (WS-HASH-SUB)).
024900     DIVIDE WS-HASH-WORK BY WS-HASH-PRIME
024910         GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-VALUE.
024920 8991-EXIT.
024930     EXIT.
024940*===========================================================*
024950*  9999-TERMINATE                                            *
024960*===========================================================*
024970 9999-TERMINATE.
024980     CLOSE JOURNAL-FILE.
024990     CLOSE ACCOUNT-MASTER.
025000     IF QUOTE-FILE-OPEN
025010         CLOSE PAYOFF-QUOTE-FILE
025020     END-IF.
025030     IF SETTLEMENT-OPEN
025040         CLOSE SETTLE-JOURNAL-FILE
025050     END-IF.
025060     DISPLAY "Account Master Maintenance ended.".
025070 9999-EXIT.
025080     EXIT.
