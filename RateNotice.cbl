000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RateChangeNotices.
000030 AUTHOR.        LENDING-SYSTEMS-GROUP.
000040 INSTALLATION.  MAIN-STREET-FINANCE.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*
000080*---------------------------------------------------------*
000090*  MODIFICATION HISTORY                                   *
000100*---------------------------------------------------------*
000110*  2026-10-15  RJM  ORIGINAL PROGRAM - ADVANCE NOTICE     *
000120*              LETTERS TO CUSTOMERS WHOSE PRODUCT HAS A   *
000130*              RATE CHANGE COMING INTO FORCE WITHIN THE   *
000140*              NOTICE WINDOW.                             *
000142*  2026-10-15  RJM  CLOSED ACCOUNTS ARE NOT NOTICED.  THE *
000144*              RATE TABLE RECORD GROWS TO 70 BYTES        *
000145*              (EARLY-WITHDRAWAL PENALTY, NOT USED HERE). *
000146*  2026-10-15  RJM  AN INDEX-LINKED ("V") ENTRY IS        *
000147*              NOTICED WHEN ITS FLOOR, MARGIN, CAP OR     *
000148*              INDEX CHANGES, AND ITS LETTER SHOWS THE    *
000149*              INDEX TERMS IN PLACE OF A FIXED RATE.      *
000150*---------------------------------------------------------*
000160*  REMARKS.  EVERY RATE TABLE (RATETAB) ENTRY WHOSE        *
000170*  EFFECTIVE DATE FALLS AFTER THE RUN DATE AND WITHIN THE  *
000180*  NOTICE WINDOW IS A PENDING RATE CHANGE.  ITS OLD RATE   *
000190*  IS THE SAME PRODUCT'S ENTRY WITH THE LATEST EARLIER     *
000200*  EFFECTIVE DATE.  A PRODUCT WITH NO EARLIER ENTRY IS NEW *
000210*  AND A CHANGE THAT LEAVES THE RATE AND BANDS AS THEY     *
000220*  WERE IS NO CHANGE - NEITHER IS NOTICED.                 *
000230*                                                         *
000240*  EVERY ACCOUNT ON THE ACCOUNT MASTER (ACCTMST) HELD ON A *
000250*  PRODUCT WITH A PENDING CHANGE IS PAIRED WITH ITS NAME   *
000260*  AND ADDRESS FROM CUSTADDR, AS CustomerStatements DOES,  *
000270*  AND GETS ONE LETTER PER CHANGE SHOWING THE OLD RATE,    *
000280*  THE NEW RATE AND THE EFFECTIVE DATE - AND, FOR A TIERED *
000290*  ("T") ACCOUNT, THE OLD AND NEW BAND TABLES.  A TIERED   *
000300*  ACCOUNT'S HEADLINE RATE IS ITS FIRST BAND'S RATE, AS    *
000310*  THE CALCULATOR CARRIES IT.                              *
000311*                                                          *
000312*  AN INDEX-LINKED ("V") ENTRY'S RATE IS ITS INDEX VALUE   *
000313*  PLUS ITS MARGIN, HELD BETWEEN ITS FLOOR AND CAP.  A     *
000314*  CHANGE TO ANY OF THE FOUR TERMS IS A RATE CHANGE, AND   *
000315*  THE LETTER SHOWS THE OLD AND NEW TERMS - NOT A RATE,    *
000316*  WHICH MOVES WITH THE INDEX ITSELF.                      *
000320*                                                         *
000330*  EVERY LETTER PRINTED IS RECORDED ON THE NOTICE-SENT     *
000340*  FILE (NOTCSENT) BY ACCOUNT, PRODUCT AND EFFECTIVE DATE, *
000350*  AND AN ACCOUNT ALREADY RECORDED THERE IS PASSED OVER -  *
000360*  SO THE JOB CAN RUN EVERY NIGHT AND NO CUSTOMER IS EVER  *
000370*  NOTICED TWICE FOR THE SAME CHANGE.  AN ACCOUNT WITH NO  *
000380*  ADDRESS RECORD GOES TO THE EXCEPTION LIST (NOTCEXC) AND *
000390*  IS NOT RECORDED, SO IT IS NOTICED ON THE FIRST NIGHT    *
000400*  AFTER ITS ADDRESS ARRIVES.                              *
000410*                                                         *
000420*  RETURN CODE 16 - A FILE COULD NOT BE OPENED OR A        *
000430*  PARAMETER CARD IS IN ERROR; 4 - THERE WERE ADDRESS      *
000440*  EXCEPTIONS, OR A LETTER COULD NOT BE RECORDED AS SENT.  *
000450*                                                         *
000460*  PARAMETER CARDS (SYSIN):                               *
000470*    1. RUN DATE, YYYYMMDD.  BLANK OR ZERO IS TODAY.       *
000480*    2. NOTICE WINDOW DAYS, 3 DIGITS.  BLANK OR ZERO IS 30.*
000490*---------------------------------------------------------*
000500
000510 ENVIRONMENT DIVISION.
000520
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT RATE-TABLE-FILE
000560         ASSIGN TO RATETAB
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RATETAB-STATUS.
000590
000600     SELECT ACCOUNT-MASTER
000610         ASSIGN TO ACCTMST
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS SEQUENTIAL
000640         RECORD KEY IS AM-ACCOUNT-ID
000650         FILE STATUS IS WS-MASTER-STATUS.
000660
000670     SELECT ADDRESS-FILE
000680         ASSIGN TO CUSTADDR
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS CA-ACCOUNT-ID
000720         FILE STATUS IS WS-ADDR-STATUS.
000730
000740     SELECT NOTICE-SENT-FILE
000750         ASSIGN TO NOTCSENT
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS NS-NOTICE-KEY
000790         FILE STATUS IS WS-SENT-STATUS.
000800
000810     SELECT NOTICE-FILE
000820         ASSIGN TO NOTCOUT
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-NOTICE-STATUS.
000850
000860     SELECT EXCEPTION-FILE
000870         ASSIGN TO NOTCEXC
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-EXCEPT-STATUS.
000900
000910 DATA DIVISION.
000920
000930 FILE SECTION.
000940*---------------------------------------------------------*
000950*  RATE-TABLE-FILE - ONE RECORD PER PRODUCT CODE AND       *
000960*  EFFECTIVE DATE, AS MAINTAINED BY RateTableMaintenance.  *
000970*---------------------------------------------------------*
000980 FD  RATE-TABLE-FILE
000990     RECORDING MODE IS F.
001000 01  RATE-TABLE-RECORD.
001010     05  RT-PRODUCT-CODE        PIC X(04).
001020     05  RT-INTEREST-RATE       PIC 9(3)V9999.
001030     05  RT-EFFECTIVE-DATE      PIC 9(08).
001032*    AN INDEX-LINKED ("V") ENTRY CARRIES ITS INDEX TERMS IN
001034*    PLACE OF THE BANDS AND ITS FLOOR IN RT-INTEREST-RATE.
001036     05  RT-BAND-AREA.
001038         10  RT-BAND-ENTRY OCCURS 3 TIMES.
001040             15  RT-BAND-CEILING    PIC 9(7)V99.
001042             15  RT-BAND-RATE       PIC 9(3)V9999.
001044     05  RT-INDEX-TERMS REDEFINES RT-BAND-AREA.
001046         10  RT-RATE-MARGIN         PIC S9(2)V9999
001048                                    SIGN LEADING SEPARATE.
001050         10  FILLER                 PIC X(02).
001052         10  RT-INDEX-CODE          PIC X(04).
001054         10  FILLER                 PIC X(03).
001056         10  RT-RATE-CAP            PIC 9(3)V9999.
001058         10  FILLER                 PIC X(25).
001060*    EARLY-WITHDRAWAL PENALTY MONTHS - NOT USED HERE.
001062     05  RT-PENALTY-MONTHS      PIC 9(02).
001064     05  RT-RATE-TYPE           PIC X(01).
001066         88  RT-INDEX-LINKED             VALUE "V".
001080
001090*---------------------------------------------------------*
001100*  ACCOUNT-MASTER - INDEXED (VSAM KSDS) ACCOUNT FILE,      *
001110*  SAME 60-BYTE LAYOUT AS THE FLAT PORTFOLIO DETAIL.  READ *
001120*  ONLY, IN KEY ORDER.                                     *
001130*---------------------------------------------------------*
001140 FD  ACCOUNT-MASTER.
001150 01  ACCOUNT-MASTER-RECORD.
001160     05  AM-ACCOUNT-ID          PIC X(10).
001170     05  AM-PRINCIPAL           PIC 9(7)V99.
001180     05  AM-INTEREST-RATE       PIC 9(3)V9999.
001190     05  AM-YEARS               PIC 9(3)V9.
001200     05  AM-N                   PIC 9(3).
001210     05  AM-CALC-MODE           PIC X(01).
001220         88  AM-TIERED                   VALUE "T".
001230     05  AM-PRODUCT-CODE        PIC X(04).
001240     05  AM-MONTHLY-DEPOSIT     PIC 9(5)V99.
001250     05  AM-BRANCH-CODE         PIC X(03).
001260     05  AM-OPEN-DATE           PIC 9(08).
001270     05  AM-TAX-EXEMPT          PIC X(01).
001280     05  AM-MATURITY-INSTR      PIC X(01).
001283     05  AM-ACCOUNT-STATUS      PIC X(01).
001286         88  AM-CLOSED                   VALUE "C".
001290     05  FILLER                 PIC X(01).
001300
001310*---------------------------------------------------------*
001320*  ADDRESS-FILE - INDEXED (VSAM KSDS) CUSTOMER NAME AND    *
001330*  ADDRESS FILE, KEYED ON THE ACCOUNT ID.  LOADED BY THE   *
001340*  ADDRLOAD JOB FROM THE CUSTOMER SYSTEM'S FLAT EXTRACT.   *
001350*---------------------------------------------------------*
001360 FD  ADDRESS-FILE.
001370 01  ADDRESS-RECORD.
001380     05  CA-ACCOUNT-ID          PIC X(10).
001390     05  CA-CUSTOMER-NAME       PIC X(30).
001400     05  CA-ADDR-LINE-1         PIC X(30).
001410     05  CA-ADDR-LINE-2         PIC X(30).
001420     05  CA-CITY-STATE-ZIP      PIC X(30).
001430
001440*---------------------------------------------------------*
001450*  NOTICE-SENT-FILE - INDEXED (VSAM KSDS) RECORD OF EVERY  *
001460*  RATE-CHANGE LETTER SENT, KEYED ON ACCOUNT, PRODUCT AND  *
001470*  EFFECTIVE DATE (SEE NOTCDEF FOR THE DEFINE).  THE OLD   *
001480*  AND NEW HEADLINE RATES ARE KEPT FOR BRANCH ENQUIRIES.   *
001490*---------------------------------------------------------*
001500 FD  NOTICE-SENT-FILE.
001510 01  NOTICE-SENT-RECORD.
001520     05  NS-NOTICE-KEY.
001530         10  NS-ACCOUNT-ID      PIC X(10).
001540         10  NS-PRODUCT-CODE    PIC X(04).
001550         10  NS-EFFECTIVE-DATE  PIC 9(08).
001560     05  NS-SENT-DATE           PIC 9(08).
001570     05  NS-BRANCH-CODE         PIC X(03).
001580     05  NS-OLD-RATE            PIC 9(3)V9999.
001590     05  NS-NEW-RATE            PIC 9(3)V9999.
001600     05  FILLER                 PIC X(13).
001610
001620 FD  NOTICE-FILE
001630     RECORDING MODE IS F.
001640 01  NOTICE-RECORD              PIC X(132).
001650
001660 FD  EXCEPTION-FILE
001670     RECORDING MODE IS F.
001680 01  EXCEPTION-RECORD           PIC X(132).
001690
001700 WORKING-STORAGE SECTION.
001710*---------------------------------------------------------*
001720*  FILE STATUS FIELDS AND SWITCHES                        *
001730*---------------------------------------------------------*
001740 77  WS-RATETAB-STATUS    PIC X(02) VALUE "00".
001750 77  WS-MASTER-STATUS     PIC X(02) VALUE "00".
001760 77  WS-ADDR-STATUS       PIC X(02) VALUE "00".
001770 77  WS-SENT-STATUS       PIC X(02) VALUE "00".
001780 77  WS-NOTICE-STATUS     PIC X(02) VALUE "00".
001790 77  WS-EXCEPT-STATUS     PIC X(02) VALUE "00".
001800 77  WS-RATETAB-EOF-SW    PIC X(01) VALUE "N".
001810     88  RATETAB-EOF                 VALUE "Y".
001820 77  WS-MASTER-EOF-SW     PIC X(01) VALUE "N".
001830     88  MASTER-EOF                  VALUE "Y".
001840 77  WS-RUN-SW            PIC X(01) VALUE "N".
001850     88  RUN-FAILED                  VALUE "Y".
001860 77  WS-ADDR-FOUND-SW     PIC X(01) VALUE "N".
001870     88  ADDRESS-FOUND               VALUE "Y".
001880 77  WS-ADDR-READ-SW      PIC X(01) VALUE "N".
001890     88  ADDRESS-READ                VALUE "Y".
001900 77  WS-SAME-RATE-SW      PIC X(01) VALUE "N".
001910     88  RATES-DIFFER                VALUE "N".
001920     88  RATES-SAME                  VALUE "Y".
001930 77  WS-MASTER-OPEN-SW    PIC X(01) VALUE "N".
001940     88  MASTER-OPEN                 VALUE "Y".
001950 77  WS-ADDR-OPEN-SW      PIC X(01) VALUE "N".
001960     88  ADDRESS-OPEN                VALUE "Y".
001970 77  WS-SENT-OPEN-SW      PIC X(01) VALUE "N".
001980     88  SENT-OPEN                   VALUE "Y".
001990 77  WS-NOTICE-OPEN-SW    PIC X(01) VALUE "N".
002000     88  NOTICE-OPEN                 VALUE "Y".
002010 77  WS-EXCEPT-OPEN-SW    PIC X(01) VALUE "N".
002020     88  EXCEPT-OPEN                 VALUE "Y".
002030
002040*---------------------------------------------------------*
002050*  RUN DATE AND NOTICE WINDOW - FROM THE PARAMETER CARDS,  *
002060*  OR TODAY AND 30 DAYS.                                   *
002070*---------------------------------------------------------*
002080 01  WS-RUN-DATE-CARD     PIC X(08) VALUE SPACES.
002090 01  WS-WINDOW-DAYS-CARD  PIC X(03) VALUE SPACES.
002100 01  WS-RUN-DATE          PIC 9(8) VALUE 0.
002110 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
002120     05  WS-RD-YEAR       PIC 9(4).
002130     05  WS-RD-MONTH      PIC 9(2).
002140     05  WS-RD-DAY        PIC 9(2).
002150 01  WS-WINDOW-DAYS       PIC 9(3) VALUE 30.
002160 01  WS-WINDOW-END-DATE   PIC 9(8) VALUE 0.
002170 01  WS-RUN-INTEGER       PIC 9(7) VALUE 0.
002180 01  WS-DATE-EDIT.
002190     05  WS-DE-YEAR       PIC 9(4).
002200     05  FILLER           PIC X(01) VALUE "-".
002210     05  WS-DE-MONTH      PIC 9(2).
002220     05  FILLER           PIC X(01) VALUE "-".
002230     05  WS-DE-DAY        PIC 9(2).
002240 01  WS-RUN-DATE-EDIT     PIC X(10) VALUE SPACES.
002250 01  WS-WINDOW-END-EDIT   PIC X(10) VALUE SPACES.
002260 01  WS-EFF-DATE-EDIT     PIC X(10) VALUE SPACES.
002270 01  WS-EDIT-DATE         PIC 9(8) VALUE 0.
002280 01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
002290     05  WS-ED-YEAR       PIC 9(4).
002300     05  WS-ED-MONTH      PIC 9(2).
002310     05  WS-ED-DAY        PIC 9(2).
002320
002330*---------------------------------------------------------*
002340*  PRODUCT RATE TABLE - EVERY RATETAB ENTRY, PAST AND      *
002350*  FUTURE, WITH ITS BAND DEFINITION OR INDEX TERMS.        *
002360*---------------------------------------------------------*
002370 01  WS-RATE-TABLE.
002380     05  WS-RATE-ENTRY OCCURS 200 TIMES.
002390         10  WS-RATE-PROD     PIC X(04).
002400         10  WS-RATE-RATE     PIC 9(3)V9999.
002410         10  WS-RATE-EFFDATE  PIC 9(08).
002411         10  WS-RATE-TYPE     PIC X(01).
002412             88  WS-RATE-INDEX-LINKED    VALUE "V".
002413         10  WS-RATE-INDEX    PIC X(04).
002414         10  WS-RATE-MARGIN   PIC S9(2)V9999.
002415         10  WS-RATE-CAP      PIC 9(3)V9999.
002420         10  WS-RATE-BAND OCCURS 3 TIMES.
002430             15  WS-RATE-BAND-CEIL PIC 9(7)V99.
002440             15  WS-RATE-BAND-RATE PIC 9(3)V9999.
002450 77  WS-RATE-COUNT        PIC 9(3) COMP VALUE 0.
002460 77  WS-RATE-MAX          PIC 9(3) COMP VALUE 200.
002470 77  WS-RATE-SUB          PIC 9(3) COMP VALUE 0.
002480 77  WS-RATE-FOUND-SUB    PIC 9(3) COMP VALUE 0.
002490 77  WS-BAND-SUB          PIC 9(1) VALUE 0.
002500
002510*---------------------------------------------------------*
002520*  PENDING RATE CHANGE TABLE - ONE ENTRY PER RATETAB       *
002530*  ENTRY TAKING EFFECT IN THE NOTICE WINDOW, POINTING AT   *
002540*  IT AND AT THE ENTRY IT REPLACES, WITH ITS LETTER COUNT. *
002550*---------------------------------------------------------*
002560 01  WS-CHANGE-TABLE.
002570     05  WS-CHG-ENTRY OCCURS 50 TIMES.
002580         10  WS-CHG-PROD      PIC X(04).
002590         10  WS-CHG-EFFDATE   PIC 9(08).
002600         10  WS-CHG-NEW-SUB   PIC 9(3) COMP.
002610         10  WS-CHG-OLD-SUB   PIC 9(3) COMP.
002620         10  WS-CHG-LETTERS   PIC 9(7) COMP.
002630 77  WS-CHG-COUNT         PIC 9(3) COMP VALUE 0.
002640 77  WS-CHG-MAX           PIC 9(3) COMP VALUE 50.
002650 77  WS-CHG-SUB           PIC 9(3) COMP VALUE 0.
002660
002670*---------------------------------------------------------*
002680*  LETTER WORK FIELDS - THE CHANGE BEING NOTICED AND THE   *
002690*  HEADLINE RATES EITHER SIDE OF IT.                       *
002700*---------------------------------------------------------*
002710 77  WS-OLD-SUB           PIC 9(3) COMP VALUE 0.
002720 77  WS-NEW-SUB           PIC 9(3) COMP VALUE 0.
002730 01  WS-OLD-RATE          PIC 9(3)V9999 VALUE 0.
002740 01  WS-NEW-RATE          PIC 9(3)V9999 VALUE 0.
002750 01  WS-BAND-FLOOR        PIC 9(7)V99 VALUE 0.
002760
002770*---------------------------------------------------------*
002780*  RUN COUNTERS AND EDITS                                 *
002790*---------------------------------------------------------*
002800 77  WS-ACCT-COUNT        PIC 9(7) COMP VALUE 0.
002810 77  WS-AFFECTED-COUNT    PIC 9(7) COMP VALUE 0.
002820 77  WS-LETTER-COUNT      PIC 9(7) COMP VALUE 0.
002830 77  WS-ALREADY-COUNT     PIC 9(7) COMP VALUE 0.
002840 77  WS-EXCEPT-COUNT      PIC 9(7) COMP VALUE 0.
002850 77  WS-UNRECORDED-COUNT  PIC 9(7) COMP VALUE 0.
002860 01  WS-COUNT-EDIT        PIC Z(6)9.
002870 01  WS-DAYS-EDIT         PIC ZZ9.
002880 01  WS-RATE-EDIT         PIC ZZ9.9999.
002890 01  WS-RATE2-EDIT        PIC ZZ9.9999.
002900 01  WS-CEIL-EDIT         PIC Z(6)9.99.
002901 01  WS-BAND-EDIT         PIC 9.
002902 01  WS-INDEX-TERMS-LINE.
002903     05  FILLER           PIC X(06) VALUE "INDEX ".
002904     05  WS-IT-INDEX      PIC X(04).
002905     05  FILLER           PIC X(01) VALUE SPACE.
002906     05  WS-IT-SIGN       PIC X(01).
002907     05  FILLER           PIC X(01) VALUE SPACE.
002908     05  WS-IT-MARGIN     PIC Z9.9999.
002909     05  FILLER           PIC X(09) VALUE "%, FLOOR ".
002910     05  WS-IT-FLOOR      PIC ZZ9.9999.
002911     05  FILLER           PIC X(07) VALUE "%, CAP ".
002912     05  WS-IT-CAP        PIC ZZ9.9999.
002913     05  FILLER           PIC X(01) VALUE "%".
002920 01  WS-LINE-OUT          PIC X(132).
002930
002940 PROCEDURE DIVISION.
002950
002960*===========================================================*
002970*  0000-MAINLINE                                             *
002980*===========================================================*
002990 0000-MAINLINE.
003000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003010     IF RUN-FAILED
003020         PERFORM 9999-TERMINATE THRU 9999-EXIT
003030         STOP RUN
003040     END-IF.
003050     IF WS-CHG-COUNT > 0
003060         PERFORM 3000-PROCESS-ACCOUNT THRU 3000-EXIT
003070             UNTIL MASTER-EOF
003080     END-IF.
003090     PERFORM 8000-RUN-SUMMARY THRU 8000-EXIT.
003100     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003110     STOP RUN.
003120
003130*===========================================================*
003140*  1000-INITIALIZE - READ THE PARAMETER CARDS, TABLE THE     *
003150*  RATE TABLE AND ITS PENDING CHANGES, AND OPEN THE FILES    *
003160*===========================================================*
003170 1000-INITIALIZE.
003180     DISPLAY "Rate Change Notices".
003190     DISPLAY "===================".
003200     DISPLAY "Run date (YYYYMMDD, blank = today): ".
003210     ACCEPT WS-RUN-DATE-CARD.
003220     DISPLAY "Notice window days (blank = 30): ".
003230     ACCEPT WS-WINDOW-DAYS-CARD.
003240     IF WS-RUN-DATE-CARD = SPACES
003250         OR WS-RUN-DATE-CARD = "00000000"
003260         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003270     ELSE
003280         IF WS-RUN-DATE-CARD NOT NUMERIC
003290             DISPLAY "*** ERROR: RUN DATE " WS-RUN-DATE-CARD
003300                 " IS NOT YYYYMMDD. ***"
003310             SET RUN-FAILED TO TRUE
003320             MOVE 16 TO RETURN-CODE
003330             GO TO 1000-EXIT
003340         END-IF
003350         MOVE WS-RUN-DATE-CARD TO WS-RUN-DATE
003360     END-IF.
003370     IF WS-RD-MONTH < 1 OR WS-RD-MONTH > 12
003380         OR WS-RD-DAY < 1 OR WS-RD-DAY > 31
003390         DISPLAY "*** ERROR: RUN DATE " WS-RUN-DATE
003400             " IS NOT A VALID DATE. ***"
003410         SET RUN-FAILED TO TRUE
003420         MOVE 16 TO RETURN-CODE
003430         GO TO 1000-EXIT
003440     END-IF.
003450     IF WS-WINDOW-DAYS-CARD NOT = SPACES
003460         IF WS-WINDOW-DAYS-CARD NOT NUMERIC
003470             DISPLAY "*** ERROR: NOTICE WINDOW DAYS "
003480                 WS-WINDOW-DAYS-CARD " IS NOT 3 DIGITS. ***"
003490             SET RUN-FAILED TO TRUE
003500             MOVE 16 TO RETURN-CODE
003510             GO TO 1000-EXIT
003520         END-IF
003530         MOVE WS-WINDOW-DAYS-CARD TO WS-WINDOW-DAYS
003540     END-IF.
003550     IF WS-WINDOW-DAYS = 0
003560         MOVE 30 TO WS-WINDOW-DAYS
003570     END-IF.
003580     COMPUTE WS-RUN-INTEGER =
003590         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
003600     COMPUTE WS-WINDOW-END-DATE =
003610         FUNCTION DATE-OF-INTEGER
003615             (WS-RUN-INTEGER + WS-WINDOW-DAYS).
003620     MOVE WS-RUN-DATE TO WS-EDIT-DATE.
003630     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
003640     MOVE WS-DATE-EDIT TO WS-RUN-DATE-EDIT.
003650     MOVE WS-WINDOW-END-DATE TO WS-EDIT-DATE.
003660     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
003670     MOVE WS-DATE-EDIT TO WS-WINDOW-END-EDIT.
003680     DISPLAY "Rate changes effective after " WS-RUN-DATE-EDIT
003690         " up to " WS-WINDOW-END-EDIT ".".
003700     PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT.
003710     IF RUN-FAILED
003720         GO TO 1000-EXIT
003730     END-IF.
003740     PERFORM 1200-FIND-CHANGES THRU 1200-EXIT.
003750     IF WS-CHG-COUNT = 0
003760         DISPLAY "No rate changes in the notice window - "
003770             "no letters to send."
003780         GO TO 1000-EXIT
003790     END-IF.
003800     OPEN INPUT ACCOUNT-MASTER.
003810     IF WS-MASTER-STATUS NOT = "00"
003820         DISPLAY "*** ERROR: CANNOT OPEN ACCOUNT MASTER "
003830             "(ACCTMST) - FILE STATUS " WS-MASTER-STATUS " ***"
003840         SET RUN-FAILED TO TRUE
003850         MOVE 16 TO RETURN-CODE
003860         GO TO 1000-EXIT
003870     END-IF.
003880     SET MASTER-OPEN TO TRUE.
003890     OPEN INPUT ADDRESS-FILE.
003900     IF WS-ADDR-STATUS NOT = "00"
003910         DISPLAY "*** ERROR: CANNOT OPEN ADDRESS FILE "
003920             "(CUSTADDR) - FILE STATUS " WS-ADDR-STATUS " ***"
003930         SET RUN-FAILED TO TRUE
003940         MOVE 16 TO RETURN-CODE
003950         GO TO 1000-EXIT
003960     END-IF.
003970     SET ADDRESS-OPEN TO TRUE.
003980     OPEN I-O NOTICE-SENT-FILE.
003990     IF WS-SENT-STATUS = "35"
004000         OPEN OUTPUT NOTICE-SENT-FILE
004010         CLOSE NOTICE-SENT-FILE
004020         OPEN I-O NOTICE-SENT-FILE
004030     END-IF.
004040*    WITHOUT THE RECORD OF LETTERS SENT NOTHING IS PRINTED -
004050*    EVERY CUSTOMER WOULD BE NOTICED AGAIN.
004060     IF WS-SENT-STATUS NOT = "00"
004070         DISPLAY "*** ERROR: CANNOT OPEN NOTICE-SENT FILE "
004080             "(NOTCSENT) - FILE STATUS " WS-SENT-STATUS
004090             " - NO LETTERS SENT. ***"
004100         SET RUN-FAILED TO TRUE
004110         MOVE 16 TO RETURN-CODE
004120         GO TO 1000-EXIT
004130     END-IF.
004140     SET SENT-OPEN TO TRUE.
004150     OPEN OUTPUT NOTICE-FILE.
004160     IF WS-NOTICE-STATUS NOT = "00"
004170         DISPLAY "*** ERROR: CANNOT OPEN NOTICE LETTERS "
004180             "(NOTCOUT) - FILE STATUS " WS-NOTICE-STATUS " ***"
004190         SET RUN-FAILED TO TRUE
004200         MOVE 16 TO RETURN-CODE
004210         GO TO 1000-EXIT
004220     END-IF.
004230     SET NOTICE-OPEN TO TRUE.
004240     OPEN OUTPUT EXCEPTION-FILE.
004250     IF WS-EXCEPT-STATUS NOT = "00"
004260         DISPLAY "*** ERROR: CANNOT OPEN EXCEPTION LIST "
004270             "(NOTCEXC) - FILE STATUS " WS-EXCEPT-STATUS " ***"
004280         SET RUN-FAILED TO TRUE
004290         MOVE 16 TO RETURN-CODE
004300         GO TO 1000-EXIT
004310     END-IF.
004320     SET EXCEPT-OPEN TO TRUE.
004330     MOVE SPACES TO EXCEPTION-RECORD.
004340     STRING "RATE CHANGE NOTICES - ADDRESS EXCEPTIONS  -  "
004350         "RUN DATE: " WS-RUN-DATE-EDIT
004360         DELIMITED BY SIZE INTO EXCEPTION-RECORD.
004370     WRITE EXCEPTION-RECORD.
004380     MOVE SPACES TO EXCEPTION-RECORD.
004390     WRITE EXCEPTION-RECORD.
004400 1000-EXIT.
004410     EXIT.
004420
004430*===========================================================*
004440*  1100-LOAD-RATE-TABLE - PULL THE WHOLE PRODUCT RATE TABLE  *
004450*  INTO WORKING STORAGE.  WITHOUT IT THERE IS NO CHANGE TO   *
004460*  NOTICE, SO A MISSING TABLE IS A HARD FAILURE.             *
004470*===========================================================*
004480 1100-LOAD-RATE-TABLE.
004490     MOVE 0 TO WS-RATE-COUNT.
004500     OPEN INPUT RATE-TABLE-FILE.
004510     IF WS-RATETAB-STATUS NOT = "00"
004520         DISPLAY "*** ERROR: CANNOT OPEN RATE TABLE FILE "
004530             "(RATETAB) - FILE STATUS " WS-RATETAB-STATUS " ***"
004540         SET RUN-FAILED TO TRUE
004550         MOVE 16 TO RETURN-CODE
004560         GO TO 1100-EXIT
004570     END-IF.
004580     PERFORM 1110-LOAD-RATE-ENTRY THRU 1110-EXIT
004590         UNTIL RATETAB-EOF.
004600     CLOSE RATE-TABLE-FILE.
004610 1100-EXIT.
004620     EXIT.
004630
004640 1110-LOAD-RATE-ENTRY.
004650     READ RATE-TABLE-FILE
004660         AT END
004670             MOVE "Y" TO WS-RATETAB-EOF-SW
004680             GO TO 1110-EXIT
004690     END-READ.
004700     IF WS-RATE-COUNT NOT < WS-RATE-MAX
004710         DISPLAY "*** WARNING: RATE TABLE HOLDS MORE THAN "
004720             WS-RATE-MAX " ENTRIES - EXTRAS IGNORED. ***"
004730         MOVE "Y" TO WS-RATETAB-EOF-SW
004740         GO TO 1110-EXIT
004750     END-IF.
004760     ADD 1 TO WS-RATE-COUNT.
004770     MOVE RT-PRODUCT-CODE TO WS-RATE-PROD (WS-RATE-COUNT).
004780     MOVE RT-INTEREST-RATE TO WS-RATE-RATE (WS-RATE-COUNT).
004790*    OLD-STYLE RECORDS CARRY NO EFFECTIVE DATE OR BANDS -
004800*    TREAT THEM AS ALWAYS IN FORCE AND UNBANDED.
004810     IF RT-EFFECTIVE-DATE NUMERIC
004820         MOVE RT-EFFECTIVE-DATE TO WS-RATE-EFFDATE
004830             (WS-RATE-COUNT)
004840     ELSE
004841         MOVE 0 TO WS-RATE-EFFDATE (WS-RATE-COUNT)
004842     END-IF.
004843     MOVE SPACE TO WS-RATE-TYPE (WS-RATE-COUNT).
004844     MOVE SPACES TO WS-RATE-INDEX (WS-RATE-COUNT).
004845     MOVE 0 TO WS-RATE-MARGIN (WS-RATE-COUNT).
004846     MOVE 0 TO WS-RATE-CAP (WS-RATE-COUNT).
004847*    AN INDEX-LINKED ENTRY WITH NO USABLE CAP IS HELD ONLY BY
004848*    THE 100 PERCENT RATE LIMIT, AS THE MATURITY RUN PRICES IT.
004849     IF RT-INDEX-LINKED
004850         MOVE "V" TO WS-RATE-TYPE (WS-RATE-COUNT)
004851         MOVE RT-INDEX-CODE TO WS-RATE-INDEX (WS-RATE-COUNT)
004852         IF RT-RATE-MARGIN NUMERIC
004853             MOVE RT-RATE-MARGIN TO WS-RATE-MARGIN (WS-RATE-COUNT)
004854         END-IF
004855         MOVE 100 TO WS-RATE-CAP (WS-RATE-COUNT)
004856         IF RT-RATE-CAP NUMERIC
004857             IF RT-RATE-CAP > 0
004858                 MOVE RT-RATE-CAP TO WS-RATE-CAP (WS-RATE-COUNT)
004859             END-IF
004860         END-IF
004861     END-IF.
004870     MOVE 0 TO WS-BAND-SUB.
004880     PERFORM 1120-LOAD-BAND-ENTRY THRU 1120-EXIT
004890         UNTIL WS-BAND-SUB NOT < 3.
004900 1110-EXIT.
004910     EXIT.
004920
004930 1120-LOAD-BAND-ENTRY.
004940     ADD 1 TO WS-BAND-SUB.
004950     IF RT-BAND-CEILING (WS-BAND-SUB) NUMERIC
004960         MOVE RT-BAND-CEILING (WS-BAND-SUB)
004970             TO WS-RATE-BAND-CEIL (WS-RATE-COUNT WS-BAND-SUB)
004980     ELSE
004990         MOVE 0
005000             TO WS-RATE-BAND-CEIL (WS-RATE-COUNT WS-BAND-SUB)
005010     END-IF.
005020     IF RT-BAND-RATE (WS-BAND-SUB) NUMERIC
005030         MOVE RT-BAND-RATE (WS-BAND-SUB)
005040             TO WS-RATE-BAND-RATE (WS-RATE-COUNT WS-BAND-SUB)
005050     ELSE
005060         MOVE 0
005070             TO WS-RATE-BAND-RATE (WS-RATE-COUNT WS-BAND-SUB)
005080     END-IF.
005090 1120-EXIT.
005100     EXIT.
005110
005120*===========================================================*
005130*  1200-1240 - FIND THE PENDING CHANGES.  EVERY ENTRY        *
005140*  EFFECTIVE AFTER THE RUN DATE AND NOT AFTER THE WINDOW END *
005150*  IS PAIRED WITH THE SAME PRODUCT'S ENTRY WITH THE LATEST   *
005160*  EARLIER EFFECTIVE DATE - THE RATE IT REPLACES.            *
005170*===========================================================*
005180 1200-FIND-CHANGES.
005190     MOVE 0 TO WS-CHG-COUNT.
005200     MOVE 0 TO WS-RATE-SUB.
005210     PERFORM 1210-CHECK-ENTRY THRU 1210-EXIT
005220         UNTIL WS-RATE-SUB NOT < WS-RATE-COUNT.
005230 1200-EXIT.
005240     EXIT.
005250
005260 1210-CHECK-ENTRY.
005270     ADD 1 TO WS-RATE-SUB.
005280     IF WS-RATE-EFFDATE (WS-RATE-SUB) NOT > WS-RUN-DATE
005290         OR WS-RATE-EFFDATE (WS-RATE-SUB) > WS-WINDOW-END-DATE
005300         GO TO 1210-EXIT
005310     END-IF.
005320     MOVE WS-RATE-SUB TO WS-NEW-SUB.
005330     MOVE 0 TO WS-RATE-FOUND-SUB.
005340     MOVE 0 TO WS-OLD-SUB.
005350     PERFORM 1220-SCAN-PRIOR-ENTRY THRU 1220-EXIT
005360         UNTIL WS-OLD-SUB NOT < WS-RATE-COUNT.
005370     MOVE WS-RATE-EFFDATE (WS-NEW-SUB) TO WS-EDIT-DATE.
005380     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
005390     IF WS-RATE-FOUND-SUB = 0
005400         DISPLAY "Product " WS-RATE-PROD (WS-NEW-SUB)
005410             " first rated from " WS-DATE-EDIT
005420             " - new product, no notice."
005430         GO TO 1210-EXIT
005440     END-IF.
005450     MOVE WS-RATE-FOUND-SUB TO WS-OLD-SUB.
005460     PERFORM 1230-COMPARE-RATES THRU 1230-EXIT.
005470     IF RATES-SAME
005480         DISPLAY "Product " WS-RATE-PROD (WS-NEW-SUB)
005490             " entry from " WS-DATE-EDIT
005500             " does not change the rate - no notice."
005510         GO TO 1210-EXIT
005520     END-IF.
005530     IF WS-CHG-COUNT NOT < WS-CHG-MAX
005540         DISPLAY "*** WARNING: MORE THAN " WS-CHG-MAX
005550             " RATE CHANGES IN THE WINDOW - PRODUCT "
005560             WS-RATE-PROD (WS-NEW-SUB) " FROM " WS-DATE-EDIT
005570             " IS NOT NOTICED TONIGHT. ***"
005580         MOVE 4 TO RETURN-CODE
005590         GO TO 1210-EXIT
005600     END-IF.
005610     ADD 1 TO WS-CHG-COUNT.
005620     MOVE WS-RATE-PROD (WS-NEW-SUB) TO WS-CHG-PROD (WS-CHG-COUNT).
005630     MOVE WS-RATE-EFFDATE (WS-NEW-SUB)
005640         TO WS-CHG-EFFDATE (WS-CHG-COUNT).
005650     MOVE WS-NEW-SUB TO WS-CHG-NEW-SUB (WS-CHG-COUNT).
005660     MOVE WS-OLD-SUB TO WS-CHG-OLD-SUB (WS-CHG-COUNT).
005670     MOVE 0 TO WS-CHG-LETTERS (WS-CHG-COUNT).
005680     DISPLAY "Product " WS-RATE-PROD (WS-NEW-SUB)
005690         " changes rate on " WS-DATE-EDIT ".".
005700 1210-EXIT.
005710     EXIT.
005720
005730 1220-SCAN-PRIOR-ENTRY.
005740     ADD 1 TO WS-OLD-SUB.
005750     IF WS-RATE-PROD (WS-OLD-SUB) = WS-RATE-PROD (WS-NEW-SUB)
005760         AND WS-RATE-EFFDATE (WS-OLD-SUB)
005770             < WS-RATE-EFFDATE (WS-NEW-SUB)
005780         IF WS-RATE-FOUND-SUB = 0
005790             OR WS-RATE-EFFDATE (WS-OLD-SUB) >
005800                 WS-RATE-EFFDATE (WS-RATE-FOUND-SUB)
005810             MOVE WS-OLD-SUB TO WS-RATE-FOUND-SUB
005820         END-IF
005830     END-IF.
005840 1220-EXIT.
005850     EXIT.
005860
005870 1230-COMPARE-RATES.
005880     SET RATES-SAME TO TRUE.
005882     IF WS-RATE-RATE (WS-OLD-SUB) NOT = WS-RATE-RATE (WS-NEW-SUB)
005884         SET RATES-DIFFER TO TRUE
005886     END-IF.
005888*    AN INDEX-LINKED ENTRY'S RATE IS ITS FLOOR ABOVE, AND ITS
005890*    INDEX, MARGIN AND CAP HERE.  A PRODUCT GOING ON TO OR OFF
005892*    AN INDEX IS A CHANGE WHATEVER THE TERMS.
005894     IF WS-RATE-TYPE (WS-OLD-SUB) NOT = WS-RATE-TYPE (WS-NEW-SUB)
005896         OR WS-RATE-INDEX (WS-OLD-SUB) NOT =
005898             WS-RATE-INDEX (WS-NEW-SUB)
005900         OR WS-RATE-MARGIN (WS-OLD-SUB) NOT =
005902             WS-RATE-MARGIN (WS-NEW-SUB)
005904         OR WS-RATE-CAP (WS-OLD-SUB) NOT =
005905             WS-RATE-CAP (WS-NEW-SUB)
005906         SET RATES-DIFFER TO TRUE
005908     END-IF.
005920     MOVE 0 TO WS-BAND-SUB.
005930     PERFORM 1240-COMPARE-BAND THRU 1240-EXIT
005940         UNTIL WS-BAND-SUB NOT < 3.
005950 1230-EXIT.
005960     EXIT.
005970
005980 1240-COMPARE-BAND.
005990     ADD 1 TO WS-BAND-SUB.
006000     IF WS-RATE-BAND-CEIL (WS-OLD-SUB WS-BAND-SUB) NOT =
006010             WS-RATE-BAND-CEIL (WS-NEW-SUB WS-BAND-SUB)
006020         OR WS-RATE-BAND-RATE (WS-OLD-SUB WS-BAND-SUB) NOT =
006030             WS-RATE-BAND-RATE (WS-NEW-SUB WS-BAND-SUB)
006040         SET RATES-DIFFER TO TRUE
006050     END-IF.
006060 1240-EXIT.
006070     EXIT.
006080
006090*===========================================================*
006100*  3000-3300 - ACCOUNT LOOP.  THE MASTER IS READ IN KEY      *
006110*  ORDER AND EVERY ACCOUNT IS CHECKED AGAINST EACH PENDING   *
006120*  CHANGE.  THE ADDRESS IS READ ONCE PER ACCOUNT, AT ITS     *
006130*  FIRST UNNOTICED CHANGE.                                   *
006140*===========================================================*
006150 3000-PROCESS-ACCOUNT.
006160     READ ACCOUNT-MASTER NEXT RECORD
006170         AT END
006180             MOVE "Y" TO WS-MASTER-EOF-SW
006190             GO TO 3000-EXIT
006200     END-READ.
006210     ADD 1 TO WS-ACCT-COUNT.
006212     IF AM-CLOSED
006214         GO TO 3000-EXIT
006216     END-IF.
006220     MOVE "N" TO WS-ADDR-READ-SW.
006230     MOVE "N" TO WS-ADDR-FOUND-SW.
006240     MOVE 0 TO WS-CHG-SUB.
006250     PERFORM 3100-CHECK-CHANGE THRU 3100-EXIT
006260         UNTIL WS-CHG-SUB NOT < WS-CHG-COUNT.
006270 3000-EXIT.
006280     EXIT.
006290
006300 3100-CHECK-CHANGE.
006310     ADD 1 TO WS-CHG-SUB.
006320     IF WS-CHG-PROD (WS-CHG-SUB) NOT = AM-PRODUCT-CODE
006330         GO TO 3100-EXIT
006340     END-IF.
006350     ADD 1 TO WS-AFFECTED-COUNT.
006360     MOVE AM-ACCOUNT-ID TO NS-ACCOUNT-ID.
006370     MOVE AM-PRODUCT-CODE TO NS-PRODUCT-CODE.
006380     MOVE WS-CHG-EFFDATE (WS-CHG-SUB) TO NS-EFFECTIVE-DATE.
006390     READ NOTICE-SENT-FILE
006400         INVALID KEY
006410             CONTINUE
006420         NOT INVALID KEY
006430             ADD 1 TO WS-ALREADY-COUNT
006440             GO TO 3100-EXIT
006450     END-READ.
006460     IF NOT ADDRESS-READ
006470         PERFORM 3200-GET-ADDRESS THRU 3200-EXIT
006480     END-IF.
006490     MOVE WS-CHG-OLD-SUB (WS-CHG-SUB) TO WS-OLD-SUB.
006500     MOVE WS-CHG-NEW-SUB (WS-CHG-SUB) TO WS-NEW-SUB.
006510     MOVE WS-CHG-EFFDATE (WS-CHG-SUB) TO WS-EDIT-DATE.
006520     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
006530     MOVE WS-DATE-EDIT TO WS-EFF-DATE-EDIT.
006540     IF NOT ADDRESS-FOUND
006550         PERFORM 3300-WRITE-EXCEPTION THRU 3300-EXIT
006560         GO TO 3100-EXIT
006570     END-IF.
006580     PERFORM 5000-PRINT-NOTICE THRU 5000-EXIT.
006590     ADD 1 TO WS-CHG-LETTERS (WS-CHG-SUB).
006600     PERFORM 3400-RECORD-NOTICE THRU 3400-EXIT.
006610 3100-EXIT.
006620     EXIT.
006630
006640 3200-GET-ADDRESS.
006650     SET ADDRESS-READ TO TRUE.
006660     MOVE "N" TO WS-ADDR-FOUND-SW.
006670     MOVE AM-ACCOUNT-ID TO CA-ACCOUNT-ID.
006680     READ ADDRESS-FILE
006690         INVALID KEY
006700             GO TO 3200-EXIT
006710     END-READ.
006720     SET ADDRESS-FOUND TO TRUE.
006730 3200-EXIT.
006740     EXIT.
006750
006760 3300-WRITE-EXCEPTION.
006770     ADD 1 TO WS-EXCEPT-COUNT.
006780     MOVE SPACES TO EXCEPTION-RECORD.
006790     STRING "  NO ADDRESS RECORD  " AM-ACCOUNT-ID
006800         "  BRANCH " AM-BRANCH-CODE
006810         "  PRODUCT " AM-PRODUCT-CODE
006820         "  RATE CHANGE EFFECTIVE " WS-EFF-DATE-EDIT
006830         DELIMITED BY SIZE INTO EXCEPTION-RECORD.
006840     WRITE EXCEPTION-RECORD.
006850 3300-EXIT.
006860     EXIT.
006870
006880*===========================================================*
006890*  3400-RECORD-NOTICE - RECORD THE LETTER JUST PRINTED.  A   *
006900*  FAILED WRITE LEAVES THE CUSTOMER TO BE NOTICED AGAIN      *
006910*  TOMORROW, SO IT IS FLAGGED FOR THE BRANCH TO PULL THE     *
006920*  DUPLICATE.                                                *
006930*===========================================================*
006940 3400-RECORD-NOTICE.
006950     MOVE SPACES TO NOTICE-SENT-RECORD.
006960     MOVE AM-ACCOUNT-ID TO NS-ACCOUNT-ID.
006970     MOVE AM-PRODUCT-CODE TO NS-PRODUCT-CODE.
006980     MOVE WS-CHG-EFFDATE (WS-CHG-SUB) TO NS-EFFECTIVE-DATE.
006990     MOVE WS-RUN-DATE TO NS-SENT-DATE.
007000     MOVE AM-BRANCH-CODE TO NS-BRANCH-CODE.
007010     MOVE WS-OLD-RATE TO NS-OLD-RATE.
007020     MOVE WS-NEW-RATE TO NS-NEW-RATE.
007030     WRITE NOTICE-SENT-RECORD
007040         INVALID KEY
007050             CONTINUE
007060     END-WRITE.
007070     IF WS-SENT-STATUS NOT = "00"
007080         DISPLAY "*** WARNING: NOTICE TO ACCOUNT " AM-ACCOUNT-ID
007090             " NOT RECORDED AS SENT - FILE STATUS "
007100             WS-SENT-STATUS " - PULL TOMORROW'S DUPLICATE. ***"
007110         ADD 1 TO WS-UNRECORDED-COUNT
007120     END-IF.
007130 3400-EXIT.
007140     EXIT.
007150
007160*===========================================================*
007170*  5000-PRINT-NOTICE - ONE PAGE PER ACCOUNT AND CHANGE:      *
007180*  ADDRESS BLOCK, OLD AND NEW RATES (OR INDEX TERMS), AND    *
007190*  FOR A TIERED ACCOUNT THE OLD AND NEW BAND TABLES.         *
007200*===========================================================*
007210 5000-PRINT-NOTICE.
007220     ADD 1 TO WS-LETTER-COUNT.
007230     MOVE WS-RATE-RATE (WS-OLD-SUB) TO WS-OLD-RATE.
007240     MOVE WS-RATE-RATE (WS-NEW-SUB) TO WS-NEW-RATE.
007250     IF AM-TIERED
007260         IF WS-RATE-BAND-RATE (WS-OLD-SUB 1) > 0
007270             MOVE WS-RATE-BAND-RATE (WS-OLD-SUB 1) TO WS-OLD-RATE
007280         END-IF
007290         IF WS-RATE-BAND-RATE (WS-NEW-SUB 1) > 0
007300             MOVE WS-RATE-BAND-RATE (WS-NEW-SUB 1) TO WS-NEW-RATE
007310         END-IF
007320     END-IF.
007330
007340     MOVE ALL "=" TO NOTICE-RECORD.
007350     WRITE NOTICE-RECORD.
007360     MOVE SPACES TO NOTICE-RECORD.
007370     STRING "MAIN STREET FINANCE  -  NOTICE OF INTEREST RATE "
007380         "CHANGE  -  " WS-RUN-DATE-EDIT
007390         DELIMITED BY SIZE INTO NOTICE-RECORD.
007400     WRITE NOTICE-RECORD.
007410     MOVE SPACES TO NOTICE-RECORD.
007420     WRITE NOTICE-RECORD.
007430     MOVE SPACES TO NOTICE-RECORD.
007440     STRING "  " CA-CUSTOMER-NAME
007450         DELIMITED BY SIZE INTO NOTICE-RECORD.
007460     WRITE NOTICE-RECORD.
007470     MOVE SPACES TO NOTICE-RECORD.
007480     STRING "  " CA-ADDR-LINE-1
007490         DELIMITED BY SIZE INTO NOTICE-RECORD.
007500     WRITE NOTICE-RECORD.
007510     IF CA-ADDR-LINE-2 NOT = SPACES
007520         MOVE SPACES TO NOTICE-RECORD
007530         STRING "  " CA-ADDR-LINE-2
007540             DELIMITED BY SIZE INTO NOTICE-RECORD
007550         WRITE NOTICE-RECORD
007560     END-IF.
007570     MOVE SPACES TO NOTICE-RECORD.
007580     STRING "  " CA-CITY-STATE-ZIP
007590         DELIMITED BY SIZE INTO NOTICE-RECORD.
007600     WRITE NOTICE-RECORD.
007610     MOVE SPACES TO NOTICE-RECORD.
007620     WRITE NOTICE-RECORD.
007630
007640     MOVE SPACES TO NOTICE-RECORD.
007650     STRING "  ACCOUNT: " AM-ACCOUNT-ID
007660         "   BRANCH: " AM-BRANCH-CODE
007670         "   PRODUCT: " AM-PRODUCT-CODE
007680         "   PLAN: " AM-CALC-MODE
007690         DELIMITED BY SIZE INTO NOTICE-RECORD.
007700     WRITE NOTICE-RECORD.
007710     MOVE SPACES TO NOTICE-RECORD.
007720     WRITE NOTICE-RECORD.
007730     MOVE SPACES TO NOTICE-RECORD.
007740     STRING "  THE INTEREST RATE ON YOUR ACCOUNT WILL CHANGE ON "
007750         WS-EFF-DATE-EDIT "."
007760         DELIMITED BY SIZE INTO NOTICE-RECORD.
007770     WRITE NOTICE-RECORD.
007780     MOVE SPACES TO NOTICE-RECORD.
007790     WRITE NOTICE-RECORD.
007800     MOVE WS-OLD-RATE TO WS-RATE-EDIT.
007810     MOVE WS-NEW-RATE TO WS-RATE2-EDIT.
007812     MOVE SPACES TO NOTICE-RECORD.
007814     IF WS-RATE-INDEX-LINKED (WS-OLD-SUB)
007816         MOVE WS-OLD-SUB TO WS-RATE-SUB
007818         PERFORM 5300-INDEX-TERMS THRU 5300-EXIT
007820         STRING "  CURRENT RATE:  " WS-INDEX-TERMS-LINE
007822             DELIMITED BY SIZE INTO NOTICE-RECORD
007824     ELSE
007826         STRING "  CURRENT RATE:  " WS-RATE-EDIT "%"
007828             DELIMITED BY SIZE INTO NOTICE-RECORD
007830     END-IF.
007832     WRITE NOTICE-RECORD.
007834     MOVE SPACES TO NOTICE-RECORD.
007836     IF WS-RATE-INDEX-LINKED (WS-NEW-SUB)
007838         MOVE WS-NEW-SUB TO WS-RATE-SUB
007840         PERFORM 5300-INDEX-TERMS THRU 5300-EXIT
007842         STRING "  NEW RATE:      " WS-INDEX-TERMS-LINE
007844             "   FROM " WS-EFF-DATE-EDIT
007846             DELIMITED BY SIZE INTO NOTICE-RECORD
007848     ELSE
007850         STRING "  NEW RATE:      " WS-RATE2-EDIT "%"
007852             "   FROM " WS-EFF-DATE-EDIT
007854             DELIMITED BY SIZE INTO NOTICE-RECORD
007856     END-IF.
007858     WRITE NOTICE-RECORD.
007860     IF WS-RATE-INDEX-LINKED (WS-NEW-SUB)
007862         MOVE SPACES TO NOTICE-RECORD
007864         STRING "  YOUR RATE WILL BE THE INDEX VALUE PLUS THE "
007865             "MARGIN, NEVER BELOW THE FLOOR OR ABOVE THE CAP."
007868             DELIMITED BY SIZE INTO NOTICE-RECORD
007870         WRITE NOTICE-RECORD
007872     END-IF.
007910     IF AM-TIERED
007920         PERFORM 5100-BAND-TABLES THRU 5100-EXIT
007930     END-IF.
007940     MOVE SPACES TO NOTICE-RECORD.
007950     WRITE NOTICE-RECORD.
007960     MOVE SPACES TO NOTICE-RECORD.
007970     STRING "  NO ACTION IS NEEDED ON YOUR PART.  PLEASE CONTACT "
007980         "YOUR BRANCH WITH ANY QUESTIONS ABOUT THIS CHANGE."
007990         DELIMITED BY SIZE INTO NOTICE-RECORD.
008000     WRITE NOTICE-RECORD.
008010     MOVE SPACES TO NOTICE-RECORD.
008020     WRITE NOTICE-RECORD.
008030 5000-EXIT.
008040     EXIT.
008050
008060*===========================================================*
008070*  5100-5220 - BAND TABLES FOR A TIERED ACCOUNT.  A BAND     *
008080*  WITH NO RATE ENDS THE DEFINITION, AND A BAND WITH NO      *
008090*  CEILING TAKES EVERYTHING ABOVE THE ONE BEFORE, AS THE     *
008100*  CALCULATOR PRICES THEM.                                   *
008110*===========================================================*
008120 5100-BAND-TABLES.
008130     MOVE SPACES TO NOTICE-RECORD.
008140     WRITE NOTICE-RECORD.
008150     MOVE SPACES TO NOTICE-RECORD.
008160     STRING "  YOUR ACCOUNT EARNS INTEREST BY BALANCE BAND."
008170         DELIMITED BY SIZE INTO NOTICE-RECORD.
008180     WRITE NOTICE-RECORD.
008190     MOVE SPACES TO NOTICE-RECORD.
008200     WRITE NOTICE-RECORD.
008210     MOVE SPACES TO NOTICE-RECORD.
008220     STRING "  CURRENT BANDS:"
008230         DELIMITED BY SIZE INTO NOTICE-RECORD.
008240     WRITE NOTICE-RECORD.
008250     MOVE WS-OLD-SUB TO WS-RATE-SUB.
008260     PERFORM 5200-BAND-TABLE THRU 5200-EXIT.
008264     MOVE SPACES TO NOTICE-RECORD.
008267     WRITE NOTICE-RECORD.
008270     MOVE SPACES TO NOTICE-RECORD.
008280     STRING "  NEW BANDS FROM " WS-EFF-DATE-EDIT ":"
008290         DELIMITED BY SIZE INTO NOTICE-RECORD.
008300     WRITE NOTICE-RECORD.
008310     MOVE WS-NEW-SUB TO WS-RATE-SUB.
008320     PERFORM 5200-BAND-TABLE THRU 5200-EXIT.
008330 5100-EXIT.
008340     EXIT.
008350
008360 5200-BAND-TABLE.
008370     MOVE 0 TO WS-BAND-FLOOR.
008380     MOVE 0 TO WS-BAND-SUB.
008390     IF WS-RATE-BAND-RATE (WS-RATE-SUB 1) = 0
008400         MOVE WS-RATE-RATE (WS-RATE-SUB) TO WS-RATE-EDIT
008410         MOVE SPACES TO NOTICE-RECORD
008420         STRING "    ALL BALANCES                      "
008430             WS-RATE-EDIT "%"
008440             DELIMITED BY SIZE INTO NOTICE-RECORD
008450         WRITE NOTICE-RECORD
008460         GO TO 5200-EXIT
008470     END-IF.
008480     PERFORM 5220-BAND-LINE THRU 5220-EXIT
008490         UNTIL WS-BAND-SUB NOT < 3.
008500 5200-EXIT.
008510     EXIT.
008520
008530 5220-BAND-LINE.
008540     ADD 1 TO WS-BAND-SUB.
008550     IF WS-RATE-BAND-RATE (WS-RATE-SUB WS-BAND-SUB) = 0
008560         MOVE 3 TO WS-BAND-SUB
008570         GO TO 5220-EXIT
008580     END-IF.
008590     MOVE WS-BAND-SUB TO WS-BAND-EDIT.
008600     MOVE WS-RATE-BAND-RATE (WS-RATE-SUB WS-BAND-SUB)
008610         TO WS-RATE-EDIT.
008620     MOVE SPACES TO NOTICE-RECORD.
008630     IF WS-RATE-BAND-CEIL (WS-RATE-SUB WS-BAND-SUB) = 0
008640         MOVE WS-BAND-FLOOR TO WS-CEIL-EDIT
008650         STRING "    BAND " WS-BAND-EDIT
008660             "  BALANCES ABOVE " WS-CEIL-EDIT "   "
008670             WS-RATE-EDIT "%"
008680             DELIMITED BY SIZE INTO NOTICE-RECORD
008690         WRITE NOTICE-RECORD
008700         MOVE 3 TO WS-BAND-SUB
008710         GO TO 5220-EXIT
008720     END-IF.
008730     MOVE WS-RATE-BAND-CEIL (WS-RATE-SUB WS-BAND-SUB)
008740         TO WS-CEIL-EDIT.
008750     STRING "    BAND " WS-BAND-EDIT
008760         "  BALANCES UP TO " WS-CEIL-EDIT "   "
008770         WS-RATE-EDIT "%"
008780         DELIMITED BY SIZE INTO NOTICE-RECORD.
008790     WRITE NOTICE-RECORD.
008800     MOVE WS-RATE-BAND-CEIL (WS-RATE-SUB WS-BAND-SUB)
008810         TO WS-BAND-FLOOR.
008820 5220-EXIT.
008830     EXIT.
008831
008832*===========================================================*
008833*  5300-INDEX-TERMS - THE INDEX, MARGIN, FLOOR AND CAP OF    *
008834*  THE INDEX-LINKED ENTRY AT WS-RATE-SUB, FOR THE LETTER.    *
008835*===========================================================*
008836 5300-INDEX-TERMS.
008837     MOVE WS-RATE-INDEX (WS-RATE-SUB) TO WS-IT-INDEX.
008838     IF WS-RATE-MARGIN (WS-RATE-SUB) < 0
008839         MOVE "-" TO WS-IT-SIGN
008840     ELSE
008841         MOVE "+" TO WS-IT-SIGN
008842     END-IF.
008843     MOVE WS-RATE-MARGIN (WS-RATE-SUB) TO WS-IT-MARGIN.
008844     MOVE WS-RATE-RATE (WS-RATE-SUB) TO WS-IT-FLOOR.
008845     MOVE WS-RATE-CAP (WS-RATE-SUB) TO WS-IT-CAP.
008846 5300-EXIT.
008847     EXIT.
008848
008850*===========================================================*
008860*  7900-EDIT-DATE - YYYYMMDD IN WS-EDIT-DATE TO YYYY-MM-DD   *
008870*===========================================================*
008880 7900-EDIT-DATE.
008890     MOVE WS-ED-YEAR TO WS-DE-YEAR.
008900     MOVE WS-ED-MONTH TO WS-DE-MONTH.
008910     MOVE WS-ED-DAY TO WS-DE-DAY.
008920 7900-EXIT.
008930     EXIT.
008940
008950*===========================================================*
008960*  8000-RUN-SUMMARY - LETTERS BY CHANGE, AND THE RUN COUNTS  *
008970*===========================================================*
008980 8000-RUN-SUMMARY.
008990     MOVE 0 TO WS-CHG-SUB.
009000     PERFORM 8010-CHANGE-SUMMARY THRU 8010-EXIT
009010         UNTIL WS-CHG-SUB NOT < WS-CHG-COUNT.
009020     MOVE WS-ACCT-COUNT TO WS-COUNT-EDIT.
009030     DISPLAY "Accounts read         : " WS-COUNT-EDIT.
009040     MOVE WS-AFFECTED-COUNT TO WS-COUNT-EDIT.
009050     DISPLAY "Notices due           : " WS-COUNT-EDIT.
009060     MOVE WS-ALREADY-COUNT TO WS-COUNT-EDIT.
009070     DISPLAY "Already noticed       : " WS-COUNT-EDIT.
009080     MOVE WS-LETTER-COUNT TO WS-COUNT-EDIT.
009090     DISPLAY "Letters printed       : " WS-COUNT-EDIT.
009100     MOVE WS-EXCEPT-COUNT TO WS-COUNT-EDIT.
009110     DISPLAY "Address exceptions    : " WS-COUNT-EDIT.
009120     MOVE WS-UNRECORDED-COUNT TO WS-COUNT-EDIT.
009130     DISPLAY "Letters not recorded  : " WS-COUNT-EDIT.
009140     IF EXCEPT-OPEN
009150         MOVE WS-EXCEPT-COUNT TO WS-COUNT-EDIT
009160         MOVE SPACES TO EXCEPTION-RECORD
009170         WRITE EXCEPTION-RECORD
009180         MOVE SPACES TO EXCEPTION-RECORD
009190         STRING "  TOTAL ADDRESS EXCEPTIONS: " WS-COUNT-EDIT
009200             DELIMITED BY SIZE INTO EXCEPTION-RECORD
009210         WRITE EXCEPTION-RECORD
009220     END-IF.
009230     IF (WS-EXCEPT-COUNT > 0 OR WS-UNRECORDED-COUNT > 0)
009240         AND RETURN-CODE = 0
009250         MOVE 4 TO RETURN-CODE
009260     END-IF.
009270 8000-EXIT.
009280     EXIT.
009290
009300 8010-CHANGE-SUMMARY.
009310     ADD 1 TO WS-CHG-SUB.
009320     MOVE WS-CHG-EFFDATE (WS-CHG-SUB) TO WS-EDIT-DATE.
009330     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
009340     MOVE WS-CHG-LETTERS (WS-CHG-SUB) TO WS-COUNT-EDIT.
009350     DISPLAY "Product " WS-CHG-PROD (WS-CHG-SUB)
009360         " effective " WS-DATE-EDIT
009370         " - letters printed: " WS-COUNT-EDIT.
009380 8010-EXIT.
009390     EXIT.
009400
009410*===========================================================*
009420*  9999-TERMINATE - CLOSE WHATEVER WAS OPENED                *
009430*===========================================================*
009440 9999-TERMINATE.
009450     IF MASTER-OPEN
009460         CLOSE ACCOUNT-MASTER
009470     END-IF.
009480     IF ADDRESS-OPEN
009490         CLOSE ADDRESS-FILE
009500     END-IF.
009510     IF SENT-OPEN
009520         CLOSE NOTICE-SENT-FILE
009530     END-IF.
009540     IF NOTICE-OPEN
009550         CLOSE NOTICE-FILE
009560     END-IF.
009570     IF EXCEPT-OPEN
009580         CLOSE EXCEPTION-FILE
009590     END-IF.
009600     DISPLAY "Rate Change Notices ended - return code "
009610         RETURN-CODE ".".
009620 9999-EXIT.
009630     EXIT.
