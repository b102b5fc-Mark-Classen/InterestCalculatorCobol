000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BranchStreamMerge.
000030 AUTHOR.        LENDING-SYSTEMS-GROUP.
000040 INSTALLATION.  MAIN-STREET-FINANCE.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*
000080*---------------------------------------------------------*
000090*  MODIFICATION HISTORY                                    *
000100*---------------------------------------------------------*
000110*  2026-10-15  RJM  ORIGINAL PROGRAM - COMBINES THE OUTPUT *
000120*              OF THE BRANCH-RANGE CALCULATOR STREAMS INTO *
000130*              THE SINGLE NIGHTLY DATA SETS AND PROVES THE *
000140*              RESULT AGAINST THE STREAMS.                 *
000142*  2026-10-15  RJM  GL EXTRACT RECORD GROWS TO 90 BYTES    *
000144*              AND REJECT RECORD TO 69 (INDEX-LINKED       *
000146*              PRODUCTS).                                  *
000147*  2026-10-15  RJM  THE MERGED RUNSTAT IS FLAGGED          *
000148*              RESTARTED WHEN ANY STREAM RESUMED FROM A    *
000149*              CHECKPOINT, SO GLPOST DOES NOT SWEEP.       *
000150*---------------------------------------------------------*
000160*  REMARKS.  THE OVERNIGHT RECALCULATION MAY BE SPLIT INTO *
000170*  STREAMS (CALCSTRM), EACH A MASTER-DRIVEN                *
000180*  CompoundInterestCalculator RUN PRICING ONE RANGE OF     *
000190*  BRANCH CODES WITH ITS OWN OUTPUTS AND CHECKPOINT.  THIS *
000200*  PROGRAM RUNS ONCE EVERY STREAM HAS ENDED.  THE JCL      *
000210*  CONCATENATES THE STREAMS' FILES, IN STREAM ORDER, UNDER *
000220*  ONE DD PER KIND, AND THE PROGRAM WRITES:                *
000230*                                                          *
000240*  GLOUT    - EVERY STREAM'S EXTRACT RECORDS.              *
000250*  RJCTOUT  - EVERY STREAM'S REJECTED ACCOUNT IMAGES.      *
000260*  SUMMRPT  - ONE BRANCH SUMMARY: THE STREAMS' DETAIL AND  *
000270*             SUBTOTAL LINES, REPAGINATED UNDER ONE SET OF *
000280*             HEADINGS, WITH NEW PORTFOLIO GRAND TOTALS.   *
000290*  VARRPT   - ONE VARIANCE REPORT WITH COMBINED COUNTS.    *
000300*  RUNSTAT  - ONE STATISTICS RECORD FOR THE WHOLE NIGHT,   *
000310*             ALSO APPENDED TO RUNHIST.                    *
000320*  AUDITLOG - THE STREAMS' AUDIT LINES, APPENDED.          *
000330*                                                          *
000340*  MRGRPT PROVES EACH STREAM'S EXTRACT AND REJECTS AGAINST *
000350*  ITS OWN RUNSTAT RECORD AND EVERY MERGED FILE AGAINST    *
000360*  THE SUM OF THE STREAMS, AND LISTS ANY BRANCH ON THE     *
000370*  ACCOUNT MASTER THAT NO STREAM PRICED OR THAT TWO        *
000380*  STREAMS' RANGES BOTH TAKE IN.                           *
000390*                                                          *
000400*  PARAMETER CARDS: CARD 1 IS THE NUMBER OF STREAMS (1-9); *
000410*  THEN ONE CARD PER STREAM, IN CONCATENATION ORDER, WITH  *
000420*  THE SAME "FFF TTT" BRANCH RANGE THE STREAM WAS GIVEN.   *
000430*                                                          *
000440*  RETURN CODE 0 - PROVED; 4 - PROVED, BUT A STREAM HAD    *
000450*  REJECTS; 16 - A TIE BROKE, A BRANCH IS UNCOVERED OR     *
000460*  DOUBLE-COVERED, A STREAM FAILED, OR A FILE COULD NOT BE *
000470*  OPENED.  GLPOST MUST NOT RUN UNLESS THIS STEP ENDS      *
000480*  CC<=4.                                                  *
000490*---------------------------------------------------------*
000500
000510 ENVIRONMENT DIVISION.
000520
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT STREAM-STATS-FILE
000560         ASSIGN TO STATIN
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-STATIN-STATUS.
000590
000600     SELECT STREAM-EXTRACT-FILE
000610         ASSIGN TO GLIN
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-GLIN-STATUS.
000640
000650     SELECT STREAM-REJECT-FILE
000660         ASSIGN TO REJIN
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-REJIN-STATUS.
000690
000700     SELECT STREAM-SUMMARY-FILE
000710         ASSIGN TO SUMMIN
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-SUMMIN-STATUS.
000740
000750     SELECT STREAM-VARIANCE-FILE
000760         ASSIGN TO VARIN
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-VARIN-STATUS.
000790
000800     SELECT STREAM-AUDIT-FILE
000810         ASSIGN TO AUDITIN
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-AUDITIN-STATUS.
000840
000850     SELECT ACCOUNT-MASTER
000860         ASSIGN TO ACCTMST
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS SEQUENTIAL
000890         RECORD KEY IS AM-ACCOUNT-ID
000900         FILE STATUS IS WS-MASTER-STATUS.
000910
000920     SELECT GL-EXTRACT-FILE
000930         ASSIGN TO GLOUT
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-GL-STATUS.
000960
000970     SELECT REJECT-FILE
000980         ASSIGN TO RJCTOUT
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-REJECT-STATUS.
001010
001020     SELECT SUMMARY-FILE
001030         ASSIGN TO SUMMRPT
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-SUMMARY-STATUS.
001060
001070     SELECT VARIANCE-FILE
001080         ASSIGN TO VARRPT
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-VARIANCE-STATUS.
001110
001120     SELECT RUN-STATS-FILE
001130         ASSIGN TO RUNSTAT
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-RUNSTAT-STATUS.
001160
001170     SELECT RUN-HIST-FILE
001180         ASSIGN TO RUNHIST
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-RUNHIST-STATUS.
001210
001220     SELECT AUDIT-FILE
001230         ASSIGN TO AUDITLOG
001240         ORGANIZATION IS LINE SEQUENTIAL
001250         FILE STATUS IS WS-AUDIT-STATUS.
001260
001270     SELECT PROOF-FILE
001280         ASSIGN TO MRGRPT
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-PROOF-STATUS.
001310
001320 DATA DIVISION.
001330
001340 FILE SECTION.
001350*---------------------------------------------------------*
001360*  STREAM-STATS-FILE - ONE RUNSTAT RECORD PER STREAM, IN   *
001370*  STREAM ORDER.                                           *
001380*---------------------------------------------------------*
001390 FD  STREAM-STATS-FILE
001400     RECORDING MODE IS F.
001410 01  STREAM-STAT-RECORD.
001420     05  SS-RUN-DATE            PIC 9(08).
001430     05  SS-START-TIME          PIC 9(06).
001440     05  SS-END-TIME            PIC 9(06).
001450     05  SS-ACCOUNTS-READ       PIC 9(07).
001460     05  SS-ACCOUNTS-CALCED     PIC 9(07).
001470     05  SS-ACCOUNTS-REJECTED   PIC 9(07).
001480     05  SS-TOTAL-PRINCIPAL     PIC 9(11)V99.
001490     05  SS-TOTAL-ACCRUED       PIC 9(11)V99.
001500     05  SS-RETURN-CODE         PIC 9(02).
001510     05  SS-RUN-MODE            PIC X(01).
001515     05  SS-ACCOUNTS-CLOSED     PIC 9(07).
001520     05  SS-RESTARTED           PIC X(01).
001525     05  FILLER                 PIC X(02).
001540
001550*---------------------------------------------------------*
001560*  STREAM-EXTRACT-FILE - THE STREAMS' GL EXTRACT RECORDS,  *
001570*  AS WRITTEN BY 7400-WRITE-GL-EXTRACT IN THE CALCULATOR.  *
001580*---------------------------------------------------------*
001590 FD  STREAM-EXTRACT-FILE
001600     RECORDING MODE IS F.
001610 01  STREAM-EXTRACT-RECORD.
001620     05  SG-ACCOUNT-ID          PIC X(10).
001630     05  FILLER                 PIC X(29).
001640     05  SG-ACCRUED-AMOUNT      PIC 9(8)V99.
001650     05  FILLER                 PIC X(19).
001660     05  SG-BRANCH-CODE         PIC X(03).
001665     05  FILLER                 PIC X(19).
001670
001680*---------------------------------------------------------*
001690*  STREAM-REJECT-FILE - ACCOUNT IMAGE PLUS REASON CODES.   *
001700*---------------------------------------------------------*
001710 FD  STREAM-REJECT-FILE
001720     RECORDING MODE IS F.
001730 01  STREAM-REJECT-RECORD.
001740     05  SJ-ACCOUNT-ID          PIC X(10).
001750     05  FILLER                 PIC X(35).
001760     05  SJ-BRANCH-CODE         PIC X(03).
001770     05  FILLER                 PIC X(21).
001780
001790 FD  STREAM-SUMMARY-FILE
001800     RECORDING MODE IS F.
001810 01  STREAM-SUMMARY-RECORD      PIC X(132).
001820
001830 FD  STREAM-VARIANCE-FILE
001840     RECORDING MODE IS F.
001850 01  STREAM-VARIANCE-RECORD     PIC X(132).
001860
001870 FD  STREAM-AUDIT-FILE
001880     RECORDING MODE IS F.
001890 01  STREAM-AUDIT-RECORD        PIC X(132).
001900
001910*---------------------------------------------------------*
001920*  ACCOUNT-MASTER - READ ONLY, IN KEY ORDER, FOR THE       *
001930*  BRANCH CODES ON THE BOOK.                               *
001940*---------------------------------------------------------*
001950 FD  ACCOUNT-MASTER.
001960 01  ACCOUNT-MASTER-RECORD.
001970     05  AM-ACCOUNT-ID          PIC X(10).
001980     05  FILLER                 PIC X(35).
001990     05  AM-BRANCH-CODE         PIC X(03).
002000     05  FILLER                 PIC X(12).
002010
002020*---------------------------------------------------------*
002030*  MERGED OUTPUTS - THE SAME LAYOUTS AS A SINGLE CALCMST   *
002040*  RUN WRITES.                                             *
002050*---------------------------------------------------------*
002060 FD  GL-EXTRACT-FILE
002070     RECORDING MODE IS F.
002080 01  GL-EXTRACT-RECORD          PIC X(90).
002090
002100 FD  REJECT-FILE
002110     RECORDING MODE IS F.
002120 01  REJECT-RECORD              PIC X(69).
002130
002140 FD  SUMMARY-FILE
002150     RECORDING MODE IS F.
002160 01  SUMMARY-RECORD             PIC X(132).
002170
002180 FD  VARIANCE-FILE
002190     RECORDING MODE IS F.
002200 01  VARIANCE-RECORD            PIC X(132).
002210
002220 FD  RUN-STATS-FILE
002230     RECORDING MODE IS F.
002240 01  RUN-STAT-RECORD.
002250     05  RS-RUN-DATE            PIC 9(08).
002260     05  RS-START-TIME          PIC 9(06).
002270     05  RS-END-TIME            PIC 9(06).
002280     05  RS-ACCOUNTS-READ       PIC 9(07).
002290     05  RS-ACCOUNTS-CALCED     PIC 9(07).
002300     05  RS-ACCOUNTS-REJECTED   PIC 9(07).
002310     05  RS-TOTAL-PRINCIPAL     PIC 9(11)V99.
002320     05  RS-TOTAL-ACCRUED       PIC 9(11)V99.
002330     05  RS-RETURN-CODE         PIC 9(02).
002340     05  RS-RUN-MODE            PIC X(01).
002345     05  RS-ACCOUNTS-CLOSED     PIC 9(07).
002350     05  RS-RESTARTED           PIC X(01).
002355     05  FILLER                 PIC X(02).
002370
002380 FD  RUN-HIST-FILE
002390     RECORDING MODE IS F.
002400 01  RUN-HIST-RECORD            PIC X(80).
002410
002420 FD  AUDIT-FILE
002430     RECORDING MODE IS F.
002440 01  AUDIT-RECORD               PIC X(132).
002450
002460 FD  PROOF-FILE
002470     RECORDING MODE IS F.
002480 01  PROOF-RECORD               PIC X(132).
002490
002500 WORKING-STORAGE SECTION.
002510*---------------------------------------------------------*
002520*  FILE STATUS FIELDS AND SWITCHES                         *
002530*---------------------------------------------------------*
002540 77  WS-STATIN-STATUS     PIC X(02) VALUE "00".
002550 77  WS-GLIN-STATUS       PIC X(02) VALUE "00".
002560 77  WS-REJIN-STATUS      PIC X(02) VALUE "00".
002570 77  WS-SUMMIN-STATUS     PIC X(02) VALUE "00".
002580 77  WS-VARIN-STATUS      PIC X(02) VALUE "00".
002590 77  WS-AUDITIN-STATUS    PIC X(02) VALUE "00".
002600 77  WS-MASTER-STATUS     PIC X(02) VALUE "00".
002610 77  WS-GL-STATUS         PIC X(02) VALUE "00".
002620 77  WS-REJECT-STATUS     PIC X(02) VALUE "00".
002630 77  WS-SUMMARY-STATUS    PIC X(02) VALUE "00".
002640 77  WS-VARIANCE-STATUS   PIC X(02) VALUE "00".
002650 77  WS-RUNSTAT-STATUS    PIC X(02) VALUE "00".
002660 77  WS-RUNHIST-STATUS    PIC X(02) VALUE "00".
002670 77  WS-AUDIT-STATUS      PIC X(02) VALUE "00".
002680 77  WS-PROOF-STATUS      PIC X(02) VALUE "00".
002690 77  WS-EOF-SW            PIC X(01) VALUE "N".
002700     88  FILE-EOF                    VALUE "Y".
002710 77  WS-RUN-SW            PIC X(01) VALUE "N".
002720     88  RUN-FAILED                  VALUE "Y".
002730 77  WS-MASTER-SW         PIC X(01) VALUE "N".
002740     88  MASTER-LOADED               VALUE "Y".
002750 77  WS-SKIP-SW           PIC X(01) VALUE "N".
002760     88  SKIP-NEXT-LINE              VALUE "Y".
002770 77  WS-VAR-HEAD-SW       PIC X(01) VALUE "N".
002780     88  VARIANCE-HEADED             VALUE "Y".
002790 77  WS-CROSSED-SW        PIC X(01) VALUE "N".
002800     88  MIDNIGHT-CROSSED            VALUE "Y".
002810
002820*---------------------------------------------------------*
002830*  PARAMETER CARDS                                         *
002840*---------------------------------------------------------*
002850 01  WS-COUNT-CARD.
002860     05  WS-CC-COUNT      PIC X(01).
002870     05  FILLER           PIC X(79).
002880 01  WS-RANGE-CARD.
002890     05  WS-RC-FROM       PIC X(03).
002900     05  FILLER           PIC X(01).
002910     05  WS-RC-TO         PIC X(03).
002920     05  FILLER           PIC X(73).
002930
002940*---------------------------------------------------------*
002950*  ONE ENTRY PER STREAM - ITS CARD, ITS RUNSTAT RECORD AND *
002960*  WHAT THIS PROGRAM FOUND OF IT IN THE CONCATENATIONS.    *
002970*---------------------------------------------------------*
002980 01  WS-STREAM-TABLE.
002990     05  WS-STREAM-ENTRY OCCURS 9 TIMES.
003000         10  WS-ST-FROM       PIC X(03).
003010         10  WS-ST-TO         PIC X(03).
003020         10  WS-ST-STAT-SW    PIC X(01).
003030             88  ST-STAT-FOUND           VALUE "Y".
003040         10  WS-ST-RUN-DATE   PIC 9(08).
003050         10  WS-ST-START      PIC 9(06).
003060         10  WS-ST-END        PIC 9(06).
003070         10  WS-ST-READ       PIC 9(07).
003080         10  WS-ST-CALCED     PIC 9(07).
003090         10  WS-ST-REJECTED   PIC 9(07).
003100         10  WS-ST-CLOSED     PIC 9(07).
003110         10  WS-ST-PRINCIPAL  PIC 9(11)V99.
003120         10  WS-ST-ACCRUED    PIC 9(11)V99.
003130         10  WS-ST-RC         PIC 9(02).
003140         10  WS-ST-MODE       PIC X(01).
003150         10  WS-ST-GL-COUNT   PIC 9(9) COMP.
003160         10  WS-ST-GL-ACCRUED PIC 9(13)V99.
003170         10  WS-ST-RJ-COUNT   PIC 9(9) COMP.
003180 77  WS-STREAM-COUNT      PIC 9(02) COMP VALUE 0.
003190 77  WS-STREAM-MAX        PIC 9(02) COMP VALUE 9.
003200 77  WS-STREAM-SUB        PIC 9(02) COMP VALUE 0.
003210 77  WS-OTHER-SUB         PIC 9(02) COMP VALUE 0.
003220 77  WS-STAT-RECORDS      PIC 9(02) COMP VALUE 0.
003230
003240*---------------------------------------------------------*
003250*  BRANCH LOOKUP - 3800-FIND-STREAM TAKES WS-FIND-BRANCH   *
003260*  AND RETURNS THE FIRST STREAM WHOSE RANGE HOLDS IT, THE  *
003270*  SECOND (IF ANY), AND HOW MANY RANGES HOLD IT.           *
003280*---------------------------------------------------------*
003290 01  WS-FIND-BRANCH       PIC X(03) VALUE SPACES.
003300 77  WS-FOUND-STREAM      PIC 9(02) COMP VALUE 0.
003310 77  WS-SECOND-STREAM     PIC 9(02) COMP VALUE 0.
003320 77  WS-COVER-COUNT       PIC 9(02) COMP VALUE 0.
003330
003340*---------------------------------------------------------*
003350*  BRANCHES ON THE ACCOUNT MASTER, WITH THEIR ACCOUNTS     *
003360*---------------------------------------------------------*
003370 01  WS-BRANCH-TABLE.
003380     05  WS-BRANCH-ENTRY OCCURS 1000 TIMES.
003390         10  WS-BT-CODE       PIC X(03).
003400         10  WS-BT-ACCOUNTS   PIC 9(7) COMP.
003410 77  WS-BRANCH-COUNT      PIC 9(4) COMP VALUE 0.
003420 77  WS-BRANCH-MAX        PIC 9(4) COMP VALUE 1000.
003430 77  WS-BRANCH-SUB        PIC 9(4) COMP VALUE 0.
003440 77  WS-BRANCH-FOUND-SUB  PIC 9(4) COMP VALUE 0.
003450
003460*---------------------------------------------------------*
003470*  FIGURES GATHERED WHILE MERGING                          *
003480*---------------------------------------------------------*
003490 77  WS-GL-COUNT          PIC 9(9) COMP VALUE 0.
003500 01  WS-GL-ACCRUED        PIC 9(13)V99 VALUE 0.
003510 77  WS-GL-OUTSIDE        PIC 9(9) COMP VALUE 0.
003520 77  WS-RJ-COUNT          PIC 9(9) COMP VALUE 0.
003530 77  WS-RJ-OUTSIDE        PIC 9(9) COMP VALUE 0.
003540 77  WS-SUM-DTL-COUNT     PIC 9(9) COMP VALUE 0.
003550 01  WS-SUM-DTL-PRIN      PIC 9(13)V99 VALUE 0.
003560 01  WS-SUM-DTL-ACCR      PIC 9(13)V99 VALUE 0.
003570 77  WS-SUM-STR-COUNT     PIC 9(9) COMP VALUE 0.
003580 01  WS-SUM-STR-PRIN      PIC 9(13)V99 VALUE 0.
003590 01  WS-SUM-STR-ACCR      PIC 9(13)V99 VALUE 0.
003600 77  WS-VAR-CHG-LINES     PIC 9(9) COMP VALUE 0.
003610 77  WS-VAR-NEW-LINES     PIC 9(9) COMP VALUE 0.
003620 77  WS-VAR-GONE-LINES    PIC 9(9) COMP VALUE 0.
003630 77  WS-VAR-CHG-STREAMS   PIC 9(9) COMP VALUE 0.
003640 77  WS-VAR-NEW-STREAMS   PIC 9(9) COMP VALUE 0.
003650 77  WS-VAR-GONE-STREAMS  PIC 9(9) COMP VALUE 0.
003660 77  WS-AUDIT-COUNT       PIC 9(9) COMP VALUE 0.
003670 01  WS-VAR-COUNT-WORK    PIC 9(7) VALUE 0.
003680 01  WS-SUM-COUNT-WORK    PIC 9(7) VALUE 0.
003690 01  WS-SUM-PRIN-WORK     PIC 9(11)V99 VALUE 0.
003700 01  WS-SUM-ACCR-WORK     PIC 9(11)V99 VALUE 0.
003710
003720*---------------------------------------------------------*
003730*  THE NIGHT'S COMBINED RUN STATISTICS                     *
003740*---------------------------------------------------------*
003750 01  WS-MRG-RUN-DATE      PIC 9(08) VALUE 0.
003760 01  WS-MRG-START         PIC 9(06) VALUE 0.
003770 01  WS-MRG-END           PIC 9(06) VALUE 0.
003780 01  WS-MRG-READ          PIC 9(09) VALUE 0.
003790 01  WS-MRG-CALCED        PIC 9(09) VALUE 0.
003800 01  WS-MRG-REJECTED      PIC 9(09) VALUE 0.
003810 01  WS-MRG-CLOSED        PIC 9(09) VALUE 0.
003820 01  WS-MRG-PRINCIPAL     PIC 9(13)V99 VALUE 0.
003830 01  WS-MRG-ACCRUED       PIC 9(13)V99 VALUE 0.
003835 01  WS-MRG-MODE          PIC X(01) VALUE SPACE.
003840 01  WS-MRG-RESTARTED     PIC X(01) VALUE "N".
003850 01  WS-MRG-RC            PIC 9(02) VALUE 0.
003860 01  WS-RUNSTAT-SAVE      PIC X(80) VALUE SPACES.
003870
003880*---------------------------------------------------------*
003890*  LINE VIEWS OF THE STREAMS' SUMMARY AND VARIANCE REPORTS *
003900*  - THE COLUMNS THE CALCULATOR PRINTS ITS FIGURES IN.     *
003910*---------------------------------------------------------*
003920 01  WS-SUMMARY-LINE      PIC X(132) VALUE SPACES.
003930 01  WS-SUMMARY-DETAIL REDEFINES WS-SUMMARY-LINE.
003940     05  FILLER           PIC X(02).
003950     05  WS-SD-BRANCH     PIC X(03).
003960     05  FILLER           PIC X(36).
003970     05  WS-SD-PRINCIPAL  PIC Z(6)9.99.
003980     05  FILLER           PIC X(12).
003990     05  WS-SD-ACCRUED    PIC Z(8).99.
004000     05  FILLER           PIC X(58).
004010 01  WS-SUMMARY-GRAND REDEFINES WS-SUMMARY-LINE.
004020     05  FILLER           PIC X(38).
004030     05  WS-SG-COUNT      PIC Z(6)9.
004040     05  FILLER           PIC X(13).
004050     05  WS-SG-PRINCIPAL  PIC Z(10)9.99.
004060     05  FILLER           PIC X(11).
004070     05  WS-SG-ACCRUED    PIC Z(10)9.99.
004080     05  FILLER           PIC X(35).
004090 01  WS-VARIANCE-LINE     PIC X(132) VALUE SPACES.
004100 01  WS-VARIANCE-TOTAL REDEFINES WS-VARIANCE-LINE.
004110     05  FILLER           PIC X(37).
004120     05  WS-VT-COUNT      PIC Z(6)9.
004130     05  FILLER           PIC X(88).
004140 01  WS-VAR-HEADING       PIC X(56) VALUE SPACES.
004150
004160*---------------------------------------------------------*
004170*  MERGED SUMMARY PAGINATION                               *
004180*---------------------------------------------------------*
004190 77  WS-SUM-LINE-COUNT    PIC 9(3) COMP VALUE 99.
004200 77  WS-SUM-LINES-MAX     PIC 9(3) COMP VALUE 55.
004210 77  WS-SUM-PAGE          PIC 9(5) COMP VALUE 0.
004220 01  WS-SUM-PAGE-EDIT     PIC Z(4)9.
004230 01  WS-SUM-COUNT-EDIT    PIC Z(6)9.
004240 01  WS-SUM-PRIN-EDIT     PIC Z(10)9.99.
004250 01  WS-SUM-ACCR-EDIT     PIC Z(10)9.99.
004260 01  WS-VAR-COUNT-EDIT    PIC Z(6)9.
004270
004280*---------------------------------------------------------*
004290*  DATES AND TIMES                                         *
004300*---------------------------------------------------------*
004310 01  WS-TODAY             PIC 9(8) VALUE 0.
004320 01  WS-EDIT-DATE         PIC 9(8) VALUE 0.
004330 01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
004340     05  WS-ED-YEAR       PIC 9(4).
004350     05  WS-ED-MONTH      PIC 9(2).
004360     05  WS-ED-DAY        PIC 9(2).
004370 01  WS-DATE-EDIT.
004380     05  WS-DE-YEAR       PIC 9(4).
004390     05  FILLER           PIC X(01) VALUE "-".
004400     05  WS-DE-MONTH      PIC 9(2).
004410     05  FILLER           PIC X(01) VALUE "-".
004420     05  WS-DE-DAY        PIC 9(2).
004430 01  WS-RUN-DATE-EDIT     PIC X(10) VALUE SPACES.
004440 01  WS-TODAY-EDIT        PIC X(10) VALUE SPACES.
004450 01  WS-TIME-WORK         PIC 9(6) VALUE 0.
004460 01  WS-TIME-WORK-R REDEFINES WS-TIME-WORK.
004470     05  WS-TW-HH         PIC 9(2).
004480     05  WS-TW-MM         PIC 9(2).
004490     05  WS-TW-SS         PIC 9(2).
004500 01  WS-TIME-EDIT.
004510     05  WS-TE-HH         PIC 9(2).
004520     05  FILLER           PIC X(01) VALUE ":".
004530     05  WS-TE-MM         PIC 9(2).
004540     05  FILLER           PIC X(01) VALUE ":".
004550     05  WS-TE-SS         PIC 9(2).
004560 01  WS-START-EDIT        PIC X(08) VALUE SPACES.
004570 01  WS-END-EDIT          PIC X(08) VALUE SPACES.
004580
004590*---------------------------------------------------------*
004600*  ONE TIE - FILLED BY THE CALLER, PRINTED AND SCORED BY   *
004610*  7800-PRINT-TIE.                                         *
004620*---------------------------------------------------------*
004630 77  WS-TIE-NUMBER        PIC 9(02) VALUE 0.
004640 01  WS-TIE-DESC          PIC X(34) VALUE SPACES.
004650 01  WS-TIE-LEFT-NAME     PIC X(08) VALUE SPACES.
004660 01  WS-TIE-RIGHT-NAME    PIC X(08) VALUE SPACES.
004670 01  WS-TIE-LEFT          PIC S9(13)V99 VALUE 0.
004680 01  WS-TIE-RIGHT         PIC S9(13)V99 VALUE 0.
004690 01  WS-TIE-KIND          PIC X(01) VALUE "C".
004700     88  TIE-COUNT                   VALUE "C".
004710     88  TIE-AMOUNT                  VALUE "A".
004720 01  WS-TIE-RESULT        PIC X(14) VALUE SPACES.
004730 01  WS-TIE-FIGURE        PIC S9(13)V99 VALUE 0.
004740 01  WS-LEFT-FIGURE       PIC X(21) VALUE SPACES.
004750 01  WS-RIGHT-FIGURE      PIC X(21) VALUE SPACES.
004760 01  WS-FIGURE-OUT        PIC X(21) VALUE SPACES.
004770 01  WS-AMOUNT-EDIT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
004780 01  WS-COUNT-FIGURE.
004790     05  FILLER           PIC X(04) VALUE SPACES.
004800     05  WS-CF-EDIT       PIC Z,ZZZ,ZZZ,ZZ9-.
004810     05  FILLER           PIC X(03) VALUE SPACES.
004820 77  WS-PROVED-COUNT      PIC 9(3) COMP VALUE 0.
004830 77  WS-BREAK-COUNT       PIC 9(3) COMP VALUE 0.
004840 77  WS-MISSING-COUNT     PIC 9(3) COMP VALUE 0.
004850 77  WS-EXCEPTION-COUNT   PIC 9(5) COMP VALUE 0.
004860 77  WS-EXCEPTIONS-BEFORE PIC 9(5) COMP VALUE 0.
004870 01  WS-STREAM-EDIT       PIC 9(01).
004880 01  WS-STREAM-EDIT-2     PIC 9(01).
004890 01  WS-SMALL-EDIT        PIC ZZ9.
004900 01  WS-SMALL-EDIT-2      PIC ZZ9.
004910 01  WS-SMALL-EDIT-3      PIC ZZZZ9.
004920 01  WS-SMALL-EDIT-4      PIC ZZ9.
004930 01  WS-COUNT-EDIT        PIC ZZZ,ZZZ,ZZ9.
004940 01  WS-COUNT-EDIT-2      PIC ZZZ,ZZZ,ZZ9.
004950 01  WS-COUNT-EDIT-3      PIC ZZZ,ZZZ,ZZ9.
004960 01  WS-COUNT-EDIT-4      PIC ZZZ,ZZZ,ZZ9.
004970 01  WS-RC-EDIT           PIC 99.
004980 01  WS-LINE-OUT          PIC X(132) VALUE SPACES.
004990
005000 PROCEDURE DIVISION.
005010
005020*===========================================================*
005030*  0000-MAINLINE                                             *
005040*===========================================================*
005050 0000-MAINLINE.
005060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005070     IF RUN-FAILED
005080         PERFORM 9999-TERMINATE THRU 9999-EXIT
005090         STOP RUN
005100     END-IF.
005110     PERFORM 2000-LOAD-STREAM-STATS THRU 2000-EXIT.
005120     PERFORM 2500-LOAD-BRANCHES THRU 2500-EXIT.
005130     PERFORM 3000-MERGE-EXTRACT THRU 3000-EXIT.
005140     PERFORM 3500-MERGE-REJECTS THRU 3500-EXIT.
005150     PERFORM 4000-MERGE-SUMMARY THRU 4000-EXIT.
005160     PERFORM 5000-MERGE-VARIANCE THRU 5000-EXIT.
005170     PERFORM 5500-APPEND-AUDIT THRU 5500-EXIT.
005180     PERFORM 6000-PRINT-HEADINGS THRU 6000-EXIT.
005190     PERFORM 6100-PRINT-STREAMS THRU 6100-EXIT.
005200     PERFORM 6500-PRINT-MERGED-TIES THRU 6500-EXIT.
005210     PERFORM 6700-PRINT-COVERAGE THRU 6700-EXIT.
005220     PERFORM 7000-PRINT-CONCLUSION THRU 7000-EXIT.
005230     PERFORM 8100-WRITE-RUN-STATS THRU 8100-EXIT.
005240     PERFORM 9999-TERMINATE THRU 9999-EXIT.
005250     STOP RUN.
005260
005270*===========================================================*
005280*  1000-INITIALIZE - OPEN THE PROOF REPORT, TAKE THE         *
005290*  STREAM CARDS AND OPEN THE MERGED OUTPUTS.  BAD CARDS OR   *
005300*  AN OUTPUT THAT CANNOT BE OPENED STOP THE RUN BEFORE       *
005310*  ANYTHING IS MERGED.                                       *
005320*===========================================================*
005330 1000-INITIALIZE.
005340     DISPLAY "Branch Stream Merge".
005350     DISPLAY "===================".
005360     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
005370     MOVE WS-TODAY TO WS-EDIT-DATE.
005380     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
005390     MOVE WS-DATE-EDIT TO WS-TODAY-EDIT.
005400     MOVE WS-DATE-EDIT TO WS-RUN-DATE-EDIT.
005410     OPEN OUTPUT PROOF-FILE.
005420     IF WS-PROOF-STATUS NOT = "00"
005430         DISPLAY "*** ERROR: CANNOT OPEN MERGE PROOF REPORT "
005440             "(MRGRPT) - FILE STATUS " WS-PROOF-STATUS " ***"
005450         SET RUN-FAILED TO TRUE
005460         MOVE 16 TO RETURN-CODE
005470         GO TO 1000-EXIT
005480     END-IF.
005490     DISPLAY "Number of streams (1-9): ".
005500     ACCEPT WS-COUNT-CARD.
005510     IF WS-CC-COUNT NOT NUMERIC OR WS-CC-COUNT = "0"
005520         DISPLAY "*** ERROR: STREAM COUNT CARD '" WS-CC-COUNT
005530             "' IS NOT 1 THRU 9 ***"
005540         STRING "  ** STREAM COUNT CARD IS NOT 1 THRU 9 - "
005550             "NOTHING MERGED **"
005560             DELIMITED BY SIZE INTO WS-LINE-OUT
005570         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005580         SET RUN-FAILED TO TRUE
005590         MOVE 16 TO RETURN-CODE
005600         GO TO 1000-EXIT
005610     END-IF.
005620     MOVE WS-CC-COUNT TO WS-STREAM-COUNT.
005630     MOVE 0 TO WS-STREAM-SUB.
005640     PERFORM 1100-READ-STREAM-CARD THRU 1100-EXIT
005650         UNTIL WS-STREAM-SUB NOT < WS-STREAM-COUNT.
005660     IF RUN-FAILED
005670         MOVE 16 TO RETURN-CODE
005680         GO TO 1000-EXIT
005690     END-IF.
005700     PERFORM 1200-OPEN-OUTPUTS THRU 1200-EXIT.
005710 1000-EXIT.
005720     EXIT.
005730
005740*    A RANGE CARD FOLLOWS THE CALCULATOR'S RULES: A SINGLE CODE
005750*    IS ONE BRANCH; NO FROM-CODE, OR A BACKWARD RANGE, IS BAD.
005760 1100-READ-STREAM-CARD.
005770     ADD 1 TO WS-STREAM-SUB.
005780     MOVE WS-STREAM-SUB TO WS-STREAM-EDIT.
005790     DISPLAY "Branch range for stream " WS-STREAM-EDIT
005800         " (FFF TTT): ".
005810     MOVE SPACES TO WS-RANGE-CARD.
005820     ACCEPT WS-RANGE-CARD.
005830     IF WS-RC-TO = SPACES
005840         MOVE WS-RC-FROM TO WS-RC-TO
005850     END-IF.
005860     MOVE WS-RC-FROM TO WS-ST-FROM (WS-STREAM-SUB).
005870     MOVE WS-RC-TO TO WS-ST-TO (WS-STREAM-SUB).
005880     MOVE "N" TO WS-ST-STAT-SW (WS-STREAM-SUB).
005890     MOVE 0 TO WS-ST-GL-COUNT (WS-STREAM-SUB).
005900     MOVE 0 TO WS-ST-GL-ACCRUED (WS-STREAM-SUB).
005910     MOVE 0 TO WS-ST-RJ-COUNT (WS-STREAM-SUB).
005920     IF WS-RC-FROM = SPACES OR WS-RC-FROM > WS-RC-TO
005930         DISPLAY "*** ERROR: BRANCH RANGE CARD '" WS-RC-FROM " "
005940             WS-RC-TO "' FOR STREAM " WS-STREAM-EDIT
005950             " IS NOT A VALID RANGE ***"
005960         STRING "  ** BRANCH RANGE CARD FOR STREAM "
005970             WS-STREAM-EDIT " IS NOT A VALID RANGE - NOTHING "
005980             "MERGED **"
005990             DELIMITED BY SIZE INTO WS-LINE-OUT
006000         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
006010         SET RUN-FAILED TO TRUE
006020     END-IF.
006030 1100-EXIT.
006040     EXIT.
006050
006060 1200-OPEN-OUTPUTS.
006070     OPEN OUTPUT GL-EXTRACT-FILE.
006080     IF WS-GL-STATUS NOT = "00"
006090         DISPLAY "*** ERROR: CANNOT OPEN GL EXTRACT (GLOUT) - "
006100             "FILE STATUS " WS-GL-STATUS " ***"
006110         GO TO 1200-FAILED
006120     END-IF.
006130     OPEN OUTPUT REJECT-FILE.
006140     IF WS-REJECT-STATUS NOT = "00"
006150         DISPLAY "*** ERROR: CANNOT OPEN REJECT FILE (RJCTOUT) "
006160             "- FILE STATUS " WS-REJECT-STATUS " ***"
006170         CLOSE GL-EXTRACT-FILE
006180         GO TO 1200-FAILED
006190     END-IF.
006200     OPEN OUTPUT SUMMARY-FILE.
006210     IF WS-SUMMARY-STATUS NOT = "00"
006220         DISPLAY "*** ERROR: CANNOT OPEN BRANCH SUMMARY FILE "
006230             "(SUMMRPT) - FILE STATUS " WS-SUMMARY-STATUS " ***"
006240         CLOSE GL-EXTRACT-FILE
006250         CLOSE REJECT-FILE
006260         GO TO 1200-FAILED
006270     END-IF.
006280     OPEN OUTPUT VARIANCE-FILE.
006290     IF WS-VARIANCE-STATUS NOT = "00"
006300         DISPLAY "*** ERROR: CANNOT OPEN VARIANCE FILE (VARRPT) "
006310             "- FILE STATUS " WS-VARIANCE-STATUS " ***"
006320         CLOSE GL-EXTRACT-FILE
006330         CLOSE REJECT-FILE
006340         CLOSE SUMMARY-FILE
006350         GO TO 1200-FAILED
006360     END-IF.
006370     OPEN EXTEND AUDIT-FILE.
006380     IF WS-AUDIT-STATUS = "35"
006390         OPEN OUTPUT AUDIT-FILE
006400         CLOSE AUDIT-FILE
006410         OPEN EXTEND AUDIT-FILE
006420     END-IF.
006430     IF WS-AUDIT-STATUS NOT = "00"
006440         DISPLAY "*** ERROR: CANNOT OPEN AUDIT TRAIL (AUDITLOG) "
006450             "- FILE STATUS " WS-AUDIT-STATUS " ***"
006460         CLOSE GL-EXTRACT-FILE
006470         CLOSE REJECT-FILE
006480         CLOSE SUMMARY-FILE
006490         CLOSE VARIANCE-FILE
006500         GO TO 1200-FAILED
006510     END-IF.
006520     GO TO 1200-EXIT.
006530 1200-FAILED.
006540     STRING "  ** A MERGED OUTPUT COULD NOT BE OPENED - NOTHING "
006550         "MERGED.  SEE THE JOB LOG. **"
006560         DELIMITED BY SIZE INTO WS-LINE-OUT.
006570     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
006580     SET RUN-FAILED TO TRUE.
006590     MOVE 16 TO RETURN-CODE.
006600 1200-EXIT.
006610     EXIT.
006620
006630*===========================================================*
006640*  2000-LOAD-STREAM-STATS - ONE RUNSTAT RECORD PER STREAM,   *
006650*  IN STREAM ORDER.  THE NIGHT'S FIGURES ARE THEIR SUM;      *
006660*  THE NIGHT STARTS WITH THE EARLIEST STREAM AND ENDS WITH   *
006670*  THE LATEST, ALLOWING FOR A STREAM THAT RAN PAST           *
006680*  MIDNIGHT.                                                 *
006690*===========================================================*
006700 2000-LOAD-STREAM-STATS.
006710     OPEN INPUT STREAM-STATS-FILE.
006720     IF WS-STATIN-STATUS NOT = "00"
006730         ADD 1 TO WS-MISSING-COUNT
006740         DISPLAY "*** ERROR: CANNOT OPEN STREAM RUN STATISTICS "
006750             "(STATIN) - FILE STATUS " WS-STATIN-STATUS " ***"
006760         GO TO 2000-EXIT
006770     END-IF.
006780     MOVE "N" TO WS-EOF-SW.
006790     PERFORM 2100-READ-STREAM-STAT THRU 2100-EXIT
006800         UNTIL FILE-EOF.
006810     CLOSE STREAM-STATS-FILE.
006820     MOVE 0 TO WS-STREAM-SUB.
006830     PERFORM 2200-SET-NIGHT-END THRU 2200-EXIT
006840         UNTIL WS-STREAM-SUB NOT < WS-STREAM-COUNT.
006850     IF WS-MRG-RUN-DATE > 0
006860         MOVE WS-MRG-RUN-DATE TO WS-EDIT-DATE
006870         PERFORM 7900-EDIT-DATE THRU 7900-EXIT
006880         MOVE WS-DATE-EDIT TO WS-RUN-DATE-EDIT
006890     END-IF.
006900 2000-EXIT.
006910     EXIT.
006920
006930*    RECORDS BEYOND THE NUMBER OF STREAM CARDS ARE COUNTED FOR
006940*    THE TIE BUT NOT TABLED.
006950 2100-READ-STREAM-STAT.
006960     READ STREAM-STATS-FILE
006970         AT END
006980             MOVE "Y" TO WS-EOF-SW
006990             GO TO 2100-EXIT
007000     END-READ.
007010     ADD 1 TO WS-STAT-RECORDS.
007020     IF WS-STAT-RECORDS > WS-STREAM-COUNT
007030         GO TO 2100-EXIT
007040     END-IF.
007050     MOVE WS-STAT-RECORDS TO WS-STREAM-SUB.
007060     IF SS-RUN-DATE NOT NUMERIC
007070         OR SS-START-TIME NOT NUMERIC
007080         OR SS-END-TIME NOT NUMERIC
007090         OR SS-ACCOUNTS-READ NOT NUMERIC
007100         OR SS-ACCOUNTS-CALCED NOT NUMERIC
007110         OR SS-ACCOUNTS-REJECTED NOT NUMERIC
007120         OR SS-TOTAL-PRINCIPAL NOT NUMERIC
007130         OR SS-TOTAL-ACCRUED NOT NUMERIC
007140         OR SS-RETURN-CODE NOT NUMERIC
007150         GO TO 2100-EXIT
007160     END-IF.
007170     IF SS-ACCOUNTS-CLOSED NOT NUMERIC
007180         MOVE 0 TO SS-ACCOUNTS-CLOSED
007190     END-IF.
007200     SET ST-STAT-FOUND (WS-STREAM-SUB) TO TRUE.
007210     MOVE SS-RUN-DATE TO WS-ST-RUN-DATE (WS-STREAM-SUB).
007220     MOVE SS-START-TIME TO WS-ST-START (WS-STREAM-SUB).
007230     MOVE SS-END-TIME TO WS-ST-END (WS-STREAM-SUB).
007240     MOVE SS-ACCOUNTS-READ TO WS-ST-READ (WS-STREAM-SUB).
007250     MOVE SS-ACCOUNTS-CALCED TO WS-ST-CALCED (WS-STREAM-SUB).
007260     MOVE SS-ACCOUNTS-REJECTED
007270         TO WS-ST-REJECTED (WS-STREAM-SUB).
007280     MOVE SS-ACCOUNTS-CLOSED TO WS-ST-CLOSED (WS-STREAM-SUB).
007290     MOVE SS-TOTAL-PRINCIPAL TO WS-ST-PRINCIPAL (WS-STREAM-SUB).
007300     MOVE SS-TOTAL-ACCRUED TO WS-ST-ACCRUED (WS-STREAM-SUB).
007310     MOVE SS-RETURN-CODE TO WS-ST-RC (WS-STREAM-SUB).
007320     MOVE SS-RUN-MODE TO WS-ST-MODE (WS-STREAM-SUB).
007330     IF WS-MRG-RUN-DATE = 0
007340         MOVE SS-RUN-DATE TO WS-MRG-RUN-DATE
007350         MOVE SS-RUN-MODE TO WS-MRG-MODE
007360         MOVE SS-START-TIME TO WS-MRG-START
007370     END-IF.
007380     IF SS-START-TIME < WS-MRG-START
007390         MOVE SS-START-TIME TO WS-MRG-START
007400     END-IF.
007410     IF SS-END-TIME < SS-START-TIME
007420         SET MIDNIGHT-CROSSED TO TRUE
007430     END-IF.
007440     ADD SS-ACCOUNTS-READ TO WS-MRG-READ.
007450     ADD SS-ACCOUNTS-CALCED TO WS-MRG-CALCED.
007460     ADD SS-ACCOUNTS-REJECTED TO WS-MRG-REJECTED.
007470     ADD SS-ACCOUNTS-CLOSED TO WS-MRG-CLOSED.
007480     ADD SS-TOTAL-PRINCIPAL TO WS-MRG-PRINCIPAL.
007490     ADD SS-TOTAL-ACCRUED TO WS-MRG-ACCRUED.
007495     IF SS-RETURN-CODE > WS-MRG-RC
007500         MOVE SS-RETURN-CODE TO WS-MRG-RC
007505     END-IF.
007510*    ONE RESTARTED STREAM LEAVES THE MERGED EXTRACT SHORT OF
007515*    THE ACCOUNTS IT PRICED BEFORE ITS CHECKPOINT.
007520     IF SS-RESTARTED = "Y"
007525         MOVE "Y" TO WS-MRG-RESTARTED
007530     END-IF.
007535 2100-EXIT.
007540     EXIT.
007550
007560*    ONCE ANY STREAM HAS RUN PAST MIDNIGHT THE NIGHT ENDS WITH
007570*    THE LATEST OF THE STREAMS THAT DID.
007580 2200-SET-NIGHT-END.
007590     ADD 1 TO WS-STREAM-SUB.
007600     IF NOT ST-STAT-FOUND (WS-STREAM-SUB)
007610         GO TO 2200-EXIT
007620     END-IF.
007630     IF MIDNIGHT-CROSSED
007640         AND WS-ST-END (WS-STREAM-SUB)
007650             NOT < WS-ST-START (WS-STREAM-SUB)
007660         GO TO 2200-EXIT
007670     END-IF.
007680     IF WS-ST-END (WS-STREAM-SUB) > WS-MRG-END
007690         MOVE WS-ST-END (WS-STREAM-SUB) TO WS-MRG-END
007700     END-IF.
007710 2200-EXIT.
007720     EXIT.
007730
007740*===========================================================*
007750*  2500-LOAD-BRANCHES - EVERY BRANCH CODE ON THE ACCOUNT     *
007760*  MASTER, CLOSED ACCOUNTS INCLUDED (A STREAM COUNTS THOSE   *
007770*  TOO), WITH ITS NUMBER OF ACCOUNTS.                        *
007780*===========================================================*
007790 2500-LOAD-BRANCHES.
007800     OPEN INPUT ACCOUNT-MASTER.
007810     IF WS-MASTER-STATUS NOT = "00"
007820         ADD 1 TO WS-MISSING-COUNT
007830         DISPLAY "*** ERROR: CANNOT OPEN ACCOUNT MASTER "
007840             "(ACCTMST) - FILE STATUS " WS-MASTER-STATUS " ***"
007850         GO TO 2500-EXIT
007860     END-IF.
007870     SET MASTER-LOADED TO TRUE.
007880     MOVE "N" TO WS-EOF-SW.
007890     PERFORM 2600-READ-MASTER THRU 2600-EXIT
007900         UNTIL FILE-EOF.
007910     CLOSE ACCOUNT-MASTER.
007920 2500-EXIT.
007930     EXIT.
007940
007950 2600-READ-MASTER.
007960     READ ACCOUNT-MASTER NEXT RECORD
007970         AT END
007980             MOVE "Y" TO WS-EOF-SW
007990             GO TO 2600-EXIT
008000     END-READ.
008010     MOVE 0 TO WS-BRANCH-FOUND-SUB.
008020     MOVE 0 TO WS-BRANCH-SUB.
008030     PERFORM 2650-SCAN-BRANCH THRU 2650-EXIT
008040         UNTIL WS-BRANCH-FOUND-SUB > 0
008050         OR WS-BRANCH-SUB NOT < WS-BRANCH-COUNT.
008060     IF WS-BRANCH-FOUND-SUB = 0
008070         IF WS-BRANCH-COUNT NOT < WS-BRANCH-MAX
008080             DISPLAY "*** WARNING: MORE THAN " WS-BRANCH-MAX
008090                 " BRANCHES ON THE ACCOUNT MASTER - BRANCH "
008100                 AM-BRANCH-CODE " NOT CHECKED. ***"
008110             GO TO 2600-EXIT
008120         END-IF
008130         ADD 1 TO WS-BRANCH-COUNT
008140         MOVE WS-BRANCH-COUNT TO WS-BRANCH-FOUND-SUB
008150         MOVE AM-BRANCH-CODE TO WS-BT-CODE (WS-BRANCH-COUNT)
008160         MOVE 0 TO WS-BT-ACCOUNTS (WS-BRANCH-COUNT)
008170     END-IF.
008180     ADD 1 TO WS-BT-ACCOUNTS (WS-BRANCH-FOUND-SUB).
008190 2600-EXIT.
008200     EXIT.
008210
008220 2650-SCAN-BRANCH.
008230     ADD 1 TO WS-BRANCH-SUB.
008240     IF WS-BT-CODE (WS-BRANCH-SUB) = AM-BRANCH-CODE
008250         MOVE WS-BRANCH-SUB TO WS-BRANCH-FOUND-SUB
008260     END-IF.
008270 2650-EXIT.
008280     EXIT.
008290
008300*===========================================================*
008310*  3000-3850 - GL EXTRACT AND REJECT FILES.  EVERY RECORD    *
008320*  IS COPIED AS IT STANDS AND CREDITED TO THE STREAM WHOSE   *
008330*  RANGE HOLDS ITS BRANCH, FOR THAT STREAM'S OWN TIES.       *
008340*===========================================================*
008350 3000-MERGE-EXTRACT.
008360     OPEN INPUT STREAM-EXTRACT-FILE.
008370     IF WS-GLIN-STATUS NOT = "00"
008380         ADD 1 TO WS-MISSING-COUNT
008390         DISPLAY "*** ERROR: CANNOT OPEN STREAM GL EXTRACTS "
008400             "(GLIN) - FILE STATUS " WS-GLIN-STATUS " ***"
008410         GO TO 3000-EXIT
008420     END-IF.
008430     MOVE "N" TO WS-EOF-SW.
008440     PERFORM 3100-COPY-EXTRACT THRU 3100-EXIT
008450         UNTIL FILE-EOF.
008460     CLOSE STREAM-EXTRACT-FILE.
008470 3000-EXIT.
008480     EXIT.
008490
008500 3100-COPY-EXTRACT.
008510     READ STREAM-EXTRACT-FILE
008520         AT END
008530             MOVE "Y" TO WS-EOF-SW
008540             GO TO 3100-EXIT
008550     END-READ.
008560     MOVE STREAM-EXTRACT-RECORD TO GL-EXTRACT-RECORD.
008570     WRITE GL-EXTRACT-RECORD.
008580     IF WS-GL-STATUS NOT = "00"
008590         DISPLAY "*** WARNING: GL EXTRACT WRITE FAILED FOR "
008600             "ACCOUNT " SG-ACCOUNT-ID " - FILE STATUS "
008610             WS-GL-STATUS " ***"
008620         GO TO 3100-EXIT
008630     END-IF.
008640     ADD 1 TO WS-GL-COUNT.
008650     IF SG-ACCRUED-AMOUNT NUMERIC
008660         ADD SG-ACCRUED-AMOUNT TO WS-GL-ACCRUED
008670     END-IF.
008680     MOVE SG-BRANCH-CODE TO WS-FIND-BRANCH.
008690     PERFORM 3800-FIND-STREAM THRU 3800-EXIT.
008700     IF WS-FOUND-STREAM = 0
008710         ADD 1 TO WS-GL-OUTSIDE
008720         GO TO 3100-EXIT
008730     END-IF.
008740     ADD 1 TO WS-ST-GL-COUNT (WS-FOUND-STREAM).
008750     IF SG-ACCRUED-AMOUNT NUMERIC
008760         ADD SG-ACCRUED-AMOUNT
008770             TO WS-ST-GL-ACCRUED (WS-FOUND-STREAM)
008780     END-IF.
008790 3100-EXIT.
008800     EXIT.
008810
008820 3500-MERGE-REJECTS.
008830     OPEN INPUT STREAM-REJECT-FILE.
008840     IF WS-REJIN-STATUS NOT = "00"
008850         ADD 1 TO WS-MISSING-COUNT
008860         DISPLAY "*** ERROR: CANNOT OPEN STREAM REJECT FILES "
008870             "(REJIN) - FILE STATUS " WS-REJIN-STATUS " ***"
008880         GO TO 3500-EXIT
008890     END-IF.
008900     MOVE "N" TO WS-EOF-SW.
008910     PERFORM 3600-COPY-REJECT THRU 3600-EXIT
008920         UNTIL FILE-EOF.
008930     CLOSE STREAM-REJECT-FILE.
008940 3500-EXIT.
008950     EXIT.
008960
008970 3600-COPY-REJECT.
008980     READ STREAM-REJECT-FILE
008990         AT END
009000             MOVE "Y" TO WS-EOF-SW
009010             GO TO 3600-EXIT
009020     END-READ.
009030     MOVE STREAM-REJECT-RECORD TO REJECT-RECORD.
009040     WRITE REJECT-RECORD.
009050     IF WS-REJECT-STATUS NOT = "00"
009060         DISPLAY "*** WARNING: REJECT WRITE FAILED FOR ACCOUNT "
009070             SJ-ACCOUNT-ID " - FILE STATUS " WS-REJECT-STATUS
009080             " ***"
009090         GO TO 3600-EXIT
009100     END-IF.
009110     ADD 1 TO WS-RJ-COUNT.
009120     MOVE SJ-BRANCH-CODE TO WS-FIND-BRANCH.
009130     PERFORM 3800-FIND-STREAM THRU 3800-EXIT.
009140     IF WS-FOUND-STREAM = 0
009150         ADD 1 TO WS-RJ-OUTSIDE
009160     ELSE
009170         ADD 1 TO WS-ST-RJ-COUNT (WS-FOUND-STREAM)
009180     END-IF.
009190 3600-EXIT.
009200     EXIT.
009210
009220 3800-FIND-STREAM.
009230     MOVE 0 TO WS-FOUND-STREAM.
009240     MOVE 0 TO WS-SECOND-STREAM.
009250     MOVE 0 TO WS-COVER-COUNT.
009260     MOVE 0 TO WS-STREAM-SUB.
009270     PERFORM 3850-TEST-STREAM THRU 3850-EXIT
009280         UNTIL WS-STREAM-SUB NOT < WS-STREAM-COUNT.
009290 3800-EXIT.
009300     EXIT.
009310
009320 3850-TEST-STREAM.
009330     ADD 1 TO WS-STREAM-SUB.
009340     IF WS-FIND-BRANCH < WS-ST-FROM (WS-STREAM-SUB)
009350         OR WS-FIND-BRANCH > WS-ST-TO (WS-STREAM-SUB)
009360         GO TO 3850-EXIT
009370     END-IF.
009380     ADD 1 TO WS-COVER-COUNT.
009390     IF WS-FOUND-STREAM = 0
009400         MOVE WS-STREAM-SUB TO WS-FOUND-STREAM
009410     ELSE
009420         IF WS-SECOND-STREAM = 0
009430             MOVE WS-STREAM-SUB TO WS-SECOND-STREAM
009440         END-IF
009450     END-IF.
009460 3850-EXIT.
009470     EXIT.
009480
009490*===========================================================*
009500*  4000-4400 - BRANCH SUMMARY.  EACH STREAM'S SUMMRPT IS     *
009510*  IN BRANCH ORDER FOR ITS OWN RANGE.  ITS PAGE HEADINGS     *
009520*  ARE DROPPED AND ITS GRAND TOTALS ARE TAKEN AS THE         *
009530*  STREAM'S CONTROL FIGURES; DETAIL AND SUBTOTAL LINES       *
009540*  ARE COPIED UNDER NEW HEADINGS, AND THE DETAIL LINES ARE   *
009550*  ADDED UP FOR THE NEW PORTFOLIO GRAND TOTALS.              *
009560*===========================================================*
009570 4000-MERGE-SUMMARY.
009580     OPEN INPUT STREAM-SUMMARY-FILE.
009590     IF WS-SUMMIN-STATUS NOT = "00"
009600         ADD 1 TO WS-MISSING-COUNT
009610         DISPLAY "*** ERROR: CANNOT OPEN STREAM BRANCH SUMMARIES "
009620             "(SUMMIN) - FILE STATUS " WS-SUMMIN-STATUS " ***"
009630     ELSE
009640         MOVE "N" TO WS-EOF-SW
009650         MOVE "N" TO WS-SKIP-SW
009660         PERFORM 4100-COPY-SUMMARY-LINE THRU 4100-EXIT
009670             UNTIL FILE-EOF
009680         CLOSE STREAM-SUMMARY-FILE
009690     END-IF.
009700     PERFORM 4400-SUMMARY-GRAND-TOTAL THRU 4400-EXIT.
009710 4000-EXIT.
009720     EXIT.
009730
009740 4100-COPY-SUMMARY-LINE.
009750     READ STREAM-SUMMARY-FILE INTO WS-SUMMARY-LINE
009760         AT END
009770             MOVE "Y" TO WS-EOF-SW
009780             GO TO 4100-EXIT
009790     END-READ.
009800     IF SKIP-NEXT-LINE
009810         MOVE "N" TO WS-SKIP-SW
009820         IF WS-SUMMARY-LINE = SPACES
009830             GO TO 4100-EXIT
009840         END-IF
009850     END-IF.
009860     IF WS-SUMMARY-LINE (1:27) = "PORTFOLIO SUMMARY BY BRANCH"
009870         SET SKIP-NEXT-LINE TO TRUE
009880         GO TO 4100-EXIT
009890     END-IF.
009900     IF WS-SUMMARY-LINE (1:24) = "  PORTFOLIO GRAND TOTALS"
009910         MOVE WS-SG-COUNT TO WS-SUM-COUNT-WORK
009920         MOVE WS-SG-PRINCIPAL TO WS-SUM-PRIN-WORK
009930         MOVE WS-SG-ACCRUED TO WS-SUM-ACCR-WORK
009940         ADD WS-SUM-COUNT-WORK TO WS-SUM-STR-COUNT
009950         ADD WS-SUM-PRIN-WORK TO WS-SUM-STR-PRIN
009960         ADD WS-SUM-ACCR-WORK TO WS-SUM-STR-ACCR
009970         GO TO 4100-EXIT
009980     END-IF.
009990     IF WS-SUMMARY-LINE NOT = SPACES
010000         AND WS-SUMMARY-LINE (1:10) NOT = "  PRODUCT "
010010         AND WS-SUMMARY-LINE (1:9) NOT = "  BRANCH "
010020         MOVE WS-SD-PRINCIPAL TO WS-SUM-PRIN-WORK
010030         MOVE WS-SD-ACCRUED TO WS-SUM-ACCR-WORK
010040         ADD 1 TO WS-SUM-DTL-COUNT
010050         ADD WS-SUM-PRIN-WORK TO WS-SUM-DTL-PRIN
010060         ADD WS-SUM-ACCR-WORK TO WS-SUM-DTL-ACCR
010070     END-IF.
010080     MOVE WS-SUMMARY-LINE TO WS-LINE-OUT.
010090     PERFORM 4200-SUMMARY-WRITE THRU 4200-EXIT.
010100 4100-EXIT.
010110     EXIT.
010120
010130 4200-SUMMARY-WRITE.
010140     IF WS-SUM-LINE-COUNT NOT < WS-SUM-LINES-MAX
010150         PERFORM 4300-SUMMARY-HEADING THRU 4300-EXIT
010160     END-IF.
010170     MOVE WS-LINE-OUT TO SUMMARY-RECORD.
010180     WRITE SUMMARY-RECORD.
010190     IF WS-SUMMARY-STATUS NOT = "00"
010200         DISPLAY "*** WARNING: BRANCH SUMMARY WRITE FAILED "
010210             "- FILE STATUS " WS-SUMMARY-STATUS " ***"
010220     END-IF.
010230     ADD 1 TO WS-SUM-LINE-COUNT.
010240     MOVE SPACES TO WS-LINE-OUT.
010250 4200-EXIT.
010260     EXIT.
010270
010280 4300-SUMMARY-HEADING.
010290     ADD 1 TO WS-SUM-PAGE.
010300     MOVE WS-SUM-PAGE TO WS-SUM-PAGE-EDIT.
010310     MOVE SPACES TO SUMMARY-RECORD.
010320     STRING "PORTFOLIO SUMMARY BY BRANCH  -  RUN DATE: "
010330         WS-RUN-DATE-EDIT
010340         "  PAGE " WS-SUM-PAGE-EDIT
010350         DELIMITED BY SIZE INTO SUMMARY-RECORD.
010360     WRITE SUMMARY-RECORD.
010370     MOVE SPACES TO SUMMARY-RECORD.
010380     WRITE SUMMARY-RECORD.
010390     MOVE 2 TO WS-SUM-LINE-COUNT.
010400 4300-EXIT.
010410     EXIT.
010420
010430 4400-SUMMARY-GRAND-TOTAL.
010440     MOVE WS-SUM-DTL-COUNT TO WS-SUM-COUNT-EDIT.
010450     MOVE WS-SUM-DTL-PRIN TO WS-SUM-PRIN-EDIT.
010460     MOVE WS-SUM-DTL-ACCR TO WS-SUM-ACCR-EDIT.
010470     MOVE SPACES TO WS-LINE-OUT.
010480     STRING "  PORTFOLIO GRAND TOTALS -  ACCOUNTS: "
010490         WS-SUM-COUNT-EDIT
010500         "  PRINCIPAL: " WS-SUM-PRIN-EDIT
010510         "  ACCRUED: " WS-SUM-ACCR-EDIT
010520         DELIMITED BY SIZE INTO WS-LINE-OUT.
010530     PERFORM 4200-SUMMARY-WRITE THRU 4200-EXIT.
010540 4400-EXIT.
010550     EXIT.
010560
010570*===========================================================*
010580*  5000-5200 - VARIANCE REPORT.  THE FIRST STREAM'S TITLE    *
010590*  (WITH THE TOLERANCE) HEADS THE MERGED REPORT; EVERY       *
010600*  CHANGED, NEW AND DROPPED LINE IS COPIED AND COUNTED,      *
010610*  AND THE STREAMS' OWN COUNT LINES ARE ADDED UP FOR THE     *
010620*  TIE AND REPLACED BY COMBINED ONES.                        *
010630*===========================================================*
010640 5000-MERGE-VARIANCE.
010650     OPEN INPUT STREAM-VARIANCE-FILE.
010660     IF WS-VARIN-STATUS NOT = "00"
010670         ADD 1 TO WS-MISSING-COUNT
010680         DISPLAY "*** ERROR: CANNOT OPEN STREAM VARIANCE REPORTS "
010690             "(VARIN) - FILE STATUS " WS-VARIN-STATUS " ***"
010700     ELSE
010710         MOVE "N" TO WS-EOF-SW
010720         MOVE "N" TO WS-SKIP-SW
010730         PERFORM 5100-COPY-VARIANCE-LINE THRU 5100-EXIT
010740             UNTIL FILE-EOF
010750         CLOSE STREAM-VARIANCE-FILE
010760     END-IF.
010770     IF NOT VARIANCE-HEADED
010780         MOVE "NIGHT-OVER-NIGHT VARIANCE REPORT" TO WS-VAR-HEADING
010790         PERFORM 5150-VARIANCE-HEADING THRU 5150-EXIT
010800     END-IF.
010810     PERFORM 5200-VARIANCE-TOTALS THRU 5200-EXIT.
010820     CLOSE VARIANCE-FILE.
010830 5000-EXIT.
010840     EXIT.
010850
010860 5100-COPY-VARIANCE-LINE.
010870     READ STREAM-VARIANCE-FILE INTO WS-VARIANCE-LINE
010880         AT END
010890             MOVE "Y" TO WS-EOF-SW
010900             GO TO 5100-EXIT
010910     END-READ.
010920     IF WS-VARIANCE-LINE (1:32)
010930         = "NIGHT-OVER-NIGHT VARIANCE REPORT"
010940         IF NOT VARIANCE-HEADED
010950             MOVE WS-VARIANCE-LINE (1:56) TO WS-VAR-HEADING
010960             PERFORM 5150-VARIANCE-HEADING THRU 5150-EXIT
010970         END-IF
010980         GO TO 5100-EXIT
010990     END-IF.
011000     EVALUATE TRUE
011010         WHEN WS-VARIANCE-LINE (1:12) = "  CHANGED   "
011020             ADD 1 TO WS-VAR-CHG-LINES
011030         WHEN WS-VARIANCE-LINE (1:12) = "  NEW       "
011040             ADD 1 TO WS-VAR-NEW-LINES
011050         WHEN WS-VARIANCE-LINE (1:12) = "  DROPPED   "
011060             ADD 1 TO WS-VAR-GONE-LINES
011070         WHEN WS-VARIANCE-LINE (1:22) = "  ACCOUNTS CHANGED BEY"
011080             MOVE WS-VT-COUNT TO WS-VAR-COUNT-WORK
011090             ADD WS-VAR-COUNT-WORK TO WS-VAR-CHG-STREAMS
011100             GO TO 5100-EXIT
011110         WHEN WS-VARIANCE-LINE (1:22) = "  ACCOUNTS NEW SINCE L"
011120             MOVE WS-VT-COUNT TO WS-VAR-COUNT-WORK
011130             ADD WS-VAR-COUNT-WORK TO WS-VAR-NEW-STREAMS
011140             GO TO 5100-EXIT
011150         WHEN WS-VARIANCE-LINE (1:22) = "  ACCOUNTS DROPPED SIN"
011160             MOVE WS-VT-COUNT TO WS-VAR-COUNT-WORK
011170             ADD WS-VAR-COUNT-WORK TO WS-VAR-GONE-STREAMS
011180             GO TO 5100-EXIT
011190         WHEN OTHER
011200             GO TO 5100-EXIT
011210     END-EVALUATE.
011220     MOVE WS-VARIANCE-LINE TO VARIANCE-RECORD.
011230     WRITE VARIANCE-RECORD.
011240     IF WS-VARIANCE-STATUS NOT = "00"
011250         DISPLAY "*** WARNING: VARIANCE WRITE FAILED - FILE "
011260             "STATUS " WS-VARIANCE-STATUS " ***"
011270     END-IF.
011280 5100-EXIT.
011290     EXIT.
011300
011310 5150-VARIANCE-HEADING.
011320     MOVE SPACES TO VARIANCE-RECORD.
011330     MOVE WS-VAR-HEADING TO VARIANCE-RECORD.
011340     WRITE VARIANCE-RECORD.
011350     MOVE SPACES TO VARIANCE-RECORD.
011360     WRITE VARIANCE-RECORD.
011370     SET VARIANCE-HEADED TO TRUE.
011380 5150-EXIT.
011390     EXIT.
011400
011410 5200-VARIANCE-TOTALS.
011420     MOVE SPACES TO VARIANCE-RECORD.
011430     WRITE VARIANCE-RECORD.
011440     MOVE WS-VAR-CHG-LINES TO WS-VAR-COUNT-EDIT.
011450     MOVE SPACES TO VARIANCE-RECORD.
011460     STRING "  ACCOUNTS CHANGED BEYOND TOLERANCE: "
011470         WS-VAR-COUNT-EDIT
011480         DELIMITED BY SIZE INTO VARIANCE-RECORD.
011490     WRITE VARIANCE-RECORD.
011500     MOVE WS-VAR-NEW-LINES TO WS-VAR-COUNT-EDIT.
011510     MOVE SPACES TO VARIANCE-RECORD.
011520     STRING "  ACCOUNTS NEW SINCE LAST NIGHT    : "
011530         WS-VAR-COUNT-EDIT
011540         DELIMITED BY SIZE INTO VARIANCE-RECORD.
011550     WRITE VARIANCE-RECORD.
011560     MOVE WS-VAR-GONE-LINES TO WS-VAR-COUNT-EDIT.
011570     MOVE SPACES TO VARIANCE-RECORD.
011580     STRING "  ACCOUNTS DROPPED SINCE LAST NIGHT: "
011590         WS-VAR-COUNT-EDIT
011600         DELIMITED BY SIZE INTO VARIANCE-RECORD.
011610     WRITE VARIANCE-RECORD.
011620 5200-EXIT.
011630     EXIT.
011640
011650*===========================================================*
011660*  5500-APPEND-AUDIT - THE STREAMS WRITE THEIR OWN AUDIT     *
011670*  FILES (THEY CANNOT SHARE THE PERMANENT ONE WHILE THEY     *
011680*  RUN); THEIR LINES ARE APPENDED HERE AS THEY STAND.        *
011690*===========================================================*
011700 5500-APPEND-AUDIT.
011710     OPEN INPUT STREAM-AUDIT-FILE.
011720     IF WS-AUDITIN-STATUS NOT = "00"
011730         ADD 1 TO WS-MISSING-COUNT
011740         DISPLAY "*** ERROR: CANNOT OPEN STREAM AUDIT FILES "
011750             "(AUDITIN) - FILE STATUS " WS-AUDITIN-STATUS " ***"
011760         GO TO 5500-EXIT
011770     END-IF.
011780     MOVE "N" TO WS-EOF-SW.
011790     PERFORM 5600-COPY-AUDIT-LINE THRU 5600-EXIT
011800         UNTIL FILE-EOF.
011810     CLOSE STREAM-AUDIT-FILE.
011820 5500-EXIT.
011830     EXIT.
011840
011850 5600-COPY-AUDIT-LINE.
011860     READ STREAM-AUDIT-FILE
011870         AT END
011880             MOVE "Y" TO WS-EOF-SW
011890             GO TO 5600-EXIT
011900     END-READ.
011910     MOVE STREAM-AUDIT-RECORD TO AUDIT-RECORD.
011920     WRITE AUDIT-RECORD.
011930     IF WS-AUDIT-STATUS NOT = "00"
011940         DISPLAY "*** WARNING: AUDIT TRAIL WRITE FAILED - FILE "
011950             "STATUS " WS-AUDIT-STATUS " ***"
011960         GO TO 5600-EXIT
011970     END-IF.
011980     ADD 1 TO WS-AUDIT-COUNT.
011990 5600-EXIT.
012000     EXIT.
012010
012020*===========================================================*
012030*  6000-PRINT-HEADINGS - TITLE, THE NIGHT BEING MERGED AND   *
012040*  THE COLUMN HEADINGS                                       *
012050*===========================================================*
012060 6000-PRINT-HEADINGS.
012070     STRING "BRANCH STREAM MERGE PROOF  -  BUSINESS DATE: "
012080         WS-RUN-DATE-EDIT
012090         "  PRINTED: " WS-TODAY-EDIT
012100         DELIMITED BY SIZE INTO WS-LINE-OUT.
012110     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
012120     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
012130     MOVE WS-MRG-START TO WS-TIME-WORK.
012140     PERFORM 7950-EDIT-TIME THRU 7950-EXIT.
012150     MOVE WS-TIME-EDIT TO WS-START-EDIT.
012160     MOVE WS-MRG-END TO WS-TIME-WORK.
012170     PERFORM 7950-EDIT-TIME THRU 7950-EXIT.
012180     MOVE WS-TIME-EDIT TO WS-END-EDIT.
012190     MOVE WS-STREAM-COUNT TO WS-STREAM-EDIT.
012200     STRING "  STREAMS: " WS-STREAM-EDIT
012210         "   FIRST STARTED " WS-START-EDIT
012220         "   LAST ENDED " WS-END-EDIT
012230         DELIMITED BY SIZE INTO WS-LINE-OUT.
012240     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
012250     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
012260     STRING "  TIE                                     "
012270         "FILE                  FIGURE   "
012280         "AGAINST               FIGURE   RESULT"
012290         DELIMITED BY SIZE INTO WS-LINE-OUT.
012300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
012310     STRING "  --------------------------------------  "
012320         "-----------------------------  "
012330         "-----------------------------  --------------"
012340         DELIMITED BY SIZE INTO WS-LINE-OUT.
012350     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
012360 6000-EXIT.
012370     EXIT.
012380
012390*===========================================================*
012400*  6100-6150 - A. EACH STREAM: ITS CARD AND RUNSTAT          *
012410*  FIGURES, AND ITS EXTRACT AND REJECT RECORDS AGAINST       *
012420*  WHAT ITS RUNSTAT SAYS IT WROTE.  A STREAM WITH NO         *
012430*  USABLE RUNSTAT RECORD, ONE THAT FAILED (RC 16) OR ONE     *
012440*  FROM ANOTHER BUSINESS DATE OR RUN MODE IS AN EXCEPTION.   *
012450*===========================================================*
012460 6100-PRINT-STREAMS.
012470     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
012480     STRING "  A. EACH STREAM TO ITS RUN STATISTICS"
012490         DELIMITED BY SIZE INTO WS-LINE-OUT.
012500     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
012510     MOVE 0 TO WS-OTHER-SUB.
012520     PERFORM 6150-PRINT-ONE-STREAM THRU 6150-EXIT
012530         UNTIL WS-OTHER-SUB NOT < WS-STREAM-COUNT.
012540 6100-EXIT.
012550     EXIT.
012560
012570 6150-PRINT-ONE-STREAM.
012580     ADD 1 TO WS-OTHER-SUB.
012590     MOVE WS-OTHER-SUB TO WS-STREAM-EDIT.
012600     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
012610     IF NOT ST-STAT-FOUND (WS-OTHER-SUB)
012620         STRING "     STREAM " WS-STREAM-EDIT "  BRANCHES "
012630             WS-ST-FROM (WS-OTHER-SUB) " THRU "
012640             WS-ST-TO (WS-OTHER-SUB)
012650             "   ** NO USABLE RUNSTAT RECORD - STREAM DID NOT "
012660             "FINISH **"
012670             DELIMITED BY SIZE INTO WS-LINE-OUT
012680         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
012690         ADD 1 TO WS-EXCEPTION-COUNT
012700         MOVE 0 TO WS-ST-CALCED (WS-OTHER-SUB)
012710         MOVE 0 TO WS-ST-ACCRUED (WS-OTHER-SUB)
012720         MOVE 0 TO WS-ST-REJECTED (WS-OTHER-SUB)
012730         GO TO 6150-TIES
012740     END-IF.
012750     MOVE WS-ST-START (WS-OTHER-SUB) TO WS-TIME-WORK.
012760     PERFORM 7950-EDIT-TIME THRU 7950-EXIT.
012770     MOVE WS-TIME-EDIT TO WS-START-EDIT.
012780     MOVE WS-ST-END (WS-OTHER-SUB) TO WS-TIME-WORK.
012790     PERFORM 7950-EDIT-TIME THRU 7950-EXIT.
012800     MOVE WS-TIME-EDIT TO WS-END-EDIT.
012810     MOVE WS-ST-RC (WS-OTHER-SUB) TO WS-RC-EDIT.
012820     STRING "     STREAM " WS-STREAM-EDIT "  BRANCHES "
012830         WS-ST-FROM (WS-OTHER-SUB) " THRU "
012840         WS-ST-TO (WS-OTHER-SUB)
012850         "   RAN " WS-START-EDIT " TO " WS-END-EDIT
012860         "   RUN MODE: " WS-ST-MODE (WS-OTHER-SUB)
012870         "   RETURN CODE: " WS-RC-EDIT
012880         DELIMITED BY SIZE INTO WS-LINE-OUT.
012890     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
012900     MOVE WS-ST-READ (WS-OTHER-SUB) TO WS-COUNT-EDIT.
012910     MOVE WS-ST-CALCED (WS-OTHER-SUB) TO WS-COUNT-EDIT-2.
012920     MOVE WS-ST-REJECTED (WS-OTHER-SUB) TO WS-COUNT-EDIT-3.
012930     MOVE WS-ST-CLOSED (WS-OTHER-SUB) TO WS-COUNT-EDIT-4.
012940     STRING "     READ " WS-COUNT-EDIT
012950         "   CALCULATED " WS-COUNT-EDIT-2
012960         "   REJECTED " WS-COUNT-EDIT-3
012970         "   CLOSED " WS-COUNT-EDIT-4
012980         DELIMITED BY SIZE INTO WS-LINE-OUT.
012990     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
013000     IF WS-ST-RC (WS-OTHER-SUB) NOT < 16
013010         STRING "     ** STREAM " WS-STREAM-EDIT " ENDED WITH "
013020             "RETURN CODE " WS-RC-EDIT " - ITS OUTPUT IS NOT "
013030             "COMPLETE **"
013040             DELIMITED BY SIZE INTO WS-LINE-OUT
013050         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
013060         ADD 1 TO WS-EXCEPTION-COUNT
013070     END-IF.
013080     IF WS-ST-RUN-DATE (WS-OTHER-SUB) NOT = WS-MRG-RUN-DATE
013090         OR WS-ST-MODE (WS-OTHER-SUB) NOT = "M"
013100         STRING "     ** STREAM " WS-STREAM-EDIT " IS NOT A "
013110             "MASTER-DRIVEN RUN OF BUSINESS DATE "
013120             WS-RUN-DATE-EDIT " **"
013130             DELIMITED BY SIZE INTO WS-LINE-OUT
013140         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
013150         ADD 1 TO WS-EXCEPTION-COUNT
013160     END-IF.
013170 6150-TIES.
013180     MOVE "C" TO WS-TIE-KIND.
013190     MOVE SPACES TO WS-TIE-DESC.
013200     STRING "STREAM " WS-STREAM-EDIT " EXTRACT RECORDS"
013210         DELIMITED BY SIZE INTO WS-TIE-DESC.
013220     MOVE "GLIN" TO WS-TIE-LEFT-NAME.
013230     MOVE "STATIN" TO WS-TIE-RIGHT-NAME.
013240     MOVE WS-ST-GL-COUNT (WS-OTHER-SUB) TO WS-TIE-LEFT.
013250     MOVE WS-ST-CALCED (WS-OTHER-SUB) TO WS-TIE-RIGHT.
013260     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
013270     MOVE "A" TO WS-TIE-KIND.
013280     MOVE SPACES TO WS-TIE-DESC.
013290     STRING "STREAM " WS-STREAM-EDIT " ACCRUED AMOUNT"
013300         DELIMITED BY SIZE INTO WS-TIE-DESC.
013310     MOVE WS-ST-GL-ACCRUED (WS-OTHER-SUB) TO WS-TIE-LEFT.
013320     MOVE WS-ST-ACCRUED (WS-OTHER-SUB) TO WS-TIE-RIGHT.
013330     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
013340     MOVE "C" TO WS-TIE-KIND.
013350     MOVE SPACES TO WS-TIE-DESC.
013360     STRING "STREAM " WS-STREAM-EDIT " REJECTED ACCOUNTS"
013370         DELIMITED BY SIZE INTO WS-TIE-DESC.
013380     MOVE "REJIN" TO WS-TIE-LEFT-NAME.
013390     MOVE WS-ST-RJ-COUNT (WS-OTHER-SUB) TO WS-TIE-LEFT.
013400     MOVE WS-ST-REJECTED (WS-OTHER-SUB) TO WS-TIE-RIGHT.
013410     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
013420 6150-EXIT.
013430     EXIT.
013440
013450*===========================================================*
013460*  6500-PRINT-MERGED-TIES - B. EVERY MERGED FILE AGAINST     *
013470*  THE SUM OF THE STREAMS                                    *
013480*===========================================================*
013490 6500-PRINT-MERGED-TIES.
013500     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
013510     STRING "  B. MERGED FILES TO THE SUM OF THE STREAMS"
013520         DELIMITED BY SIZE INTO WS-LINE-OUT.
013530     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
013540     MOVE "C" TO WS-TIE-KIND.
013550     MOVE "RUNSTAT RECORDS / STREAM CARDS" TO WS-TIE-DESC.
013560     MOVE "STATIN" TO WS-TIE-LEFT-NAME.
013570     MOVE "SYSIN" TO WS-TIE-RIGHT-NAME.
013580     MOVE WS-STAT-RECORDS TO WS-TIE-LEFT.
013590     MOVE WS-STREAM-COUNT TO WS-TIE-RIGHT.
013600     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
013610     MOVE "EXTRACT RECORDS / ACCOUNTS CALCED" TO WS-TIE-DESC.
013620     MOVE "GLOUT" TO WS-TIE-LEFT-NAME.
013630     MOVE "STREAMS" TO WS-TIE-RIGHT-NAME.
013640     MOVE WS-GL-COUNT TO WS-TIE-LEFT.
013650     MOVE WS-MRG-CALCED TO WS-TIE-RIGHT.
013660     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
013670     MOVE "A" TO WS-TIE-KIND.
013680     MOVE "ACCRUED AMOUNT" TO WS-TIE-DESC.
013690     MOVE WS-GL-ACCRUED TO WS-TIE-LEFT.
013700     MOVE WS-MRG-ACCRUED TO WS-TIE-RIGHT.
013710     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
013720     MOVE "C" TO WS-TIE-KIND.
013730     MOVE "REJECTED ACCOUNTS" TO WS-TIE-DESC.
013740     MOVE "RJCTOUT" TO WS-TIE-LEFT-NAME.
013750     MOVE WS-RJ-COUNT TO WS-TIE-LEFT.
013760     MOVE WS-MRG-REJECTED TO WS-TIE-RIGHT.
013770     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
013780     MOVE "SUMMARY ACCOUNTS / STREAM TOTALS" TO WS-TIE-DESC.
013790     MOVE "SUMMRPT" TO WS-TIE-LEFT-NAME.
013800     MOVE "SUMMIN" TO WS-TIE-RIGHT-NAME.
013810     MOVE WS-SUM-DTL-COUNT TO WS-TIE-LEFT.
013820     MOVE WS-SUM-STR-COUNT TO WS-TIE-RIGHT.
013830     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
013840     MOVE "A" TO WS-TIE-KIND.
013850     MOVE "SUMMARY PRINCIPAL / STREAM TOTALS" TO WS-TIE-DESC.
013860     MOVE WS-SUM-DTL-PRIN TO WS-TIE-LEFT.
013870     MOVE WS-SUM-STR-PRIN TO WS-TIE-RIGHT.
013880     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
013890     MOVE "SUMMARY ACCRUED / STREAM TOTALS" TO WS-TIE-DESC.
013900     MOVE WS-SUM-DTL-ACCR TO WS-TIE-LEFT.
013910     MOVE WS-SUM-STR-ACCR TO WS-TIE-RIGHT.
013920     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
013930     MOVE "C" TO WS-TIE-KIND.
013940     MOVE "SUMMARY ACCOUNTS / READ LESS REJ" TO WS-TIE-DESC.
013950     MOVE "STREAMS" TO WS-TIE-RIGHT-NAME.
013960     MOVE WS-SUM-DTL-COUNT TO WS-TIE-LEFT.
013970     COMPUTE WS-TIE-RIGHT = WS-MRG-READ - WS-MRG-REJECTED.
013980     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
013990     MOVE "A" TO WS-TIE-KIND.
014000     MOVE "SUMMARY PRINCIPAL / TOTAL PRIN" TO WS-TIE-DESC.
014010     MOVE WS-SUM-DTL-PRIN TO WS-TIE-LEFT.
014020     MOVE WS-MRG-PRINCIPAL TO WS-TIE-RIGHT.
014030     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
014040     MOVE "C" TO WS-TIE-KIND.
014050     MOVE "VARIANCE - CHANGED BEYOND TOL" TO WS-TIE-DESC.
014060     MOVE "VARRPT" TO WS-TIE-LEFT-NAME.
014070     MOVE "VARIN" TO WS-TIE-RIGHT-NAME.
014080     MOVE WS-VAR-CHG-LINES TO WS-TIE-LEFT.
014090     MOVE WS-VAR-CHG-STREAMS TO WS-TIE-RIGHT.
014100     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
014110     MOVE "VARIANCE - NEW SINCE LAST NIGHT" TO WS-TIE-DESC.
014120     MOVE WS-VAR-NEW-LINES TO WS-TIE-LEFT.
014130     MOVE WS-VAR-NEW-STREAMS TO WS-TIE-RIGHT.
014140     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
014150     MOVE "VARIANCE - DROPPED SINCE LAST" TO WS-TIE-DESC.
014160     MOVE WS-VAR-GONE-LINES TO WS-TIE-LEFT.
014170     MOVE WS-VAR-GONE-STREAMS TO WS-TIE-RIGHT.
014180     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
014190     MOVE "AUDIT LINES / READ LESS REJECTED" TO WS-TIE-DESC.
014200     MOVE "AUDITLOG" TO WS-TIE-LEFT-NAME.
014210     MOVE "STREAMS" TO WS-TIE-RIGHT-NAME.
014220     MOVE WS-AUDIT-COUNT TO WS-TIE-LEFT.
014230     COMPUTE WS-TIE-RIGHT = WS-MRG-READ - WS-MRG-REJECTED.
014240     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
014250 6500-EXIT.
014260     EXIT.
014270
014280*===========================================================*
014290*  6700-6780 - C. BRANCH COVERAGE.  STREAM RANGES THAT       *
014300*  OVERLAP, BRANCHES ON THE ACCOUNT MASTER THAT NO STREAM    *
014310*  PRICED OR THAT TWO STREAMS BOTH TAKE IN, AND EXTRACT OR   *
014320*  REJECT RECORDS OUTSIDE EVERY STREAM'S RANGE.              *
014330*===========================================================*
014340 6700-PRINT-COVERAGE.
014350     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
014360     STRING "  C. BRANCH COVERAGE"
014370         DELIMITED BY SIZE INTO WS-LINE-OUT.
014380     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
014390     MOVE WS-EXCEPTION-COUNT TO WS-EXCEPTIONS-BEFORE.
014400     MOVE 0 TO WS-STREAM-SUB.
014410     PERFORM 6710-OVERLAP-OUTER THRU 6710-EXIT
014420         UNTIL WS-STREAM-SUB NOT < WS-STREAM-COUNT.
014430     IF NOT MASTER-LOADED
014440         STRING "     ** ACCOUNT MASTER (ACCTMST) NOT AVAILABLE "
014450             "- BRANCHES ON THE BOOK NOT CHECKED **"
014460             DELIMITED BY SIZE INTO WS-LINE-OUT
014470         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
014480     ELSE
014490         MOVE 0 TO WS-BRANCH-SUB
014500         PERFORM 6750-CHECK-BRANCH THRU 6750-EXIT
014510             UNTIL WS-BRANCH-SUB NOT < WS-BRANCH-COUNT
014520     END-IF.
014530     IF WS-GL-OUTSIDE > 0
014540         MOVE WS-GL-OUTSIDE TO WS-COUNT-EDIT
014550         STRING "     ** " WS-COUNT-EDIT " EXTRACT RECORD(S) FOR "
014560             "BRANCHES OUTSIDE EVERY STREAM'S RANGE **"
014570             DELIMITED BY SIZE INTO WS-LINE-OUT
014580         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
014590         ADD 1 TO WS-EXCEPTION-COUNT
014600     END-IF.
014610     IF WS-RJ-OUTSIDE > 0
014620         MOVE WS-RJ-OUTSIDE TO WS-COUNT-EDIT
014630         STRING "     ** " WS-COUNT-EDIT " REJECT RECORD(S) FOR "
014640             "BRANCHES OUTSIDE EVERY STREAM'S RANGE **"
014650             DELIMITED BY SIZE INTO WS-LINE-OUT
014660         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
014670         ADD 1 TO WS-EXCEPTION-COUNT
014680     END-IF.
014690     IF MASTER-LOADED
014700         AND WS-EXCEPTION-COUNT = WS-EXCEPTIONS-BEFORE
014710         MOVE WS-BRANCH-COUNT TO WS-COUNT-EDIT
014720         STRING "     BRANCHES ON THE ACCOUNT MASTER: "
014730             WS-COUNT-EDIT "  -  EACH IS IN EXACTLY ONE STREAM."
014740             DELIMITED BY SIZE INTO WS-LINE-OUT
014750         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
014760     END-IF.
014770 6700-EXIT.
014780     EXIT.
014790
014800 6710-OVERLAP-OUTER.
014810     ADD 1 TO WS-STREAM-SUB.
014820     MOVE WS-STREAM-SUB TO WS-OTHER-SUB.
014830     PERFORM 6720-OVERLAP-INNER THRU 6720-EXIT
014840         UNTIL WS-OTHER-SUB NOT < WS-STREAM-COUNT.
014850 6710-EXIT.
014860     EXIT.
014870
014880 6720-OVERLAP-INNER.
014890     ADD 1 TO WS-OTHER-SUB.
014900     IF WS-ST-FROM (WS-STREAM-SUB) > WS-ST-TO (WS-OTHER-SUB)
014910         OR WS-ST-FROM (WS-OTHER-SUB) > WS-ST-TO (WS-STREAM-SUB)
014920         GO TO 6720-EXIT
014930     END-IF.
014940     MOVE WS-STREAM-SUB TO WS-STREAM-EDIT.
014950     MOVE WS-OTHER-SUB TO WS-STREAM-EDIT-2.
014960     STRING "     ** STREAMS " WS-STREAM-EDIT " AND "
014970         WS-STREAM-EDIT-2 " HAVE OVERLAPPING BRANCH RANGES ("
014980         WS-ST-FROM (WS-STREAM-SUB) " THRU "
014990         WS-ST-TO (WS-STREAM-SUB) " AND "
015000         WS-ST-FROM (WS-OTHER-SUB) " THRU "
015010         WS-ST-TO (WS-OTHER-SUB) ") **"
015020         DELIMITED BY SIZE INTO WS-LINE-OUT.
015030     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
015040     ADD 1 TO WS-EXCEPTION-COUNT.
015050 6720-EXIT.
015060     EXIT.
015070
015080 6750-CHECK-BRANCH.
015090     ADD 1 TO WS-BRANCH-SUB.
015100     MOVE WS-BT-CODE (WS-BRANCH-SUB) TO WS-FIND-BRANCH.
015110     PERFORM 3800-FIND-STREAM THRU 3800-EXIT.
015120     IF WS-COVER-COUNT = 1
015130         GO TO 6750-EXIT
015140     END-IF.
015150     MOVE WS-BT-ACCOUNTS (WS-BRANCH-SUB) TO WS-COUNT-EDIT.
015160     IF WS-COVER-COUNT = 0
015170         STRING "     ** BRANCH " WS-FIND-BRANCH " IS IN NO "
015180             "STREAM - NOT PRICED TONIGHT.  ACCOUNTS: "
015190             WS-COUNT-EDIT " **"
015200             DELIMITED BY SIZE INTO WS-LINE-OUT
015210     ELSE
015220         MOVE WS-FOUND-STREAM TO WS-STREAM-EDIT
015230         MOVE WS-SECOND-STREAM TO WS-STREAM-EDIT-2
015240         STRING "     ** BRANCH " WS-FIND-BRANCH " IS IN "
015250             "STREAMS " WS-STREAM-EDIT " AND " WS-STREAM-EDIT-2
015260             " - PRICED TWICE.  ACCOUNTS: " WS-COUNT-EDIT " **"
015270             DELIMITED BY SIZE INTO WS-LINE-OUT
015280     END-IF.
015290     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
015300     ADD 1 TO WS-EXCEPTION-COUNT.
015310 6750-EXIT.
015320     EXIT.
015330
015340*===========================================================*
015350*  7000-PRINT-CONCLUSION - COUNTS, THE VERDICT AND THE       *
015360*  RETURN CODE                                               *
015370*===========================================================*
015380 7000-PRINT-CONCLUSION.
015390     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
015400     MOVE WS-PROVED-COUNT TO WS-SMALL-EDIT.
015410     MOVE WS-BREAK-COUNT TO WS-SMALL-EDIT-2.
015420     MOVE WS-EXCEPTION-COUNT TO WS-SMALL-EDIT-3.
015430     MOVE WS-MISSING-COUNT TO WS-SMALL-EDIT-4.
015440     STRING "  TIES PROVED: " WS-SMALL-EDIT
015450         "   BREAKS: " WS-SMALL-EDIT-2
015460         "   EXCEPTIONS: " WS-SMALL-EDIT-3
015470         "   FILES NOT AVAILABLE: " WS-SMALL-EDIT-4
015480         DELIMITED BY SIZE INTO WS-LINE-OUT.
015490     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
015500     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
015510     IF WS-BREAK-COUNT = 0 AND WS-MISSING-COUNT = 0
015520         AND WS-EXCEPTION-COUNT = 0
015530         STRING "  THE MERGED FILES OF BUSINESS DATE "
015540             WS-RUN-DATE-EDIT " PROVE TO THE SUM OF THE STREAMS "
015550             "AND EVERY BRANCH WAS PRICED ONCE."
015560             DELIMITED BY SIZE INTO WS-LINE-OUT
015570     ELSE
015580         MOVE 16 TO WS-MRG-RC
015590         STRING "  ** THE MERGED FILES OF BUSINESS DATE "
015600             WS-RUN-DATE-EDIT " ARE NOT PROVED. **"
015610             DELIMITED BY SIZE INTO WS-LINE-OUT
015620         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
015630         STRING "  ** HOLD GLPOST AND EVERYTHING AFTER IT UNTIL "
015640             "THE STREAMS ARE CORRECTED, RERUN AND MERGED "
015650             "AGAIN. **"
015660             DELIMITED BY SIZE INTO WS-LINE-OUT
015670     END-IF.
015680     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
015690     MOVE WS-MRG-RC TO RETURN-CODE.
015700     MOVE WS-PROVED-COUNT TO WS-SMALL-EDIT.
015710     DISPLAY "Ties proved     : " WS-SMALL-EDIT.
015720     MOVE WS-BREAK-COUNT TO WS-SMALL-EDIT.
015730     DISPLAY "Breaks          : " WS-SMALL-EDIT.
015740     MOVE WS-EXCEPTION-COUNT TO WS-SMALL-EDIT-3.
015750     DISPLAY "Exceptions      : " WS-SMALL-EDIT-3.
015760     IF WS-MRG-RC NOT < 16
015770         DISPLAY "*** ERROR: THE STREAM MERGE DID NOT PROVE - "
015780             "SEE MRGRPT. ***"
015790     END-IF.
015800 7000-EXIT.
015810     EXIT.
015820
015830*===========================================================*
015840*  7800-PRINT-TIE - ONE LINE OF THE PROOF: BOTH FIGURES      *
015850*  AND WHETHER THEY AGREE                                    *
015860*===========================================================*
015870 7800-PRINT-TIE.
015880     ADD 1 TO WS-TIE-NUMBER.
015890     MOVE WS-TIE-LEFT TO WS-TIE-FIGURE.
015900     PERFORM 7850-EDIT-FIGURE THRU 7850-EXIT.
015910     MOVE WS-FIGURE-OUT TO WS-LEFT-FIGURE.
015920     MOVE WS-TIE-RIGHT TO WS-TIE-FIGURE.
015930     PERFORM 7850-EDIT-FIGURE THRU 7850-EXIT.
015940     MOVE WS-FIGURE-OUT TO WS-RIGHT-FIGURE.
015950     IF WS-TIE-LEFT = WS-TIE-RIGHT
015960         MOVE "PROVED" TO WS-TIE-RESULT
015970         ADD 1 TO WS-PROVED-COUNT
015980     ELSE
015990         MOVE "** BREAK **" TO WS-TIE-RESULT
016000         ADD 1 TO WS-BREAK-COUNT
016010     END-IF.
016020     STRING "  " WS-TIE-NUMBER ". " WS-TIE-DESC
016030         "  " WS-TIE-LEFT-NAME WS-LEFT-FIGURE
016040         "  " WS-TIE-RIGHT-NAME WS-RIGHT-FIGURE
016050         "  " WS-TIE-RESULT
016060         DELIMITED BY SIZE INTO WS-LINE-OUT.
016070     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
016080 7800-EXIT.
016090     EXIT.
016100
016110 7850-EDIT-FIGURE.
016120     IF TIE-AMOUNT
016130         MOVE WS-TIE-FIGURE TO WS-AMOUNT-EDIT
016140         MOVE WS-AMOUNT-EDIT TO WS-FIGURE-OUT
016150     ELSE
016160         MOVE WS-TIE-FIGURE TO WS-CF-EDIT
016170         MOVE WS-COUNT-FIGURE TO WS-FIGURE-OUT
016180     END-IF.
016190 7850-EXIT.
016200     EXIT.
016210
016220*===========================================================*
016230*  7900-EDIT-DATE - WS-EDIT-DATE AS YYYY-MM-DD               *
016240*===========================================================*
016250 7900-EDIT-DATE.
016260     MOVE WS-ED-YEAR TO WS-DE-YEAR.
016270     MOVE WS-ED-MONTH TO WS-DE-MONTH.
016280     MOVE WS-ED-DAY TO WS-DE-DAY.
016290 7900-EXIT.
016300     EXIT.
016310
016320*===========================================================*
016330*  7950-EDIT-TIME - WS-TIME-WORK AS HH:MM:SS                 *
016340*===========================================================*
016350 7950-EDIT-TIME.
016360     MOVE WS-TW-HH TO WS-TE-HH.
016370     MOVE WS-TW-MM TO WS-TE-MM.
016380     MOVE WS-TW-SS TO WS-TE-SS.
016390 7950-EXIT.
016400     EXIT.
016410
016420*===========================================================*
016430*  8000-WRITE-LINE - WRITE WS-LINE-OUT AND CLEAR IT          *
016440*===========================================================*
016450 8000-WRITE-LINE.
016460     MOVE WS-LINE-OUT TO PROOF-RECORD.
016470     WRITE PROOF-RECORD.
016480     MOVE SPACES TO WS-LINE-OUT.
016490 8000-EXIT.
016500     EXIT.
016510
016520*===========================================================*
016530*  8100-WRITE-RUN-STATS - THE NIGHT'S ONE STATISTICS         *
016540*  RECORD, AS A SINGLE CALCMST RUN WOULD HAVE LEFT IT, FOR   *
016550*  THE MORNING CHECKLIST AND BALCERT; THE RETURN CODE IS     *
016560*  THIS STEP'S.  THE SAME RECORD GOES ON THE PERMANENT       *
016570*  HISTORY, WHICH THE STREAMS LEAVE ALONE.                   *
016580*===========================================================*
016590 8100-WRITE-RUN-STATS.
016600     OPEN OUTPUT RUN-STATS-FILE.
016610     IF WS-RUNSTAT-STATUS NOT = "00"
016620         DISPLAY "*** ERROR: CANNOT OPEN RUN STATISTICS FILE "
016630             "(RUNSTAT) - FILE STATUS " WS-RUNSTAT-STATUS
016640             " - STATISTICS NOT WRITTEN. ***"
016650         MOVE 16 TO RETURN-CODE
016660         GO TO 8100-EXIT
016670     END-IF.
016680     MOVE SPACES TO RUN-STAT-RECORD.
016690     MOVE WS-MRG-RUN-DATE TO RS-RUN-DATE.
016700     MOVE WS-MRG-START TO RS-START-TIME.
016710     MOVE WS-MRG-END TO RS-END-TIME.
016720     MOVE WS-MRG-READ TO RS-ACCOUNTS-READ.
016730     MOVE WS-MRG-CALCED TO RS-ACCOUNTS-CALCED.
016740     MOVE WS-MRG-REJECTED TO RS-ACCOUNTS-REJECTED.
016750     MOVE WS-MRG-PRINCIPAL TO RS-TOTAL-PRINCIPAL.
016760     MOVE WS-MRG-ACCRUED TO RS-TOTAL-ACCRUED.
016770     MOVE WS-MRG-RC TO RS-RETURN-CODE.
016780     MOVE WS-MRG-MODE TO RS-RUN-MODE.
016785     MOVE WS-MRG-CLOSED TO RS-ACCOUNTS-CLOSED.
016790     MOVE WS-MRG-RESTARTED TO RS-RESTARTED.
016800     MOVE RUN-STAT-RECORD TO WS-RUNSTAT-SAVE.
016810     WRITE RUN-STAT-RECORD.
016820     IF WS-RUNSTAT-STATUS NOT = "00"
016830         DISPLAY "*** WARNING: RUN STATISTICS WRITE FAILED - "
016840             "FILE STATUS " WS-RUNSTAT-STATUS " ***"
016850     END-IF.
016860     CLOSE RUN-STATS-FILE.
016870     PERFORM 8150-APPEND-RUN-HISTORY THRU 8150-EXIT.
016880     DISPLAY "Run statistics written - ending with return "
016890         "code " RS-RETURN-CODE ".".
016900 8100-EXIT.
016910     EXIT.
016920
016930 8150-APPEND-RUN-HISTORY.
016940     OPEN EXTEND RUN-HIST-FILE.
016950     IF WS-RUNHIST-STATUS = "35"
016960         OPEN OUTPUT RUN-HIST-FILE
016970         CLOSE RUN-HIST-FILE
016980         OPEN EXTEND RUN-HIST-FILE
016990     END-IF.
017000     IF WS-RUNHIST-STATUS NOT = "00"
017010         DISPLAY "*** WARNING: CANNOT OPEN RUN HISTORY "
017020             "(RUNHIST) - FILE STATUS " WS-RUNHIST-STATUS
017030             " - HISTORY ROW NOT WRITTEN. ***"
017040         GO TO 8150-EXIT
017050     END-IF.
017060     MOVE WS-RUNSTAT-SAVE TO RUN-HIST-RECORD.
017070     WRITE RUN-HIST-RECORD.
017080     IF WS-RUNHIST-STATUS NOT = "00"
017090         DISPLAY "*** WARNING: RUN HISTORY WRITE FAILED - "
017100             "FILE STATUS " WS-RUNHIST-STATUS " ***"
017110     END-IF.
017120     CLOSE RUN-HIST-FILE.
017130 8150-EXIT.
017140     EXIT.
017150
017160*===========================================================*
017170*  9999-TERMINATE - CLOSE THE MERGED OUTPUTS AND THE PROOF   *
017180*===========================================================*
017190 9999-TERMINATE.
017200     IF NOT RUN-FAILED
017210         CLOSE GL-EXTRACT-FILE
017220         CLOSE REJECT-FILE
017230         CLOSE SUMMARY-FILE
017240         CLOSE AUDIT-FILE
017250     END-IF.
017260     IF WS-PROOF-STATUS = "00"
017270         CLOSE PROOF-FILE
017280     END-IF.
017290     DISPLAY "Branch Stream Merge ended.".
017300 9999-EXIT.
017310     EXIT.
