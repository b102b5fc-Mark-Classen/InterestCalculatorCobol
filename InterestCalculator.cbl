000120*              INTERACTIVE COMPOUND INTEREST CALCULATION. *
000130*  2026-08-09  RJM  ADDED BATCH ACCOUNT FILE PROCESSING    *
000140*              MODE DRIVEN BY THE ACCOUNTS-EOF SWITCH; RE- *
000150*              PURPOSED WS-CONTINUE TO DRIVE THE NEW        *
000160*              INTERACTIVE "ANOTHER CALCULATION?" REPEAT    *
000170*              LOOP INSTEAD.                                *
000180*  2026-08-09  RJM  COMPOUNDING FREQUENCY (WS-N) IS NOW    *
000190*              OPERATOR-SELECTABLE INSTEAD OF A CONSTANT.  *
000200*  2026-08-09  RJM  ADDED SESSION RUNNING-TOTAL SUMMARY     *
000210*              USING THE-TOTAL AND WS-TOTAL-PRINCIPAL.     *
000220*  2026-08-09  RJM  ADDED FORMATTED REPORT FILE OUTPUT.    *
000230*  2026-08-09  RJM  ADDED INPUT RANGE VALIDATION WITH       *
000240*              RE-PROMPT ON EACH ACCEPTED FIELD.            *
000250*  2026-08-09  RJM  ADDED SIMPLE-INTEREST CALCULATION MODE. *
000260*  2026-08-09  RJM  ADDED YEAR-BY-YEAR ACCRUAL BREAKDOWN.  *
000270*  2026-08-09  RJM  ADDED PERSISTENT AUDIT TRAIL FILE.     *
000280*  2026-08-09  RJM  ADDED CHECKPOINT/RESTART SUPPORT FOR   *
000290*              THE BATCH ACCOUNT FILE DRIVER.               *
000300*  2026-08-22  RJM  ADDED REJECT FILE (RJCTOUT) CARRYING    *
000310*              THE ORIGINAL ACCOUNT IMAGE PLUS REASON       *
000320*              CODES FOR EACH FAILED EDIT, AND RUN MODE 3   *
000330*              (REJECT RERUN) WHICH READS A CORRECTED       *
000340*              REJECT FILE BACK FROM RJCTIN.  THE ACCOUNT   *
000350*              RECORD LAYOUT MOVED TO WORKING STORAGE SO    *
000360*              BOTH INPUT PATHS FEED ONE WORK AREA.         *
000370*  2026-08-22  RJM  ACCTIN NOW CARRIES HDR/TRL CONTROL      *
000380*              RECORDS (EXTRACT DATE/SOURCE, RECORD COUNT   *
000390*              AND PRINCIPAL HASH TOTAL).  A VERIFICATION   *
000400*              PRE-PASS REFUSES THE RUN WITH RETURN CODE 16 *
000410*              WHEN THE FILE DOES NOT BALANCE.              *
000420*  2026-08-22  RJM  ADDED FIXED-LAYOUT RESULTS EXTRACT      *
000430*              (GLOUT), ONE RECORD PER CALCULATED ACCOUNT,  *
000440*              FOR THE GENERAL-LEDGER POSTING JOB.          *
000450*  2026-08-22  RJM  BATCH ACCOUNTS ARE NOW PRICED FROM A    *
000460*              CENTRAL PRODUCT RATE TABLE (RATETAB) KEYED   *
000470*              BY THE NEW AR-PRODUCT-CODE; A PRODUCT NOT    *
000480*              ON THE TABLE REJECTS THE ACCOUNT (CODE "T"). *
000490*  2026-08-22  RJM  ADDED RECURRING-DEPOSIT ("R") CALC MODE  *
000500*              - NEW AR-MONTHLY-DEPOSIT FIELD, MONTHLY       *
000510*              ANNUITY ACCRUAL IN 6000-CALCULATE, AND A      *
000520*              DEPOSITS/INTEREST SPLIT ON THE YEAR-BY-YEAR   *
000530*              SCHEDULE.                                     *
000540*  2026-08-22  RJM  ADDED BRANCH CONTROL-BREAK PORTFOLIO    *
000550*              SUMMARY REPORT (SUMMRPT) WITH PAGE HEADINGS, *
000560*              BRANCH SUBTOTALS, GRAND TOTALS AND AN OUT-   *
000570*              OF-SEQUENCE FLAG; NEW AR-BRANCH-CODE FIELD.  *
000580*  2026-08-22  RJM  ADDED NIGHT-OVER-NIGHT VARIANCE REPORT  *
000590*              (VARRPT) AGAINST LAST NIGHT'S GL EXTRACT     *
000600*              (PRIORIN) WITH AN OPERATOR-SET TOLERANCE     *
000610*              CARD - CHANGED, NEW AND DROPPED ACCOUNTS.    *
000620*  2026-08-22  RJM  ADDED RUN MODE 4 - BATCH DIRECT FROM THE *
000630*              INDEXED ACCOUNT MASTER (ACCTMST) MAINTAINED   *
000640*              ONLINE BY AccountMaintenance; NO HDR/TRL      *
000650*              VERIFICATION AND NO BRANCH-SORT CHECK THERE.  *
000660*  2026-08-22  RJM  BATCH RUNS NOW END WITH A MEANINGFUL      *
000670*              RETURN CODE (00 CLEAN / 04 REJECTS / 16 HARD   *
000680*              FAILURE) AND WRITE A ONE-RECORD RUN-STATISTICS *
000690*              FILE (RUNSTAT) FOR THE SCHEDULER AND THE       *
000700*              MORNING OPERATIONS CHECKLIST.                  *
000710*  2026-09-02  RJM  GL EXTRACT NOW CARRIES THE PRODUCT AND    *
000720*              BRANCH CODES SO THE IN-HOUSE JOURNAL POSTING   *
000730*              PROGRAM (GlJournalPosting) CAN SUMMARIZE BY    *
000740*              BRANCH AND PRODUCT.                            *
000750*  2026-09-02  RJM  RATE TABLE RECORDS NOW CARRY AN           *
000760*              EFFECTIVE DATE - THE LOOKUP PICKS THE RATE IN  *
000770*              FORCE ON THE RUN DATE, SO FUTURE-DATED RATES   *
000780*              CAN BE TABLED DAYS AHEAD.  THE TABLE IS        *
000790*              MAINTAINED ONLINE BY RateTableMaintenance.     *
000800*  2026-09-02  RJM  ADDED TIERED BALANCE-BAND ("T") CALC      *
000810*              MODE - UP TO THREE BALANCE BANDS PER RATE      *
000820*              TABLE ENTRY, ACCRUAL COMPOUNDED PER BAND AND   *
000830*              A PER-BAND SPLIT ON THE YEAR-BY-YEAR SCHEDULE. *
000840*  2026-09-02  RJM  DATE-BASED PARTIAL-PERIOD ACCRUAL - THE   *
000850*              ACCOUNT RECORD (NOW 60 BYTES) CARRIES AN OPEN  *
000860*              DATE; A BATCH ACCOUNT WITH ONE ACCRUES FROM    *
000870*              THAT DATE TO THE RUN DATE UNDER AN OPERATOR-   *
000880*              SELECTED DAY-COUNT CONVENTION (ACTUAL/365 OR   *
000890*              30/360).  TERM FIELDS WIDENED TO SIX DECIMALS  *
000900*              AND GL-YEARS ON THE EXTRACT WIDENED TO MATCH.  *
000910*  2026-09-02  RJM  ACCOUNT RECORD CARRIES A WITHHOLDING-     *
000920*              EXEMPT FLAG FOR THE ANNUAL TAX-REPORTING       *
000930*              EXTRACT (TaxReportingExtract).                 *
000940*  2026-09-02  RJM  EVERY RUN'S STATISTICS RECORD IS NOW      *
000950*              APPENDED TO A PERMANENT HISTORY FILE (RUNHIST) *
000960*              FOR THE MONTH-END OPERATIONS TREND REPORT      *
000970*              (RunStatisticsTrend); RS-RUN-MODE ADDED.       *
000980*  2026-09-02  RJM  THE BATCH DRIVER NOW SEQUENCES THE        *
000990*              ACCOUNTS BY BRANCH, PRODUCT AND ACCOUNT        *
001000*              ITSELF (INTERNAL SORT), SO SUMMRPT IS CORRECT  *
001010*              FROM EITHER INPUT SOURCE; PRODUCT SUBTOTALS    *
001020*              ADDED WITHIN EACH BRANCH AND THE OUT-OF-       *
001030*              SEQUENCE CHECK RETIRED.                        *
001040*  2026-10-15  RJM  RUN MODE 5 - RATE-CHANGE WHAT-IF        *
001050*              SIMULATION FOR THE PRICING COMMITTEE.  PRICES  *
001060*              THE ACCTMST PORTFOLIO UNDER TODAY'S RATETAB    *
001070*              AND AGAIN UNDER A PROPOSED RATE FILE (RATEPRO) *
001080*              AND/OR A FUTURE EFFECTIVE DATE, AND PRINTS A   *
001090*              BRANCH/PRODUCT IMPACT REPORT (SIMRPT) WITH THE *
001100*              TEN ACCOUNTS MOST AFFECTED.  NOTHING IS        *
001110*              WRITTEN TO GLOUT, AUDITLOG, RUNSTAT, RUNHIST   *
001120*              OR THE CHECKPOINT FILES; AUDITLOG IS NO LONGER *
001130*              OPENED UNTIL THE RUN MODE IS KNOWN.            *
001140*  2026-10-15  RJM  ACCOUNT STATUS ON THE ACCOUNT RECORD.     *
001150*              CLOSED ACCOUNTS ARE NOT PRICED AND ARE COUNTED *
001160*              SEPARATELY (RS-ACCOUNTS-CLOSED ON RUNSTAT).    *
001170*              FROZEN ACCOUNTS ARE PRICED, REPORTED AND       *
001180*              AUDITED BUT HELD OFF GLOUT AND THE VARIANCE    *
001190*              CHECK; RUNSTAT'S CALCULATED COUNT AND ACCRUED  *
001200*              TOTAL ARE THE GLOUT FIGURES.  RATE TABLE       *
001210*              RECORD GROWS TO 70 BYTES.                      *
001220*  2026-10-15  RJM  BRANCH-RANGE STREAMS.  A MASTER-DRIVEN    *
001230*              RUN TAKES A FOURTH CARD NAMING THE BRANCH      *
001240*              CODES IT PRICES, SO THE NIGHT CAN BE SPLIT     *
001250*              ACROSS STREAMS RUN SIDE BY SIDE AND COMBINED   *
001260*              BY BranchStreamMerge.  A STREAM SORTS AND      *
001270*              COUNTS ONLY ITS OWN BRANCHES, COMPARES ONLY    *
001280*              THEIR PRIOR RESULTS, KEEPS ITS RANGE ON THE    *
001290*              CHECKPOINT AND LEAVES RUNHIST TO THE MERGE.    *
001300*  2026-10-15  RJM  INDEX-LINKED ("V") PRODUCTS.  THE         *
001310*              RATE TABLE MAY PRICE A PRODUCT AS A REFERENCE  *
001320*              INDEX (RATEIDX) PLUS A MARGIN, HELD BETWEEN A  *
001330*              FLOOR AND A CAP, ON THE PRICING DATE.  REPORT, *
001340*              SCHEDULE AND GLOUT SHOW THE INDEX, MARGIN AND  *
001350*              RATE USED; AN INDEX WITH NO VALUE IN FORCE     *
001360*              REJECTS THE ACCOUNT (REASON "I").  GLOUT GROWS *
001370*              TO 90 BYTES AND RJCTOUT TO 69.                 *
001380*  2026-10-15  RJM  RUNSTAT CARRIES A RESTART FLAG            *
001390*              (RS-RESTARTED) SO GLPOST KNOWS A RESTARTED     *
001400*              RUN'S GLOUT HOLDS ONLY THE ACCOUNTS PRICED     *
001410*              AFTER THE CHECKPOINT.                          *
001420*---------------------------------------------------------*
001430*  REMARKS.  THIS PROGRAM CALCULATES SIMPLE OR COMPOUND     *
001440*  INTEREST FOR A SINGLE ACCOUNT ENTERED AT THE TERMINAL,   *
001450*  OR FOR AN ENTIRE PORTFOLIO OF ACCOUNTS SUPPLIED ON THE   *
001460*  ACCOUNTS FILE (ACCTIN) WHEN RUN IN BATCH MODE FROM THE   *
001470*  OVERNIGHT JCL.  RESULTS ARE DISPLAYED, WRITTEN TO THE    *
001480*  REPORT FILE (RPTOUT) AND APPENDED TO THE AUDIT TRAIL     *
001490*  FILE (AUDITLOG) FOR LATER RECONCILIATION.                *
001500*---------------------------------------------------------*
001510
001520 ENVIRONMENT DIVISION.
001530
001540 INPUT-OUTPUT SECTION.
001550 FILE-CONTROL.
001560     SELECT ACCOUNTS-FILE
001570         ASSIGN TO ACCTIN
001580         ORGANIZATION IS LINE SEQUENTIAL
001590         FILE STATUS IS WS-ACCOUNTS-STATUS.
001600
001610     SELECT REPORT-FILE
001620         ASSIGN TO RPTOUT
001630         ORGANIZATION IS LINE SEQUENTIAL
001640         FILE STATUS IS WS-REPORT-STATUS.
001650
001660     SELECT AUDIT-FILE
001670         ASSIGN TO AUDITLOG
001680         ORGANIZATION IS LINE SEQUENTIAL
001690         FILE STATUS IS WS-AUDIT-STATUS.
001700
001710     SELECT REJECT-FILE
001720         ASSIGN TO RJCTOUT
001730         ORGANIZATION IS LINE SEQUENTIAL
001740         FILE STATUS IS WS-REJECT-STATUS.
001750
001760     SELECT REJECT-IN-FILE
001770         ASSIGN TO RJCTIN
001780         ORGANIZATION IS LINE SEQUENTIAL
001790         FILE STATUS IS WS-REJECT-IN-STATUS.
001800
001810     SELECT GL-EXTRACT-FILE
001820         ASSIGN TO GLOUT
001830         ORGANIZATION IS LINE SEQUENTIAL
001840         FILE STATUS IS WS-GL-STATUS.
001850
001860     SELECT RATE-TABLE-FILE
001870         ASSIGN TO RATETAB
001880         ORGANIZATION IS LINE SEQUENTIAL
001890         FILE STATUS IS WS-RATETAB-STATUS.
001900
001910     SELECT SUMMARY-FILE
001920         ASSIGN TO SUMMRPT
001930         ORGANIZATION IS LINE SEQUENTIAL
001940         FILE STATUS IS WS-SUMMARY-STATUS.
001950
001960     SELECT OPTIONAL PRIOR-RESULTS-FILE
001970         ASSIGN TO PRIORIN
001980         ORGANIZATION IS LINE SEQUENTIAL
001990         FILE STATUS IS WS-PRIOR-STATUS.
002000
002010     SELECT VARIANCE-FILE
002020         ASSIGN TO VARRPT
002030         ORGANIZATION IS LINE SEQUENTIAL
002040         FILE STATUS IS WS-VARIANCE-STATUS.
002050
002060     SELECT RUN-STATS-FILE
002070         ASSIGN TO RUNSTAT
002080         ORGANIZATION IS LINE SEQUENTIAL
002090         FILE STATUS IS WS-RUNSTAT-STATUS.
002100
002110     SELECT RUN-HIST-FILE
002120         ASSIGN TO RUNHIST
002130         ORGANIZATION IS LINE SEQUENTIAL
002140         FILE STATUS IS WS-RUNHIST-STATUS.
002150
002160     SELECT ACCOUNT-MASTER
002170         ASSIGN TO ACCTMST
002180         ORGANIZATION IS INDEXED
002190         ACCESS MODE IS SEQUENTIAL
002200         RECORD KEY IS AM-ACCOUNT-ID
002210         FILE STATUS IS WS-MASTER-STATUS.
002220
002230     SELECT OPTIONAL CHECKPOINT-IN-FILE
002240         ASSIGN TO CKPTIN
002250         ORGANIZATION IS LINE SEQUENTIAL
002260         FILE STATUS IS WS-CKPT-IN-STATUS.
002270
002280     SELECT CHECKPOINT-OUT-FILE
002290         ASSIGN TO CKPTOUT
002300         ORGANIZATION IS LINE SEQUENTIAL
002310         FILE STATUS IS WS-CKPT-OUT-STATUS.
002320
002330     SELECT SORT-FILE
002340         ASSIGN TO SORTWK.
002350
002360     SELECT OPTIONAL PROPOSED-RATE-FILE
002370         ASSIGN TO RATEPRO
002380         ORGANIZATION IS LINE SEQUENTIAL
002390         FILE STATUS IS WS-RATEPRO-STATUS.
002400
002410     SELECT OPTIONAL INDEX-RATE-FILE
002420         ASSIGN TO RATEIDX
002430         ORGANIZATION IS LINE SEQUENTIAL
002440         FILE STATUS IS WS-RATEIDX-STATUS.
002450
002460     SELECT SIM-REPORT-FILE
002470         ASSIGN TO SIMRPT
002480         ORGANIZATION IS LINE SEQUENTIAL
002490         FILE STATUS IS WS-SIMRPT-STATUS.
002500
002510 DATA DIVISION.
002520
002530 FILE SECTION.
002540*---------------------------------------------------------*
002550*  ACCOUNTS-FILE - ONE RECORD PER ACCOUNT FOR BATCH RUNS   *
002560*  THE FIELD-LEVEL LAYOUT IS CARRIED IN WORKING STORAGE    *
002570*  (AR-ACCOUNT-WORK) SO THE REJECT-RERUN INPUT PATH CAN    *
002580*  FEED THE SAME WORK AREA.                                *
002590*---------------------------------------------------------*
002600 FD  ACCOUNTS-FILE
002610     RECORDING MODE IS F.
002620 01  ACCOUNT-RECORD             PIC X(60).
002630
002640*---------------------------------------------------------*
002650*  SORT-FILE - THE BATCH DRIVER SEQUENCES THE PORTFOLIO BY *
002660*  BRANCH, PRODUCT AND ACCOUNT ITSELF BEFORE THE SUMMARY   *
002670*  PASS, SO SUMMRPT IS CORRECT FROM EITHER INPUT SOURCE.   *
002680*  ONLY THE KEY FIELDS OF THE 60-BYTE ACCOUNT IMAGE ARE    *
002690*  NAMED HERE.                                             *
002700*---------------------------------------------------------*
002710 SD  SORT-FILE.
002720 01  SORT-RECORD.
002730     05  SR-ACCOUNT-ID          PIC X(10).
002740     05  FILLER                 PIC X(24).
002750     05  SR-PRODUCT-CODE        PIC X(04).
002760     05  FILLER                 PIC X(07).
002770     05  SR-BRANCH-CODE         PIC X(03).
002780     05  FILLER                 PIC X(12).
002790
002800*---------------------------------------------------------*
002810*  REJECT-FILE - ONE RECORD PER ACCOUNT FAILING THE BATCH  *
002820*  EDITS: THE ORIGINAL 60-BYTE ACCOUNT IMAGE FOLLOWED BY   *
002830*  ONE REASON-CODE BYTE PER EDIT (SEE WS-REJECT-REASONS).  *
002840*  ONCE CORRECTED, THE FILE IS FED BACK AS RJCTIN UNDER    *
002850*  RUN MODE 3 TO REPROCESS JUST THE FALLOUT.               *
002860*---------------------------------------------------------*
002870 FD  REJECT-FILE
002880     RECORDING MODE IS F.
002890 01  REJECT-RECORD.
002900     05  RJ-ACCOUNT-IMAGE       PIC X(60).
002910     05  RJ-REASON-CODES        PIC X(09).
002920
002930 FD  REJECT-IN-FILE
002940     RECORDING MODE IS F.
002950 01  REJECT-IN-RECORD.
002960     05  RJI-ACCOUNT-IMAGE      PIC X(60).
002970     05  RJI-REASON-CODES       PIC X(09).
002980
002990*---------------------------------------------------------*
003000*  GL-EXTRACT-FILE - ONE FIXED-LAYOUT RECORD PER ACCOUNT   *
003010*  SUCCESSFULLY CALCULATED IN BATCH, CONSUMED DIRECTLY BY  *
003020*  THE IN-HOUSE JOURNAL POSTING PROGRAM (GlJournalPosting),*
003030*  WHICH SUMMARIZES BY BRANCH AND PRODUCT CODE.            *
003040*  AN INDEX-LINKED ACCOUNT ALSO CARRIES ITS INDEX CODE,    *
003050*  INDEX VALUE AND MARGIN; GL-INTEREST-RATE IS THE RATE    *
003060*  USED.  THE INDEX CODE IS BLANK FOR ANY OTHER PRODUCT.   *
003070*---------------------------------------------------------*
003080 FD  GL-EXTRACT-FILE
003090     RECORDING MODE IS F.
003100 01  GL-EXTRACT-RECORD.
003110     05  GL-ACCOUNT-ID          PIC X(10).
003120     05  GL-PRINCIPAL           PIC 9(7)V99.
003130     05  GL-INTEREST-RATE       PIC 9(3)V9999.
003140     05  GL-YEARS               PIC 9(3)V9(6).
003150     05  GL-N                   PIC 9(3).
003160     05  GL-CALC-MODE           PIC X(01).
003170     05  GL-ACCRUED-AMOUNT      PIC 9(8)V99.
003180     05  GL-RUN-DATE            PIC 9(8).
003190     05  GL-MONTHLY-DEPOSIT     PIC 9(5)V99.
003200     05  GL-PRODUCT-CODE        PIC X(04).
003210     05  GL-BRANCH-CODE         PIC X(03).
003220     05  GL-INDEX-CODE          PIC X(04).
003230     05  GL-INDEX-RATE          PIC S9(3)V9999
003240                                SIGN LEADING SEPARATE.
003250     05  GL-RATE-MARGIN         PIC S9(2)V9999
003260                                SIGN LEADING SEPARATE.
003270
003280*---------------------------------------------------------*
003290*  RATE-TABLE-FILE - ONE RECORD PER PRODUCT CODE AND       *
003300*  EFFECTIVE DATE, THE PRICING COMMITTEE'S ANNUAL RATE     *
003310*  FOR EACH.  LOADED INTO WORKING STORAGE AT THE START OF  *
003320*  EACH BATCH RUN; THE RATE IN FORCE ON THE RUN DATE IS    *
003330*  THE RECORD WITH THE LATEST EFFECTIVE DATE NOT AFTER     *
003340*  THE RUN DATE, SO FUTURE-DATED RATES CAN SIT ON THE      *
003350*  TABLE DAYS AHEAD WITHOUT AFFECTING TONIGHT'S RUN.  THE  *
003360*  TABLE IS MAINTAINED ONLINE BY RateTableMaintenance; AN  *
003370*  EFFECTIVE DATE OF ZERO OR SPACES MEANS ALWAYS IN FORCE. *
003380*  TIERED ("T") PRODUCTS CARRY UP TO THREE BALANCE BANDS   *
003390*  ON THE SAME RECORD - EACH BAND IS A CEILING AND THE     *
003400*  RATE PAID ON THE SLICE OF PRINCIPAL UP TO THAT CEILING; *
003410*  A CEILING OF ZERO ON THE LAST USED BAND MEANS NO UPPER  *
003420*  LIMIT.  A BAND WITH A ZERO RATE IS UNUSED.              *
003430*  INDEX-LINKED ("V") PRODUCTS CARRY AN INDEX CODE, MARGIN *
003440*  AND CAP IN THE BAND AREA INSTEAD, AND THEIR RATE FIELD  *
003450*  IS THE FLOOR.                                           *
003460*---------------------------------------------------------*
003470 FD  RATE-TABLE-FILE
003480     RECORDING MODE IS F.
003490 01  RATE-TABLE-RECORD.
003500     05  RT-PRODUCT-CODE        PIC X(04).
003510     05  RT-INTEREST-RATE       PIC 9(3)V9999.
003520     05  RT-EFFECTIVE-DATE      PIC 9(08).
003530     05  RT-BAND-AREA.
003540         10  RT-BAND-ENTRY OCCURS 3 TIMES.
003550             15  RT-BAND-CEILING    PIC 9(7)V99.
003560             15  RT-BAND-RATE       PIC 9(3)V9999.
003570     05  RT-INDEX-TERMS REDEFINES RT-BAND-AREA.
003580         10  RT-RATE-MARGIN         PIC S9(2)V9999
003590                                    SIGN LEADING SEPARATE.
003600         10  FILLER                 PIC X(02).
003610         10  RT-INDEX-CODE          PIC X(04).
003620         10  FILLER                 PIC X(03).
003630         10  RT-RATE-CAP            PIC 9(3)V9999.
003640         10  FILLER                 PIC X(25).
003650*    EARLY-WITHDRAWAL PENALTY MONTHS - NOT USED HERE.
003660     05  FILLER                 PIC X(02).
003670     05  RT-RATE-TYPE           PIC X(01).
003680         88  RT-INDEX-LINKED             VALUE "V".
003690
003700*---------------------------------------------------------*
003710*  PROPOSED-RATE-FILE - THE PRICING COMMITTEE'S PROPOSED   *
003720*  RATES FOR A WHAT-IF SIMULATION (RUN MODE 5), IN THE     *
003730*  SAME LAYOUT AS RATETAB.  A PRODUCT NOT ON IT IS PRICED  *
003740*  FROM RATETAB ON THE SIMULATION DATE.  NEVER READ BY A   *
003750*  PRODUCTION RUN.                                         *
003760*---------------------------------------------------------*
003770 FD  PROPOSED-RATE-FILE
003780     RECORDING MODE IS F.
003790 01  PROPOSED-RATE-RECORD.
003800     05  RP-PRODUCT-CODE        PIC X(04).
003810     05  RP-INTEREST-RATE       PIC 9(3)V9999.
003820     05  RP-EFFECTIVE-DATE      PIC 9(08).
003830     05  RP-BAND-AREA.
003840         10  RP-BAND-ENTRY OCCURS 3 TIMES.
003850             15  RP-BAND-CEILING    PIC 9(7)V99.
003860             15  RP-BAND-RATE       PIC 9(3)V9999.
003870     05  RP-INDEX-TERMS REDEFINES RP-BAND-AREA.
003880         10  RP-RATE-MARGIN         PIC S9(2)V9999
003890                                    SIGN LEADING SEPARATE.
003900         10  FILLER                 PIC X(02).
003910         10  RP-INDEX-CODE          PIC X(04).
003920         10  FILLER                 PIC X(03).
003930         10  RP-RATE-CAP            PIC 9(3)V9999.
003940         10  FILLER                 PIC X(25).
003950     05  FILLER                 PIC X(02).
003960     05  RP-RATE-TYPE           PIC X(01).
003970         88  RP-INDEX-LINKED             VALUE "V".
003980
003990*---------------------------------------------------------*
004000*  INDEX-RATE-FILE - ONE RECORD PER REFERENCE INDEX AND    *
004010*  EFFECTIVE DATE, AS MAINTAINED BY IndexRateMaintenance.  *
004020*  THE VALUE IN FORCE ON THE PRICING DATE IS THE RECORD    *
004030*  WITH THE LATEST EFFECTIVE DATE NOT AFTER IT.            *
004040*---------------------------------------------------------*
004050 FD  INDEX-RATE-FILE
004060     RECORDING MODE IS F.
004070 01  INDEX-RATE-RECORD.
004080     05  RX-INDEX-CODE          PIC X(04).
004090     05  RX-EFFECTIVE-DATE      PIC 9(08).
004100     05  RX-INDEX-RATE          PIC S9(3)V9999
004110                                SIGN LEADING SEPARATE.
004120     05  RX-INDEX-NAME          PIC X(30).
004130     05  FILLER                 PIC X(10).
004140*---------------------------------------------------------*
004150*  SIM-REPORT-FILE - RATE-CHANGE IMPACT REPORT FOR THE     *
004160*  PRICING COMMITTEE: CURRENT VS PROPOSED ACCRUED INTEREST *
004170*  BY BRANCH AND PRODUCT AND THE TEN ACCOUNTS MOST         *
004180*  AFFECTED.  EVERY PAGE IS MARKED AS A SIMULATION.        *
004190*---------------------------------------------------------*
004200 FD  SIM-REPORT-FILE
004210     RECORDING MODE IS F.
004220 01  SIM-REPORT-RECORD          PIC X(132).
004230*---------------------------------------------------------*
004240*  SUMMARY-FILE - BRANCH CONTROL-BREAK PORTFOLIO SUMMARY   *
004250*  FOR THE BRANCH MANAGERS: PAGE HEADINGS WITH RUN DATE    *
004260*  AND PAGE NUMBER, ONE DETAIL LINE PER ACCOUNT, BRANCH    *
004270*  SUBTOTALS AND PORTFOLIO GRAND TOTALS.                   *
004280*---------------------------------------------------------*
004290 FD  SUMMARY-FILE
004300     RECORDING MODE IS F.
004310 01  SUMMARY-RECORD             PIC X(132).
004320
004330*---------------------------------------------------------*
004340*  PRIOR-RESULTS-FILE - LAST NIGHT'S GL EXTRACT, RENAMED   *
004350*  TO THE .PRIOR DATA SET BY STEP0 OF CALCBAT.  ONLY THE   *
004360*  ACCOUNT KEY AND ACCRUED AMOUNT ARE COMPARED.            *
004370*---------------------------------------------------------*
004380 FD  PRIOR-RESULTS-FILE
004390     RECORDING MODE IS F.
004400 01  PRIOR-RESULTS-RECORD.
004410     05  PR-ACCOUNT-ID          PIC X(10).
004420     05  FILLER                 PIC X(29).
004430     05  PR-ACCRUED-AMOUNT      PIC 9(8)V99.
004440     05  FILLER                 PIC X(19).
004450     05  PR-BRANCH-CODE         PIC X(03).
004460     05  FILLER                 PIC X(19).
004470
004480*---------------------------------------------------------*
004490*  VARIANCE-FILE - NIGHT-OVER-NIGHT COMPARISON: ACCOUNTS   *
004500*  WHOSE ACCRUED AMOUNT MOVED MORE THAN THE OPERATOR       *
004510*  TOLERANCE, ACCOUNTS NEW SINCE LAST NIGHT, AND ACCOUNTS  *
004520*  THAT DISAPPEARED FROM THE PORTFOLIO.                    *
004530*---------------------------------------------------------*
004540 FD  VARIANCE-FILE
004550     RECORDING MODE IS F.
004560 01  VARIANCE-RECORD            PIC X(132).
004570
004580*---------------------------------------------------------*
004590*  RUN-STATS-FILE - ONE RECORD PER BATCH RUN FOR THE       *
004600*  MORNING OPERATIONS CHECKLIST AND THE SCHEDULER:         *
004610*  COUNTS, TOTALS, START/END TIMES AND THE RETURN CODE     *
004620*  (00 = CLEAN, 04 = COMPLETED WITH REJECTS, 16 = HARD     *
004630*  FAILURE).  ACCOUNTS-CALCED AND TOTAL-ACCRUED ARE WHAT   *
004640*  WENT TO GLOUT - A FROZEN ACCOUNT IS PRICED BUT HELD     *
004650*  OFF, SO READ - CALCED - REJECTED IS THE HELD COUNT.     *
004660*  CLOSED ACCOUNTS ARE NOT READ FOR PRICING AND ARE        *
004670*  COUNTED IN ACCOUNTS-CLOSED.                             *
004680*---------------------------------------------------------*
004690 FD  RUN-STATS-FILE
004700     RECORDING MODE IS F.
004710 01  RUN-STAT-RECORD.
004720     05  RS-RUN-DATE            PIC 9(08).
004730     05  RS-START-TIME          PIC 9(06).
004740     05  RS-END-TIME            PIC 9(06).
004750     05  RS-ACCOUNTS-READ       PIC 9(07).
004760     05  RS-ACCOUNTS-CALCED     PIC 9(07).
004770     05  RS-ACCOUNTS-REJECTED   PIC 9(07).
004780     05  RS-TOTAL-PRINCIPAL     PIC 9(11)V99.
004790     05  RS-TOTAL-ACCRUED       PIC 9(11)V99.
004800     05  RS-RETURN-CODE         PIC 9(02).
004810     05  RS-RUN-MODE            PIC X(01).
004820     05  RS-ACCOUNTS-CLOSED     PIC 9(07).
004830*    "Y" WHEN THE RUN RESUMED FROM A CHECKPOINT - ITS COUNTS,
004840*    TOTALS AND GLOUT COVER ONLY THE ACCOUNTS AFTER IT.
004850     05  RS-RESTARTED           PIC X(01).
004860     05  FILLER                 PIC X(02).
004870
004880*---------------------------------------------------------*
004890*  RUN-HIST-FILE - PERMANENT HISTORY OF EVERY RUN'S        *
004900*  STATISTICS RECORD, APPENDED AFTER RUNSTAT IS WRITTEN    *
004910*  AND READ BY THE MONTH-END TREND REPORT                  *
004920*  (RunStatisticsTrend).  STEP0 DELETES RUNSTAT NIGHTLY    *
004930*  BUT NEVER TOUCHES THIS FILE.                            *
004940*---------------------------------------------------------*
004950 FD  RUN-HIST-FILE
004960     RECORDING MODE IS F.
004970 01  RUN-HIST-RECORD            PIC X(80).
004980
004990*---------------------------------------------------------*
005000*  ACCOUNT-MASTER - THE INDEXED (VSAM KSDS) ACCOUNT FILE   *
005010*  MAINTAINED ONLINE BY AccountMaintenance.  SAME 60-BYTE  *
005020*  DETAIL LAYOUT AS THE FLAT PORTFOLIO, KEYED ON THE       *
005030*  ACCOUNT ID; IT CARRIES NO HDR/TRL CONTROL RECORDS -     *
005040*  VSAM PROVIDES ITS OWN INTEGRITY.                        *
005050*---------------------------------------------------------*
005060 FD  ACCOUNT-MASTER.
005070 01  ACCOUNT-MASTER-RECORD.
005080     05  AM-ACCOUNT-ID          PIC X(10).
005090     05  FILLER                 PIC X(50).
005100
005110*---------------------------------------------------------*
005120*  REPORT-FILE - PRINTABLE RESULTS FOR THE LOAN FOLDER     *
005130*---------------------------------------------------------*
005140 FD  REPORT-FILE
005150     RECORDING MODE IS F.
005160 01  REPORT-RECORD              PIC X(132).
005170
005180*---------------------------------------------------------*
005190*  AUDIT-FILE - PERMANENT RECORD OF EVERY QUOTE PRODUCED   *
005200*---------------------------------------------------------*
005210 FD  AUDIT-FILE
005220     RECORDING MODE IS F.
005230 01  AUDIT-RECORD               PIC X(132).
005240
005250*---------------------------------------------------------*
005260*  CHECKPOINT FILES - RESTART POINT FOR THE BATCH DRIVER   *
005270*  CKPTIN IS THE CHECKPOINT LEFT BY THE PRIOR RUN, IF ANY. *
005280*  CKPTOUT IS REWRITTEN EACH INTERVAL WITH THE LATEST      *
005290*  SUCCESSFULLY COMPLETED ACCOUNT KEY AND BECOMES NEXT      *
005300*  RUN'S CKPTIN (THE OPERATOR RENAMES IT BETWEEN RUNS).    *
005310*  A BRANCH-RANGE STREAM ALSO RECORDS ITS RANGE, SO ITS    *
005320*  CHECKPOINT IS NEVER TAKEN UP BY A DIFFERENT STREAM.     *
005330*---------------------------------------------------------*
005340 FD  CHECKPOINT-IN-FILE
005350     RECORDING MODE IS F.
005360 01  CHECKPOINT-IN-RECORD.
005370     05  CKI-ACCOUNT-ID         PIC X(10).
005380     05  CKI-RECORD-COUNT       PIC 9(7).
005390     05  CKI-BRANCH-FROM        PIC X(03).
005400     05  CKI-BRANCH-TO          PIC X(03).
005410     05  FILLER                 PIC X(09).
005420
005430 FD  CHECKPOINT-OUT-FILE
005440     RECORDING MODE IS F.
005450 01  CHECKPOINT-OUT-RECORD.
005460     05  CKO-ACCOUNT-ID         PIC X(10).
005470     05  CKO-RECORD-COUNT       PIC 9(7).
005480     05  CKO-BRANCH-FROM        PIC X(03).
005490     05  CKO-BRANCH-TO          PIC X(03).
005500     05  FILLER                 PIC X(09).
005510
005520 WORKING-STORAGE SECTION.
005530*---------------------------------------------------------*
005540*  CALCULATION FIELDS                                     *
005550*---------------------------------------------------------*
005560 01  WS-PRINCIPAL         PIC S9(7)V99 VALUE 0.
005570 01  WS-INTEREST-RATE     PIC S9(3)V9999 VALUE 0.
005580 01  WS-YEARS             PIC 9(3)V9(6) VALUE 0.
005590 01  WS-N                 PIC 9(3) VALUE 1.
005600 01  WS-ACCRUED-AMOUNT    PIC 9(8)V99 VALUE 0.
005610 01  WS-NEW-AMOUNT        PIC 9(8)V99 VALUE 0.
005620 01  WS-BASE-FACTOR       PIC 9(3)V9(9) VALUE 0.
005630 01  WS-POWER-FACTOR      PIC 9(7)V9(9) VALUE 0.
005640 01  WS-ANNUITY-FACTOR    PIC 9(7)V9(9) VALUE 0.
005650 01  WS-CONTINUE          PIC X VALUE 'Y'.
005660 01  WS-REMAINING-YEARS   PIC 9(3)V9(6) VALUE 0.
005670 01  WS-ELAPSED-YEARS     PIC 9(3)V9(6) VALUE 0.
005680 01  THE-TOTAL            PIC 9(11)V99 VALUE 0.
005690 01  WS-ACCRUED-FORMATTED PIC Z(8).99.
005700 01  WS-MONTHLY-DEPOSIT   PIC 9(5)V99 VALUE 0.
005710 01  WS-PREV-AMOUNT       PIC 9(8)V99 VALUE 0.
005720 01  WS-PREV-ELAPSED      PIC 9(3)V9(6) VALUE 0.
005730 01  WS-YEAR-CONTRIB      PIC 9(7)V99 VALUE 0.
005740 01  WS-YEAR-INTEREST     PIC S9(8)V99 VALUE 0.
005750 01  WS-DEPOSIT-EDIT      PIC Z(4)9.99.
005760 01  WS-CONTRIB-EDIT      PIC Z(6)9.99.
005770 01  WS-YEAR-INT-EDIT     PIC Z(7)9.99.
005780
005790*---------------------------------------------------------*
005800*  ACCOUNT WORK AREA - FIELD-LEVEL VIEW OF ONE ACCOUNT     *
005810*  RECORD, FILLED BY 3300-READ-ACCOUNT FROM EITHER THE     *
005820*  PORTFOLIO FILE (ACCTIN) OR THE REJECT FILE (RJCTIN).    *
005830*---------------------------------------------------------*
005840 01  AR-ACCOUNT-WORK.
005850     05  AR-ACCOUNT-ID          PIC X(10).
005860     05  AR-PRINCIPAL           PIC 9(7)V99.
005870     05  AR-INTEREST-RATE       PIC 9(3)V9999.
005880     05  AR-YEARS               PIC 9(3)V9.
005890     05  AR-N                   PIC 9(3).
005900     05  AR-CALC-MODE           PIC X(01).
005910     05  AR-PRODUCT-CODE        PIC X(04).
005920     05  AR-MONTHLY-DEPOSIT     PIC 9(5)V99.
005930     05  AR-BRANCH-CODE         PIC X(03).
005940*    OPEN DATE (YYYYMMDD) DRIVES THE DATE-BASED PARTIAL-
005950*    PERIOD ACCRUAL; ZERO OR BLANK FALLS BACK TO AR-YEARS.
005960     05  AR-OPEN-DATE           PIC 9(08).
005970*    "Y" = WITHHOLDING-EXEMPT FOR THE ANNUAL TAX-REPORTING
005980*    EXTRACT (TaxReportingExtract); ANYTHING ELSE IS NOT.
005990     05  AR-TAX-EXEMPT          PIC X(01).
006000*    MATURITY INSTRUCTION - NOT USED HERE.
006010     05  FILLER                 PIC X(01).
006020*    ACCOUNT STATUS: "C" CLOSED - NOT PRICED; "F" FROZEN -
006030*    PRICED BUT HELD OFF THE GL EXTRACT; ANYTHING ELSE ACTIVE.
006040     05  AR-ACCOUNT-STATUS      PIC X(01).
006050         88  AR-CLOSED                   VALUE "C".
006060         88  AR-FROZEN                   VALUE "F".
006070     05  FILLER                 PIC X(01).
006080
006090*---------------------------------------------------------*
006100*  CONTROL-RECORD VIEWS OF THE SAME WORK AREA.  THE         *
006110*  UPSTREAM EXTRACT BRACKETS THE PORTFOLIO WITH A HEADER    *
006120*  ("HDR" - EXTRACT DATE AND SOURCE SYSTEM) AND A TRAILER   *
006130*  ("TRL" - DETAIL RECORD COUNT AND A HASH TOTAL OF         *
006140*  AR-PRINCIPAL) WHICH 3050-VERIFY-CONTROLS BALANCES        *
006150*  AGAINST WHAT WAS ACTUALLY READ.                          *
006160*---------------------------------------------------------*
006170 01  AR-HEADER-WORK REDEFINES AR-ACCOUNT-WORK.
006180     05  AR-RECORD-TYPE         PIC X(03).
006190     05  AR-HDR-EXTRACT-DATE    PIC 9(08).
006200     05  AR-HDR-SOURCE-SYSTEM   PIC X(08).
006210     05  FILLER                 PIC X(41).
006220
006230 01  AR-TRAILER-WORK REDEFINES AR-ACCOUNT-WORK.
006240     05  FILLER                 PIC X(03).
006250     05  AR-TRL-RECORD-COUNT    PIC 9(07).
006260     05  AR-TRL-HASH-TOTAL      PIC 9(13)V99.
006270     05  FILLER                 PIC X(35).
006280
006290*---------------------------------------------------------*
006300*  REJECT REASON FLAGS - ONE BYTE PER BATCH EDIT, SET BY   *
006310*  3350-VALIDATE-ACCOUNT AND 6000-CALCULATE, COPIED TO     *
006320*  RJ-REASON-CODES BY 3360-WRITE-REJECT.                   *
006330*    POS 1  "P"  PRINCIPAL NOT GREATER THAN ZERO           *
006340*    POS 2  "R"  RATE OUT OF RANGE (0 < RATE <= 100)       *
006350*    POS 3  "Y"  YEARS NOT GREATER THAN ZERO               *
006360*    POS 4  "N"  COMPOUNDING FREQUENCY NOT GREATER THAN 0  *
006370*    POS 5  "O"  CALCULATION OVERFLOWED                    *
006380*    POS 6  "T"  PRODUCT CODE NOT ON THE RATE TABLE        *
006390*    POS 7  "D"  MONTHLY DEPOSIT MISSING ON A RECURRING-   *
006400*                DEPOSIT ("R") ACCOUNT                     *
006410*    POS 8  "B"  NO BALANCE-BAND DEFINITION ON THE RATE    *
006420*                TABLE FOR A TIERED ("T") ACCOUNT          *
006430*    POS 9  "I"  NO VALUE IN FORCE FOR THE INDEX OF AN     *
006440*                INDEX-LINKED ("V") PRODUCT                *
006450*---------------------------------------------------------*
006460 01  WS-REJECT-REASONS.
006470     05  WS-RSN-PRINCIPAL     PIC X(01) VALUE SPACE.
006480     05  WS-RSN-RATE          PIC X(01) VALUE SPACE.
006490     05  WS-RSN-YEARS         PIC X(01) VALUE SPACE.
006500     05  WS-RSN-FREQ          PIC X(01) VALUE SPACE.
006510     05  WS-RSN-OVERFLOW      PIC X(01) VALUE SPACE.
006520     05  WS-RSN-PRODUCT       PIC X(01) VALUE SPACE.
006530     05  WS-RSN-DEPOSIT       PIC X(01) VALUE SPACE.
006540     05  WS-RSN-BAND          PIC X(01) VALUE SPACE.
006550     05  WS-RSN-INDEX         PIC X(01) VALUE SPACE.
006560
006570*---------------------------------------------------------*
006580*  RUN MODE AND CALCULATION MODE SWITCHES                 *
006590*---------------------------------------------------------*
006600 77  WS-RUN-MODE-CHOICE   PIC 9(01) VALUE 1.
006610 77  WS-RUN-MODE          PIC X(01) VALUE "I".
006620     88  INTERACTIVE-MODE            VALUE "I".
006630     88  BATCH-MODE                  VALUE "B" "R" "M".
006640     88  PORTFOLIO-INPUT             VALUE "B".
006650     88  REJECT-RERUN-MODE           VALUE "R".
006660     88  MASTER-INPUT                VALUE "M".
006670*    THE WHAT-IF SIMULATION READS THE MASTER BUT IS NOT A
006680*    BATCH RUN - NO PRODUCTION OUTPUT AND NO RUN STATISTICS.
006690     88  SIMULATION-MODE             VALUE "W".
006700
006710 77  WS-CALC-MODE-CHOICE  PIC 9(01) VALUE 2.
006720 77  WS-CALC-MODE         PIC X(01) VALUE "C".
006730     88  SIMPLE-INTEREST             VALUE "S".
006740     88  COMPOUND-INTEREST           VALUE "C".
006750     88  RECURRING-DEPOSIT           VALUE "R".
006760     88  TIERED-BALANCE              VALUE "T".
006770
006780 77  WS-FREQ-CHOICE       PIC 9(01) VALUE 0.
006790     88  FREQ-CHOICE-VALID            VALUES 1 THRU 5.
006800
006810*---------------------------------------------------------*
006820*  INPUT VALIDATION SWITCH                                *
006830*---------------------------------------------------------*
006840 77  WS-VALID-SW          PIC X(01) VALUE "N".
006850     88  ENTRY-VALID                 VALUE "Y".
006860     88  ENTRY-INVALID               VALUE "N".
006870
006880*---------------------------------------------------------*
006890*  SESSION AND BATCH ACCUMULATORS                         *
006900*---------------------------------------------------------*
006910 77  WS-TOTAL-PRINCIPAL   PIC 9(11)V99 VALUE 0.
006920 77  WS-CALC-COUNT        PIC 9(7) COMP VALUE 0.
006930 77  WS-YEAR-COUNTER      PIC 9(3) VALUE 0.
006940 77  WS-CURRENT-ACCT-ID   PIC X(10) VALUE SPACES.
006950 77  WS-REJECT-COUNT      PIC 9(7) COMP VALUE 0.
006960 77  WS-STAT-READ-COUNT   PIC 9(7) COMP VALUE 0.
006970 77  WS-CLOSED-COUNT      PIC 9(7) COMP VALUE 0.
006980 77  WS-HELD-COUNT        PIC 9(7) COMP VALUE 0.
006990 77  WS-HELD-TOTAL        PIC 9(11)V99 VALUE 0.
007000 01  WS-STAT-START-DATE   PIC 9(8) VALUE 0.
007010 01  WS-STAT-START-TIME   PIC 9(6) VALUE 0.
007020*  WS-ACCRUED-AMOUNT IS INTEREST-ONLY FOR SIMPLE MODE BUT IS
007030*  PRINCIPAL-PLUS-INTEREST FOR COMPOUND MODE (SEE 6000-
007040*  CALCULATE) - THE TWO MODES' AMOUNTS ARE NOT THE SAME UNIT
007050*  AND ARE KEPT IN SEPARATE SESSION SUBTOTALS BELOW RATHER
007060*  THAN BLENDED TOGETHER.
007070 77  WS-SIMPLE-TOTAL      PIC 9(11)V99 VALUE 0.
007080 77  WS-SIMPLE-COUNT      PIC 9(7) COMP VALUE 0.
007090 77  WS-COMPOUND-TOTAL    PIC 9(11)V99 VALUE 0.
007100 77  WS-COMPOUND-COUNT    PIC 9(7) COMP VALUE 0.
007110 77  WS-RECURRING-TOTAL   PIC 9(11)V99 VALUE 0.
007120 77  WS-RECURRING-COUNT   PIC 9(7) COMP VALUE 0.
007130 77  WS-TIERED-TOTAL      PIC 9(11)V99 VALUE 0.
007140 77  WS-TIERED-COUNT      PIC 9(7) COMP VALUE 0.
007150
007160*---------------------------------------------------------*
007170*  FILE STATUS AND END-OF-FILE SWITCHES                   *
007180*---------------------------------------------------------*
007190 77  WS-ACCOUNTS-STATUS   PIC X(02) VALUE "00".
007200 77  WS-REPORT-STATUS     PIC X(02) VALUE "00".
007210 77  WS-AUDIT-STATUS      PIC X(02) VALUE "00".
007220 77  WS-REJECT-STATUS     PIC X(02) VALUE "00".
007230 77  WS-REJECT-IN-STATUS  PIC X(02) VALUE "00".
007240 77  WS-GL-STATUS         PIC X(02) VALUE "00".
007250 77  WS-RATETAB-STATUS    PIC X(02) VALUE "00".
007260 77  WS-SUMMARY-STATUS    PIC X(02) VALUE "00".
007270 77  WS-PRIOR-STATUS      PIC X(02) VALUE "00".
007280 77  WS-VARIANCE-STATUS   PIC X(02) VALUE "00".
007290 77  WS-MASTER-STATUS     PIC X(02) VALUE "00".
007300 77  WS-RUNSTAT-STATUS    PIC X(02) VALUE "00".
007310 77  WS-RUNHIST-STATUS    PIC X(02) VALUE "00".
007320*    THE STATISTICS RECORD IS SAVED HERE BEFORE RUNSTAT IS
007330*    CLOSED SO THE HISTORY APPEND HAS A DEFINED SOURCE.
007340 01  WS-RUNSTAT-SAVE      PIC X(80) VALUE SPACES.
007350 77  WS-CKPT-IN-STATUS    PIC X(02) VALUE "00".
007360 77  WS-CKPT-OUT-STATUS   PIC X(02) VALUE "00".
007370 77  WS-RATEPRO-STATUS    PIC X(02) VALUE "00".
007380 77  WS-SIMRPT-STATUS     PIC X(02) VALUE "00".
007390 77  WS-RATEIDX-STATUS    PIC X(02) VALUE "00".
007400
007410 77  WS-EOF-SW            PIC X(01) VALUE "N".
007420     88  ACCOUNTS-EOF                VALUE "Y".
007430
007440*---------------------------------------------------------*
007450*  CHECKPOINT / RESTART CONTROLS                          *
007460*---------------------------------------------------------*
007470 77  WS-RECORD-COUNT      PIC 9(7) COMP VALUE 0.
007480 77  WS-CKPT-INTERVAL     PIC 9(3) COMP VALUE 50.
007490 77  WS-RESTART-SW        PIC X(01) VALUE "N".
007500     88  RESTART-REQUESTED           VALUE "Y".
007510 77  WS-LAST-CKPT-ID      PIC X(10) VALUE SPACES.
007520 77  WS-LAST-CKPT-COUNT   PIC 9(7)  VALUE 0.
007530 01  WS-LAST-CKPT-FROM    PIC X(03) VALUE SPACES.
007540 01  WS-LAST-CKPT-TO      PIC X(03) VALUE SPACES.
007550
007560*---------------------------------------------------------*
007570*  BRANCH-RANGE STREAM CONTROLS.  A MASTER-DRIVEN RUN MAY  *
007580*  PRICE ONLY A RANGE OF BRANCH CODES (FOURTH SYSIN CARD,  *
007590*  "FFF TTT", BOTH ENDS INCLUDED; BLANK = EVERY BRANCH) SO *
007600*  THE NIGHT CAN BE SPLIT ACROSS STREAMS RUN SIDE BY SIDE  *
007610*  AND COMBINED AFTERWARDS BY BranchStreamMerge.           *
007620*---------------------------------------------------------*
007630 01  WS-BRANCH-RANGE-CARD.
007640     05  WS-BRANCH-FROM   PIC X(03) VALUE SPACES.
007650     05  FILLER           PIC X(01) VALUE SPACE.
007660     05  WS-BRANCH-TO     PIC X(03) VALUE SPACES.
007670     05  FILLER           PIC X(73) VALUE SPACES.
007680 77  WS-STREAM-SW         PIC X(01) VALUE "N".
007690     88  STREAM-RUN                  VALUE "Y".
007700 77  WS-RANGE-SW          PIC X(01) VALUE "Y".
007710     88  RANGE-VALID                 VALUE "Y".
007720 77  WS-OTHER-STREAM-COUNT PIC 9(7) COMP VALUE 0.
007730
007740*---------------------------------------------------------*
007750*  PORTFOLIO CONTROL-TOTAL VERIFICATION FIELDS             *
007760*---------------------------------------------------------*
007770 77  WS-CTL-HEADER-SW     PIC X(01) VALUE "N".
007780     88  HEADER-SEEN                 VALUE "Y".
007790 77  WS-CTL-TRAILER-SW    PIC X(01) VALUE "N".
007800     88  TRAILER-SEEN                VALUE "Y".
007810 77  WS-CTL-FAIL-SW       PIC X(01) VALUE "N".
007820     88  CONTROL-FAILURE             VALUE "Y".
007830 77  WS-CTL-READ-COUNT    PIC 9(7) COMP VALUE 0.
007840 01  WS-CTL-HASH-TOTAL    PIC 9(13)V99 VALUE 0.
007850 01  WS-CTL-TRL-COUNT     PIC 9(7) VALUE 0.
007860 01  WS-CTL-TRL-HASH      PIC 9(13)V99 VALUE 0.
007870 01  WS-CTL-EXTRACT-DATE  PIC 9(8) VALUE 0.
007880 01  WS-CTL-SOURCE-SYS    PIC X(8) VALUE SPACES.
007890 01  WS-CTL-COUNT-EDIT    PIC Z(6)9.
007900 01  WS-CTL-HASH-EDIT     PIC Z(12)9.99.
007910
007920*---------------------------------------------------------*
007930*  PRODUCT RATE TABLE - LOADED FROM RATETAB BY             *
007940*  3170-LOAD-RATE-TABLE AND SEARCHED FOR EVERY BATCH       *
007950*  ACCOUNT BEFORE THE EDITS; THE TABLE RATE REPLACES THE   *
007960*  RATE CARRIED ON THE ACCOUNT RECORD.  A PRODUCT MAY     *
007970*  APPEAR ONCE PER EFFECTIVE DATE - THE LOOKUP PICKS THE   *
007980*  ENTRY WITH THE LATEST EFFECTIVE DATE NOT AFTER THE      *
007990*  PRICING DATE (THE RUN DATE).  A WHAT-IF SIMULATION ALSO *
008000*  TABLES THE PROPOSED RATES (RATEPRO) BEHIND THE RATETAB  *
008010*  ENTRIES, MARKED BY WS-RATE-SET; WS-PRICE-SET AND        *
008020*  WS-PRICE-DATE SAY WHICH SET AND DATE THE LOOKUP PRICES  *
008030*  FROM.  A PRODUCTION RUN ONLY EVER PRICES SET "C".       *
008040*  AN INDEX-LINKED ENTRY CARRIES ITS INDEX CODE, MARGIN    *
008050*  AND CAP, AND WS-RATE-RATE IS THEN ITS FLOOR.            *
008060*---------------------------------------------------------*
008070 01  WS-RATE-TABLE.
008080     05  WS-RATE-ENTRY OCCURS 300 TIMES.
008090         10  WS-RATE-SET      PIC X(01).
008100         10  WS-RATE-PROD     PIC X(04).
008110         10  WS-RATE-RATE     PIC 9(3)V9999.
008120         10  WS-RATE-EFFDATE  PIC 9(08).
008130         10  WS-RATE-BAND OCCURS 3 TIMES.
008140             15  WS-RATE-BAND-CEIL PIC 9(7)V99.
008150             15  WS-RATE-BAND-RATE PIC 9(3)V9999.
008160         10  WS-RATE-TYPE     PIC X(01).
008170         10  WS-RATE-INDEX    PIC X(04).
008180         10  WS-RATE-MARGIN   PIC S9(2)V9999.
008190         10  WS-RATE-CAP      PIC 9(3)V9999.
008200 77  WS-RATE-COUNT        PIC 9(3) COMP VALUE 0.
008210 77  WS-RATE-MAX          PIC 9(3) COMP VALUE 200.
008220 77  WS-RATE-LIMIT        PIC 9(3) COMP VALUE 300.
008230 77  WS-RATE-SUB          PIC 9(3) COMP VALUE 0.
008240 77  WS-RATE-FOUND-SUB    PIC 9(3) COMP VALUE 0.
008250 77  WS-RATETAB-EOF-SW    PIC X(01) VALUE "N".
008260     88  RATETAB-EOF                 VALUE "Y".
008270 77  WS-PRICE-SET         PIC X(01) VALUE "C".
008280     88  PRICE-CURRENT               VALUE "C".
008290     88  PRICE-PROPOSED              VALUE "P".
008300 01  WS-PRICE-DATE        PIC 9(8) VALUE 0.
008310 77  WS-PROP-COUNT        PIC 9(3) COMP VALUE 0.
008320 77  WS-RATEPRO-EOF-SW    PIC X(01) VALUE "N".
008330     88  RATEPRO-EOF                 VALUE "Y".
008340
008350*---------------------------------------------------------*
008360*  REFERENCE INDEX TABLE - LOADED FROM RATEIDX BY          *
008370*  3175-LOAD-INDEX-RATES.  AN INDEX-LINKED PRODUCT IS      *
008380*  PRICED AT THE VALUE OF ITS INDEX IN FORCE ON THE        *
008390*  PRICING DATE PLUS THE PRODUCT MARGIN, HELD BETWEEN THE  *
008400*  FLOOR AND THE CAP.  WS-APPLIED-INDEX, -INDEX-RATE AND   *
008410*  -MARGIN CARRY THE TERMS USED FOR THE CURRENT ACCOUNT TO *
008420*  THE REPORT, SCHEDULE AND GL EXTRACT; WS-APPLIED-INDEX   *
008430*  IS SPACES FOR ANY OTHER PRODUCT.                        *
008440*---------------------------------------------------------*
008450 01  WS-INDEX-TABLE.
008460     05  WS-INDEX-ENTRY OCCURS 500 TIMES.
008470         10  WS-INDEX-CODE    PIC X(04).
008480         10  WS-INDEX-EFFDATE PIC 9(08).
008490         10  WS-INDEX-RATE    PIC S9(3)V9999.
008500 77  WS-INDEX-COUNT       PIC 9(3) COMP VALUE 0.
008510 77  WS-INDEX-MAX         PIC 9(3) COMP VALUE 500.
008520 77  WS-INDEX-SUB         PIC 9(3) COMP VALUE 0.
008530 77  WS-INDEX-FOUND-SUB   PIC 9(3) COMP VALUE 0.
008540 77  WS-RATEIDX-EOF-SW    PIC X(01) VALUE "N".
008550     88  RATEIDX-EOF                 VALUE "Y".
008560 01  WS-APPLIED-INDEX     PIC X(04) VALUE SPACES.
008570 01  WS-APPLIED-INDEX-RATE PIC S9(3)V9999 VALUE 0.
008580 01  WS-APPLIED-MARGIN    PIC S9(2)V9999 VALUE 0.
008590 01  WS-INDEX-SUM         PIC S9(4)V9999 VALUE 0.
008600 01  WS-HELD-TEXT         PIC X(12) VALUE SPACES.
008610 01  WS-INDEX-EDIT        PIC ---9.9999.
008620 01  WS-MARGIN-EDIT       PIC ++9.9999.
008630
008640*---------------------------------------------------------*
008650*  TIERED BALANCE-BAND WORK FIELDS.  THE BAND DEFINITION   *
008660*  OF THE ACCOUNT'S PRODUCT IS COPIED FROM ITS RATE TABLE  *
008670*  ENTRY BY 3340-LOOKUP-RATE; 6055-TIERED-ACCRUE COMPOUNDS *
008680*  EACH SLICE OF PRINCIPAL AT ITS OWN BAND RATE AND KEEPS  *
008690*  THE PER-BAND PIECES FOR THE SCHEDULE SPLIT.             *
008700*---------------------------------------------------------*
008710 01  WS-BAND-WORK.
008720     05  WS-BAND-DEF OCCURS 3 TIMES.
008730         10  WS-BAND-CEIL     PIC 9(7)V99.
008740         10  WS-BAND-PCT      PIC 9(3)V9999.
008750         10  WS-BAND-PORTION  PIC 9(7)V99.
008760         10  WS-BAND-AMOUNT   PIC 9(8)V99.
008770 77  WS-BAND-COUNT        PIC 9(1) VALUE 0.
008780 77  WS-BAND-SUB          PIC 9(1) VALUE 0.
008790 01  WS-BAND-FLOOR        PIC 9(7)V99 VALUE 0.
008800 01  WS-BAND-SUM          PIC 9(9)V99 VALUE 0.
008810 01  WS-BAND-CEIL-EDIT    PIC Z(6)9.99.
008820 01  WS-BAND-RATE-EDIT    PIC ZZZ9.9999.
008830 01  WS-BAND-AMT-EDIT     PIC Z(7)9.99.
008840 01  WS-BAND-PORT-EDIT    PIC Z(6)9.99.
008850
008860*---------------------------------------------------------*
008870*  BRANCH/PRODUCT CONTROL-BREAK SUMMARY REPORT CONTROLS.   *
008880*  THE BATCH DRIVER SEQUENCES THE ACCOUNTS BY BRANCH,      *
008890*  PRODUCT AND ACCOUNT ITSELF BEFORE THE SUMMARY PASS, SO  *
008900*  THE BREAKS HOLD FROM EITHER INPUT SOURCE.               *
008910*---------------------------------------------------------*
008920 77  WS-BR-CURRENT        PIC X(03) VALUE SPACES.
008930 77  WS-BR-ACTIVE-SW      PIC X(01) VALUE "N".
008940     88  BRANCH-OPEN                 VALUE "Y".
008950 77  WS-BR-ACCT-COUNT     PIC 9(7) COMP VALUE 0.
008960 01  WS-BR-PRIN-TOTAL     PIC 9(11)V99 VALUE 0.
008970 01  WS-BR-ACCR-TOTAL     PIC 9(11)V99 VALUE 0.
008980 77  WS-PR-CURRENT        PIC X(04) VALUE SPACES.
008990 77  WS-PR-ACCT-COUNT     PIC 9(7) COMP VALUE 0.
009000 01  WS-PR-PRIN-TOTAL     PIC 9(11)V99 VALUE 0.
009010 01  WS-PR-ACCR-TOTAL     PIC 9(11)V99 VALUE 0.
009020 77  WS-SUM-ACCT-COUNT    PIC 9(7) COMP VALUE 0.
009030 01  WS-SUM-PRIN-TOTAL    PIC 9(11)V99 VALUE 0.
009040 01  WS-SUM-ACCR-TOTAL    PIC 9(11)V99 VALUE 0.
009050 77  WS-SUM-LINE-COUNT    PIC 9(3) COMP VALUE 99.
009060 77  WS-SUM-LINES-MAX     PIC 9(3) COMP VALUE 55.
009070 77  WS-SUM-PAGE          PIC 9(5) COMP VALUE 0.
009080 01  WS-SUM-PAGE-EDIT     PIC Z(4)9.
009090 01  WS-SUM-COUNT-EDIT    PIC Z(6)9.
009100 01  WS-SUM-PRIN-EDIT     PIC Z(10)9.99.
009110 01  WS-SUM-ACCR-EDIT     PIC Z(10)9.99.
009120
009130*---------------------------------------------------------*
009140*  NIGHT-OVER-NIGHT VARIANCE CONTROLS.  LAST NIGHT'S       *
009150*  PER-ACCOUNT RESULTS ARE TABLED AT OPEN TIME; TONIGHT'S  *
009160*  ACCOUNTS MARK THEIR ENTRY AS MATCHED, AND WHATEVER IS   *
009170*  STILL UNMATCHED AT CLOSE DISAPPEARED FROM THE BOOK.     *
009180*  THE TOLERANCE COMES FROM THE SECOND SYSIN CARD.         *
009190*---------------------------------------------------------*
009200 01  WS-PRIOR-TABLE.
009210     05  WS-PRIOR-ENTRY OCCURS 5000 TIMES.
009220         10  WS-PRIOR-ACCT    PIC X(10).
009230         10  WS-PRIOR-ACCRUED PIC 9(8)V99.
009240         10  WS-PRIOR-MATCHED PIC X(01).
009250 77  WS-PRIOR-COUNT       PIC 9(5) COMP VALUE 0.
009260 77  WS-PRIOR-MAX         PIC 9(5) COMP VALUE 5000.
009270 77  WS-PRIOR-SUB         PIC 9(5) COMP VALUE 0.
009280 77  WS-PRIOR-FOUND-SUB   PIC 9(5) COMP VALUE 0.
009290 77  WS-PRIOR-EOF-SW      PIC X(01) VALUE "N".
009300     88  PRIOR-EOF                   VALUE "Y".
009310 01  WS-VAR-TOLERANCE     PIC 9(5)V99 VALUE 0.
009320 01  WS-VAR-DIFF          PIC S9(8)V99 VALUE 0.
009330 77  WS-VAR-CHANGED-COUNT PIC 9(7) COMP VALUE 0.
009340 77  WS-VAR-NEW-COUNT     PIC 9(7) COMP VALUE 0.
009350 77  WS-VAR-GONE-COUNT    PIC 9(7) COMP VALUE 0.
009360 01  WS-VAR-TOL-EDIT      PIC Z(4)9.99.
009370 01  WS-VAR-DIFF-EDIT     PIC Z(7)9.99.
009380 01  WS-VAR-PRIOR-EDIT    PIC Z(7)9.99.
009390 01  WS-VAR-CURR-EDIT     PIC Z(7)9.99.
009400 01  WS-VAR-COUNT-EDIT    PIC Z(6)9.
009410
009420*---------------------------------------------------------*
009430*  DAY-COUNT CONVENTION AND OPEN-DATE TERM DERIVATION.     *
009440*  A BATCH ACCOUNT CARRYING AN OPEN DATE ACCRUES FROM THAT *
009450*  DATE TO THE RUN DATE UNDER THE OPERATOR-SELECTED        *
009460*  CONVENTION (ACTUAL/365 OR 30/360) INSTEAD OF THE        *
009470*  TENTHS-OF-A-YEAR AR-YEARS FIELD.                        *
009480*---------------------------------------------------------*
009490 77  WS-DAYCOUNT          PIC X(01) VALUE "A".
009500     88  ACTUAL-365                  VALUE "A".
009510     88  THIRTY-360                  VALUE "T".
009520 01  WS-OPEN-DATE         PIC 9(8) VALUE 0.
009530 01  WS-OPEN-DATE-R REDEFINES WS-OPEN-DATE.
009540     05  WS-OD-YEAR       PIC 9(4).
009550     05  WS-OD-MONTH      PIC 9(2).
009560     05  WS-OD-DAY        PIC 9(2).
009570 77  WS-TERM-DAYS         PIC S9(7) COMP VALUE 0.
009580 77  WS-OD-DAY-ADJ        PIC 9(2) COMP VALUE 0.
009590 77  WS-RD-DAY-ADJ        PIC 9(2) COMP VALUE 0.
009600
009610*---------------------------------------------------------*
009620*  RATE-CHANGE WHAT-IF SIMULATION CONTROLS (RUN MODE 5).   *
009630*  EACH ACCOUNT IS PRICED TWICE OVER THE SAME TERM - ONCE  *
009640*  UNDER RATETAB IN FORCE TODAY, ONCE UNDER THE PROPOSAL   *
009650*  ON THE SIMULATION DATE - AND THE INTEREST FIGURES ARE   *
009660*  ROLLED UP BY PRODUCT WITHIN BRANCH.  THE TEN ACCOUNTS   *
009670*  WITH THE LARGEST DOLLAR CHANGE (EITHER WAY) ARE KEPT IN *
009680*  WS-TOP-TABLE, LARGEST FIRST.                            *
009690*---------------------------------------------------------*
009700 01  WS-SIM-DATE-CARD     PIC X(08) VALUE SPACES.
009710 01  WS-SIM-DATE          PIC 9(8) VALUE 0.
009720 01  WS-SIM-DATE-R REDEFINES WS-SIM-DATE.
009730     05  WS-SD-YEAR       PIC 9(4).
009740     05  WS-SD-MONTH      PIC 9(2).
009750     05  WS-SD-DAY        PIC 9(2).
009760 01  WS-SIM-DATE-EDIT.
009770     05  WS-SDE-YEAR      PIC 9(4).
009780     05  FILLER           PIC X(01) VALUE "-".
009790     05  WS-SDE-MONTH     PIC 9(2).
009800     05  FILLER           PIC X(01) VALUE "-".
009810     05  WS-SDE-DAY       PIC 9(2).
009820 01  WS-SIM-BASIS-TEXT    PIC X(60) VALUE SPACES.
009830 01  WS-SIM-WORK-INT      PIC S9(9)V99 VALUE 0.
009840 01  WS-SIM-CURR-INT      PIC S9(9)V99 VALUE 0.
009850 01  WS-SIM-PROP-INT      PIC S9(9)V99 VALUE 0.
009860 01  WS-SIM-CHANGE        PIC S9(9)V99 VALUE 0.
009870 01  WS-SIM-ABS-CHANGE    PIC 9(9)V99 VALUE 0.
009880 01  WS-SIM-CURR-RATE     PIC 9(3)V9999 VALUE 0.
009890 01  WS-SIM-PROP-RATE     PIC 9(3)V9999 VALUE 0.
009900 77  WS-SIM-READ-COUNT    PIC 9(7) COMP VALUE 0.
009910 77  WS-SIM-PRICED-COUNT  PIC 9(7) COMP VALUE 0.
009920 77  WS-SIM-CHANGED-COUNT PIC 9(7) COMP VALUE 0.
009930 77  WS-SIM-NOCURR-COUNT  PIC 9(7) COMP VALUE 0.
009940 77  WS-SIM-NOPROP-COUNT  PIC 9(7) COMP VALUE 0.
009950 77  WS-SIM-BR-CURRENT    PIC X(03) VALUE SPACES.
009960 77  WS-SIM-PR-CURRENT    PIC X(04) VALUE SPACES.
009970 77  WS-SIM-BR-ACTIVE-SW  PIC X(01) VALUE "N".
009980     88  SIM-BRANCH-OPEN             VALUE "Y".
009990 77  WS-SIM-PR-COUNT      PIC 9(7) COMP VALUE 0.
010000 01  WS-SIM-PR-PRIN       PIC 9(11)V99 VALUE 0.
010010 01  WS-SIM-PR-CURR       PIC S9(11)V99 VALUE 0.
010020 01  WS-SIM-PR-PROP       PIC S9(11)V99 VALUE 0.
010030 01  WS-SIM-PR-CURR-RATE  PIC 9(3)V9999 VALUE 0.
010040 01  WS-SIM-PR-PROP-RATE  PIC 9(3)V9999 VALUE 0.
010050 77  WS-SIM-BR-COUNT      PIC 9(7) COMP VALUE 0.
010060 01  WS-SIM-BR-PRIN       PIC 9(11)V99 VALUE 0.
010070 01  WS-SIM-BR-CURR       PIC S9(11)V99 VALUE 0.
010080 01  WS-SIM-BR-PROP       PIC S9(11)V99 VALUE 0.
010090 77  WS-SIM-GR-COUNT      PIC 9(7) COMP VALUE 0.
010100 01  WS-SIM-GR-PRIN       PIC 9(11)V99 VALUE 0.
010110 01  WS-SIM-GR-CURR       PIC S9(11)V99 VALUE 0.
010120 01  WS-SIM-GR-PROP       PIC S9(11)V99 VALUE 0.
010130 01  WS-SIM-PCT-BASE      PIC S9(11)V99 VALUE 0.
010140 01  WS-SIM-PCT-CHG       PIC S9(11)V99 VALUE 0.
010150 01  WS-SIM-PCT           PIC S9(5)V99 VALUE 0.
010160 01  WS-SIM-PCT-EDIT      PIC -(5)9.99.
010170 01  WS-SIM-PCT-TEXT      PIC X(09) VALUE SPACES.
010180 77  WS-SIM-SECTION-SW    PIC X(01) VALUE "P".
010190     88  SIM-PRODUCT-SECTION         VALUE "P".
010200     88  SIM-TOP-SECTION             VALUE "T".
010210 77  WS-SIM-LINE-COUNT    PIC 9(3) COMP VALUE 99.
010220 77  WS-SIM-LINES-MAX     PIC 9(3) COMP VALUE 55.
010230 77  WS-SIM-PAGE          PIC 9(5) COMP VALUE 0.
010240 01  WS-SIM-PAGE-EDIT     PIC Z(4)9.
010250 01  WS-SIM-COUNT-EDIT    PIC Z(6)9.
010260 01  WS-SIM-PRIN-EDIT     PIC Z(10)9.99.
010270 01  WS-SIM-CURR-EDIT     PIC -(12)9.99.
010280 01  WS-SIM-PROP-EDIT     PIC -(12)9.99.
010290 01  WS-SIM-CHG-EDIT      PIC -(12)9.99.
010300 01  WS-SIM-CRATE-EDIT    PIC ZZZ9.9999.
010310 01  WS-SIM-PRATE-EDIT    PIC ZZZ9.9999.
010320 01  WS-TOP-TABLE.
010330     05  WS-TOP-ENTRY OCCURS 10 TIMES.
010340         10  WS-TOP-ACCT      PIC X(10).
010350         10  WS-TOP-BRANCH    PIC X(03).
010360         10  WS-TOP-PROD      PIC X(04).
010370         10  WS-TOP-PRIN      PIC 9(7)V99.
010380         10  WS-TOP-CURR-RATE PIC 9(3)V9999.
010390         10  WS-TOP-PROP-RATE PIC 9(3)V9999.
010400         10  WS-TOP-CURR-INT  PIC S9(9)V99.
010410         10  WS-TOP-PROP-INT  PIC S9(9)V99.
010420         10  WS-TOP-CHANGE    PIC S9(9)V99.
010430         10  WS-TOP-ABS       PIC 9(9)V99.
010440 01  WS-TOP-SWAP          PIC X(84) VALUE SPACES.
010450 77  WS-TOP-COUNT         PIC 9(2) COMP VALUE 0.
010460 77  WS-TOP-MAX           PIC 9(2) COMP VALUE 10.
010470 77  WS-TOP-SUB           PIC 9(2) COMP VALUE 0.
010480 77  WS-TOP-PREV          PIC 9(2) COMP VALUE 0.
010490 01  WS-TOP-RANK-EDIT     PIC Z9.
010500 01  WS-TOP-PRIN-EDIT     PIC Z(6)9.99.
010510
010520*---------------------------------------------------------*
010530*  DATE/TIME AND REPORT-BUILDING FIELDS                   *
010540*---------------------------------------------------------*
010550 01  WS-DATE8             PIC 9(8).
010560 01  WS-DATE8-R REDEFINES WS-DATE8.
010570     05  WS-CDT-YEAR      PIC 9(4).
010580     05  WS-CDT-MONTH     PIC 9(2).
010590     05  WS-CDT-DAY       PIC 9(2).
010600 01  WS-TIME8             PIC 9(8).
010610 01  WS-TIME8-R REDEFINES WS-TIME8.
010620     05  WS-CDT-HOURS     PIC 9(2).
010630     05  WS-CDT-MINUTES   PIC 9(2).
010640     05  WS-CDT-SECONDS   PIC 9(2).
010650     05  FILLER           PIC 9(02).
010660
010670 01  WS-TIMESTAMP-EDIT.
010680     05  WS-TE-YEAR       PIC 9(4).
010690     05  FILLER           PIC X(01) VALUE "-".
010700     05  WS-TE-MONTH      PIC 9(2).
010710     05  FILLER           PIC X(01) VALUE "-".
010720     05  WS-TE-DAY        PIC 9(2).
010730     05  FILLER           PIC X(01) VALUE " ".
010740     05  WS-TE-HOURS      PIC 9(2).
010750     05  FILLER           PIC X(01) VALUE ":".
010760     05  WS-TE-MINUTES    PIC 9(2).
010770     05  FILLER           PIC X(01) VALUE ":".
010780     05  WS-TE-SECONDS    PIC 9(2).
010790
010800 01  WS-RATE-EDIT         PIC ZZZ9.9999.
010810 01  WS-YEARS-EDIT        PIC ZZ9.9.
010820 01  WS-PRINCIPAL-EDIT    PIC Z(6)9.99.
010830 01  WS-N-EDIT            PIC ZZ9.
010840 01  WS-TOTAL-PRIN-EDIT   PIC Z(10)9.99.
010850 01  WS-TOTAL-ACCR-EDIT   PIC Z(10)9.99.
010860 01  WS-SIMPLE-TOT-EDIT   PIC Z(10)9.99.
010870 01  WS-COMPOUND-TOT-EDIT PIC Z(10)9.99.
010880 01  WS-RECURR-TOT-EDIT   PIC Z(10)9.99.
010890 01  WS-TIERED-TOT-EDIT   PIC Z(10)9.99.
010900 01  WS-ELAPSED-EDIT      PIC ZZ9.9.
010910 01  WS-LINE-OUT          PIC X(132).
010920
010930 PROCEDURE DIVISION.
010940
010950*===========================================================*
010960*  0000-MAINLINE                                             *
010970*===========================================================*
010980 0000-MAINLINE.
010990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011000     PERFORM 2000-SELECT-RUN-MODE THRU 2000-EXIT.
011010
011020     IF NOT SIMULATION-MODE
011030         PERFORM 1100-OPEN-AUDIT-TRAIL THRU 1100-EXIT
011040     END-IF.
011050     EVALUATE TRUE
011060         WHEN BATCH-MODE
011070             PERFORM 3000-BATCH-PROCESS THRU 3000-EXIT
011080         WHEN SIMULATION-MODE
011090             PERFORM 3500-SIMULATION-PROCESS THRU 3500-EXIT
011100         WHEN OTHER
011110             PERFORM 4000-INTERACTIVE-PROCESS THRU 4000-EXIT
011120     END-EVALUATE.
011130
011140*    A SIMULATION KEEPS ITS OWN COUNTS ON SIMRPT - THE SESSION
011150*    TOTALS AND RUN STATISTICS DESCRIBE PRODUCTION WORK ONLY.
011160     IF NOT SIMULATION-MODE
011170         PERFORM 8000-SESSION-SUMMARY THRU 8000-EXIT
011180     END-IF.
011190     IF BATCH-MODE
011200         PERFORM 8100-WRITE-RUN-STATS THRU 8100-EXIT
011210     END-IF.
011220     PERFORM 9999-TERMINATE THRU 9999-EXIT.
011230     STOP RUN.
011240
011250*===========================================================*
011260*  1000-INITIALIZE - ZERO TOTALS AND TAKE THE RUN DATE      *
011270*===========================================================*
011280 1000-INITIALIZE.
011290     DISPLAY "Compound Interest Calculator".
011300     DISPLAY "==============================".
011310     MOVE 0 TO THE-TOTAL.
011320     MOVE 0 TO WS-TOTAL-PRINCIPAL.
011330     MOVE 0 TO WS-CALC-COUNT.
011340     MOVE 0 TO WS-SIMPLE-TOTAL.
011350     MOVE 0 TO WS-SIMPLE-COUNT.
011360     MOVE 0 TO WS-COMPOUND-TOTAL.
011370     MOVE 0 TO WS-RECURRING-TOTAL.
011380     MOVE 0 TO WS-RECURRING-COUNT.
011390     MOVE 0 TO WS-TIERED-TOTAL.
011400     MOVE 0 TO WS-TIERED-COUNT.
011410     MOVE 0 TO WS-COMPOUND-COUNT.
011420     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
011430     ACCEPT WS-TIME8 FROM TIME.
011440     MOVE WS-DATE8 TO WS-STAT-START-DATE.
011450     MOVE WS-TIME8 (1:6) TO WS-STAT-START-TIME.
011460*    SEED THE EDITED TIMESTAMP AS WELL - PAGE HEADINGS CUT
011470*    BEFORE THE FIRST CALCULATED ACCOUNT (OR ON A RUN WHERE
011480*    EVERY ACCOUNT REJECTS) WOULD OTHERWISE PRINT AN
011490*    UNINITIALIZED RUN DATE.
011500     MOVE WS-CDT-YEAR TO WS-TE-YEAR.
011510     MOVE WS-CDT-MONTH TO WS-TE-MONTH.
011520     MOVE WS-CDT-DAY TO WS-TE-DAY.
011530     MOVE WS-CDT-HOURS TO WS-TE-HOURS.
011540     MOVE WS-CDT-MINUTES TO WS-TE-MINUTES.
011550     MOVE WS-CDT-SECONDS TO WS-TE-SECONDS.
011560*    THE PROPOSED-RATE PASS OF A WHAT-IF SIMULATION MOVES
011570*    THIS; EVERY OTHER LOOKUP PRICES ON THE RUN DATE.
011580     MOVE WS-DATE8 TO WS-PRICE-DATE.
011590 1000-EXIT.
011600     EXIT.
011610
011620*===========================================================*
011630*  1100-OPEN-AUDIT-TRAIL - OPENED ONCE THE RUN MODE IS       *
011640*  KNOWN, SO A WHAT-IF SIMULATION NEVER TOUCHES (OR          *
011650*  CREATES) THE PERMANENT AUDIT TRAIL.                       *
011660*===========================================================*
011670 1100-OPEN-AUDIT-TRAIL.
011680     OPEN EXTEND AUDIT-FILE.
011690     IF WS-AUDIT-STATUS = "35"
011700         OPEN OUTPUT AUDIT-FILE
011710         CLOSE AUDIT-FILE
011720         OPEN EXTEND AUDIT-FILE
011730     END-IF.
011740 1100-EXIT.
011750     EXIT.
011760
011770*===========================================================*
011780*  2000-SELECT-RUN-MODE - INTERACTIVE OR BATCH ACCOUNT FILE  *
011790*===========================================================*
011800 2000-SELECT-RUN-MODE.
011810     DISPLAY "Select Run Mode:".
011820     DISPLAY "  1. Interactive (one account at a time)".
011830     DISPLAY "  2. Batch (process ACCTIN accounts file)".
011840     DISPLAY "  3. Batch rerun (corrected rejects from RJCTIN)".
011850     DISPLAY "  4. Batch (process ACCTMST indexed master)".
011860     DISPLAY "  5. Rate what-if simulation (ACCTMST, no posting)".
011870     DISPLAY "Enter choice: ".
011880     ACCEPT WS-RUN-MODE-CHOICE.
011890     EVALUATE WS-RUN-MODE-CHOICE
011900         WHEN 2
011910             SET BATCH-MODE TO TRUE
011920         WHEN 3
011930             SET REJECT-RERUN-MODE TO TRUE
011940         WHEN 4
011950             SET MASTER-INPUT TO TRUE
011960         WHEN 5
011970             SET SIMULATION-MODE TO TRUE
011980         WHEN OTHER
011990             SET INTERACTIVE-MODE TO TRUE
012000     END-EVALUATE.
012010*    THE SECOND PARAMETER CARD IS THE VARIANCE TOLERANCE -
012020*    ACCRUED-AMOUNT MOVEMENT UP TO THIS AMOUNT IS CONSIDERED
012030*    NORMAL DRIFT AND LEFT OFF THE VARIANCE REPORT.
012040     IF PORTFOLIO-INPUT OR MASTER-INPUT
012050         DISPLAY "Variance tolerance amount (9999.99): "
012060         ACCEPT WS-VAR-TOLERANCE
012070     END-IF.
012080*    THE DAY-COUNT CARD GOVERNS OPEN-DATE ACCRUALS; AN
012090*    UNRECOGNIZED ANSWER FALLS BACK TO ACTUAL/365.
012100     IF BATCH-MODE OR SIMULATION-MODE
012110         DISPLAY "Day-count convention (A=actual/365, "
012120             "T=30/360): "
012130         ACCEPT WS-DAYCOUNT
012140         IF WS-DAYCOUNT = "t"
012150             MOVE "T" TO WS-DAYCOUNT
012160         END-IF
012170         IF NOT THIRTY-360
012180             MOVE "A" TO WS-DAYCOUNT
012190         END-IF
012200     END-IF.
012210*    A MASTER-DRIVEN RUN TAKES A FOURTH CARD NAMING THE BRANCH
012220*    CODES THIS STREAM PRICES; A BLANK CARD PRICES THEM ALL.
012230     IF MASTER-INPUT
012240         DISPLAY "Branch range for this stream (FFF TTT, "
012250             "blank = all branches): "
012260         ACCEPT WS-BRANCH-RANGE-CARD
012270         PERFORM 2100-SET-BRANCH-RANGE THRU 2100-EXIT
012280     END-IF.
012290*    A SIMULATION'S LAST CARD IS THE DATE THE PROPOSED RATES
012300*    ARE PRICED ON (YYYYMMDD); BLANK MEANS TODAY.  A FUTURE
012310*    DATE ALONE TESTS THE RATES ALREADY TABLED ON RATETAB.
012320     IF SIMULATION-MODE
012330         DISPLAY "Proposed-rate pricing date (YYYYMMDD, "
012340             "blank = today): "
012350         ACCEPT WS-SIM-DATE-CARD
012360     END-IF.
012370 2000-EXIT.
012380     EXIT.
012390
012400*===========================================================*
012410*  2100-SET-BRANCH-RANGE - A SINGLE CODE ON THE CARD PRICES  *
012420*  THAT ONE BRANCH.  A RANGE WITH NO FROM-CODE, OR ONE THAT  *
012430*  RUNS BACKWARDS, IS REFUSED WHEN THE FILES ARE OPENED.     *
012440*===========================================================*
012450 2100-SET-BRANCH-RANGE.
012460     IF WS-BRANCH-FROM = SPACES AND WS-BRANCH-TO = SPACES
012470         GO TO 2100-EXIT
012480     END-IF.
012490     SET STREAM-RUN TO TRUE.
012500     IF WS-BRANCH-TO = SPACES
012510         MOVE WS-BRANCH-FROM TO WS-BRANCH-TO
012520     END-IF.
012530     IF WS-BRANCH-FROM = SPACES
012540         OR WS-BRANCH-FROM > WS-BRANCH-TO
012550         MOVE "N" TO WS-RANGE-SW
012560         GO TO 2100-EXIT
012570     END-IF.
012580     DISPLAY "Stream prices branches " WS-BRANCH-FROM
012590         " thru " WS-BRANCH-TO ".".
012600 2100-EXIT.
012610     EXIT.
012620
012630*===========================================================*
012640*  3000-BATCH-PROCESS - DRIVE THE CALCULATION FROM ACCTIN    *
012650*===========================================================*
012660 3000-BATCH-PROCESS.
012670     PERFORM 3100-OPEN-BATCH-FILES THRU 3100-EXIT.
012680     IF ACCOUNTS-EOF
012690         GO TO 3000-EXIT
012700     END-IF.
012710     PERFORM 3050-VERIFY-CONTROLS THRU 3050-EXIT.
012720     IF CONTROL-FAILURE
012730         CLOSE REPORT-FILE
012740         CLOSE REJECT-FILE
012750         CLOSE GL-EXTRACT-FILE
012760         CLOSE SUMMARY-FILE
012770         IF PORTFOLIO-INPUT OR MASTER-INPUT
012780             CLOSE VARIANCE-FILE
012790         END-IF
012800         GO TO 3000-EXIT
012810     END-IF.
012820*    THE PORTFOLIO IS SEQUENCED BY BRANCH, PRODUCT AND
012830*    ACCOUNT HERE, SO THE SUMMARY CONTROL BREAKS ARE
012840*    CORRECT FROM EITHER INPUT SOURCE - NO PRE-SORTED
012850*    INPUT IS REQUIRED ANY MORE.
012860     SORT SORT-FILE
012870         ASCENDING KEY SR-BRANCH-CODE
012880                       SR-PRODUCT-CODE
012890                       SR-ACCOUNT-ID
012900         INPUT PROCEDURE IS 3250-SORT-INPUT
012910             THRU 3250-EXIT
012920         OUTPUT PROCEDURE IS 3270-SORT-OUTPUT
012930             THRU 3270-EXIT.
012940     PERFORM 3900-CLOSE-BATCH-FILES THRU 3900-EXIT.
012950 3000-EXIT.
012960     EXIT.
012970
012980*===========================================================*
012990*  3050-VERIFY-CONTROLS - BALANCE THE PORTFOLIO AGAINST ITS  *
013000*  HDR/TRL CONTROL RECORDS BEFORE ANY ACCOUNT IS PROCESSED.  *
013010*  A FILE THAT ARRIVES TRUNCATED OR OUT OF BALANCE IS        *
013020*  REFUSED OUTRIGHT: NOTHING IS CALCULATED, NOTHING IS       *
013030*  POSTED, AND THE RUN ENDS WITH RETURN CODE 16.  THE FILE   *
013040*  IS READ ONCE HERE, CLOSED, AND REOPENED FOR THE MAIN      *
013050*  PROCESSING PASS.  A REJECT RERUN (RJCTIN) CARRIES NO      *
013060*  CONTROL RECORDS AND IS NOT VERIFIED.                      *
013070*===========================================================*
013080 3050-VERIFY-CONTROLS.
013090     IF NOT PORTFOLIO-INPUT
013100         GO TO 3050-EXIT
013110     END-IF.
013120     PERFORM 3060-VERIFY-READ THRU 3060-EXIT
013130         UNTIL ACCOUNTS-EOF.
013140     CLOSE ACCOUNTS-FILE.
013150     IF NOT HEADER-SEEN
013160         DISPLAY "*** CONTROL ERROR: NO HDR RECORD ON THE "
013170             "ACCOUNTS FILE (ACCTIN). ***"
013180         SET CONTROL-FAILURE TO TRUE
013190     END-IF.
013200     IF NOT TRAILER-SEEN
013210         DISPLAY "*** CONTROL ERROR: NO TRL RECORD ON THE "
013220             "ACCOUNTS FILE (ACCTIN) - FILE MAY BE "
013230             "TRUNCATED. ***"
013240         SET CONTROL-FAILURE TO TRUE
013250         GO TO 3050-FAIL-CHECK
013260     END-IF.
013270     IF WS-CTL-READ-COUNT NOT = WS-CTL-TRL-COUNT
013280         MOVE WS-CTL-TRL-COUNT TO WS-CTL-COUNT-EDIT
013290         DISPLAY "*** CONTROL ERROR: TRAILER RECORD COUNT "
013300             WS-CTL-COUNT-EDIT " ***"
013310         MOVE WS-CTL-READ-COUNT TO WS-CTL-COUNT-EDIT
013320         DISPLAY "***           BUT ACCOUNTS ON FILE     "
013330             WS-CTL-COUNT-EDIT " ***"
013340         SET CONTROL-FAILURE TO TRUE
013350     END-IF.
013360     IF WS-CTL-HASH-TOTAL NOT = WS-CTL-TRL-HASH
013370         MOVE WS-CTL-TRL-HASH TO WS-CTL-HASH-EDIT
013380         DISPLAY "*** CONTROL ERROR: TRAILER PRINCIPAL HASH "
013390             WS-CTL-HASH-EDIT " ***"
013400         MOVE WS-CTL-HASH-TOTAL TO WS-CTL-HASH-EDIT
013410         DISPLAY "***           BUT PRINCIPALS ON FILE    "
013420             WS-CTL-HASH-EDIT " ***"
013430         SET CONTROL-FAILURE TO TRUE
013440     END-IF.
013450 3050-FAIL-CHECK.
013460     IF CONTROL-FAILURE
013470         DISPLAY "*** PORTFOLIO OUT OF BALANCE - RUN REFUSED, "
013480             "NO RESULTS POSTED. ***"
013490         MOVE 16 TO RETURN-CODE
013500         GO TO 3050-EXIT
013510     END-IF.
013520     MOVE WS-CTL-READ-COUNT TO WS-CTL-COUNT-EDIT.
013530     DISPLAY "Portfolio extract of " WS-CTL-EXTRACT-DATE
013540         " from " WS-CTL-SOURCE-SYS " verified -"
013550         WS-CTL-COUNT-EDIT " accounts.".
013560     MOVE "N" TO WS-EOF-SW.
013570     OPEN INPUT ACCOUNTS-FILE.
013580     IF WS-ACCOUNTS-STATUS NOT = "00"
013590         DISPLAY "*** ERROR: CANNOT REOPEN ACCOUNTS FILE "
013600             "(ACCTIN) - FILE STATUS " WS-ACCOUNTS-STATUS
013610             " ***"
013620         SET CONTROL-FAILURE TO TRUE
013630         MOVE 16 TO RETURN-CODE
013640     END-IF.
013650 3050-EXIT.
013660     EXIT.
013670
013680 3060-VERIFY-READ.
013690     READ ACCOUNTS-FILE INTO AR-ACCOUNT-WORK
013700         AT END
013710             MOVE "Y" TO WS-EOF-SW
013720         NOT AT END
013730             EVALUATE AR-RECORD-TYPE
013740                 WHEN "HDR"
013750                     MOVE AR-HDR-EXTRACT-DATE
013760                         TO WS-CTL-EXTRACT-DATE
013770                     MOVE AR-HDR-SOURCE-SYSTEM
013780                         TO WS-CTL-SOURCE-SYS
013790                     SET HEADER-SEEN TO TRUE
013800                 WHEN "TRL"
013810                     MOVE AR-TRL-RECORD-COUNT
013820                         TO WS-CTL-TRL-COUNT
013830                     MOVE AR-TRL-HASH-TOTAL
013840                         TO WS-CTL-TRL-HASH
013850                     SET TRAILER-SEEN TO TRUE
013860                 WHEN OTHER
013870                     ADD 1 TO WS-CTL-READ-COUNT
013880                     ADD AR-PRINCIPAL TO WS-CTL-HASH-TOTAL
013890             END-EVALUATE
013900     END-READ.
013910 3060-EXIT.
013920     EXIT.
013930
013940 3100-OPEN-BATCH-FILES.
013950     IF NOT RANGE-VALID
013960         DISPLAY "*** ERROR: BRANCH RANGE CARD '" WS-BRANCH-FROM
013970             " " WS-BRANCH-TO "' IS NOT A VALID RANGE ***"
013980         DISPLAY "*** BATCH RUN TERMINATED - NO ACCOUNTS "
013990             "PROCESSED ***"
014000         MOVE "Y" TO WS-EOF-SW
014010         MOVE 16 TO RETURN-CODE
014020         GO TO 3100-EXIT
014030     END-IF.
014040     EVALUATE TRUE
014050         WHEN REJECT-RERUN-MODE
014060             OPEN INPUT REJECT-IN-FILE
014070             IF WS-REJECT-IN-STATUS NOT = "00"
014080                 DISPLAY "*** ERROR: CANNOT OPEN REJECT RERUN "
014090                     "FILE (RJCTIN) - FILE STATUS "
014100                     WS-REJECT-IN-STATUS " ***"
014110                 DISPLAY "*** BATCH RUN TERMINATED - NO "
014120                     "ACCOUNTS PROCESSED ***"
014130                 MOVE "Y" TO WS-EOF-SW
014140                 MOVE 16 TO RETURN-CODE
014150                 GO TO 3100-EXIT
014160             END-IF
014170         WHEN MASTER-INPUT
014180             OPEN INPUT ACCOUNT-MASTER
014190             IF WS-MASTER-STATUS NOT = "00"
014200                 DISPLAY "*** ERROR: CANNOT OPEN ACCOUNT "
014210                     "MASTER (ACCTMST) - FILE STATUS "
014220                     WS-MASTER-STATUS " ***"
014230                 DISPLAY "*** BATCH RUN TERMINATED - NO "
014240                     "ACCOUNTS PROCESSED ***"
014250                 MOVE "Y" TO WS-EOF-SW
014260                 MOVE 16 TO RETURN-CODE
014270                 GO TO 3100-EXIT
014280             END-IF
014290         WHEN OTHER
014300             OPEN INPUT ACCOUNTS-FILE
014310             IF WS-ACCOUNTS-STATUS NOT = "00"
014320                 DISPLAY "*** ERROR: CANNOT OPEN ACCOUNTS "
014330                     "FILE (ACCTIN) - FILE STATUS "
014340                     WS-ACCOUNTS-STATUS " ***"
014350                 DISPLAY "*** BATCH RUN TERMINATED - NO "
014360                     "ACCOUNTS PROCESSED ***"
014370                 MOVE "Y" TO WS-EOF-SW
014380                 MOVE 16 TO RETURN-CODE
014390                 GO TO 3100-EXIT
014400             END-IF
014410     END-EVALUATE.
014420     OPEN OUTPUT REPORT-FILE.
014430     IF WS-REPORT-STATUS NOT = "00"
014440         DISPLAY "*** ERROR: CANNOT OPEN REPORT FILE (RPTOUT) "
014450             "- FILE STATUS " WS-REPORT-STATUS " ***"
014460         DISPLAY "*** BATCH RUN TERMINATED - NO ACCOUNTS "
014470             "PROCESSED ***"
014480         PERFORM 3150-CLOSE-BATCH-INPUT THRU 3150-EXIT
014490         MOVE "Y" TO WS-EOF-SW
014500         MOVE 16 TO RETURN-CODE
014510         GO TO 3100-EXIT
014520     END-IF.
014530     OPEN OUTPUT REJECT-FILE.
014540     IF WS-REJECT-STATUS NOT = "00"
014550         DISPLAY "*** ERROR: CANNOT OPEN REJECT FILE (RJCTOUT) "
014560             "- FILE STATUS " WS-REJECT-STATUS " ***"
014570         DISPLAY "*** BATCH RUN TERMINATED - NO ACCOUNTS "
014580             "PROCESSED ***"
014590         CLOSE REPORT-FILE
014600         PERFORM 3150-CLOSE-BATCH-INPUT THRU 3150-EXIT
014610         MOVE "Y" TO WS-EOF-SW
014620         MOVE 16 TO RETURN-CODE
014630         GO TO 3100-EXIT
014640     END-IF.
014650     OPEN OUTPUT GL-EXTRACT-FILE.
014660     IF WS-GL-STATUS NOT = "00"
014670         DISPLAY "*** ERROR: CANNOT OPEN GL EXTRACT FILE "
014680             "(GLOUT) - FILE STATUS " WS-GL-STATUS " ***"
014690         DISPLAY "*** BATCH RUN TERMINATED - NO ACCOUNTS "
014700             "PROCESSED ***"
014710         CLOSE REPORT-FILE
014720         CLOSE REJECT-FILE
014730         PERFORM 3150-CLOSE-BATCH-INPUT THRU 3150-EXIT
014740         MOVE "Y" TO WS-EOF-SW
014750         MOVE 16 TO RETURN-CODE
014760         GO TO 3100-EXIT
014770     END-IF.
014780     OPEN OUTPUT SUMMARY-FILE.
014790     IF WS-SUMMARY-STATUS NOT = "00"
014800         DISPLAY "*** ERROR: CANNOT OPEN BRANCH SUMMARY FILE "
014810             "(SUMMRPT) - FILE STATUS " WS-SUMMARY-STATUS
014820             " ***"
014830         DISPLAY "*** BATCH RUN TERMINATED - NO ACCOUNTS "
014840             "PROCESSED ***"
014850         CLOSE REPORT-FILE
014860         CLOSE REJECT-FILE
014870         CLOSE GL-EXTRACT-FILE
014880         PERFORM 3150-CLOSE-BATCH-INPUT THRU 3150-EXIT
014890         MOVE "Y" TO WS-EOF-SW
014900         MOVE 16 TO RETURN-CODE
014910         GO TO 3100-EXIT
014920     END-IF.
014930     IF PORTFOLIO-INPUT OR MASTER-INPUT
014940         OPEN OUTPUT VARIANCE-FILE
014950         IF WS-VARIANCE-STATUS NOT = "00"
014960             DISPLAY "*** ERROR: CANNOT OPEN VARIANCE FILE "
014970                 "(VARRPT) - FILE STATUS " WS-VARIANCE-STATUS
014980                 " ***"
014990             DISPLAY "*** BATCH RUN TERMINATED - NO ACCOUNTS "
015000                 "PROCESSED ***"
015010             CLOSE REPORT-FILE
015020             CLOSE REJECT-FILE
015030             CLOSE GL-EXTRACT-FILE
015040             CLOSE SUMMARY-FILE
015050             PERFORM 3150-CLOSE-BATCH-INPUT THRU 3150-EXIT
015060             MOVE "Y" TO WS-EOF-SW
015070             MOVE 16 TO RETURN-CODE
015080             GO TO 3100-EXIT
015090         END-IF
015100         PERFORM 3190-LOAD-PRIOR-RESULTS THRU 3190-EXIT
015110     END-IF.
015120     PERFORM 3170-LOAD-RATE-TABLE THRU 3170-EXIT.
015130     IF WS-RATE-COUNT = 0
015140         DISPLAY "*** BATCH RUN TERMINATED - NO ACCOUNTS "
015150             "PROCESSED ***"
015160         CLOSE REPORT-FILE
015170         CLOSE REJECT-FILE
015180         CLOSE GL-EXTRACT-FILE
015190         CLOSE SUMMARY-FILE
015200         IF PORTFOLIO-INPUT OR MASTER-INPUT
015210             CLOSE VARIANCE-FILE
015220         END-IF
015230         PERFORM 3150-CLOSE-BATCH-INPUT THRU 3150-EXIT
015240         MOVE "Y" TO WS-EOF-SW
015250         MOVE 16 TO RETURN-CODE
015260         GO TO 3100-EXIT
015270     END-IF.
015280     MOVE "N" TO WS-RESTART-SW.
015290*    A RESTART CHECKPOINT ONLY DESCRIBES A POSITION IN THE
015300*    FULL PORTFOLIO - A REJECT RERUN ALWAYS PROCESSES ITS
015310*    WHOLE (SMALL) INPUT, SO ANY CHECKPOINT LEFT BY AN
015320*    ABENDED PORTFOLIO RUN IS IGNORED HERE.
015330     IF REJECT-RERUN-MODE
015340         GO TO 3100-EXIT
015350     END-IF.
015360     OPEN INPUT CHECKPOINT-IN-FILE.
015370     IF WS-CKPT-IN-STATUS = "00"
015380         READ CHECKPOINT-IN-FILE
015390             AT END
015400                 MOVE "N" TO WS-RESTART-SW
015410             NOT AT END
015420                 MOVE CKI-ACCOUNT-ID TO WS-LAST-CKPT-ID
015430                 MOVE CKI-RECORD-COUNT TO WS-LAST-CKPT-COUNT
015440                 MOVE CKI-BRANCH-FROM TO WS-LAST-CKPT-FROM
015450                 MOVE CKI-BRANCH-TO TO WS-LAST-CKPT-TO
015460                 MOVE "Y" TO WS-RESTART-SW
015470         END-READ
015480         CLOSE CHECKPOINT-IN-FILE
015490     END-IF.
015500*    A CHECKPOINT TAKEN OVER A DIFFERENT BRANCH RANGE MARKS A
015510*    POSITION IN ANOTHER STREAM - IGNORE IT AND PRICE THE WHOLE
015520*    RANGE RATHER THAN SKIP ACCOUNTS THIS STREAM NEVER PRICED.
015530     IF RESTART-REQUESTED
015540         AND (WS-LAST-CKPT-FROM NOT = WS-BRANCH-FROM
015550           OR WS-LAST-CKPT-TO NOT = WS-BRANCH-TO)
015560         DISPLAY "*** WARNING: CHECKPOINT (CKPTIN) WAS TAKEN FOR "
015570             "BRANCHES '" WS-LAST-CKPT-FROM " " WS-LAST-CKPT-TO
015580             "' - IGNORED, WHOLE RANGE WILL BE PRICED. ***"
015590         MOVE "N" TO WS-RESTART-SW
015600     END-IF.
015610     IF RESTART-REQUESTED
015620         DISPLAY "Restarting batch run after account: "
015630             WS-LAST-CKPT-ID
015640         MOVE WS-LAST-CKPT-COUNT TO WS-RECORD-COUNT
015650     END-IF.
015660 3100-EXIT.
015670     EXIT.
015680
015690 3150-CLOSE-BATCH-INPUT.
015700     EVALUATE TRUE
015710         WHEN REJECT-RERUN-MODE
015720             CLOSE REJECT-IN-FILE
015730         WHEN MASTER-INPUT
015740             CLOSE ACCOUNT-MASTER
015750         WHEN OTHER
015760             CLOSE ACCOUNTS-FILE
015770     END-EVALUATE.
015780 3150-EXIT.
015790     EXIT.
015800
015810*===========================================================*
015820*  3170-LOAD-RATE-TABLE - PULL THE PRODUCT RATE TABLE INTO   *
015830*  WORKING STORAGE FOR THE RUN.  AN UNOPENABLE OR EMPTY      *
015840*  TABLE IS A HARD FAILURE - EVERY ACCOUNT WOULD REJECT.     *
015850*===========================================================*
015860 3170-LOAD-RATE-TABLE.
015870     MOVE 0 TO WS-RATE-COUNT.
015880     MOVE "N" TO WS-RATETAB-EOF-SW.
015890     OPEN INPUT RATE-TABLE-FILE.
015900     IF WS-RATETAB-STATUS NOT = "00"
015910         DISPLAY "*** ERROR: CANNOT OPEN RATE TABLE FILE "
015920             "(RATETAB) - FILE STATUS " WS-RATETAB-STATUS
015930             " ***"
015940         GO TO 3170-EXIT
015950     END-IF.
015960     PERFORM 3180-LOAD-RATE-ENTRY THRU 3180-EXIT
015970         UNTIL RATETAB-EOF.
015980     CLOSE RATE-TABLE-FILE.
015990     IF WS-RATE-COUNT = 0
016000         DISPLAY "*** ERROR: RATE TABLE FILE (RATETAB) IS "
016010             "EMPTY - NO PRODUCT CAN BE PRICED. ***"
016020     END-IF.
016030     PERFORM 3175-LOAD-INDEX-RATES THRU 3175-EXIT.
016040 3170-EXIT.
016050     EXIT.
016060
016070*===========================================================*
016080*  3175-LOAD-INDEX-RATES - PULL THE REFERENCE INDEX VALUES   *
016090*  BEHIND THE INDEX-LINKED PRODUCTS INTO WORKING STORAGE.    *
016100*  RATEIDX IS OPTIONAL - WITHOUT IT, OR WITHOUT A VALUE IN   *
016110*  FORCE FOR ITS INDEX, AN INDEX-LINKED ACCOUNT REJECTS WITH *
016120*  REASON "I"; EVERY OTHER PRODUCT PRICES AS BEFORE.         *
016130*===========================================================*
016140 3175-LOAD-INDEX-RATES.
016150     MOVE 0 TO WS-INDEX-COUNT.
016160     MOVE "N" TO WS-RATEIDX-EOF-SW.
016170     OPEN INPUT INDEX-RATE-FILE.
016180     IF WS-RATEIDX-STATUS NOT = "00"
016190         AND WS-RATEIDX-STATUS NOT = "05"
016200         DISPLAY "*** WARNING: CANNOT OPEN INDEX RATE FILE "
016210             "(RATEIDX) - FILE STATUS " WS-RATEIDX-STATUS
016220             " - INDEX-LINKED ACCOUNTS WILL REJECT. ***"
016230         GO TO 3175-EXIT
016240     END-IF.
016250     PERFORM 3177-LOAD-INDEX-ENTRY THRU 3177-EXIT
016260         UNTIL RATEIDX-EOF.
016270     CLOSE INDEX-RATE-FILE.
016280 3175-EXIT.
016290     EXIT.
016300
016310 3177-LOAD-INDEX-ENTRY.
016320     READ INDEX-RATE-FILE
016330         AT END
016340             MOVE "Y" TO WS-RATEIDX-EOF-SW
016350             GO TO 3177-EXIT
016360     END-READ.
016370     IF RX-INDEX-RATE NOT NUMERIC
016380         OR RX-EFFECTIVE-DATE NOT NUMERIC
016390         DISPLAY "*** WARNING: INDEX RATE RECORD FOR INDEX "
016400             RX-INDEX-CODE " IS NOT NUMERIC - RECORD IGNORED. ***"
016410         GO TO 3177-EXIT
016420     END-IF.
016430     IF WS-INDEX-COUNT NOT < WS-INDEX-MAX
016440         DISPLAY "*** WARNING: INDEX RATE FILE HOLDS MORE THAN "
016450             WS-INDEX-MAX " VALUES - EXTRAS IGNORED. ***"
016460         MOVE "Y" TO WS-RATEIDX-EOF-SW
016470         GO TO 3177-EXIT
016480     END-IF.
016490     ADD 1 TO WS-INDEX-COUNT.
016500     MOVE RX-INDEX-CODE TO WS-INDEX-CODE (WS-INDEX-COUNT).
016510     MOVE RX-EFFECTIVE-DATE TO WS-INDEX-EFFDATE (WS-INDEX-COUNT).
016520     MOVE RX-INDEX-RATE TO WS-INDEX-RATE (WS-INDEX-COUNT).
016530 3177-EXIT.
016540     EXIT.
016550
016560 3180-LOAD-RATE-ENTRY.
016570     READ RATE-TABLE-FILE
016580         AT END
016590             MOVE "Y" TO WS-RATETAB-EOF-SW
016600             GO TO 3180-EXIT
016610     END-READ.
016620     IF WS-RATE-COUNT NOT < WS-RATE-MAX
016630         DISPLAY "*** WARNING: RATE TABLE HOLDS MORE THAN "
016640             WS-RATE-MAX " PRODUCTS - EXTRAS IGNORED. ***"
016650         MOVE "Y" TO WS-RATETAB-EOF-SW
016660         GO TO 3180-EXIT
016670     END-IF.
016680     ADD 1 TO WS-RATE-COUNT.
016690     MOVE "C" TO WS-RATE-SET (WS-RATE-COUNT).
016700     MOVE RT-PRODUCT-CODE TO WS-RATE-PROD (WS-RATE-COUNT).
016710     MOVE RT-INTEREST-RATE TO WS-RATE-RATE (WS-RATE-COUNT).
016720*    OLD-STYLE RECORDS CARRY NO EFFECTIVE DATE - TREAT THEM
016730*    AS ALWAYS IN FORCE.
016740     IF RT-EFFECTIVE-DATE NUMERIC
016750         MOVE RT-EFFECTIVE-DATE TO WS-RATE-EFFDATE
016760             (WS-RATE-COUNT)
016770     ELSE
016780         MOVE 0 TO WS-RATE-EFFDATE (WS-RATE-COUNT)
016790     END-IF.
016800     MOVE 0 TO WS-BAND-SUB.
016810     PERFORM 3185-LOAD-BAND-ENTRY THRU 3185-EXIT
016820         UNTIL WS-BAND-SUB NOT < 3.
016830     MOVE SPACE TO WS-RATE-TYPE (WS-RATE-COUNT).
016840     MOVE SPACES TO WS-RATE-INDEX (WS-RATE-COUNT).
016850     MOVE 0 TO WS-RATE-MARGIN (WS-RATE-COUNT).
016860     MOVE 0 TO WS-RATE-CAP (WS-RATE-COUNT).
016870*    AN INDEX-LINKED ENTRY WITH NO USABLE CAP IS HELD ONLY BY
016880*    THE 100 PERCENT RATE LIMIT.
016890     IF RT-INDEX-LINKED
016900         MOVE "V" TO WS-RATE-TYPE (WS-RATE-COUNT)
016910         MOVE RT-INDEX-CODE TO WS-RATE-INDEX (WS-RATE-COUNT)
016920         IF RT-RATE-MARGIN NUMERIC
016930             MOVE RT-RATE-MARGIN TO WS-RATE-MARGIN (WS-RATE-COUNT)
016940         END-IF
016950         MOVE 100 TO WS-RATE-CAP (WS-RATE-COUNT)
016960         IF RT-RATE-CAP NUMERIC
016970             IF RT-RATE-CAP > 0
016980                 MOVE RT-RATE-CAP TO WS-RATE-CAP (WS-RATE-COUNT)
016990             END-IF
017000         END-IF
017010     END-IF.
017020 3180-EXIT.
017030     EXIT.
017040
017050*    OLD-STYLE RECORDS CARRY NO BAND FIELDS - AN UNUSED OR
017060*    BLANK BAND LOADS AS ZEROS.
017070 3185-LOAD-BAND-ENTRY.
017080     ADD 1 TO WS-BAND-SUB.
017090     IF RT-BAND-CEILING (WS-BAND-SUB) NUMERIC
017100         MOVE RT-BAND-CEILING (WS-BAND-SUB)
017110             TO WS-RATE-BAND-CEIL (WS-RATE-COUNT WS-BAND-SUB)
017120     ELSE
017130         MOVE 0
017140             TO WS-RATE-BAND-CEIL (WS-RATE-COUNT WS-BAND-SUB)
017150     END-IF.
017160     IF RT-BAND-RATE (WS-BAND-SUB) NUMERIC
017170         MOVE RT-BAND-RATE (WS-BAND-SUB)
017180             TO WS-RATE-BAND-RATE (WS-RATE-COUNT WS-BAND-SUB)
017190     ELSE
017200         MOVE 0
017210             TO WS-RATE-BAND-RATE (WS-RATE-COUNT WS-BAND-SUB)
017220     END-IF.
017230 3185-EXIT.
017240     EXIT.
017250
017260*===========================================================*
017270*  3190-LOAD-PRIOR-RESULTS - TABLE LAST NIGHT'S GL EXTRACT   *
017280*  FOR THE VARIANCE COMPARISON.  A MISSING PRIOR FILE IS     *
017290*  NORMAL ON THE FIRST NIGHT - EVERY ACCOUNT SIMPLY REPORTS  *
017300*  AS NEW.                                                   *
017310*===========================================================*
017320 3190-LOAD-PRIOR-RESULTS.
017330     MOVE 0 TO WS-PRIOR-COUNT.
017340     MOVE "N" TO WS-PRIOR-EOF-SW.
017350     OPEN INPUT PRIOR-RESULTS-FILE.
017360     IF WS-PRIOR-STATUS = "00" OR WS-PRIOR-STATUS = "05"
017370         PERFORM 3195-LOAD-PRIOR-ENTRY THRU 3195-EXIT
017380             UNTIL PRIOR-EOF
017390         CLOSE PRIOR-RESULTS-FILE
017400     ELSE
017410         DISPLAY "*** WARNING: CANNOT OPEN PRIOR RESULTS "
017420             "(PRIORIN) - FILE STATUS " WS-PRIOR-STATUS
017430             " - EVERY ACCOUNT WILL REPORT AS NEW. ***"
017440     END-IF.
017450     IF WS-PRIOR-COUNT = 0
017460         DISPLAY "No prior-night results on PRIORIN - all "
017470             "accounts will report as new on the variance "
017480             "report."
017490     END-IF.
017500     MOVE WS-VAR-TOLERANCE TO WS-VAR-TOL-EDIT.
017510     MOVE SPACES TO VARIANCE-RECORD.
017520     STRING "NIGHT-OVER-NIGHT VARIANCE REPORT  -  "
017530         "TOLERANCE: " WS-VAR-TOL-EDIT
017540         DELIMITED BY SIZE INTO VARIANCE-RECORD.
017550     IF STREAM-RUN
017560         STRING "  BRANCHES " WS-BRANCH-FROM " THRU "
017570             WS-BRANCH-TO
017580             DELIMITED BY SIZE INTO VARIANCE-RECORD (57:)
017590     END-IF.
017600     WRITE VARIANCE-RECORD.
017610     MOVE SPACES TO VARIANCE-RECORD.
017620     WRITE VARIANCE-RECORD.
017630 3190-EXIT.
017640     EXIT.
017650
017660 3195-LOAD-PRIOR-ENTRY.
017670     READ PRIOR-RESULTS-FILE
017680         AT END
017690             MOVE "Y" TO WS-PRIOR-EOF-SW
017700             GO TO 3195-EXIT
017710     END-READ.
017720*    A STREAM COMPARES ONLY ITS OWN BRANCHES - THE REST OF LAST
017730*    NIGHT'S ACCOUNTS BELONG TO THE OTHER STREAMS AND WOULD ALL
017740*    REPORT AS DROPPED HERE.
017750     IF STREAM-RUN
017760         AND (PR-BRANCH-CODE < WS-BRANCH-FROM
017770           OR PR-BRANCH-CODE > WS-BRANCH-TO)
017780         GO TO 3195-EXIT
017790     END-IF.
017800     IF WS-PRIOR-COUNT NOT < WS-PRIOR-MAX
017810         DISPLAY "*** WARNING: PRIOR RESULTS EXCEED "
017820             WS-PRIOR-MAX " ACCOUNTS - VARIANCE COVERAGE IS "
017830             "INCOMPLETE. ***"
017840         MOVE "Y" TO WS-PRIOR-EOF-SW
017850         GO TO 3195-EXIT
017860     END-IF.
017870     ADD 1 TO WS-PRIOR-COUNT.
017880     MOVE PR-ACCOUNT-ID TO WS-PRIOR-ACCT (WS-PRIOR-COUNT).
017890     MOVE PR-ACCRUED-AMOUNT
017900         TO WS-PRIOR-ACCRUED (WS-PRIOR-COUNT).
017910     MOVE "N" TO WS-PRIOR-MATCHED (WS-PRIOR-COUNT).
017920 3195-EXIT.
017930     EXIT.
017940
017950*===========================================================*
017960*  3200-RESTART-SKIP - A CHECKPOINT DESCRIBES A POSITION IN  *
017970*  THE BRANCH-SORTED PROCESSING STREAM, WHICH IS             *
017980*  DETERMINISTIC FOR THE SAME INPUT, SO THE SKIP RUNS OVER   *
017990*  THE SORTED RECORDS RETURNED BY THE SORT.                  *
018000*===========================================================*
018010 3200-RESTART-SKIP.
018020     IF NOT RESTART-REQUESTED
018030         GO TO 3200-EXIT
018040     END-IF.
018050     PERFORM 3275-RETURN-ACCOUNT THRU 3275-EXIT
018060         UNTIL ACCOUNTS-EOF
018070         OR AR-ACCOUNT-ID = WS-LAST-CKPT-ID.
018080 3200-EXIT.
018090     EXIT.
018100
018110*===========================================================*
018120*  3250-3275 - SORT INPUT/OUTPUT PROCEDURES.  THE INPUT      *
018130*  PROCEDURE RELEASES EVERY ACCOUNT IMAGE FROM WHICHEVER     *
018140*  SOURCE THE RUN READS, EXCEPT CLOSED ACCOUNTS, WHICH ARE   *
018150*  ONLY COUNTED; THE OUTPUT PROCEDURE DRIVES THE EXISTING    *
018160*  PROCESSING LOOP OVER THE BRANCH/PRODUCT/ACCOUNT           *
018170*  SEQUENCED STREAM.                                         *
018180*===========================================================*
018190 3250-SORT-INPUT.
018200     PERFORM 3300-READ-ACCOUNT THRU 3300-EXIT.
018210     PERFORM 3255-RELEASE-ACCOUNT THRU 3255-EXIT
018220         UNTIL ACCOUNTS-EOF.
018230 3250-EXIT.
018240     EXIT.
018250
018260 3255-RELEASE-ACCOUNT.
018270*    A STREAM NEITHER PRICES NOR COUNTS ANOTHER STREAM'S
018280*    BRANCHES, CLOSED ACCOUNTS INCLUDED.
018290     IF STREAM-RUN
018300         AND (AR-BRANCH-CODE < WS-BRANCH-FROM
018310           OR AR-BRANCH-CODE > WS-BRANCH-TO)
018320         ADD 1 TO WS-OTHER-STREAM-COUNT
018330         GO TO 3255-NEXT
018340     END-IF.
018350     IF AR-CLOSED
018360         ADD 1 TO WS-CLOSED-COUNT
018370     ELSE
018380         RELEASE SORT-RECORD FROM AR-ACCOUNT-WORK
018390     END-IF.
018400 3255-NEXT.
018410     PERFORM 3300-READ-ACCOUNT THRU 3300-EXIT.
018420 3255-EXIT.
018430     EXIT.
018440
018450 3270-SORT-OUTPUT.
018460     MOVE "N" TO WS-EOF-SW.
018470     PERFORM 3200-RESTART-SKIP THRU 3200-EXIT.
018480     PERFORM 3275-RETURN-ACCOUNT THRU 3275-EXIT.
018490     PERFORM 3400-PROCESS-ACCOUNT-LOOP THRU 3400-EXIT
018500         UNTIL ACCOUNTS-EOF.
018510 3270-EXIT.
018520     EXIT.
018530
018540 3275-RETURN-ACCOUNT.
018550     RETURN SORT-FILE INTO AR-ACCOUNT-WORK
018560         AT END
018570             MOVE "Y" TO WS-EOF-SW
018580     END-RETURN.
018590 3275-EXIT.
018600     EXIT.
018610
018620 3300-READ-ACCOUNT.
018630     IF REJECT-RERUN-MODE
018640         READ REJECT-IN-FILE
018650             AT END
018660                 MOVE "Y" TO WS-EOF-SW
018670             NOT AT END
018680                 MOVE RJI-ACCOUNT-IMAGE TO AR-ACCOUNT-WORK
018690         END-READ
018700         GO TO 3300-EXIT
018710     END-IF.
018720     IF MASTER-INPUT OR SIMULATION-MODE
018730         READ ACCOUNT-MASTER INTO AR-ACCOUNT-WORK
018740             AT END
018750                 MOVE "Y" TO WS-EOF-SW
018760         END-READ
018770         GO TO 3300-EXIT
018780     END-IF.
018790     READ ACCOUNTS-FILE INTO AR-ACCOUNT-WORK
018800         AT END
018810             MOVE "Y" TO WS-EOF-SW
018820             GO TO 3300-EXIT
018830     END-READ.
018840*    CONTROL RECORDS WERE BALANCED BY 3050-VERIFY-CONTROLS -
018850*    THE MAIN PASS JUST STEPS OVER THEM.
018860     IF AR-RECORD-TYPE = "HDR" OR "TRL"
018870         GO TO 3300-READ-ACCOUNT
018880     END-IF.
018890 3300-EXIT.
018900     EXIT.
018910
018920*===========================================================*
018930*  3340-LOOKUP-RATE - PRICE THE ACCOUNT FROM THE PRODUCT     *
018940*  RATE TABLE.  THE WHOLE TABLE IS SCANNED AND THE ENTRY     *
018950*  WITH THE LATEST EFFECTIVE DATE NOT AFTER THE PRICING      *
018960*  DATE (THE RUN DATE) WINS, SO A FUTURE-DATED RATE SITS     *
018970*  HARMLESSLY UNTIL ITS DAY ARRIVES.  THE TABLE RATE         *
018980*  REPLACES WHATEVER RATE THE ACCOUNT RECORD CARRIES; A      *
018990*  PRODUCT WITH NO ENTRY IN FORCE ON THE PRICING DATE        *
019000*  REJECTS THE ACCOUNT.  ON THE PROPOSED-RATE PASS OF A      *
019010*  SIMULATION A PRODUCT THE PROPOSAL DOES NOT COVER IS       *
019020*  PRICED FROM RATETAB ON THE SAME DATE.  AN INDEX-LINKED    *
019030*  PRODUCT IS PRICED FROM ITS INDEX BY 3346.                 *
019040*===========================================================*
019050 3340-LOOKUP-RATE.
019060     MOVE SPACES TO WS-APPLIED-INDEX.
019070     MOVE 0 TO WS-APPLIED-INDEX-RATE.
019080     MOVE 0 TO WS-APPLIED-MARGIN.
019090     MOVE SPACES TO WS-HELD-TEXT.
019100     MOVE 0 TO WS-RATE-FOUND-SUB.
019110     MOVE 0 TO WS-RATE-SUB.
019120     PERFORM 3345-SCAN-RATE-ENTRY THRU 3345-EXIT
019130         UNTIL WS-RATE-SUB NOT < WS-RATE-COUNT.
019140     IF WS-RATE-FOUND-SUB = 0 AND PRICE-PROPOSED
019150         SET PRICE-CURRENT TO TRUE
019160         MOVE 0 TO WS-RATE-SUB
019170         PERFORM 3345-SCAN-RATE-ENTRY THRU 3345-EXIT
019180             UNTIL WS-RATE-SUB NOT < WS-RATE-COUNT
019190         SET PRICE-PROPOSED TO TRUE
019200     END-IF.
019210     IF WS-RATE-FOUND-SUB > 0
019220         MOVE WS-RATE-RATE (WS-RATE-FOUND-SUB)
019230             TO WS-INTEREST-RATE
019240         PERFORM 3348-COPY-BAND-DEF THRU 3348-EXIT
019250*    A TIERED ACCOUNT IS PRICED BAND BY BAND - CARRY THE
019260*    FIRST BAND'S RATE AS THE HEADLINE RATE SO THE EDITS,
019270*    REPORTS AND GL EXTRACT HAVE A MEANINGFUL FIGURE.
019280         IF TIERED-BALANCE AND WS-BAND-COUNT > 0
019290             MOVE WS-BAND-PCT (1) TO WS-INTEREST-RATE
019300         END-IF
019310         IF WS-RATE-TYPE (WS-RATE-FOUND-SUB) = "V"
019320             PERFORM 3346-PRICE-INDEX-LINKED THRU 3346-EXIT
019330         END-IF
019340     ELSE
019350         DISPLAY "*** REJECTED ACCOUNT " AR-ACCOUNT-ID
019360             " - PRODUCT CODE " AR-PRODUCT-CODE
019370             " HAS NO RATE IN FORCE ON THE RATE TABLE. ***"
019380         MOVE "T" TO WS-RSN-PRODUCT
019390         SET ENTRY-INVALID TO TRUE
019400     END-IF.
019410 3340-EXIT.
019420     EXIT.
019430
019440 3345-SCAN-RATE-ENTRY.
019450     ADD 1 TO WS-RATE-SUB.
019460     IF WS-RATE-SET (WS-RATE-SUB) = WS-PRICE-SET
019470         AND WS-RATE-PROD (WS-RATE-SUB) = AR-PRODUCT-CODE
019480         AND WS-RATE-EFFDATE (WS-RATE-SUB)
019490             NOT > WS-PRICE-DATE
019500         IF WS-RATE-FOUND-SUB = 0
019510             OR WS-RATE-EFFDATE (WS-RATE-SUB) >
019520                 WS-RATE-EFFDATE (WS-RATE-FOUND-SUB)
019530             MOVE WS-RATE-SUB TO WS-RATE-FOUND-SUB
019540         END-IF
019550     END-IF.
019560 3345-EXIT.
019570     EXIT.
019580
019590*===========================================================*
019600*  3346-PRICE-INDEX-LINKED - AN INDEX-LINKED ("V") PRODUCT   *
019610*  PAYS THE VALUE OF ITS INDEX IN FORCE ON THE PRICING DATE  *
019620*  PLUS ITS MARGIN, HELD BETWEEN THE FLOOR (THE TABLE RATE)  *
019630*  AND THE CAP.  AN INDEX WITH NO VALUE IN FORCE REJECTS THE *
019640*  ACCOUNT WITH REASON "I" - IT IS NEVER PRICED AT THE FLOOR *
019650*  BY DEFAULT.                                               *
019660*===========================================================*
019670 3346-PRICE-INDEX-LINKED.
019680     MOVE WS-RATE-INDEX (WS-RATE-FOUND-SUB) TO WS-APPLIED-INDEX.
019690     MOVE WS-RATE-MARGIN (WS-RATE-FOUND-SUB) TO WS-APPLIED-MARGIN.
019700     MOVE 0 TO WS-INDEX-FOUND-SUB.
019710     MOVE 0 TO WS-INDEX-SUB.
019720     PERFORM 3347-SCAN-INDEX-ENTRY THRU 3347-EXIT
019730         UNTIL WS-INDEX-SUB NOT < WS-INDEX-COUNT.
019740     IF WS-INDEX-FOUND-SUB = 0
019750         DISPLAY "*** REJECTED ACCOUNT " AR-ACCOUNT-ID
019760             " - INDEX " WS-APPLIED-INDEX " FOR PRODUCT "
019770             AR-PRODUCT-CODE " HAS NO VALUE IN FORCE ON "
019780             WS-PRICE-DATE ". ***"
019790         MOVE "I" TO WS-RSN-INDEX
019800         SET ENTRY-INVALID TO TRUE
019810*    THE ACCOUNT KEEPS ITS OWN RATE, AS FOR A PRODUCT NOT ON
019820*    THE TABLE, SO A ZERO FLOOR DOES NOT ALSO TRIP THE RATE
019830*    EDIT.
019840         MOVE AR-INTEREST-RATE TO WS-INTEREST-RATE
019850         GO TO 3346-EXIT
019860     END-IF.
019870     MOVE WS-INDEX-RATE (WS-INDEX-FOUND-SUB)
019880         TO WS-APPLIED-INDEX-RATE.
019890     COMPUTE WS-INDEX-SUM = WS-APPLIED-INDEX-RATE
019900         + WS-APPLIED-MARGIN.
019910     IF WS-INDEX-SUM < WS-RATE-RATE (WS-RATE-FOUND-SUB)
019920         MOVE WS-RATE-RATE (WS-RATE-FOUND-SUB) TO WS-INDEX-SUM
019930         MOVE "  (AT FLOOR)" TO WS-HELD-TEXT
019940     END-IF.
019950     IF WS-INDEX-SUM > WS-RATE-CAP (WS-RATE-FOUND-SUB)
019960         MOVE WS-RATE-CAP (WS-RATE-FOUND-SUB) TO WS-INDEX-SUM
019970         MOVE "  (AT CAP)" TO WS-HELD-TEXT
019980     END-IF.
019990     MOVE WS-INDEX-SUM TO WS-INTEREST-RATE.
020000 3346-EXIT.
020010     EXIT.
020020
020030 3347-SCAN-INDEX-ENTRY.
020040     ADD 1 TO WS-INDEX-SUB.
020050     IF WS-INDEX-CODE (WS-INDEX-SUB) = WS-APPLIED-INDEX
020060         AND WS-INDEX-EFFDATE (WS-INDEX-SUB)
020070             NOT > WS-PRICE-DATE
020080         IF WS-INDEX-FOUND-SUB = 0
020090             OR WS-INDEX-EFFDATE (WS-INDEX-SUB) >
020100                 WS-INDEX-EFFDATE (WS-INDEX-FOUND-SUB)
020110             MOVE WS-INDEX-SUB TO WS-INDEX-FOUND-SUB
020120         END-IF
020130     END-IF.
020140 3347-EXIT.
020150     EXIT.
020160
020170*===========================================================*
020180*  3348-COPY-BAND-DEF - PULL THE SELECTED RATE ENTRY'S BAND  *
020190*  DEFINITION INTO THE BAND WORK AREA.  BANDS MUST BE        *
020200*  CONTIGUOUS FROM BAND 1 - A GAP ENDS THE DEFINITION.       *
020210*===========================================================*
020220 3348-COPY-BAND-DEF.
020230     MOVE 0 TO WS-BAND-COUNT.
020240     MOVE 0 TO WS-BAND-SUB.
020250     PERFORM 3349-COPY-ONE-BAND THRU 3349-EXIT
020260         UNTIL WS-BAND-SUB NOT < 3.
020270 3348-EXIT.
020280     EXIT.
020290
020300 3349-COPY-ONE-BAND.
020310     ADD 1 TO WS-BAND-SUB.
020320     MOVE WS-RATE-BAND-CEIL (WS-RATE-FOUND-SUB WS-BAND-SUB)
020330         TO WS-BAND-CEIL (WS-BAND-SUB).
020340     MOVE WS-RATE-BAND-RATE (WS-RATE-FOUND-SUB WS-BAND-SUB)
020350         TO WS-BAND-PCT (WS-BAND-SUB).
020360     MOVE 0 TO WS-BAND-PORTION (WS-BAND-SUB).
020370     MOVE 0 TO WS-BAND-AMOUNT (WS-BAND-SUB).
020380     IF WS-BAND-PCT (WS-BAND-SUB) > 0
020390         AND WS-BAND-COUNT = WS-BAND-SUB - 1
020400         MOVE WS-BAND-SUB TO WS-BAND-COUNT
020410     END-IF.
020420 3349-EXIT.
020430     EXIT.
020440
020450 3350-VALIDATE-ACCOUNT.
020460     SET ENTRY-VALID TO TRUE.
020470     PERFORM 3340-LOOKUP-RATE THRU 3340-EXIT.
020480     IF WS-PRINCIPAL NOT > 0
020490         DISPLAY "*** REJECTED ACCOUNT " AR-ACCOUNT-ID
020500             " - PRINCIPAL MUST BE GREATER THAN ZERO. ***"
020510         MOVE "P" TO WS-RSN-PRINCIPAL
020520         SET ENTRY-INVALID TO TRUE
020530     END-IF.
020540     IF WS-INTEREST-RATE NOT > 0 OR WS-INTEREST-RATE > 100
020550         DISPLAY "*** REJECTED ACCOUNT " AR-ACCOUNT-ID
020560             " - RATE MUST BE GREATER THAN ZERO AND NOT "
020570             "MORE THAN 100. ***"
020580         MOVE "R" TO WS-RSN-RATE
020590         SET ENTRY-INVALID TO TRUE
020600     END-IF.
020610     IF WS-YEARS NOT > 0
020620         DISPLAY "*** REJECTED ACCOUNT " AR-ACCOUNT-ID
020630             " - YEARS MUST BE GREATER THAN ZERO. ***"
020640         MOVE "Y" TO WS-RSN-YEARS
020650         SET ENTRY-INVALID TO TRUE
020660     END-IF.
020670     IF WS-N NOT > 0
020680         DISPLAY "*** REJECTED ACCOUNT " AR-ACCOUNT-ID
020690             " - COMPOUNDING FREQUENCY (N) MUST BE GREATER "
020700             "THAN ZERO. ***"
020710         MOVE "N" TO WS-RSN-FREQ
020720         SET ENTRY-INVALID TO TRUE
020730     END-IF.
020740     IF RECURRING-DEPOSIT AND WS-MONTHLY-DEPOSIT NOT > 0
020750         DISPLAY "*** REJECTED ACCOUNT " AR-ACCOUNT-ID
020760             " - MONTHLY DEPOSIT MUST BE GREATER THAN ZERO "
020770             "ON A RECURRING-DEPOSIT ACCOUNT. ***"
020780         MOVE "D" TO WS-RSN-DEPOSIT
020790         SET ENTRY-INVALID TO TRUE
020800     END-IF.
020810     IF TIERED-BALANCE AND WS-BAND-COUNT = 0
020820         DISPLAY "*** REJECTED ACCOUNT " AR-ACCOUNT-ID
020830             " - NO BALANCE-BAND DEFINITION ON THE RATE "
020840             "TABLE FOR PRODUCT " AR-PRODUCT-CODE ". ***"
020850         MOVE "B" TO WS-RSN-BAND
020860         SET ENTRY-INVALID TO TRUE
020870     END-IF.
020880 3350-EXIT.
020890     EXIT.
020900
020910*===========================================================*
020920*  3360-WRITE-REJECT - ORIGINAL ACCOUNT IMAGE PLUS THE       *
020930*  REASON CODES SET BY THE EDITS, FOR CORRECTION AND RERUN.  *
020940*===========================================================*
020950 3360-WRITE-REJECT.
020960     MOVE SPACES TO REJECT-RECORD.
020970     MOVE AR-ACCOUNT-WORK TO RJ-ACCOUNT-IMAGE.
020980     MOVE WS-REJECT-REASONS TO RJ-REASON-CODES.
020990     WRITE REJECT-RECORD.
021000     IF WS-REJECT-STATUS NOT = "00"
021010         DISPLAY "*** WARNING: REJECT WRITE FAILED FOR ACCOUNT "
021020             AR-ACCOUNT-ID " - FILE STATUS " WS-REJECT-STATUS
021030             " ***"
021040     END-IF.
021050     ADD 1 TO WS-REJECT-COUNT.
021060 3360-EXIT.
021070     EXIT.
021080
021090*===========================================================*
021100*  3380-DERIVE-TERM - DATE-BASED PARTIAL-PERIOD TERM.  AN    *
021110*  ACCOUNT CARRYING AN OPEN DATE ACCRUES FROM THAT DATE TO   *
021120*  THE RUN DATE UNDER THE OPERATOR-SELECTED DAY-COUNT        *
021130*  CONVENTION; WITHOUT ONE (OR WITH AN UNUSABLE ONE) THE     *
021140*  TENTHS-OF-A-YEAR AR-YEARS TERM CARRIES ON AS BEFORE.      *
021150*===========================================================*
021160 3380-DERIVE-TERM.
021170     IF AR-OPEN-DATE NOT NUMERIC
021180         GO TO 3380-EXIT
021190     END-IF.
021200     IF AR-OPEN-DATE = 0
021210         GO TO 3380-EXIT
021220     END-IF.
021230     MOVE AR-OPEN-DATE TO WS-OPEN-DATE.
021240     IF WS-OD-MONTH < 01 OR WS-OD-MONTH > 12
021250         OR WS-OD-DAY < 01 OR WS-OD-DAY > 31
021260         DISPLAY "*** WARNING: ACCOUNT " AR-ACCOUNT-ID
021270             " OPEN DATE " AR-OPEN-DATE " IS NOT A VALID "
021280             "DATE - AR-YEARS TERM USED. ***"
021290         GO TO 3380-EXIT
021300     END-IF.
021310     EVALUATE WS-OD-MONTH
021320         WHEN 04
021330         WHEN 06
021340         WHEN 09
021350         WHEN 11
021360             IF WS-OD-DAY > 30
021370                 DISPLAY "*** WARNING: ACCOUNT " AR-ACCOUNT-ID
021380                     " OPEN DATE " AR-OPEN-DATE " IS NOT A "
021390                     "VALID DATE - AR-YEARS TERM USED. ***"
021400                 GO TO 3380-EXIT
021410             END-IF
021420         WHEN 02
021430             IF WS-OD-DAY > 29
021440                 DISPLAY "*** WARNING: ACCOUNT " AR-ACCOUNT-ID
021450                     " OPEN DATE " AR-OPEN-DATE " IS NOT A "
021460                     "VALID DATE - AR-YEARS TERM USED. ***"
021470                 GO TO 3380-EXIT
021480             END-IF
021490*    FEBRUARY 29 EXISTS ONLY IN A LEAP YEAR - AN INVALID
021500*    ONE WOULD REACH INTEGER-OF-DATE WITH AN UNDEFINED
021510*    RESULT ON THE ACTUAL/365 PATH.
021520             IF WS-OD-DAY = 29
021530                 IF FUNCTION MOD (WS-OD-YEAR 4) NOT = 0
021540                     OR (FUNCTION MOD (WS-OD-YEAR 100) = 0
021550                     AND FUNCTION MOD (WS-OD-YEAR 400)
021560                         NOT = 0)
021570                     DISPLAY "*** WARNING: ACCOUNT "
021580                         AR-ACCOUNT-ID " OPEN DATE "
021590                         AR-OPEN-DATE " IS NOT A VALID "
021600                         "DATE - AR-YEARS TERM USED. ***"
021610                     GO TO 3380-EXIT
021620                 END-IF
021630             END-IF
021640     END-EVALUATE.
021650*    A FLAT-FILE RECORD BYPASSES THE YEAR EDIT AccountMain-
021660*    tenance APPLIES AT ENTRY - AN ANCIENT YEAR WOULD TURN
021670*    INTO A TERM OF CENTURIES AND SILENTLY TRUNCATE, SO THE
021680*    SAME 1990 FLOOR IS ENFORCED HERE.
021690     IF WS-OD-YEAR < 1990
021700         DISPLAY "*** WARNING: ACCOUNT " AR-ACCOUNT-ID
021710             " OPEN DATE " AR-OPEN-DATE " IS BEFORE 1990 "
021720             "- AR-YEARS TERM USED. ***"
021730         GO TO 3380-EXIT
021740     END-IF.
021750     IF WS-OPEN-DATE NOT < WS-DATE8
021760         DISPLAY "*** WARNING: ACCOUNT " AR-ACCOUNT-ID
021770             " OPEN DATE " AR-OPEN-DATE " IS NOT BEFORE THE "
021780             "RUN DATE - AR-YEARS TERM USED. ***"
021790         GO TO 3380-EXIT
021800     END-IF.
021810     IF THIRTY-360
021820         MOVE WS-OD-DAY TO WS-OD-DAY-ADJ
021830         IF WS-OD-DAY-ADJ > 30
021840             MOVE 30 TO WS-OD-DAY-ADJ
021850         END-IF
021860         MOVE WS-CDT-DAY TO WS-RD-DAY-ADJ
021870         IF WS-RD-DAY-ADJ > 30
021880             MOVE 30 TO WS-RD-DAY-ADJ
021890         END-IF
021900         COMPUTE WS-TERM-DAYS =
021910             ((WS-CDT-YEAR - WS-OD-YEAR) * 360)
021920             + ((WS-CDT-MONTH - WS-OD-MONTH) * 30)
021930             + (WS-RD-DAY-ADJ - WS-OD-DAY-ADJ)
021940         COMPUTE WS-YEARS ROUNDED = WS-TERM-DAYS / 360
021950             ON SIZE ERROR
021960                 DISPLAY "*** WARNING: ACCOUNT "
021970                     AR-ACCOUNT-ID " OPEN-DATE TERM "
021980                     "OVERFLOWED - AR-YEARS TERM USED. ***"
021990         END-COMPUTE
022000     ELSE
022010         COMPUTE WS-TERM-DAYS =
022020             FUNCTION INTEGER-OF-DATE (WS-DATE8)
022030             - FUNCTION INTEGER-OF-DATE (WS-OPEN-DATE)
022040         COMPUTE WS-YEARS ROUNDED = WS-TERM-DAYS / 365
022050             ON SIZE ERROR
022060                 DISPLAY "*** WARNING: ACCOUNT "
022070                     AR-ACCOUNT-ID " OPEN-DATE TERM "
022080                     "OVERFLOWED - AR-YEARS TERM USED. ***"
022090         END-COMPUTE
022100     END-IF.
022110 3380-EXIT.
022120     EXIT.
022130
022140*===========================================================*
022150*  3390-SET-UP-ACCOUNT - LOAD THE CALCULATION FIELDS FROM    *
022160*  THE ACCOUNT WORK AREA: TERM, FREQUENCY, CALCULATION MODE  *
022170*  AND MONTHLY DEPOSIT.  SHARED BY THE PRODUCTION LOOP AND   *
022180*  THE WHAT-IF SIMULATION SO BOTH PRICE IDENTICALLY.         *
022190*===========================================================*
022200 3390-SET-UP-ACCOUNT.
022210     MOVE AR-ACCOUNT-ID TO WS-CURRENT-ACCT-ID.
022220     MOVE AR-PRINCIPAL TO WS-PRINCIPAL.
022230     MOVE AR-INTEREST-RATE TO WS-INTEREST-RATE.
022240     MOVE AR-YEARS TO WS-YEARS.
022250     PERFORM 3380-DERIVE-TERM THRU 3380-EXIT.
022260     MOVE AR-N TO WS-N.
022270     EVALUATE AR-CALC-MODE
022280         WHEN "S"
022290             SET SIMPLE-INTEREST TO TRUE
022300         WHEN "R"
022310             SET RECURRING-DEPOSIT TO TRUE
022320         WHEN "T"
022330             SET TIERED-BALANCE TO TRUE
022340         WHEN OTHER
022350             SET COMPOUND-INTEREST TO TRUE
022360     END-EVALUATE.
022370*    RECURRING-DEPOSIT PLANS ARE MONTHLY BY DEFINITION - THE
022380*    DEPOSIT GOES IN AND THE BALANCE COMPOUNDS TWELVE TIMES
022390*    A YEAR WHATEVER FREQUENCY THE RECORD CARRIES.
022400     IF RECURRING-DEPOSIT
022410         MOVE 12 TO WS-N
022420         IF AR-MONTHLY-DEPOSIT NUMERIC
022430             MOVE AR-MONTHLY-DEPOSIT TO WS-MONTHLY-DEPOSIT
022440         ELSE
022450             MOVE 0 TO WS-MONTHLY-DEPOSIT
022460         END-IF
022470     ELSE
022480         MOVE 0 TO WS-MONTHLY-DEPOSIT
022490     END-IF.
022500 3390-EXIT.
022510     EXIT.
022520
022530 3400-PROCESS-ACCOUNT-LOOP.
022540     PERFORM 3390-SET-UP-ACCOUNT THRU 3390-EXIT.
022550
022560     MOVE SPACES TO WS-REJECT-REASONS.
022570     PERFORM 3350-VALIDATE-ACCOUNT THRU 3350-EXIT.
022580     IF ENTRY-VALID
022590         PERFORM 6000-CALCULATE THRU 6000-EXIT
022600         IF ENTRY-INVALID
022610             MOVE "O" TO WS-RSN-OVERFLOW
022620         END-IF
022630     END-IF.
022640     IF ENTRY-VALID
022650         PERFORM 7000-DISPLAY-RESULT THRU 7000-EXIT
022660         PERFORM 7100-WRITE-REPORT THRU 7100-EXIT
022670         PERFORM 6500-YEAR-BY-YEAR-BREAKDOWN THRU 6500-EXIT
022680         PERFORM 7200-WRITE-AUDIT THRU 7200-EXIT
022690         PERFORM 7300-ACCUMULATE-TOTALS THRU 7300-EXIT
022700         IF AR-FROZEN
022710             PERFORM 7350-HOLD-FROZEN THRU 7350-EXIT
022720         ELSE
022730             PERFORM 7400-WRITE-GL-EXTRACT THRU 7400-EXIT
022740         END-IF
022750         PERFORM 7450-SUMM-DETAIL THRU 7450-EXIT
022760         IF (PORTFOLIO-INPUT OR MASTER-INPUT) AND NOT AR-FROZEN
022770             PERFORM 7700-VARIANCE-CHECK THRU 7700-EXIT
022780         END-IF
022790     ELSE
022800         PERFORM 3360-WRITE-REJECT THRU 3360-EXIT
022810     END-IF.
022820
022830     ADD 1 TO WS-RECORD-COUNT.
022840     ADD 1 TO WS-STAT-READ-COUNT.
022850*    A RERUN'S POSITION IS A POSITION IN THE REJECT FILE,
022860*    NOT THE PORTFOLIO - NEVER LET IT REACH THE CHECKPOINT
022870*    THE NIGHTLY JOB PROMOTES TO CKPTIN.
022880     IF FUNCTION MOD (WS-RECORD-COUNT WS-CKPT-INTERVAL) = 0
022890         AND NOT REJECT-RERUN-MODE
022900         PERFORM 7500-WRITE-CHECKPOINT THRU 7500-EXIT
022910     END-IF.
022920
022930     PERFORM 3275-RETURN-ACCOUNT THRU 3275-EXIT.
022940 3400-EXIT.
022950     EXIT.
022960
022970*===========================================================*
022980*  3500-SIMULATION-PROCESS - RATE-CHANGE WHAT-IF RUN FOR     *
022990*  THE PRICING COMMITTEE.  PRICES THE ACCTMST PORTFOLIO      *
023000*  UNDER TODAY'S RATETAB AND AGAIN UNDER THE PROPOSAL        *
023010*  (RATEPRO, THEN RATETAB, ON THE SIMULATION DATE) AND       *
023020*  PRINTS THE IMPACT ON SIMRPT.  THE MASTER IS READ ONLY;    *
023030*  GLOUT, RPTOUT, RJCTOUT, SUMMRPT, VARRPT, AUDITLOG,        *
023040*  RUNSTAT, RUNHIST AND THE CHECKPOINT FILES ARE NEVER       *
023050*  OPENED, SO A SIMULATION CANNOT BE POSTED OR MISTAKEN      *
023060*  FOR A PRODUCTION RUN.                                     *
023070*===========================================================*
023080 3500-SIMULATION-PROCESS.
023090     IF WS-SIM-DATE-CARD = SPACES
023100         MOVE WS-STAT-START-DATE TO WS-SIM-DATE
023110     ELSE
023120         IF WS-SIM-DATE-CARD NOT NUMERIC
023130             DISPLAY "*** ERROR: SIMULATION DATE "
023140                 WS-SIM-DATE-CARD " IS NOT YYYYMMDD - "
023150                 "SIMULATION NOT RUN. ***"
023160             MOVE 16 TO RETURN-CODE
023170             GO TO 3500-EXIT
023180         END-IF
023190         MOVE WS-SIM-DATE-CARD TO WS-SIM-DATE
023200     END-IF.
023210     IF WS-SD-MONTH < 01 OR WS-SD-MONTH > 12
023220         OR WS-SD-DAY < 01 OR WS-SD-DAY > 31
023230         DISPLAY "*** ERROR: SIMULATION DATE " WS-SIM-DATE
023240             " IS NOT A VALID DATE - SIMULATION NOT RUN. ***"
023250         MOVE 16 TO RETURN-CODE
023260         GO TO 3500-EXIT
023270     END-IF.
023280     MOVE WS-SD-YEAR TO WS-SDE-YEAR.
023290     MOVE WS-SD-MONTH TO WS-SDE-MONTH.
023300     MOVE WS-SD-DAY TO WS-SDE-DAY.
023310
023320     OPEN INPUT ACCOUNT-MASTER.
023330     IF WS-MASTER-STATUS NOT = "00"
023340         DISPLAY "*** ERROR: CANNOT OPEN ACCOUNT MASTER "
023350             "(ACCTMST) - FILE STATUS " WS-MASTER-STATUS " ***"
023360         MOVE 16 TO RETURN-CODE
023370         GO TO 3500-EXIT
023380     END-IF.
023390     PERFORM 3170-LOAD-RATE-TABLE THRU 3170-EXIT.
023400     IF WS-RATE-COUNT = 0
023410         DISPLAY "*** SIMULATION TERMINATED - NO CURRENT RATES "
023420             "TO COMPARE AGAINST. ***"
023430         CLOSE ACCOUNT-MASTER
023440         MOVE 16 TO RETURN-CODE
023450         GO TO 3500-EXIT
023460     END-IF.
023470     PERFORM 3520-LOAD-PROPOSED-RATES THRU 3520-EXIT.
023480     MOVE SPACES TO WS-SIM-BASIS-TEXT.
023490     IF WS-PROP-COUNT > 0
023500         STRING "RATEPRO OVER RATETAB, IN FORCE "
023510             WS-SIM-DATE-EDIT
023520             DELIMITED BY SIZE INTO WS-SIM-BASIS-TEXT
023530     ELSE
023540         STRING "RATETAB IN FORCE " WS-SIM-DATE-EDIT
023550             DELIMITED BY SIZE INTO WS-SIM-BASIS-TEXT
023560         IF WS-SIM-DATE = WS-STAT-START-DATE
023570             DISPLAY "*** WARNING: NO PROPOSED RATES AND NO "
023580                 "FUTURE PRICING DATE - PROPOSED PRICING WILL "
023590                 "EQUAL CURRENT. ***"
023600         END-IF
023610     END-IF.
023620     OPEN OUTPUT SIM-REPORT-FILE.
023630     IF WS-SIMRPT-STATUS NOT = "00"
023640         DISPLAY "*** ERROR: CANNOT OPEN SIMULATION REPORT "
023650             "(SIMRPT) - FILE STATUS " WS-SIMRPT-STATUS " ***"
023660         CLOSE ACCOUNT-MASTER
023670         MOVE 16 TO RETURN-CODE
023680         GO TO 3500-EXIT
023690     END-IF.
023700
023710     SORT SORT-FILE
023720         ASCENDING KEY SR-BRANCH-CODE
023730                       SR-PRODUCT-CODE
023740                       SR-ACCOUNT-ID
023750         INPUT PROCEDURE IS 3250-SORT-INPUT
023760             THRU 3250-EXIT
023770         OUTPUT PROCEDURE IS 3570-SIM-SORT-OUTPUT
023780             THRU 3570-EXIT.
023790
023800     IF SIM-BRANCH-OPEN
023810         PERFORM 7810-SIM-PRODUCT-TOTAL THRU 7810-EXIT
023820         PERFORM 7820-SIM-BRANCH-TOTAL THRU 7820-EXIT
023830     END-IF.
023840     PERFORM 7850-SIM-GRAND-TOTAL THRU 7850-EXIT.
023850     PERFORM 7860-SIM-TOP-TEN THRU 7860-EXIT.
023860     PERFORM 7870-SIM-FOOTING THRU 7870-EXIT.
023870     CLOSE ACCOUNT-MASTER.
023880     CLOSE SIM-REPORT-FILE.
023890
023900     DISPLAY "==============================".
023910     DISPLAY "Rate What-If Simulation (no production output)".
023920     DISPLAY "  Proposed pricing       : " WS-SIM-BASIS-TEXT.
023930     DISPLAY "  Accounts read          : " WS-SIM-READ-COUNT.
023940     DISPLAY "  Priced both ways       : " WS-SIM-PRICED-COUNT.
023950     DISPLAY "  Interest changed       : " WS-SIM-CHANGED-COUNT.
023960     DISPLAY "  Not priced (current)   : " WS-SIM-NOCURR-COUNT.
023970     DISPLAY "  Not priced (proposed)  : " WS-SIM-NOPROP-COUNT.
023980     IF WS-SIM-NOCURR-COUNT > 0 OR WS-SIM-NOPROP-COUNT > 0
023990         MOVE 4 TO RETURN-CODE
024000     END-IF.
024010 3500-EXIT.
024020     EXIT.
024030
024040*===========================================================*
024050*  3520-LOAD-PROPOSED-RATES - TABLE THE PROPOSAL BEHIND THE  *
024060*  RATETAB ENTRIES AS SET "P".  RATEPRO IS OPTIONAL - WITHOUT *
024070*  IT THE PROPOSED PASS IS RATETAB ON THE SIMULATION DATE,   *
024080*  WHICH IS HOW ALREADY-TABLED FUTURE RATES ARE TESTED.      *
024090*===========================================================*
024100 3520-LOAD-PROPOSED-RATES.
024110     MOVE 0 TO WS-PROP-COUNT.
024120     MOVE "N" TO WS-RATEPRO-EOF-SW.
024130     OPEN INPUT PROPOSED-RATE-FILE.
024140     IF WS-RATEPRO-STATUS = "00" OR WS-RATEPRO-STATUS = "05"
024150         PERFORM 3530-LOAD-PROPOSED-ENTRY THRU 3530-EXIT
024160             UNTIL RATEPRO-EOF
024170         CLOSE PROPOSED-RATE-FILE
024180     ELSE
024190         DISPLAY "*** WARNING: CANNOT OPEN PROPOSED RATE FILE "
024200             "(RATEPRO) - FILE STATUS " WS-RATEPRO-STATUS
024210             " - PROPOSED PASS USES RATETAB ONLY. ***"
024220     END-IF.
024230     IF WS-PROP-COUNT = 0
024240         DISPLAY "No proposed rates on RATEPRO - the proposed "
024250             "pass prices from RATETAB on the simulation date."
024260     END-IF.
024270 3520-EXIT.
024280     EXIT.
024290
024300 3530-LOAD-PROPOSED-ENTRY.
024310     READ PROPOSED-RATE-FILE
024320         AT END
024330             MOVE "Y" TO WS-RATEPRO-EOF-SW
024340             GO TO 3530-EXIT
024350     END-READ.
024360     IF RP-INTEREST-RATE NOT NUMERIC
024370         DISPLAY "*** WARNING: PROPOSED RATE FOR PRODUCT "
024380             RP-PRODUCT-CODE " IS NOT NUMERIC - RECORD "
024390             "IGNORED. ***"
024400         GO TO 3530-EXIT
024410     END-IF.
024420     IF WS-RATE-COUNT NOT < WS-RATE-LIMIT
024430         DISPLAY "*** WARNING: RATE TABLE HOLDS MORE THAN "
024440             WS-RATE-LIMIT " ENTRIES - EXTRA PROPOSED RATES "
024450             "IGNORED. ***"
024460         MOVE "Y" TO WS-RATEPRO-EOF-SW
024470         GO TO 3530-EXIT
024480     END-IF.
024490     ADD 1 TO WS-RATE-COUNT.
024500     ADD 1 TO WS-PROP-COUNT.
024510     MOVE "P" TO WS-RATE-SET (WS-RATE-COUNT).
024520     MOVE RP-PRODUCT-CODE TO WS-RATE-PROD (WS-RATE-COUNT).
024530     MOVE RP-INTEREST-RATE TO WS-RATE-RATE (WS-RATE-COUNT).
024540*    A PROPOSAL WITH NO EFFECTIVE DATE IS IN FORCE ON ANY
024550*    SIMULATION DATE.
024560     IF RP-EFFECTIVE-DATE NUMERIC
024570         MOVE RP-EFFECTIVE-DATE TO WS-RATE-EFFDATE
024580             (WS-RATE-COUNT)
024590     ELSE
024600         MOVE 0 TO WS-RATE-EFFDATE (WS-RATE-COUNT)
024610     END-IF.
024620     MOVE 0 TO WS-BAND-SUB.
024630     PERFORM 3535-LOAD-PROPOSED-BAND THRU 3535-EXIT
024640         UNTIL WS-BAND-SUB NOT < 3.
024650     MOVE SPACE TO WS-RATE-TYPE (WS-RATE-COUNT).
024660     MOVE SPACES TO WS-RATE-INDEX (WS-RATE-COUNT).
024670     MOVE 0 TO WS-RATE-MARGIN (WS-RATE-COUNT).
024680     MOVE 0 TO WS-RATE-CAP (WS-RATE-COUNT).
024690     IF RP-INDEX-LINKED
024700         MOVE "V" TO WS-RATE-TYPE (WS-RATE-COUNT)
024710         MOVE RP-INDEX-CODE TO WS-RATE-INDEX (WS-RATE-COUNT)
024720         IF RP-RATE-MARGIN NUMERIC
024730             MOVE RP-RATE-MARGIN TO WS-RATE-MARGIN (WS-RATE-COUNT)
024740         END-IF
024750         MOVE 100 TO WS-RATE-CAP (WS-RATE-COUNT)
024760         IF RP-RATE-CAP NUMERIC
024770             IF RP-RATE-CAP > 0
024780                 MOVE RP-RATE-CAP TO WS-RATE-CAP (WS-RATE-COUNT)
024790             END-IF
024800         END-IF
024810     END-IF.
024820 3530-EXIT.
024830     EXIT.
024840
024850 3535-LOAD-PROPOSED-BAND.
024860     ADD 1 TO WS-BAND-SUB.
024870     IF RP-BAND-CEILING (WS-BAND-SUB) NUMERIC
024880         MOVE RP-BAND-CEILING (WS-BAND-SUB)
024890             TO WS-RATE-BAND-CEIL (WS-RATE-COUNT WS-BAND-SUB)
024900     ELSE
024910         MOVE 0
024920             TO WS-RATE-BAND-CEIL (WS-RATE-COUNT WS-BAND-SUB)
024930     END-IF.
024940     IF RP-BAND-RATE (WS-BAND-SUB) NUMERIC
024950         MOVE RP-BAND-RATE (WS-BAND-SUB)
024960             TO WS-RATE-BAND-RATE (WS-RATE-COUNT WS-BAND-SUB)
024970     ELSE
024980         MOVE 0
024990             TO WS-RATE-BAND-RATE (WS-RATE-COUNT WS-BAND-SUB)
025000     END-IF.
025010 3535-EXIT.
025020     EXIT.
025030
025040 3570-SIM-SORT-OUTPUT.
025050     MOVE "N" TO WS-EOF-SW.
025060     PERFORM 3275-RETURN-ACCOUNT THRU 3275-EXIT.
025070     PERFORM 3600-SIM-PRICE-ACCOUNT THRU 3600-EXIT
025080         UNTIL ACCOUNTS-EOF.
025090 3570-EXIT.
025100     EXIT.
025110
025120*===========================================================*
025130*  3600-SIM-PRICE-ACCOUNT - PRICE ONE ACCOUNT BOTH WAYS WITH *
025140*  THE PRODUCTION EDITS AND CALCULATIONS.  THE TERM IS       *
025150*  DERIVED ONCE, TO TODAY, SO THE CHANGE SHOWN IS THE RATE   *
025160*  EFFECT ALONE.  AN ACCOUNT EITHER PASS CANNOT PRICE IS     *
025170*  COUNTED AND LEFT OFF THE COMPARISON - NOTHING IS WRITTEN  *
025180*  TO RJCTOUT.                                               *
025190*===========================================================*
025200 3600-SIM-PRICE-ACCOUNT.
025210     ADD 1 TO WS-SIM-READ-COUNT.
025220     PERFORM 3390-SET-UP-ACCOUNT THRU 3390-EXIT.
025230
025240     SET PRICE-CURRENT TO TRUE.
025250     MOVE WS-STAT-START-DATE TO WS-PRICE-DATE.
025260     MOVE SPACES TO WS-REJECT-REASONS.
025270     PERFORM 3350-VALIDATE-ACCOUNT THRU 3350-EXIT.
025280     IF ENTRY-VALID
025290         PERFORM 6000-CALCULATE THRU 6000-EXIT
025300     END-IF.
025310     IF ENTRY-INVALID
025320         ADD 1 TO WS-SIM-NOCURR-COUNT
025330         GO TO 3600-NEXT
025340     END-IF.
025350     PERFORM 3660-SIM-INTEREST THRU 3660-EXIT.
025360     MOVE WS-SIM-WORK-INT TO WS-SIM-CURR-INT.
025370     MOVE WS-INTEREST-RATE TO WS-SIM-CURR-RATE.
025380
025390     SET PRICE-PROPOSED TO TRUE.
025400     MOVE WS-SIM-DATE TO WS-PRICE-DATE.
025410     MOVE AR-INTEREST-RATE TO WS-INTEREST-RATE.
025420     MOVE SPACES TO WS-REJECT-REASONS.
025430     PERFORM 3350-VALIDATE-ACCOUNT THRU 3350-EXIT.
025440     IF ENTRY-VALID
025450         PERFORM 6000-CALCULATE THRU 6000-EXIT
025460     END-IF.
025470     IF ENTRY-INVALID
025480         ADD 1 TO WS-SIM-NOPROP-COUNT
025490         GO TO 3600-NEXT
025500     END-IF.
025510     PERFORM 3660-SIM-INTEREST THRU 3660-EXIT.
025520     MOVE WS-SIM-WORK-INT TO WS-SIM-PROP-INT.
025530     MOVE WS-INTEREST-RATE TO WS-SIM-PROP-RATE.
025540
025550     COMPUTE WS-SIM-CHANGE = WS-SIM-PROP-INT - WS-SIM-CURR-INT.
025560     IF WS-SIM-CHANGE < 0
025570         COMPUTE WS-SIM-ABS-CHANGE = 0 - WS-SIM-CHANGE
025580     ELSE
025590         MOVE WS-SIM-CHANGE TO WS-SIM-ABS-CHANGE
025600     END-IF.
025610     ADD 1 TO WS-SIM-PRICED-COUNT.
025620     IF WS-SIM-CHANGE NOT = 0
025630         ADD 1 TO WS-SIM-CHANGED-COUNT
025640     END-IF.
025650     PERFORM 7800-SIM-DETAIL THRU 7800-EXIT.
025660     PERFORM 3680-SIM-RANK-ACCOUNT THRU 3680-EXIT.
025670
025680 3600-NEXT.
025690     SET PRICE-CURRENT TO TRUE.
025700     MOVE WS-STAT-START-DATE TO WS-PRICE-DATE.
025710     PERFORM 3275-RETURN-ACCOUNT THRU 3275-EXIT.
025720 3600-EXIT.
025730     EXIT.
025740
025750*===========================================================*
025760*  3660-SIM-INTEREST - INTEREST PORTION OF WS-ACCRUED-AMOUNT *
025770*  IN ONE UNIT FOR EVERY MODE: SIMPLE IS ALREADY INTEREST    *
025780*  ONLY; COMPOUND AND TIERED CARRY THE PRINCIPAL; A          *
025790*  RECURRING-DEPOSIT BALANCE ALSO CARRIES THE DEPOSITS.      *
025800*===========================================================*
025810 3660-SIM-INTEREST.
025820     EVALUATE TRUE
025830         WHEN SIMPLE-INTEREST
025840             MOVE WS-ACCRUED-AMOUNT TO WS-SIM-WORK-INT
025850         WHEN RECURRING-DEPOSIT
025860             COMPUTE WS-SIM-WORK-INT ROUNDED =
025870                 WS-ACCRUED-AMOUNT - WS-PRINCIPAL
025880                 - (WS-MONTHLY-DEPOSIT * 12 * WS-YEARS)
025890         WHEN OTHER
025900             COMPUTE WS-SIM-WORK-INT =
025910                 WS-ACCRUED-AMOUNT - WS-PRINCIPAL
025920     END-EVALUATE.
025930 3660-EXIT.
025940     EXIT.
025950
025960*===========================================================*
025970*  3680-SIM-RANK-ACCOUNT - KEEP THE TEN LARGEST DOLLAR       *
025980*  CHANGES, EITHER WAY.  THE NEW ACCOUNT GOES IN AT THE      *
025990*  BOTTOM (OR REPLACES THE CURRENT TENTH) AND IS BUBBLED UP  *
026000*  PAST EVERY SMALLER CHANGE; ON A TIE THE EARLIER ACCOUNT   *
026010*  KEEPS ITS PLACE.  AN UNCHANGED ACCOUNT IS NEVER RANKED.   *
026020*===========================================================*
026030 3680-SIM-RANK-ACCOUNT.
026040     IF WS-SIM-ABS-CHANGE = 0
026050         GO TO 3680-EXIT
026060     END-IF.
026070     IF WS-TOP-COUNT < WS-TOP-MAX
026080         ADD 1 TO WS-TOP-COUNT
026090         MOVE WS-TOP-COUNT TO WS-TOP-SUB
026100     ELSE
026110         IF WS-SIM-ABS-CHANGE NOT > WS-TOP-ABS (WS-TOP-MAX)
026120             GO TO 3680-EXIT
026130         END-IF
026140         MOVE WS-TOP-MAX TO WS-TOP-SUB
026150     END-IF.
026160     MOVE AR-ACCOUNT-ID TO WS-TOP-ACCT (WS-TOP-SUB).
026170     MOVE AR-BRANCH-CODE TO WS-TOP-BRANCH (WS-TOP-SUB).
026180     MOVE AR-PRODUCT-CODE TO WS-TOP-PROD (WS-TOP-SUB).
026190     MOVE WS-PRINCIPAL TO WS-TOP-PRIN (WS-TOP-SUB).
026200     MOVE WS-SIM-CURR-RATE TO WS-TOP-CURR-RATE (WS-TOP-SUB).
026210     MOVE WS-SIM-PROP-RATE TO WS-TOP-PROP-RATE (WS-TOP-SUB).
026220     MOVE WS-SIM-CURR-INT TO WS-TOP-CURR-INT (WS-TOP-SUB).
026230     MOVE WS-SIM-PROP-INT TO WS-TOP-PROP-INT (WS-TOP-SUB).
026240     MOVE WS-SIM-CHANGE TO WS-TOP-CHANGE (WS-TOP-SUB).
026250     MOVE WS-SIM-ABS-CHANGE TO WS-TOP-ABS (WS-TOP-SUB).
026260     PERFORM 3685-SIM-RANK-STEP THRU 3685-EXIT
026270         UNTIL WS-TOP-SUB < 2.
026280 3680-EXIT.
026290     EXIT.
026300
026310 3685-SIM-RANK-STEP.
026320     COMPUTE WS-TOP-PREV = WS-TOP-SUB - 1.
026330     IF WS-TOP-ABS (WS-TOP-SUB) > WS-TOP-ABS (WS-TOP-PREV)
026340         MOVE WS-TOP-ENTRY (WS-TOP-PREV) TO WS-TOP-SWAP
026350         MOVE WS-TOP-ENTRY (WS-TOP-SUB)
026360             TO WS-TOP-ENTRY (WS-TOP-PREV)
026370         MOVE WS-TOP-SWAP TO WS-TOP-ENTRY (WS-TOP-SUB)
026380         MOVE WS-TOP-PREV TO WS-TOP-SUB
026390     ELSE
026400         MOVE 1 TO WS-TOP-SUB
026410     END-IF.
026420 3685-EXIT.
026430     EXIT.
026440
026450 3900-CLOSE-BATCH-FILES.
026460     IF BRANCH-OPEN
026470         PERFORM 7455-SUMM-PRODUCT-TOTAL THRU 7455-EXIT
026480         PERFORM 7460-SUMM-BRANCH-TOTAL THRU 7460-EXIT
026490     END-IF.
026500     PERFORM 7490-SUMM-GRAND-TOTAL THRU 7490-EXIT.
026510     IF PORTFOLIO-INPUT OR MASTER-INPUT
026520         PERFORM 7770-VARIANCE-SWEEP THRU 7770-EXIT
026530         PERFORM 7780-VARIANCE-TOTALS THRU 7780-EXIT
026540         CLOSE VARIANCE-FILE
026550     END-IF.
026560     IF NOT REJECT-RERUN-MODE
026570         PERFORM 7600-CLEAR-CHECKPOINT THRU 7600-EXIT
026580     END-IF.
026590     PERFORM 3150-CLOSE-BATCH-INPUT THRU 3150-EXIT.
026600     CLOSE REPORT-FILE.
026610     CLOSE REJECT-FILE.
026620     CLOSE GL-EXTRACT-FILE.
026630     CLOSE SUMMARY-FILE.
026640 3900-EXIT.
026650     EXIT.
026660
026670*===========================================================*
026680*  4000-INTERACTIVE-PROCESS - ONE OR MORE TERMINAL ENTRIES   *
026690*===========================================================*
026700 4000-INTERACTIVE-PROCESS.
026710     OPEN OUTPUT REPORT-FILE.
026720     IF WS-REPORT-STATUS NOT = "00"
026730         DISPLAY "*** ERROR: CANNOT OPEN REPORT FILE (RPTOUT) "
026740             "- FILE STATUS " WS-REPORT-STATUS " ***"
026750         DISPLAY "*** INTERACTIVE SESSION TERMINATED. ***"
026760         GO TO 4000-EXIT
026770     END-IF.
026780     MOVE "Y" TO WS-CONTINUE.
026790     PERFORM 4100-INTERACTIVE-LOOP THRU 4100-EXIT
026800         UNTIL WS-CONTINUE = "N" OR WS-CONTINUE = "n".
026810     CLOSE REPORT-FILE.
026820 4000-EXIT.
026830     EXIT.
026840
026850 4100-INTERACTIVE-LOOP.
026860     MOVE SPACES TO WS-CURRENT-ACCT-ID.
026870     PERFORM 4200-SELECT-CALC-MODE THRU 4200-EXIT.
026880     PERFORM 4300-SELECT-FREQUENCY THRU 4300-EXIT.
026890     PERFORM 5000-GET-PRINCIPAL THRU 5000-EXIT.
026900     PERFORM 5100-GET-RATE THRU 5100-EXIT.
026910     PERFORM 5200-GET-YEARS THRU 5200-EXIT.
026920     MOVE 0 TO WS-MONTHLY-DEPOSIT.
026930     IF RECURRING-DEPOSIT
026940         PERFORM 5300-GET-DEPOSIT THRU 5300-EXIT
026950     END-IF.
026960
026970     PERFORM 6000-CALCULATE THRU 6000-EXIT.
026980     IF ENTRY-VALID
026990         PERFORM 7000-DISPLAY-RESULT THRU 7000-EXIT
027000         PERFORM 7100-WRITE-REPORT THRU 7100-EXIT
027010         PERFORM 6500-YEAR-BY-YEAR-BREAKDOWN THRU 6500-EXIT
027020         PERFORM 7200-WRITE-AUDIT THRU 7200-EXIT
027030         PERFORM 7300-ACCUMULATE-TOTALS THRU 7300-EXIT
027040     END-IF.
027050
027060     DISPLAY "Another calculation? (Y/N): ".
027070     ACCEPT WS-CONTINUE.
027080 4100-EXIT.
027090     EXIT.
027100
027110 4200-SELECT-CALC-MODE.
027120     DISPLAY "Select Interest Method:".
027130     DISPLAY "  1. Simple Interest".
027140     DISPLAY "  2. Compound Interest".
027150     DISPLAY "  3. Recurring Deposit (monthly savings plan)".
027160     DISPLAY "Enter choice: ".
027170     ACCEPT WS-CALC-MODE-CHOICE.
027180     EVALUATE WS-CALC-MODE-CHOICE
027190         WHEN 1
027200             SET SIMPLE-INTEREST TO TRUE
027210         WHEN 3
027220             SET RECURRING-DEPOSIT TO TRUE
027230         WHEN OTHER
027240             SET COMPOUND-INTEREST TO TRUE
027250     END-EVALUATE.
027260 4200-EXIT.
027270     EXIT.
027280
027290 4300-SELECT-FREQUENCY.
027300     IF SIMPLE-INTEREST
027310         MOVE 1 TO WS-N
027320         GO TO 4300-EXIT
027330     END-IF.
027340*    A RECURRING-DEPOSIT PLAN IS MONTHLY BY DEFINITION.
027350     IF RECURRING-DEPOSIT
027360         MOVE 12 TO WS-N
027370         GO TO 4300-EXIT
027380     END-IF.
027390     MOVE 0 TO WS-FREQ-CHOICE.
027400     PERFORM 4310-FREQUENCY-PROMPT THRU 4310-EXIT
027410         UNTIL FREQ-CHOICE-VALID.
027420     EVALUATE WS-FREQ-CHOICE
027430         WHEN 1  MOVE 1   TO WS-N
027440         WHEN 2  MOVE 2   TO WS-N
027450         WHEN 3  MOVE 4   TO WS-N
027460         WHEN 4  MOVE 12  TO WS-N
027470         WHEN 5  MOVE 365 TO WS-N
027480     END-EVALUATE.
027490 4300-EXIT.
027500     EXIT.
027510
027520 4310-FREQUENCY-PROMPT.
027530     DISPLAY "Select Compounding Frequency:".
027540     DISPLAY "  1. Annual".
027550     DISPLAY "  2. Semi-Annual".
027560     DISPLAY "  3. Quarterly".
027570     DISPLAY "  4. Monthly".
027580     DISPLAY "  5. Daily".
027590     DISPLAY "Enter choice: ".
027600     ACCEPT WS-FREQ-CHOICE.
027610     IF NOT FREQ-CHOICE-VALID
027620         DISPLAY "*** ERROR: Choice must be 1 through 5. ***"
027630     END-IF.
027640 4310-EXIT.
027650     EXIT.
027660
027670*===========================================================*
027680*  5000-5200 - VALIDATED TERMINAL INPUT PARAGRAPHS           *
027690*===========================================================*
027700 5000-GET-PRINCIPAL.
027710     MOVE "N" TO WS-VALID-SW.
027720     PERFORM 5010-PRINCIPAL-PROMPT THRU 5010-EXIT
027730         UNTIL ENTRY-VALID.
027740 5000-EXIT.
027750     EXIT.
027760
027770 5010-PRINCIPAL-PROMPT.
027780     DISPLAY "Enter Principal Amount: ".
027790     ACCEPT WS-PRINCIPAL.
027800     IF WS-PRINCIPAL > 0
027810         SET ENTRY-VALID TO TRUE
027820     ELSE
027830         DISPLAY "*** ERROR: Principal must be greater than ",
027840             "zero. Re-enter. ***"
027850         SET ENTRY-INVALID TO TRUE
027860     END-IF.
027870 5010-EXIT.
027880     EXIT.
027890
027900 5100-GET-RATE.
027910     MOVE "N" TO WS-VALID-SW.
027920     PERFORM 5110-RATE-PROMPT THRU 5110-EXIT
027930         UNTIL ENTRY-VALID.
027940 5100-EXIT.
027950     EXIT.
027960
027970 5110-RATE-PROMPT.
027980     DISPLAY "Enter Annual Interest Rate (%): ".
027990     ACCEPT WS-INTEREST-RATE.
028000     IF WS-INTEREST-RATE > 0 AND WS-INTEREST-RATE <= 100
028010         SET ENTRY-VALID TO TRUE
028020     ELSE
028030         DISPLAY "*** ERROR: Rate must be greater than zero ",
028040             "and not more than 100. Re-enter. ***"
028050         SET ENTRY-INVALID TO TRUE
028060     END-IF.
028070 5110-EXIT.
028080     EXIT.
028090
028100 5200-GET-YEARS.
028110     MOVE "N" TO WS-VALID-SW.
028120     PERFORM 5210-YEARS-PROMPT THRU 5210-EXIT
028130         UNTIL ENTRY-VALID.
028140 5200-EXIT.
028150     EXIT.
028160
028170 5210-YEARS-PROMPT.
028180     DISPLAY "Enter Number of Years: ".
028190     ACCEPT WS-YEARS.
028200     IF WS-YEARS > 0
028210         SET ENTRY-VALID TO TRUE
028220     ELSE
028230         DISPLAY "*** ERROR: Years must be greater than ",
028240             "zero. Re-enter. ***"
028250         SET ENTRY-INVALID TO TRUE
028260     END-IF.
028270 5210-EXIT.
028280     EXIT.
028290
028300 5300-GET-DEPOSIT.
028310     MOVE "N" TO WS-VALID-SW.
028320     PERFORM 5310-DEPOSIT-PROMPT THRU 5310-EXIT
028330         UNTIL ENTRY-VALID.
028340 5300-EXIT.
028350     EXIT.
028360
028370 5310-DEPOSIT-PROMPT.
028380     DISPLAY "Enter Monthly Deposit Amount: ".
028390     ACCEPT WS-MONTHLY-DEPOSIT.
028400     IF WS-MONTHLY-DEPOSIT > 0
028410         SET ENTRY-VALID TO TRUE
028420     ELSE
028430         DISPLAY "*** ERROR: Monthly deposit must be greater ",
028440             "than zero. Re-enter. ***"
028450         SET ENTRY-INVALID TO TRUE
028460     END-IF.
028470 5310-EXIT.
028480     EXIT.
028490
028500*===========================================================*
028510*  6000-CALCULATE - SIMPLE, COMPOUND OR RECURRING-DEPOSIT    *
028520*  ACCRUAL FORMULAS                                          *
028530*===========================================================*
028540 6000-CALCULATE.
028550*    A TIERED ("T") ACCOUNT IS ACCRUED BAND BY BAND - EACH
028560*    SLICE OF PRINCIPAL COMPOUNDS AT ITS OWN BAND RATE.
028570     IF TIERED-BALANCE
028580         MOVE WS-YEARS TO WS-ELAPSED-YEARS
028590         PERFORM 6055-TIERED-ACCRUE THRU 6055-EXIT
028600         COMPUTE WS-ACCRUED-AMOUNT = WS-BAND-SUM
028610             ON SIZE ERROR
028620                 DISPLAY "*** WARNING: TIERED ACCRUED AMOUNT "
028630                     "OVERFLOWED - ENTRY REJECTED. ***"
028640                 SET ENTRY-INVALID TO TRUE
028650         END-COMPUTE
028660         GO TO 6000-EXIT
028670     END-IF.
028680     IF SIMPLE-INTEREST
028690         COMPUTE WS-ACCRUED-AMOUNT ROUNDED =
028700             WS-PRINCIPAL * (WS-INTEREST-RATE / 100) * WS-YEARS
028710     ELSE
028720         COMPUTE WS-BASE-FACTOR ROUNDED =
028730             1 + (WS-INTEREST-RATE / 100) / WS-N
028740         COMPUTE WS-POWER-FACTOR ROUNDED =
028750             WS-BASE-FACTOR ** (WS-N * WS-YEARS)
028760             ON SIZE ERROR
028770                 DISPLAY "*** WARNING: RATE/YEARS/FREQUENCY "
028780                     "COMBINATION OVERFLOWS THE COMPOUND "
028790                     "INTEREST FACTOR - ENTRY REJECTED. ***"
028800                 SET ENTRY-INVALID TO TRUE
028810         END-COMPUTE
028820         IF ENTRY-VALID AND RECURRING-DEPOSIT
028830*    EACH MONTH'S DEPOSIT COMPOUNDS FORWARD FROM THE END OF THE
028840*    MONTH IT WAS MADE - THE ANNUITY FACTOR BELOW IS THE
028850*    ORDINARY ANNUITY SUM OF ONE CURRENCY UNIT A MONTH, AND
028860*    THE OPENING BALANCE COMPOUNDS THE SAME WAY.  THE FACTOR
028870*    IS BUILT IN ITS OWN COMPUTE TO STAY INSIDE THE
028880*    INTERMEDIATE-RESULT PRECISION LIMITS.
028890             COMPUTE WS-ANNUITY-FACTOR ROUNDED =
028900                 (WS-POWER-FACTOR - 1) / (WS-BASE-FACTOR - 1)
028910                 ON SIZE ERROR
028920                     DISPLAY "*** WARNING: ANNUITY FACTOR "
028930                         "OVERFLOWED - ENTRY REJECTED. ***"
028940                     SET ENTRY-INVALID TO TRUE
028950             END-COMPUTE
028960         END-IF
028970         IF ENTRY-VALID AND RECURRING-DEPOSIT
028980             COMPUTE WS-ACCRUED-AMOUNT ROUNDED =
028990                 WS-PRINCIPAL * WS-POWER-FACTOR
029000                 + WS-MONTHLY-DEPOSIT * WS-ANNUITY-FACTOR
029010                 ON SIZE ERROR
029020                     DISPLAY "*** WARNING: ACCRUED AMOUNT "
029030                         "OVERFLOWED - ENTRY REJECTED. ***"
029040                     SET ENTRY-INVALID TO TRUE
029050             END-COMPUTE
029060         END-IF
029070         IF ENTRY-VALID AND NOT RECURRING-DEPOSIT
029080             COMPUTE WS-ACCRUED-AMOUNT ROUNDED =
029090                 WS-PRINCIPAL * WS-POWER-FACTOR
029100                 ON SIZE ERROR
029110                     DISPLAY "*** WARNING: ACCRUED AMOUNT "
029120                         "OVERFLOWED - ENTRY REJECTED. ***"
029130                     SET ENTRY-INVALID TO TRUE
029140             END-COMPUTE
029150         END-IF
029160     END-IF.
029170 6000-EXIT.
029180     EXIT.
029190
029200*===========================================================*
029210*  6055-TIERED-ACCRUE - COMPOUND EACH SLICE OF PRINCIPAL AT  *
029220*  ITS OWN BAND RATE FOR WS-ELAPSED-YEARS.  THE PER-BAND     *
029230*  PORTIONS AND AMOUNTS ARE KEPT FOR THE SCHEDULE SPLIT;     *
029240*  WS-BAND-SUM IS THE BLENDED ACCRUED AMOUNT.  A CEILING OF  *
029250*  ZERO ON THE LAST USED BAND MEANS NO UPPER LIMIT.          *
029260*===========================================================*
029270 6055-TIERED-ACCRUE.
029280     MOVE 0 TO WS-BAND-SUM.
029290     MOVE 0 TO WS-BAND-FLOOR.
029300     MOVE 0 TO WS-BAND-SUB.
029310     PERFORM 6060-TIERED-BAND-STEP THRU 6060-EXIT
029320         UNTIL WS-BAND-SUB NOT < WS-BAND-COUNT
029330         OR ENTRY-INVALID.
029340 6055-EXIT.
029350     EXIT.
029360
029370 6060-TIERED-BAND-STEP.
029380     ADD 1 TO WS-BAND-SUB.
029390     IF WS-PRINCIPAL NOT > WS-BAND-FLOOR
029400         MOVE 0 TO WS-BAND-PORTION (WS-BAND-SUB)
029410     ELSE
029420         IF WS-BAND-CEIL (WS-BAND-SUB) = 0
029430             OR WS-BAND-CEIL (WS-BAND-SUB)
029440                 NOT < WS-PRINCIPAL
029450             COMPUTE WS-BAND-PORTION (WS-BAND-SUB) =
029460                 WS-PRINCIPAL - WS-BAND-FLOOR
029470         ELSE
029480             COMPUTE WS-BAND-PORTION (WS-BAND-SUB) =
029490                 WS-BAND-CEIL (WS-BAND-SUB) - WS-BAND-FLOOR
029500         END-IF
029510     END-IF.
029520     IF WS-BAND-PORTION (WS-BAND-SUB) > 0
029530         COMPUTE WS-BASE-FACTOR ROUNDED =
029540             1 + (WS-BAND-PCT (WS-BAND-SUB) / 100) / WS-N
029550         COMPUTE WS-POWER-FACTOR ROUNDED =
029560             WS-BASE-FACTOR ** (WS-N * WS-ELAPSED-YEARS)
029570             ON SIZE ERROR
029580                 DISPLAY "*** WARNING: BAND RATE/YEARS/"
029590                     "FREQUENCY COMBINATION OVERFLOWS THE "
029600                     "COMPOUND FACTOR - ENTRY REJECTED. ***"
029610                 SET ENTRY-INVALID TO TRUE
029620         END-COMPUTE
029630         COMPUTE WS-BAND-AMOUNT (WS-BAND-SUB) ROUNDED =
029640             WS-BAND-PORTION (WS-BAND-SUB) * WS-POWER-FACTOR
029650             ON SIZE ERROR
029660                 DISPLAY "*** WARNING: BAND ACCRUED AMOUNT "
029670                     "OVERFLOWED - ENTRY REJECTED. ***"
029680                 SET ENTRY-INVALID TO TRUE
029690         END-COMPUTE
029700     ELSE
029710         MOVE 0 TO WS-BAND-AMOUNT (WS-BAND-SUB)
029720     END-IF.
029730     ADD WS-BAND-AMOUNT (WS-BAND-SUB) TO WS-BAND-SUM.
029740     IF WS-BAND-CEIL (WS-BAND-SUB) > 0
029750         MOVE WS-BAND-CEIL (WS-BAND-SUB) TO WS-BAND-FLOOR
029760     END-IF.
029770 6060-EXIT.
029780     EXIT.
029790
029800*===========================================================*
029810*  6500-YEAR-BY-YEAR-BREAKDOWN - SCHEDULE FOR THE CUSTOMER   *
029820*===========================================================*
029830 6500-YEAR-BY-YEAR-BREAKDOWN.
029840     MOVE WS-YEARS TO WS-REMAINING-YEARS.
029850     MOVE 0 TO WS-YEAR-COUNTER.
029860     MOVE WS-PRINCIPAL TO WS-PREV-AMOUNT.
029870     MOVE 0 TO WS-PREV-ELAPSED.
029880     DISPLAY "  Year-by-Year Accrual Schedule:".
029890     MOVE SPACES TO REPORT-RECORD.
029900     STRING "  YEAR-BY-YEAR ACCRUAL SCHEDULE:"
029910         DELIMITED BY SIZE INTO REPORT-RECORD.
029920     WRITE REPORT-RECORD.
029930*    AN INDEX-LINKED ACCOUNT'S SCHEDULE OPENS WITH THE RATE
029940*    USED AND HOW IT WAS BUILT.
029950     IF WS-APPLIED-INDEX NOT = SPACES
029960         MOVE WS-INTEREST-RATE TO WS-RATE-EDIT
029970         MOVE WS-APPLIED-INDEX-RATE TO WS-INDEX-EDIT
029980         MOVE WS-APPLIED-MARGIN TO WS-MARGIN-EDIT
029990         DISPLAY "    Rate " WS-RATE-EDIT "% = index "
030000             WS-APPLIED-INDEX " " WS-INDEX-EDIT
030010             " margin " WS-MARGIN-EDIT WS-HELD-TEXT
030020         MOVE SPACES TO REPORT-RECORD
030030         STRING "    RATE " WS-RATE-EDIT "% = INDEX "
030040             WS-APPLIED-INDEX " " WS-INDEX-EDIT
030050             " MARGIN " WS-MARGIN-EDIT WS-HELD-TEXT
030060             DELIMITED BY SIZE INTO REPORT-RECORD
030070         WRITE REPORT-RECORD
030080     END-IF.
030090     PERFORM 6600-YEAR-STEP THRU 6600-EXIT
030100         UNTIL WS-REMAINING-YEARS = 0.
030110 6500-EXIT.
030120     EXIT.
030130
030140 6600-YEAR-STEP.
030150     ADD 1 TO WS-YEAR-COUNTER.
030160     IF WS-REMAINING-YEARS < 1
030170         MOVE WS-YEARS TO WS-ELAPSED-YEARS
030180         SUBTRACT WS-REMAINING-YEARS FROM WS-REMAINING-YEARS
030190     ELSE
030200         MOVE WS-YEAR-COUNTER TO WS-ELAPSED-YEARS
030210         SUBTRACT 1 FROM WS-REMAINING-YEARS
030220     END-IF.
030230*    A TIERED ACCOUNT'S SCHEDULE SHOWS THE YEAR TOTAL AND
030240*    THE PER-BAND SPLIT UNDERNEATH IT.
030250     IF TIERED-BALANCE
030260         PERFORM 6055-TIERED-ACCRUE THRU 6055-EXIT
030270         MOVE WS-BAND-SUM TO WS-NEW-AMOUNT
030280         MOVE WS-NEW-AMOUNT TO WS-ACCRUED-FORMATTED
030290         MOVE WS-ELAPSED-YEARS TO WS-ELAPSED-EDIT
030300         DISPLAY "    Year " WS-ELAPSED-EDIT " = "
030310             WS-ACCRUED-FORMATTED
030320         MOVE SPACES TO REPORT-RECORD
030330         STRING "    YEAR " WS-ELAPSED-EDIT " = "
030340             WS-ACCRUED-FORMATTED
030350             DELIMITED BY SIZE INTO REPORT-RECORD
030360         WRITE REPORT-RECORD
030370         MOVE 0 TO WS-BAND-SUB
030380         PERFORM 6650-YEAR-BAND-LINE THRU 6650-EXIT
030390             UNTIL WS-BAND-SUB NOT < WS-BAND-COUNT
030400         GO TO 6600-EXIT
030410     END-IF.
030420     IF SIMPLE-INTEREST
030430         COMPUTE WS-NEW-AMOUNT ROUNDED =
030440             WS-PRINCIPAL *
030450             (WS-INTEREST-RATE / 100) * WS-ELAPSED-YEARS
030460     ELSE
030470         COMPUTE WS-BASE-FACTOR ROUNDED =
030480             1 + (WS-INTEREST-RATE / 100) / WS-N
030490         COMPUTE WS-POWER-FACTOR ROUNDED =
030500             WS-BASE-FACTOR ** (WS-N * WS-ELAPSED-YEARS)
030510         IF RECURRING-DEPOSIT
030520             COMPUTE WS-ANNUITY-FACTOR ROUNDED =
030530                 (WS-POWER-FACTOR - 1) / (WS-BASE-FACTOR - 1)
030540             COMPUTE WS-NEW-AMOUNT ROUNDED =
030550                 WS-PRINCIPAL * WS-POWER-FACTOR
030560                 + WS-MONTHLY-DEPOSIT * WS-ANNUITY-FACTOR
030570         ELSE
030580             COMPUTE WS-NEW-AMOUNT ROUNDED =
030590                 WS-PRINCIPAL * WS-POWER-FACTOR
030600         END-IF
030610     END-IF.
030620     MOVE WS-NEW-AMOUNT TO WS-ACCRUED-FORMATTED.
030630     MOVE WS-ELAPSED-YEARS TO WS-ELAPSED-EDIT.
030640     IF RECURRING-DEPOSIT
030650         COMPUTE WS-YEAR-CONTRIB ROUNDED =
030660             WS-MONTHLY-DEPOSIT * 12
030670             * (WS-ELAPSED-YEARS - WS-PREV-ELAPSED)
030680         COMPUTE WS-YEAR-INTEREST ROUNDED =
030690             WS-NEW-AMOUNT - WS-PREV-AMOUNT - WS-YEAR-CONTRIB
030700         MOVE WS-NEW-AMOUNT TO WS-PREV-AMOUNT
030710         MOVE WS-ELAPSED-YEARS TO WS-PREV-ELAPSED
030720         MOVE WS-YEAR-CONTRIB TO WS-CONTRIB-EDIT
030730         MOVE WS-YEAR-INTEREST TO WS-YEAR-INT-EDIT
030740         DISPLAY "    Year " WS-ELAPSED-EDIT " = "
030750             WS-ACCRUED-FORMATTED
030760             "  (Deposits " WS-CONTRIB-EDIT
030770             "  Interest " WS-YEAR-INT-EDIT ")"
030780         MOVE SPACES TO REPORT-RECORD
030790         STRING "    YEAR " WS-ELAPSED-EDIT " = "
030800             WS-ACCRUED-FORMATTED
030810             "  (DEPOSITS " WS-CONTRIB-EDIT
030820             "  INTEREST " WS-YEAR-INT-EDIT ")"
030830             DELIMITED BY SIZE INTO REPORT-RECORD
030840         WRITE REPORT-RECORD
030850         GO TO 6600-EXIT
030860     END-IF.
030870     DISPLAY "    Year " WS-ELAPSED-EDIT " = "
030880         WS-ACCRUED-FORMATTED.
030890     MOVE SPACES TO REPORT-RECORD.
030900     STRING "    YEAR " WS-ELAPSED-EDIT " = "
030910         WS-ACCRUED-FORMATTED
030920         DELIMITED BY SIZE INTO REPORT-RECORD.
030930     WRITE REPORT-RECORD.
030940 6600-EXIT.
030950     EXIT.
030960
030970 6650-YEAR-BAND-LINE.
030980     ADD 1 TO WS-BAND-SUB.
030990     MOVE WS-BAND-PORTION (WS-BAND-SUB) TO WS-BAND-PORT-EDIT.
031000     MOVE WS-BAND-PCT (WS-BAND-SUB) TO WS-BAND-RATE-EDIT.
031010     MOVE WS-BAND-AMOUNT (WS-BAND-SUB) TO WS-BAND-AMT-EDIT.
031020     DISPLAY "      Band " WS-BAND-SUB
031030         "  Slice " WS-BAND-PORT-EDIT
031040         "  At " WS-BAND-RATE-EDIT "% = "
031050         WS-BAND-AMT-EDIT.
031060     MOVE SPACES TO REPORT-RECORD.
031070     STRING "      BAND " WS-BAND-SUB
031080         "  SLICE " WS-BAND-PORT-EDIT
031090         "  AT " WS-BAND-RATE-EDIT "% = "
031100         WS-BAND-AMT-EDIT
031110         DELIMITED BY SIZE INTO REPORT-RECORD.
031120     WRITE REPORT-RECORD.
031130 6650-EXIT.
031140     EXIT.
031150
031160*===========================================================*
031170*  7000-7300 - RESULT DISPLAY, REPORT, AUDIT AND TOTALS      *
031180*===========================================================*
031190 7000-DISPLAY-RESULT.
031200     MOVE WS-ACCRUED-AMOUNT TO WS-ACCRUED-FORMATTED.
031210     DISPLAY "Accrued Amount = ", WS-ACCRUED-FORMATTED.
031220 7000-EXIT.
031230     EXIT.
031240
031250 7100-WRITE-REPORT.
031260     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
031270     ACCEPT WS-TIME8 FROM TIME.
031280     MOVE WS-CDT-YEAR TO WS-TE-YEAR.
031290     MOVE WS-CDT-MONTH TO WS-TE-MONTH.
031300     MOVE WS-CDT-DAY TO WS-TE-DAY.
031310     MOVE WS-CDT-HOURS TO WS-TE-HOURS.
031320     MOVE WS-CDT-MINUTES TO WS-TE-MINUTES.
031330     MOVE WS-CDT-SECONDS TO WS-TE-SECONDS.
031340     MOVE WS-PRINCIPAL TO WS-PRINCIPAL-EDIT.
031350     MOVE WS-INTEREST-RATE TO WS-RATE-EDIT.
031360     MOVE WS-YEARS TO WS-YEARS-EDIT.
031370     MOVE WS-ACCRUED-AMOUNT TO WS-ACCRUED-FORMATTED.
031380
031390     MOVE SPACES TO REPORT-RECORD.
031400     STRING "INTEREST CALCULATION REPORT  -  DATE: "
031410         WS-TIMESTAMP-EDIT
031420         "  ACCOUNT: " WS-CURRENT-ACCT-ID
031430         DELIMITED BY SIZE INTO REPORT-RECORD.
031440     WRITE REPORT-RECORD.
031450
031460     MOVE SPACES TO REPORT-RECORD.
031470     STRING "  PRINCIPAL: " WS-PRINCIPAL-EDIT
031480         "   RATE: " WS-RATE-EDIT
031490         "   YEARS: " WS-YEARS-EDIT
031500         DELIMITED BY SIZE INTO REPORT-RECORD.
031510     WRITE REPORT-RECORD.
031520
031530     IF WS-APPLIED-INDEX NOT = SPACES
031540         MOVE WS-APPLIED-INDEX-RATE TO WS-INDEX-EDIT
031550         MOVE WS-APPLIED-MARGIN TO WS-MARGIN-EDIT
031560         MOVE SPACES TO REPORT-RECORD
031570         STRING "  INDEX: " WS-APPLIED-INDEX
031580             "   INDEX RATE: " WS-INDEX-EDIT
031590             "   MARGIN: " WS-MARGIN-EDIT
031600             "   RATE USED: " WS-RATE-EDIT WS-HELD-TEXT
031610             DELIMITED BY SIZE INTO REPORT-RECORD
031620         WRITE REPORT-RECORD
031630     END-IF.
031640
031650     IF RECURRING-DEPOSIT
031660         MOVE WS-MONTHLY-DEPOSIT TO WS-DEPOSIT-EDIT
031670         MOVE SPACES TO REPORT-RECORD
031680         STRING "  MONTHLY DEPOSIT: " WS-DEPOSIT-EDIT
031690             DELIMITED BY SIZE INTO REPORT-RECORD
031700         WRITE REPORT-RECORD
031710     END-IF.
031720     MOVE SPACES TO REPORT-RECORD.
031730     STRING "  ACCRUED AMOUNT: " WS-ACCRUED-FORMATTED
031740         DELIMITED BY SIZE INTO REPORT-RECORD.
031750     WRITE REPORT-RECORD.
031760
031770     MOVE SPACES TO REPORT-RECORD.
031780     WRITE REPORT-RECORD.
031790 7100-EXIT.
031800     EXIT.
031810
031820 7200-WRITE-AUDIT.
031830     MOVE WS-PRINCIPAL TO WS-PRINCIPAL-EDIT.
031840     MOVE WS-INTEREST-RATE TO WS-RATE-EDIT.
031850     MOVE WS-YEARS TO WS-YEARS-EDIT.
031860     MOVE WS-N TO WS-N-EDIT.
031870     MOVE WS-ACCRUED-AMOUNT TO WS-ACCRUED-FORMATTED.
031880     MOVE WS-MONTHLY-DEPOSIT TO WS-DEPOSIT-EDIT.
031890
031900     MOVE SPACES TO AUDIT-RECORD.
031910     STRING WS-TIMESTAMP-EDIT
031920         " ACCT=" WS-CURRENT-ACCT-ID
031930         " PRIN=" WS-PRINCIPAL-EDIT
031940         " RATE=" WS-RATE-EDIT
031950         " YRS="  WS-YEARS-EDIT
031960         " N="    WS-N-EDIT
031970         " ACCR=" WS-ACCRUED-FORMATTED
031980         " DEP="  WS-DEPOSIT-EDIT
031990         DELIMITED BY SIZE INTO AUDIT-RECORD.
032000     WRITE AUDIT-RECORD.
032010 7200-EXIT.
032020     EXIT.
032030
032040 7300-ACCUMULATE-TOTALS.
032050     ADD WS-ACCRUED-AMOUNT TO THE-TOTAL
032060         ON SIZE ERROR
032070             DISPLAY "*** WARNING: SESSION TOTAL ACCRUED "
032080                 "AMOUNT OVERFLOWED - FIGURE BELOW IS "
032090                 "INCOMPLETE. ***"
032100     END-ADD.
032110     ADD WS-PRINCIPAL TO WS-TOTAL-PRINCIPAL
032120         ON SIZE ERROR
032130             DISPLAY "*** WARNING: SESSION TOTAL PRINCIPAL "
032140                 "OVERFLOWED - FIGURE BELOW IS INCOMPLETE. ***"
032150     END-ADD.
032160     ADD 1 TO WS-CALC-COUNT.
032170     EVALUATE TRUE
032180         WHEN SIMPLE-INTEREST
032190             ADD WS-ACCRUED-AMOUNT TO WS-SIMPLE-TOTAL
032200                 ON SIZE ERROR
032210                     DISPLAY "*** WARNING: SESSION SIMPLE-"
032220                         "INTEREST TOTAL OVERFLOWED - FIGURE "
032230                         "BELOW IS INCOMPLETE. ***"
032240             END-ADD
032250             ADD 1 TO WS-SIMPLE-COUNT
032260         WHEN RECURRING-DEPOSIT
032270             ADD WS-ACCRUED-AMOUNT TO WS-RECURRING-TOTAL
032280                 ON SIZE ERROR
032290                     DISPLAY "*** WARNING: SESSION RECURRING-"
032300                         "DEPOSIT TOTAL OVERFLOWED - FIGURE "
032310                         "BELOW IS INCOMPLETE. ***"
032320             END-ADD
032330             ADD 1 TO WS-RECURRING-COUNT
032340         WHEN TIERED-BALANCE
032350             ADD WS-ACCRUED-AMOUNT TO WS-TIERED-TOTAL
032360                 ON SIZE ERROR
032370                     DISPLAY "*** WARNING: SESSION TIERED-"
032380                         "BALANCE TOTAL OVERFLOWED - FIGURE "
032390                         "BELOW IS INCOMPLETE. ***"
032400             END-ADD
032410             ADD 1 TO WS-TIERED-COUNT
032420         WHEN OTHER
032430             ADD WS-ACCRUED-AMOUNT TO WS-COMPOUND-TOTAL
032440                 ON SIZE ERROR
032450                     DISPLAY "*** WARNING: SESSION COMPOUND-"
032460                         "INTEREST TOTAL OVERFLOWED - FIGURE "
032470                         "BELOW IS INCOMPLETE. ***"
032480             END-ADD
032490             ADD 1 TO WS-COMPOUND-COUNT
032500     END-EVALUATE.
032510 7300-EXIT.
032520     EXIT.
032530
032540*===========================================================*
032550*  7350-HOLD-FROZEN - A FROZEN ACCOUNT KEEPS ACCRUING ON THE *
032560*  REPORT, SCHEDULE AND AUDIT TRAIL, BUT NOTHING GOES TO     *
032570*  GLOUT FOR POSTING UNTIL THE BRANCH UNFREEZES IT.  ITS     *
032580*  ACCRUAL IS TOTALED SEPARATELY SO RUNSTAT CARRIES THE      *
032590*  GLOUT FIGURES.                                            *
032600*===========================================================*
032610 7350-HOLD-FROZEN.
032620     ADD 1 TO WS-HELD-COUNT.
032630     ADD WS-ACCRUED-AMOUNT TO WS-HELD-TOTAL
032640         ON SIZE ERROR
032650             DISPLAY "*** WARNING: FROZEN-ACCOUNT HELD TOTAL "
032660                 "OVERFLOWED - FIGURE BELOW IS INCOMPLETE. ***"
032670     END-ADD.
032680     DISPLAY "*** ACCOUNT " WS-CURRENT-ACCT-ID " IS FROZEN - "
032690         "ACCRUAL HELD OFF THE GL EXTRACT. ***".
032700 7350-EXIT.
032710     EXIT.
032720
032730*===========================================================*
032740*  7400-WRITE-GL-EXTRACT - FIXED-LAYOUT RESULT RECORD FOR    *
032750*  THE LEDGER POSTING JOB (BATCH RUNS ONLY).                 *
032760*===========================================================*
032770 7400-WRITE-GL-EXTRACT.
032780     MOVE SPACES TO GL-EXTRACT-RECORD.
032790     MOVE WS-CURRENT-ACCT-ID TO GL-ACCOUNT-ID.
032800     MOVE WS-PRINCIPAL TO GL-PRINCIPAL.
032810     MOVE WS-INTEREST-RATE TO GL-INTEREST-RATE.
032820     MOVE WS-YEARS TO GL-YEARS.
032830     MOVE WS-N TO GL-N.
032840     MOVE WS-CALC-MODE TO GL-CALC-MODE.
032850     MOVE WS-ACCRUED-AMOUNT TO GL-ACCRUED-AMOUNT.
032860     MOVE WS-DATE8 TO GL-RUN-DATE.
032870     MOVE WS-MONTHLY-DEPOSIT TO GL-MONTHLY-DEPOSIT.
032880     MOVE AR-PRODUCT-CODE TO GL-PRODUCT-CODE.
032890     MOVE AR-BRANCH-CODE TO GL-BRANCH-CODE.
032900     MOVE WS-APPLIED-INDEX TO GL-INDEX-CODE.
032910     MOVE WS-APPLIED-INDEX-RATE TO GL-INDEX-RATE.
032920     MOVE WS-APPLIED-MARGIN TO GL-RATE-MARGIN.
032930     WRITE GL-EXTRACT-RECORD.
032940     IF WS-GL-STATUS NOT = "00"
032950         DISPLAY "*** WARNING: GL EXTRACT WRITE FAILED FOR "
032960             "ACCOUNT " WS-CURRENT-ACCT-ID " - FILE STATUS "
032970             WS-GL-STATUS " ***"
032980     END-IF.
032990 7400-EXIT.
033000     EXIT.
033010
033020*===========================================================*
033030*  7450-7490 - BRANCH CONTROL-BREAK SUMMARY REPORT.  THE     *
033040*  BATCH DRIVER SEQUENCES THE ACCOUNTS BY BRANCH, PRODUCT    *
033050*  AND ACCOUNT ITSELF, SO THE BREAKS HOLD FROM EITHER INPUT  *
033060*  SOURCE.  EACH CALCULATED ACCOUNT PUTS ONE DETAIL LINE ON  *
033070*  SUMMRPT; A PRODUCT CHANGE CUTS A PRODUCT SUBTOTAL, A      *
033080*  BRANCH CHANGE CUTS BOTH SUBTOTALS, AND 3900 CUTS THE      *
033090*  FINAL SUBTOTALS AND THE PORTFOLIO GRAND TOTALS.           *
033100*===========================================================*
033110 7450-SUMM-DETAIL.
033120     IF NOT BRANCH-OPEN
033130         MOVE AR-BRANCH-CODE TO WS-BR-CURRENT
033140         MOVE AR-PRODUCT-CODE TO WS-PR-CURRENT
033150         SET BRANCH-OPEN TO TRUE
033160     END-IF.
033170     IF AR-BRANCH-CODE NOT = WS-BR-CURRENT
033180         PERFORM 7455-SUMM-PRODUCT-TOTAL THRU 7455-EXIT
033190         PERFORM 7460-SUMM-BRANCH-TOTAL THRU 7460-EXIT
033200         MOVE AR-BRANCH-CODE TO WS-BR-CURRENT
033210         MOVE AR-PRODUCT-CODE TO WS-PR-CURRENT
033220     ELSE
033230         IF AR-PRODUCT-CODE NOT = WS-PR-CURRENT
033240             PERFORM 7455-SUMM-PRODUCT-TOTAL THRU 7455-EXIT
033250             MOVE AR-PRODUCT-CODE TO WS-PR-CURRENT
033260         END-IF
033270     END-IF.
033280     MOVE WS-PRINCIPAL TO WS-PRINCIPAL-EDIT.
033290     MOVE WS-ACCRUED-AMOUNT TO WS-ACCRUED-FORMATTED.
033300     MOVE SPACES TO WS-LINE-OUT.
033310     STRING "  " AR-BRANCH-CODE
033320         "  " AR-ACCOUNT-ID
033330         "  " AR-PRODUCT-CODE
033340         "   " AR-CALC-MODE
033350         "   PRINCIPAL: " WS-PRINCIPAL-EDIT
033360         "   ACCRUED: " WS-ACCRUED-FORMATTED
033370         DELIMITED BY SIZE INTO WS-LINE-OUT.
033380     PERFORM 7480-SUMM-WRITE THRU 7480-EXIT.
033390     ADD 1 TO WS-PR-ACCT-COUNT.
033400     ADD WS-PRINCIPAL TO WS-PR-PRIN-TOTAL.
033410     ADD WS-ACCRUED-AMOUNT TO WS-PR-ACCR-TOTAL.
033420     ADD 1 TO WS-BR-ACCT-COUNT.
033430     ADD WS-PRINCIPAL TO WS-BR-PRIN-TOTAL.
033440     ADD WS-ACCRUED-AMOUNT TO WS-BR-ACCR-TOTAL.
033450     ADD 1 TO WS-SUM-ACCT-COUNT.
033460     ADD WS-PRINCIPAL TO WS-SUM-PRIN-TOTAL.
033470     ADD WS-ACCRUED-AMOUNT TO WS-SUM-ACCR-TOTAL.
033480 7450-EXIT.
033490     EXIT.
033500
033510 7455-SUMM-PRODUCT-TOTAL.
033520     MOVE WS-PR-ACCT-COUNT TO WS-SUM-COUNT-EDIT.
033530     MOVE WS-PR-PRIN-TOTAL TO WS-SUM-PRIN-EDIT.
033540     MOVE WS-PR-ACCR-TOTAL TO WS-SUM-ACCR-EDIT.
033550     MOVE SPACES TO WS-LINE-OUT.
033560     STRING "  PRODUCT " WS-PR-CURRENT
033570         " TOTALS -  ACCOUNTS: " WS-SUM-COUNT-EDIT
033580         "  PRINCIPAL: " WS-SUM-PRIN-EDIT
033590         "  ACCRUED: " WS-SUM-ACCR-EDIT
033600         DELIMITED BY SIZE INTO WS-LINE-OUT.
033610     PERFORM 7480-SUMM-WRITE THRU 7480-EXIT.
033620     MOVE 0 TO WS-PR-ACCT-COUNT.
033630     MOVE 0 TO WS-PR-PRIN-TOTAL.
033640     MOVE 0 TO WS-PR-ACCR-TOTAL.
033650 7455-EXIT.
033660     EXIT.
033670
033680 7460-SUMM-BRANCH-TOTAL.
033690     MOVE WS-BR-ACCT-COUNT TO WS-SUM-COUNT-EDIT.
033700     MOVE WS-BR-PRIN-TOTAL TO WS-SUM-PRIN-EDIT.
033710     MOVE WS-BR-ACCR-TOTAL TO WS-SUM-ACCR-EDIT.
033720     MOVE SPACES TO WS-LINE-OUT.
033730     STRING "  BRANCH " WS-BR-CURRENT
033740         " TOTALS -  ACCOUNTS: " WS-SUM-COUNT-EDIT
033750         "  PRINCIPAL: " WS-SUM-PRIN-EDIT
033760         "  ACCRUED: " WS-SUM-ACCR-EDIT
033770         DELIMITED BY SIZE INTO WS-LINE-OUT.
033780     PERFORM 7480-SUMM-WRITE THRU 7480-EXIT.
033790     MOVE SPACES TO WS-LINE-OUT.
033800     PERFORM 7480-SUMM-WRITE THRU 7480-EXIT.
033810     MOVE 0 TO WS-BR-ACCT-COUNT.
033820     MOVE 0 TO WS-BR-PRIN-TOTAL.
033830     MOVE 0 TO WS-BR-ACCR-TOTAL.
033840 7460-EXIT.
033850     EXIT.
033860
033870 7470-SUMM-PAGE-HEADING.
033880     ADD 1 TO WS-SUM-PAGE.
033890     MOVE WS-SUM-PAGE TO WS-SUM-PAGE-EDIT.
033900     MOVE SPACES TO SUMMARY-RECORD.
033910     STRING "PORTFOLIO SUMMARY BY BRANCH  -  RUN DATE: "
033920         WS-TIMESTAMP-EDIT (1:10)
033930         "  PAGE " WS-SUM-PAGE-EDIT
033940         DELIMITED BY SIZE INTO SUMMARY-RECORD.
033950     IF STREAM-RUN
033960         STRING "  BRANCHES " WS-BRANCH-FROM " THRU "
033970             WS-BRANCH-TO
033980             DELIMITED BY SIZE INTO SUMMARY-RECORD (65:)
033990     END-IF.
034000     WRITE SUMMARY-RECORD.
034010     MOVE SPACES TO SUMMARY-RECORD.
034020     WRITE SUMMARY-RECORD.
034030     MOVE 2 TO WS-SUM-LINE-COUNT.
034040 7470-EXIT.
034050     EXIT.
034060
034070 7480-SUMM-WRITE.
034080     IF WS-SUM-LINE-COUNT NOT < WS-SUM-LINES-MAX
034090         PERFORM 7470-SUMM-PAGE-HEADING THRU 7470-EXIT
034100     END-IF.
034110     MOVE WS-LINE-OUT TO SUMMARY-RECORD.
034120     WRITE SUMMARY-RECORD.
034130     IF WS-SUMMARY-STATUS NOT = "00"
034140         DISPLAY "*** WARNING: BRANCH SUMMARY WRITE FAILED "
034150             "- FILE STATUS " WS-SUMMARY-STATUS " ***"
034160     END-IF.
034170     ADD 1 TO WS-SUM-LINE-COUNT.
034180 7480-EXIT.
034190     EXIT.
034200
034210 7490-SUMM-GRAND-TOTAL.
034220     MOVE WS-SUM-ACCT-COUNT TO WS-SUM-COUNT-EDIT.
034230     MOVE WS-SUM-PRIN-TOTAL TO WS-SUM-PRIN-EDIT.
034240     MOVE WS-SUM-ACCR-TOTAL TO WS-SUM-ACCR-EDIT.
034250     MOVE SPACES TO WS-LINE-OUT.
034260     STRING "  PORTFOLIO GRAND TOTALS -  ACCOUNTS: "
034270         WS-SUM-COUNT-EDIT
034280         "  PRINCIPAL: " WS-SUM-PRIN-EDIT
034290         "  ACCRUED: " WS-SUM-ACCR-EDIT
034300         DELIMITED BY SIZE INTO WS-LINE-OUT.
034310     PERFORM 7480-SUMM-WRITE THRU 7480-EXIT.
034320 7490-EXIT.
034330     EXIT.
034340
034350*===========================================================*
034360*  7500-WRITE-CHECKPOINT - RECORD LAST ACCOUNT COMPLETED     *
034370*===========================================================*
034380 7500-WRITE-CHECKPOINT.
034390     OPEN OUTPUT CHECKPOINT-OUT-FILE.
034400     IF WS-CKPT-OUT-STATUS NOT = "00"
034410         DISPLAY "*** WARNING: UNABLE TO OPEN CHECKPOINT FILE "
034420             "(CKPTOUT) - FILE STATUS " WS-CKPT-OUT-STATUS
034430             " - RESTART POINT NOT SAVED. ***"
034440         GO TO 7500-EXIT
034450     END-IF.
034460     MOVE SPACES TO CHECKPOINT-OUT-RECORD.
034470     MOVE AR-ACCOUNT-ID TO CKO-ACCOUNT-ID.
034480     MOVE WS-RECORD-COUNT TO CKO-RECORD-COUNT.
034490     MOVE WS-BRANCH-FROM TO CKO-BRANCH-FROM.
034500     MOVE WS-BRANCH-TO TO CKO-BRANCH-TO.
034510     WRITE CHECKPOINT-OUT-RECORD.
034520     IF WS-CKPT-OUT-STATUS NOT = "00"
034530         DISPLAY "*** WARNING: CHECKPOINT WRITE FAILED - FILE "
034540             "STATUS " WS-CKPT-OUT-STATUS
034550             " - RESTART POINT NOT SAVED. ***"
034560     END-IF.
034570     CLOSE CHECKPOINT-OUT-FILE.
034580 7500-EXIT.
034590     EXIT.
034600
034610*===========================================================*
034620*  7600-CLEAR-CHECKPOINT - RUN FINISHED THE WHOLE PORTFOLIO   *
034630*  NORMALLY, SO THE RESTART POINT IS CLEARED RATHER THAN LEFT *
034640*  POINTING AT THE LAST ACCOUNT.  A CHECKPOINT LEFT BEHIND BY *
034650*  A COMPLETED RUN WOULD, IF COPIED TO CKPTIN LIKE AN ABENDED *
034660*  RUN'S WOULD BE, MAKE THE NEXT SUBMISSION SKIP THE ENTIRE   *
034670*  PORTFOLIO AND PROCESS ZERO ACCOUNTS WITH NO WARNING.       *
034680*===========================================================*
034690 7600-CLEAR-CHECKPOINT.
034700     OPEN OUTPUT CHECKPOINT-OUT-FILE.
034710     IF WS-CKPT-OUT-STATUS NOT = "00"
034720         DISPLAY "*** WARNING: UNABLE TO CLEAR CHECKPOINT FILE "
034730             "(CKPTOUT) AT RUN COMPLETION - FILE STATUS "
034740             WS-CKPT-OUT-STATUS " ***"
034750         GO TO 7600-EXIT
034760     END-IF.
034770     CLOSE CHECKPOINT-OUT-FILE.
034780     DISPLAY "Batch run completed normally - checkpoint cleared.".
034790 7600-EXIT.
034800     EXIT.
034810
034820*===========================================================*
034830*  7700-7780 - NIGHT-OVER-NIGHT VARIANCE REPORT.  EACH       *
034840*  CALCULATED ACCOUNT IS LOOKED UP IN LAST NIGHT'S RESULTS:  *
034850*  A MOVEMENT BEYOND THE OPERATOR TOLERANCE, AN ACCOUNT NEW  *
034860*  SINCE LAST NIGHT, OR (AT CLOSE) AN ACCOUNT THAT           *
034870*  DISAPPEARED EACH PUTS A LINE ON VARRPT.                   *
034880*===========================================================*
034890 7700-VARIANCE-CHECK.
034900     MOVE 0 TO WS-PRIOR-FOUND-SUB.
034910     MOVE 0 TO WS-PRIOR-SUB.
034920     PERFORM 7705-SCAN-PRIOR-ENTRY THRU 7705-EXIT
034930         UNTIL WS-PRIOR-FOUND-SUB > 0
034940         OR WS-PRIOR-SUB NOT < WS-PRIOR-COUNT.
034950     IF WS-PRIOR-FOUND-SUB = 0
034960         ADD 1 TO WS-VAR-NEW-COUNT
034970         MOVE WS-ACCRUED-AMOUNT TO WS-VAR-CURR-EDIT
034980         MOVE SPACES TO VARIANCE-RECORD
034990         STRING "  NEW       " WS-CURRENT-ACCT-ID
035000             "  TONIGHT: " WS-VAR-CURR-EDIT
035010             "  (NOT ON LAST NIGHT'S RESULTS)"
035020             DELIMITED BY SIZE INTO VARIANCE-RECORD
035030         WRITE VARIANCE-RECORD
035040         GO TO 7700-EXIT
035050     END-IF.
035060     MOVE "Y" TO WS-PRIOR-MATCHED (WS-PRIOR-FOUND-SUB).
035070     COMPUTE WS-VAR-DIFF = WS-ACCRUED-AMOUNT
035080         - WS-PRIOR-ACCRUED (WS-PRIOR-FOUND-SUB).
035090     IF WS-VAR-DIFF < 0
035100         COMPUTE WS-VAR-DIFF = 0 - WS-VAR-DIFF
035110     END-IF.
035120     IF WS-VAR-DIFF > WS-VAR-TOLERANCE
035130         ADD 1 TO WS-VAR-CHANGED-COUNT
035140         MOVE WS-PRIOR-ACCRUED (WS-PRIOR-FOUND-SUB)
035150             TO WS-VAR-PRIOR-EDIT
035160         MOVE WS-ACCRUED-AMOUNT TO WS-VAR-CURR-EDIT
035170         MOVE WS-VAR-DIFF TO WS-VAR-DIFF-EDIT
035180         MOVE SPACES TO VARIANCE-RECORD
035190         STRING "  CHANGED   " WS-CURRENT-ACCT-ID
035200             "  LAST NIGHT: " WS-VAR-PRIOR-EDIT
035210             "  TONIGHT: " WS-VAR-CURR-EDIT
035220             "  MOVED: " WS-VAR-DIFF-EDIT
035230             DELIMITED BY SIZE INTO VARIANCE-RECORD
035240         WRITE VARIANCE-RECORD
035250     END-IF.
035260 7700-EXIT.
035270     EXIT.
035280
035290 7705-SCAN-PRIOR-ENTRY.
035300     ADD 1 TO WS-PRIOR-SUB.
035310     IF WS-PRIOR-ACCT (WS-PRIOR-SUB) = WS-CURRENT-ACCT-ID
035320         MOVE WS-PRIOR-SUB TO WS-PRIOR-FOUND-SUB
035330     END-IF.
035340 7705-EXIT.
035350     EXIT.
035360
035370 7770-VARIANCE-SWEEP.
035380     MOVE 0 TO WS-PRIOR-SUB.
035390     PERFORM 7775-VARIANCE-GONE-STEP THRU 7775-EXIT
035400         UNTIL WS-PRIOR-SUB NOT < WS-PRIOR-COUNT.
035410 7770-EXIT.
035420     EXIT.
035430
035440 7775-VARIANCE-GONE-STEP.
035450     ADD 1 TO WS-PRIOR-SUB.
035460     IF WS-PRIOR-MATCHED (WS-PRIOR-SUB) = "N"
035470         ADD 1 TO WS-VAR-GONE-COUNT
035480         MOVE WS-PRIOR-ACCRUED (WS-PRIOR-SUB)
035490             TO WS-VAR-PRIOR-EDIT
035500         MOVE SPACES TO VARIANCE-RECORD
035510         STRING "  DROPPED   " WS-PRIOR-ACCT (WS-PRIOR-SUB)
035520             "  LAST NIGHT: " WS-VAR-PRIOR-EDIT
035530             "  (NOT CALCULATED TONIGHT)"
035540             DELIMITED BY SIZE INTO VARIANCE-RECORD
035550         WRITE VARIANCE-RECORD
035560     END-IF.
035570 7775-EXIT.
035580     EXIT.
035590
035600 7780-VARIANCE-TOTALS.
035610     MOVE SPACES TO VARIANCE-RECORD.
035620     WRITE VARIANCE-RECORD.
035630     MOVE WS-VAR-CHANGED-COUNT TO WS-VAR-COUNT-EDIT.
035640     MOVE SPACES TO VARIANCE-RECORD.
035650     STRING "  ACCOUNTS CHANGED BEYOND TOLERANCE: "
035660         WS-VAR-COUNT-EDIT
035670         DELIMITED BY SIZE INTO VARIANCE-RECORD.
035680     WRITE VARIANCE-RECORD.
035690     MOVE WS-VAR-NEW-COUNT TO WS-VAR-COUNT-EDIT.
035700     MOVE SPACES TO VARIANCE-RECORD.
035710     STRING "  ACCOUNTS NEW SINCE LAST NIGHT    : "
035720         WS-VAR-COUNT-EDIT
035730         DELIMITED BY SIZE INTO VARIANCE-RECORD.
035740     WRITE VARIANCE-RECORD.
035750     MOVE WS-VAR-GONE-COUNT TO WS-VAR-COUNT-EDIT.
035760     MOVE SPACES TO VARIANCE-RECORD.
035770     STRING "  ACCOUNTS DROPPED SINCE LAST NIGHT: "
035780         WS-VAR-COUNT-EDIT
035790         DELIMITED BY SIZE INTO VARIANCE-RECORD.
035800     WRITE VARIANCE-RECORD.
035810 7780-EXIT.
035820     EXIT.
035830
035840*===========================================================*
035850*  7800-7880 - RATE-CHANGE IMPACT REPORT (SIMRPT).  ONE LINE *
035860*  PER PRODUCT WITHIN BRANCH, BRANCH SUBTOTALS AND PORTFOLIO *
035870*  TOTALS OF CURRENT VS PROPOSED INTEREST, THEN THE TEN      *
035880*  ACCOUNTS MOST AFFECTED AND THE RUN COUNTS.  THE CHANGE %  *
035890*  IS AGAINST CURRENT INTEREST ("N/A" WHEN THERE IS NONE).   *
035900*===========================================================*
035910 7800-SIM-DETAIL.
035920     IF NOT SIM-BRANCH-OPEN
035930         MOVE AR-BRANCH-CODE TO WS-SIM-BR-CURRENT
035940         MOVE AR-PRODUCT-CODE TO WS-SIM-PR-CURRENT
035950         SET SIM-BRANCH-OPEN TO TRUE
035960     END-IF.
035970     IF AR-BRANCH-CODE NOT = WS-SIM-BR-CURRENT
035980         PERFORM 7810-SIM-PRODUCT-TOTAL THRU 7810-EXIT
035990         PERFORM 7820-SIM-BRANCH-TOTAL THRU 7820-EXIT
036000         MOVE AR-BRANCH-CODE TO WS-SIM-BR-CURRENT
036010         MOVE AR-PRODUCT-CODE TO WS-SIM-PR-CURRENT
036020     ELSE
036030         IF AR-PRODUCT-CODE NOT = WS-SIM-PR-CURRENT
036040             PERFORM 7810-SIM-PRODUCT-TOTAL THRU 7810-EXIT
036050             MOVE AR-PRODUCT-CODE TO WS-SIM-PR-CURRENT
036060         END-IF
036070     END-IF.
036080     MOVE WS-SIM-CURR-RATE TO WS-SIM-PR-CURR-RATE.
036090     MOVE WS-SIM-PROP-RATE TO WS-SIM-PR-PROP-RATE.
036100     ADD 1 TO WS-SIM-PR-COUNT.
036110     ADD WS-PRINCIPAL TO WS-SIM-PR-PRIN.
036120     ADD WS-SIM-CURR-INT TO WS-SIM-PR-CURR.
036130     ADD WS-SIM-PROP-INT TO WS-SIM-PR-PROP.
036140     ADD 1 TO WS-SIM-BR-COUNT.
036150     ADD WS-PRINCIPAL TO WS-SIM-BR-PRIN.
036160     ADD WS-SIM-CURR-INT TO WS-SIM-BR-CURR.
036170     ADD WS-SIM-PROP-INT TO WS-SIM-BR-PROP.
036180     ADD 1 TO WS-SIM-GR-COUNT.
036190     ADD WS-PRINCIPAL TO WS-SIM-GR-PRIN.
036200     ADD WS-SIM-CURR-INT TO WS-SIM-GR-CURR.
036210     ADD WS-SIM-PROP-INT TO WS-SIM-GR-PROP.
036220 7800-EXIT.
036230     EXIT.
036240
036250*    THE RATES SHOWN ON A PRODUCT LINE ARE THE HEADLINE RATES
036260*    (BAND 1 FOR A TIERED PRODUCT) EVERY ACCOUNT OF THE
036270*    PRODUCT WAS PRICED AT.
036280 7810-SIM-PRODUCT-TOTAL.
036290     MOVE WS-SIM-PR-CURR TO WS-SIM-PCT-BASE.
036300     COMPUTE WS-SIM-PCT-CHG = WS-SIM-PR-PROP - WS-SIM-PR-CURR.
036310     PERFORM 7880-SIM-FORMAT-PCT THRU 7880-EXIT.
036320     MOVE WS-SIM-PR-COUNT TO WS-SIM-COUNT-EDIT.
036330     MOVE WS-SIM-PR-PRIN TO WS-SIM-PRIN-EDIT.
036340     MOVE WS-SIM-PR-CURR-RATE TO WS-SIM-CRATE-EDIT.
036350     MOVE WS-SIM-PR-PROP-RATE TO WS-SIM-PRATE-EDIT.
036360     MOVE WS-SIM-PR-CURR TO WS-SIM-CURR-EDIT.
036370     MOVE WS-SIM-PR-PROP TO WS-SIM-PROP-EDIT.
036380     MOVE WS-SIM-PCT-CHG TO WS-SIM-CHG-EDIT.
036390     MOVE SPACES TO WS-LINE-OUT.
036400     STRING "  " WS-SIM-BR-CURRENT
036410         "  " WS-SIM-PR-CURRENT
036420         "  " WS-SIM-COUNT-EDIT
036430         "  " WS-SIM-PRIN-EDIT
036440         "  " WS-SIM-CRATE-EDIT
036450         "  " WS-SIM-PRATE-EDIT
036460         "  " WS-SIM-CURR-EDIT
036470         "  " WS-SIM-PROP-EDIT
036480         "  " WS-SIM-CHG-EDIT
036490         "  " WS-SIM-PCT-TEXT
036500         DELIMITED BY SIZE INTO WS-LINE-OUT.
036510     PERFORM 7840-SIM-WRITE THRU 7840-EXIT.
036520     MOVE 0 TO WS-SIM-PR-COUNT.
036530     MOVE 0 TO WS-SIM-PR-PRIN.
036540     MOVE 0 TO WS-SIM-PR-CURR.
036550     MOVE 0 TO WS-SIM-PR-PROP.
036560 7810-EXIT.
036570     EXIT.
036580
036590 7820-SIM-BRANCH-TOTAL.
036600     MOVE WS-SIM-BR-CURR TO WS-SIM-PCT-BASE.
036610     COMPUTE WS-SIM-PCT-CHG = WS-SIM-BR-PROP - WS-SIM-BR-CURR.
036620     PERFORM 7880-SIM-FORMAT-PCT THRU 7880-EXIT.
036630     MOVE WS-SIM-BR-COUNT TO WS-SIM-COUNT-EDIT.
036640     MOVE WS-SIM-BR-PRIN TO WS-SIM-PRIN-EDIT.
036650     MOVE WS-SIM-BR-CURR TO WS-SIM-CURR-EDIT.
036660     MOVE WS-SIM-BR-PROP TO WS-SIM-PROP-EDIT.
036670     MOVE WS-SIM-PCT-CHG TO WS-SIM-CHG-EDIT.
036680     MOVE SPACES TO WS-LINE-OUT.
036690     STRING "  " WS-SIM-BR-CURRENT
036700         "  ALL "
036710         "  " WS-SIM-COUNT-EDIT
036720         "  " WS-SIM-PRIN-EDIT
036730         "                      "
036740         "  " WS-SIM-CURR-EDIT
036750         "  " WS-SIM-PROP-EDIT
036760         "  " WS-SIM-CHG-EDIT
036770         "  " WS-SIM-PCT-TEXT
036780         DELIMITED BY SIZE INTO WS-LINE-OUT.
036790     PERFORM 7840-SIM-WRITE THRU 7840-EXIT.
036800     MOVE SPACES TO WS-LINE-OUT.
036810     PERFORM 7840-SIM-WRITE THRU 7840-EXIT.
036820     MOVE 0 TO WS-SIM-BR-COUNT.
036830     MOVE 0 TO WS-SIM-BR-PRIN.
036840     MOVE 0 TO WS-SIM-BR-CURR.
036850     MOVE 0 TO WS-SIM-BR-PROP.
036860 7820-EXIT.
036870     EXIT.
036880
036890 7830-SIM-PAGE-HEADING.
036900     ADD 1 TO WS-SIM-PAGE.
036910     MOVE WS-SIM-PAGE TO WS-SIM-PAGE-EDIT.
036920     MOVE SPACES TO SIM-REPORT-RECORD.
036930     STRING "RATE-CHANGE WHAT-IF SIMULATION  -  RUN DATE: "
036940         WS-TIMESTAMP-EDIT (1:10)
036950         "  PAGE " WS-SIM-PAGE-EDIT
036960         DELIMITED BY SIZE INTO SIM-REPORT-RECORD.
036970     WRITE SIM-REPORT-RECORD.
036980     MOVE SPACES TO SIM-REPORT-RECORD.
036990     STRING "*** SIMULATION ONLY - NOT A PRODUCTION RUN - "
037000         "NOT FOR POSTING ***"
037010         DELIMITED BY SIZE INTO SIM-REPORT-RECORD.
037020     WRITE SIM-REPORT-RECORD.
037030     MOVE SPACES TO SIM-REPORT-RECORD.
037040     STRING "CURRENT: RATETAB IN FORCE "
037050         WS-TIMESTAMP-EDIT (1:10)
037060         "    PROPOSED: " WS-SIM-BASIS-TEXT
037070         DELIMITED BY SIZE INTO SIM-REPORT-RECORD.
037080     WRITE SIM-REPORT-RECORD.
037090     MOVE SPACES TO SIM-REPORT-RECORD.
037100     WRITE SIM-REPORT-RECORD.
037110     MOVE SPACES TO SIM-REPORT-RECORD.
037120     IF SIM-TOP-SECTION
037130         STRING "TEN ACCOUNTS MOST AFFECTED (LARGEST DOLLAR "
037140             "CHANGE EITHER WAY)"
037150             DELIMITED BY SIZE INTO SIM-REPORT-RECORD
037160         WRITE SIM-REPORT-RECORD
037170         MOVE SPACES TO SIM-REPORT-RECORD
037180         STRING "  RK  ACCOUNT     BR   PROD   PRINCIPAL"
037190             "  CURR RATE  PROP RATE"
037200             "       CURRENT INT      PROPOSED INT"
037210             "     DOLLAR CHANGE   % CHANGE"
037220             DELIMITED BY SIZE INTO SIM-REPORT-RECORD
037230     ELSE
037240         STRING "INTEREST IMPACT BY BRANCH AND PRODUCT"
037250             DELIMITED BY SIZE INTO SIM-REPORT-RECORD
037260         WRITE SIM-REPORT-RECORD
037270         MOVE SPACES TO SIM-REPORT-RECORD
037280         STRING "  BR   PROD    ACCTS       PRINCIPAL"
037290             "  CURR RATE  PROP RATE"
037300             "       CURRENT INT      PROPOSED INT"
037310             "     DOLLAR CHANGE   % CHANGE"
037320             DELIMITED BY SIZE INTO SIM-REPORT-RECORD
037330     END-IF.
037340     WRITE SIM-REPORT-RECORD.
037350     MOVE SPACES TO SIM-REPORT-RECORD.
037360     WRITE SIM-REPORT-RECORD.
037370     MOVE 7 TO WS-SIM-LINE-COUNT.
037380 7830-EXIT.
037390     EXIT.
037400
037410 7840-SIM-WRITE.
037420     IF WS-SIM-LINE-COUNT NOT < WS-SIM-LINES-MAX
037430         PERFORM 7830-SIM-PAGE-HEADING THRU 7830-EXIT
037440     END-IF.
037450     MOVE WS-LINE-OUT TO SIM-REPORT-RECORD.
037460     WRITE SIM-REPORT-RECORD.
037470     IF WS-SIMRPT-STATUS NOT = "00"
037480         DISPLAY "*** WARNING: SIMULATION REPORT WRITE FAILED "
037490             "- FILE STATUS " WS-SIMRPT-STATUS " ***"
037500     END-IF.
037510     ADD 1 TO WS-SIM-LINE-COUNT.
037520 7840-EXIT.
037530     EXIT.
037540
037550 7850-SIM-GRAND-TOTAL.
037560     MOVE WS-SIM-GR-CURR TO WS-SIM-PCT-BASE.
037570     COMPUTE WS-SIM-PCT-CHG = WS-SIM-GR-PROP - WS-SIM-GR-CURR.
037580     PERFORM 7880-SIM-FORMAT-PCT THRU 7880-EXIT.
037590     MOVE WS-SIM-GR-COUNT TO WS-SIM-COUNT-EDIT.
037600     MOVE WS-SIM-GR-PRIN TO WS-SIM-PRIN-EDIT.
037610     MOVE WS-SIM-GR-CURR TO WS-SIM-CURR-EDIT.
037620     MOVE WS-SIM-GR-PROP TO WS-SIM-PROP-EDIT.
037630     MOVE WS-SIM-PCT-CHG TO WS-SIM-CHG-EDIT.
037640     MOVE SPACES TO WS-LINE-OUT.
037650     STRING "  TOTAL    "
037660         "  " WS-SIM-COUNT-EDIT
037670         "  " WS-SIM-PRIN-EDIT
037680         "                      "
037690         "  " WS-SIM-CURR-EDIT
037700         "  " WS-SIM-PROP-EDIT
037710         "  " WS-SIM-CHG-EDIT
037720         "  " WS-SIM-PCT-TEXT
037730         DELIMITED BY SIZE INTO WS-LINE-OUT.
037740     PERFORM 7840-SIM-WRITE THRU 7840-EXIT.
037750 7850-EXIT.
037760     EXIT.
037770
037780 7860-SIM-TOP-TEN.
037790     SET SIM-TOP-SECTION TO TRUE.
037800     MOVE 99 TO WS-SIM-LINE-COUNT.
037810     IF WS-TOP-COUNT = 0
037820         MOVE SPACES TO WS-LINE-OUT
037830         STRING "  NO ACCOUNT'S INTEREST CHANGES UNDER THE "
037840             "PROPOSAL."
037850             DELIMITED BY SIZE INTO WS-LINE-OUT
037860         PERFORM 7840-SIM-WRITE THRU 7840-EXIT
037870         GO TO 7860-EXIT
037880     END-IF.
037890     MOVE 0 TO WS-TOP-SUB.
037900     PERFORM 7865-SIM-TOP-LINE THRU 7865-EXIT
037910         UNTIL WS-TOP-SUB NOT < WS-TOP-COUNT.
037920 7860-EXIT.
037930     EXIT.
037940
037950 7865-SIM-TOP-LINE.
037960     ADD 1 TO WS-TOP-SUB.
037970     MOVE WS-TOP-CURR-INT (WS-TOP-SUB) TO WS-SIM-PCT-BASE.
037980     MOVE WS-TOP-CHANGE (WS-TOP-SUB) TO WS-SIM-PCT-CHG.
037990     PERFORM 7880-SIM-FORMAT-PCT THRU 7880-EXIT.
038000     MOVE WS-TOP-SUB TO WS-TOP-RANK-EDIT.
038010     MOVE WS-TOP-PRIN (WS-TOP-SUB) TO WS-TOP-PRIN-EDIT.
038020     MOVE WS-TOP-CURR-RATE (WS-TOP-SUB) TO WS-SIM-CRATE-EDIT.
038030     MOVE WS-TOP-PROP-RATE (WS-TOP-SUB) TO WS-SIM-PRATE-EDIT.
038040     MOVE WS-TOP-CURR-INT (WS-TOP-SUB) TO WS-SIM-CURR-EDIT.
038050     MOVE WS-TOP-PROP-INT (WS-TOP-SUB) TO WS-SIM-PROP-EDIT.
038060     MOVE WS-TOP-CHANGE (WS-TOP-SUB) TO WS-SIM-CHG-EDIT.
038070     MOVE SPACES TO WS-LINE-OUT.
038080     STRING "  " WS-TOP-RANK-EDIT
038090         "  " WS-TOP-ACCT (WS-TOP-SUB)
038100         "  " WS-TOP-BRANCH (WS-TOP-SUB)
038110         "  " WS-TOP-PROD (WS-TOP-SUB)
038120         "  " WS-TOP-PRIN-EDIT
038130         "  " WS-SIM-CRATE-EDIT
038140         "  " WS-SIM-PRATE-EDIT
038150         "  " WS-SIM-CURR-EDIT
038160         "  " WS-SIM-PROP-EDIT
038170         "  " WS-SIM-CHG-EDIT
038180         "  " WS-SIM-PCT-TEXT
038190         DELIMITED BY SIZE INTO WS-LINE-OUT.
038200     PERFORM 7840-SIM-WRITE THRU 7840-EXIT.
038210 7865-EXIT.
038220     EXIT.
038230
038240 7870-SIM-FOOTING.
038250     MOVE SPACES TO WS-LINE-OUT.
038260     PERFORM 7840-SIM-WRITE THRU 7840-EXIT.
038270     MOVE WS-SIM-READ-COUNT TO WS-SIM-COUNT-EDIT.
038280     MOVE SPACES TO WS-LINE-OUT.
038290     STRING "  ACCOUNTS READ FROM ACCTMST ....... "
038300         WS-SIM-COUNT-EDIT
038310         DELIMITED BY SIZE INTO WS-LINE-OUT.
038320     PERFORM 7840-SIM-WRITE THRU 7840-EXIT.
038330     MOVE WS-SIM-PRICED-COUNT TO WS-SIM-COUNT-EDIT.
038340     MOVE SPACES TO WS-LINE-OUT.
038350     STRING "  PRICED BOTH WAYS ................. "
038360         WS-SIM-COUNT-EDIT
038370         DELIMITED BY SIZE INTO WS-LINE-OUT.
038380     PERFORM 7840-SIM-WRITE THRU 7840-EXIT.
038390     MOVE WS-SIM-CHANGED-COUNT TO WS-SIM-COUNT-EDIT.
038400     MOVE SPACES TO WS-LINE-OUT.
038410     STRING "  INTEREST CHANGED ................. "
038420         WS-SIM-COUNT-EDIT
038430         DELIMITED BY SIZE INTO WS-LINE-OUT.
038440     PERFORM 7840-SIM-WRITE THRU 7840-EXIT.
038450     MOVE WS-SIM-NOCURR-COUNT TO WS-SIM-COUNT-EDIT.
038460     MOVE SPACES TO WS-LINE-OUT.
038470     STRING "  NOT PRICED - CURRENT RATES ....... "
038480         WS-SIM-COUNT-EDIT
038490         DELIMITED BY SIZE INTO WS-LINE-OUT.
038500     PERFORM 7840-SIM-WRITE THRU 7840-EXIT.
038510     MOVE WS-SIM-NOPROP-COUNT TO WS-SIM-COUNT-EDIT.
038520     MOVE SPACES TO WS-LINE-OUT.
038530     STRING "  NOT PRICED - PROPOSED RATES ...... "
038540         WS-SIM-COUNT-EDIT
038550         DELIMITED BY SIZE INTO WS-LINE-OUT.
038560     PERFORM 7840-SIM-WRITE THRU 7840-EXIT.
038570     MOVE SPACES TO WS-LINE-OUT.
038580     PERFORM 7840-SIM-WRITE THRU 7840-EXIT.
038590     MOVE SPACES TO WS-LINE-OUT.
038600     STRING "  *** END OF SIMULATION - NOTHING WAS WRITTEN TO "
038610         "GLOUT, AUDITLOG, RUNSTAT OR THE CHECKPOINT FILES ***"
038620         DELIMITED BY SIZE INTO WS-LINE-OUT.
038630     PERFORM 7840-SIM-WRITE THRU 7840-EXIT.
038640 7870-EXIT.
038650     EXIT.
038660
038670 7880-SIM-FORMAT-PCT.
038680     IF WS-SIM-PCT-BASE NOT > 0
038690         MOVE "      N/A" TO WS-SIM-PCT-TEXT
038700         GO TO 7880-EXIT
038710     END-IF.
038720     COMPUTE WS-SIM-PCT ROUNDED =
038730         WS-SIM-PCT-CHG * 100 / WS-SIM-PCT-BASE
038740         ON SIZE ERROR
038750             MOVE " OVERFLOW" TO WS-SIM-PCT-TEXT
038760             GO TO 7880-EXIT
038770     END-COMPUTE.
038780     MOVE WS-SIM-PCT TO WS-SIM-PCT-EDIT.
038790     MOVE WS-SIM-PCT-EDIT TO WS-SIM-PCT-TEXT.
038800 7880-EXIT.
038810     EXIT.
038820
038830*===========================================================*
038840*  8000-SESSION-SUMMARY - TOTALS FOR THE WHOLE RUN           *
038850*===========================================================*
038860 8000-SESSION-SUMMARY.
038870     MOVE WS-TOTAL-PRINCIPAL TO WS-TOTAL-PRIN-EDIT.
038880     MOVE THE-TOTAL TO WS-TOTAL-ACCR-EDIT.
038890     MOVE WS-SIMPLE-TOTAL TO WS-SIMPLE-TOT-EDIT.
038900     MOVE WS-COMPOUND-TOTAL TO WS-COMPOUND-TOT-EDIT.
038910     MOVE WS-RECURRING-TOTAL TO WS-RECURR-TOT-EDIT.
038920     MOVE WS-TIERED-TOTAL TO WS-TIERED-TOT-EDIT.
038930     DISPLAY "==============================".
038940     DISPLAY "Session Summary".
038950     DISPLAY "  Calculations Performed : " WS-CALC-COUNT.
038960     DISPLAY "  Total Principal Entered: " WS-TOTAL-PRIN-EDIT.
038970     DISPLAY "  Total Accrued (blended): " WS-TOTAL-ACCR-EDIT.
038980*    THE BLENDED FIGURE ABOVE MIXES INTEREST-ONLY SIMPLE
038990*    AMOUNTS WITH PRINCIPAL-PLUS-INTEREST COMPOUND AMOUNTS AND
039000*    HAS NO SINGLE COHERENT UNIT WHEN A RUN CONTAINS BOTH MODES -
039010*    THE SUBTOTALS BELOW ARE THE FIGURES TO RECONCILE AGAINST.
039020     DISPLAY "  Simple Interest   (" WS-SIMPLE-COUNT
039030         " calcs): " WS-SIMPLE-TOT-EDIT.
039040     DISPLAY "  Compound Payoff   (" WS-COMPOUND-COUNT
039050         " calcs): " WS-COMPOUND-TOT-EDIT.
039060     DISPLAY "  Recurring Deposit (" WS-RECURRING-COUNT
039070         " calcs): " WS-RECURR-TOT-EDIT.
039080     DISPLAY "  Tiered Balance    (" WS-TIERED-COUNT
039090         " calcs): " WS-TIERED-TOT-EDIT.
039100     IF BATCH-MODE
039110         DISPLAY "  Accounts Rejected      : " WS-REJECT-COUNT
039120         DISPLAY "  Accounts Closed        : " WS-CLOSED-COUNT
039130         DISPLAY "  Frozen - Held Off GL   : " WS-HELD-COUNT
039140         MOVE WS-HELD-TOTAL TO WS-TOTAL-ACCR-EDIT
039150         DISPLAY "  Frozen Accrued Held    : " WS-TOTAL-ACCR-EDIT
039160     END-IF.
039170     IF STREAM-RUN
039180         DISPLAY "  Branches Priced        : " WS-BRANCH-FROM
039190             " thru " WS-BRANCH-TO
039200         DISPLAY "  Left To Other Streams  : "
039210             WS-OTHER-STREAM-COUNT
039220     END-IF.
039230     IF BATCH-MODE AND WS-CALC-COUNT = 0
039240         DISPLAY "*** WARNING: ZERO ACCOUNTS WERE PROCESSED "
039250             "THIS RUN - CHECK ACCTIN AND ANY RESTART "
039260             "CHECKPOINT CARRIED FORWARD AS CKPTIN. ***"
039270     END-IF.
039280 8000-EXIT.
039290     EXIT.
039300
039310*===========================================================*
039320*  8100-WRITE-RUN-STATS - ONE RECORD PER BATCH RUN FOR THE   *
039330*  SCHEDULER AND THE MORNING CHECKLIST.  ALSO SETTLES THE    *
039340*  FINAL RETURN CODE: 00 CLEAN, 04 COMPLETED WITH REJECTS,   *
039350*  16 HARD FAILURE (ALREADY SET AT THE POINT OF FAILURE).    *
039360*===========================================================*
039370 8100-WRITE-RUN-STATS.
039380     IF RETURN-CODE = 0 AND WS-REJECT-COUNT > 0
039390         MOVE 4 TO RETURN-CODE
039400     END-IF.
039410     OPEN OUTPUT RUN-STATS-FILE.
039420     IF WS-RUNSTAT-STATUS NOT = "00"
039430         DISPLAY "*** WARNING: CANNOT OPEN RUN STATISTICS "
039440             "FILE (RUNSTAT) - FILE STATUS " WS-RUNSTAT-STATUS
039450             " - STATISTICS NOT WRITTEN. ***"
039460         GO TO 8100-EXIT
039470     END-IF.
039480     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
039490     ACCEPT WS-TIME8 FROM TIME.
039500     MOVE SPACES TO RUN-STAT-RECORD.
039510     MOVE WS-STAT-START-DATE TO RS-RUN-DATE.
039520     MOVE WS-STAT-START-TIME TO RS-START-TIME.
039530     MOVE WS-TIME8 (1:6) TO RS-END-TIME.
039540     MOVE WS-STAT-READ-COUNT TO RS-ACCOUNTS-READ.
039550     COMPUTE RS-ACCOUNTS-CALCED = WS-CALC-COUNT - WS-HELD-COUNT.
039560     MOVE WS-REJECT-COUNT TO RS-ACCOUNTS-REJECTED.
039570     MOVE WS-TOTAL-PRINCIPAL TO RS-TOTAL-PRINCIPAL.
039580     COMPUTE RS-TOTAL-ACCRUED = THE-TOTAL - WS-HELD-TOTAL.
039590     MOVE RETURN-CODE TO RS-RETURN-CODE.
039600     MOVE WS-RUN-MODE TO RS-RUN-MODE.
039610     MOVE WS-CLOSED-COUNT TO RS-ACCOUNTS-CLOSED.
039620     IF RESTART-REQUESTED
039630         MOVE "Y" TO RS-RESTARTED
039640     ELSE
039650         MOVE "N" TO RS-RESTARTED
039660     END-IF.
039670     MOVE RUN-STAT-RECORD TO WS-RUNSTAT-SAVE.
039680     WRITE RUN-STAT-RECORD.
039690     IF WS-RUNSTAT-STATUS NOT = "00"
039700         DISPLAY "*** WARNING: RUN STATISTICS WRITE FAILED - "
039710             "FILE STATUS " WS-RUNSTAT-STATUS " ***"
039720     END-IF.
039730     CLOSE RUN-STATS-FILE.
039740*    A STREAM IS ONLY PART OF THE NIGHT - BranchStreamMerge
039750*    APPENDS THE COMBINED RECORD TO THE HISTORY INSTEAD.
039760     IF NOT STREAM-RUN
039770         PERFORM 8150-APPEND-RUN-HISTORY THRU 8150-EXIT
039780     END-IF.
039790     DISPLAY "Run statistics written - ending with return "
039800         "code " RS-RETURN-CODE ".".
039810 8100-EXIT.
039820     EXIT.
039830
039840*===========================================================*
039850*  8150-APPEND-RUN-HISTORY - THE SAME STATISTICS RECORD IS   *
039860*  APPENDED TO THE PERMANENT HISTORY FILE FOR THE MONTH-END  *
039870*  OPERATIONS TREND REPORT.  A FAILURE HERE ONLY COSTS THE   *
039880*  HISTORY ROW - THE RUN ITSELF IS ALREADY ACCOUNTED FOR.    *
039890*===========================================================*
039900 8150-APPEND-RUN-HISTORY.
039910     OPEN EXTEND RUN-HIST-FILE.
039920     IF WS-RUNHIST-STATUS = "35"
039930         OPEN OUTPUT RUN-HIST-FILE
039940         CLOSE RUN-HIST-FILE
039950         OPEN EXTEND RUN-HIST-FILE
039960     END-IF.
039970     IF WS-RUNHIST-STATUS NOT = "00"
039980         DISPLAY "*** WARNING: CANNOT OPEN RUN HISTORY "
039990             "(RUNHIST) - FILE STATUS " WS-RUNHIST-STATUS
040000             " - HISTORY ROW NOT WRITTEN. ***"
040010         GO TO 8150-EXIT
040020     END-IF.
040030     MOVE WS-RUNSTAT-SAVE TO RUN-HIST-RECORD.
040040     WRITE RUN-HIST-RECORD.
040050     IF WS-RUNHIST-STATUS NOT = "00"
040060         DISPLAY "*** WARNING: RUN HISTORY WRITE FAILED - "
040070             "FILE STATUS " WS-RUNHIST-STATUS " ***"
040080     END-IF.
040090     CLOSE RUN-HIST-FILE.
040100 8150-EXIT.
040110     EXIT.
040120
040130*===========================================================*
040140*  9999-TERMINATE - CLOSE THE AUDIT TRAIL                    *
040150*===========================================================*
040160 9999-TERMINATE.
040170     IF NOT SIMULATION-MODE
040180         CLOSE AUDIT-FILE
040190     END-IF.
040200 9999-EXIT.
040210     EXIT.
