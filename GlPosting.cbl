000120*              LEDGER JOURNAL POSTING FROM THE NIGHTLY     *
000130*              RESULTS EXTRACT (GLOUT), REPLACING THE      *
000140*              SPREADSHEET MACRO IN ACCOUNTING.            *
000150*  2026-10-15  RJM  POSTS ONLY THE DAY'S NEW INTEREST.  AN  *
000160*              INDEXED ACCRUAL SUBLEDGER (ACRSUBL) HOLDS   *
000170*              EACH ACCOUNT'S INTEREST ACCRUED AND POSTED  *
000180*              TO DATE; THE JOURNAL CARRIES ONLY THE       *
000190*              DIFFERENCE, DROPPED ACCOUNTS HAVE THEIR     *
000200*              POSTED BALANCE REVERSED, AND A SUBLEDGER-   *
000210*              TO-JOURNAL PROOF (SLPROOF) PRINTS.          *
000220*  2026-10-15  RJM  A FROZEN ACCOUNT HELD OFF THE EXTRACT  *
000230*              IS NOT REVERSED AS DROPPED - THE SWEEP      *
000240*              CHECKS THE ACCOUNT MASTER (ACCTMST) AND     *
000250*              LISTS IT AS HELD ON THE PROOF REPORT.       *
000260*  2026-10-15  RJM  GL EXTRACT RECORD GROWS TO 90 BYTES    *
000270*              (INDEX CODE, INDEX VALUE AND MARGIN OF AN   *
000280*              INDEX-LINKED PRODUCT, NOT USED HERE).       *
000290*  2026-10-15  RJM  NO DROPPED-ACCOUNT SWEEP AFTER A       *
000300*              CALCULATOR RUN RESTARTED FROM A CHECKPOINT  *
000310*              (RS-RESTARTED) - ITS EXTRACT HOLDS ONLY THE *
000320*              ACCOUNTS AFTER THE CHECKPOINT.  ENDS RC 4.  *
000330*---------------------------------------------------------*
000340*  REMARKS.  READS THE FIXED-LAYOUT RESULTS EXTRACT        *
000350*  (GLOUT) WRITTEN BY THE INTEREST CALCULATOR, SUMMARIZES  *
000360*  EACH ACCOUNT'S ACCRUED AMOUNT BY BRANCH AND PRODUCT     *
000370*  CODE, AND WRITES A BALANCED DEBIT/CREDIT JOURNAL FILE   *
000380*  (JRNLOUT) BRACKETED BY ITS OWN HDR/TRL CONTROL RECORDS. *
000390*  BEFORE ANYTHING POSTS, THE EXTRACT'S RECORD COUNT AND   *
000400*  ACCRUED TOTAL MUST PROVE BACK AGAINST THE RUN-STATISTICS*
000410*  RECORD (RUNSTAT) LEFT BY THE SAME RUN - A TRUNCATED     *
000420*  EXTRACT ENDS THE JOB WITH RETURN CODE 16 AND NO JOURNAL *
000430*  IS WRITTEN.  A CONTROL REPORT (JRNLRPT) SHOWS EVERY     *
000440*  SUMMARY BUCKET AND THE PROOF FIGURES.                   *
000450*                                                         *
000460*  THE AMOUNT POSTED IS NOT THE ACCRUED AMOUNT ITSELF BUT  *
000470*  THE INTEREST IN IT - THE WHOLE ACCRUED AMOUNT FOR "S",  *
000480*  LESS THE PRINCIPAL FOR "C" AND "T", LESS THE PRINCIPAL  *
000490*  AND THE PERIOD'S DEPOSITS FOR "R" - AND ONLY THE PART   *
000500*  OF IT NOT ALREADY POSTED.  THE ACCRUAL SUBLEDGER        *
000510*  (ACRSUBL), KEYED ON THE ACCOUNT ID, CARRIES EACH        *
000520*  ACCOUNT'S INTEREST ACCRUED TO DATE, POSTED TO DATE AND  *
000530*  THE LAST POSTING DATE, AND IS UPDATED IN THE SAME RUN.  *
000540*  THE DIFFERENCE IS NETTED BY BRANCH/PRODUCT BUCKET; A    *
000550*  BUCKET THAT NETS DOWN POSTS THE PAIR THE OTHER WAY      *
000560*  ROUND.  AN ACCOUNT WITH A POSTED BALANCE THAT IS NOT ON *
000570*  TONIGHT'S EXTRACT (THE VARIANCE REPORT'S "DROPPED"      *
000580*  ACCOUNTS) IS REVERSED IN FULL - EXCEPT AFTER A REJECT   *
000590*  RERUN, WHOSE EXTRACT CARRIES ONLY THE FALLOUT, OR A     *
000600*  RUN RESTARTED FROM A CHECKPOINT, WHOSE EXTRACT CARRIES  *
000610*  ONLY THE ACCOUNTS AFTER IT (RETURN CODE 4), AND FOR     *
000620*  AN ACCOUNT FROZEN ON THE ACCOUNT MASTER (ACCTMST),      *
000630*  WHOSE ACCRUAL THE CALCULATOR HOLDS OFF THE EXTRACT -    *
000640*  ITS POSTED BALANCE IS LEFT ALONE AND LISTED AS HELD.    *
000650*  A CLOSED ACCOUNT'S REMAINING POSTED BALANCE IS          *
000660*  REVERSED LIKE ANY OTHER DROPPED ACCOUNT.  THE PROOF     *
000670*  REPORT (SLPROOF) LISTS THE REVERSALS AND PROVES THE     *
000680*  SUBLEDGER'S OPENING POSTED BALANCE PLUS THE NET         *
000690*  JOURNAL TO ITS CLOSING BALANCE.                         *
000700*---------------------------------------------------------*
000710
000720 ENVIRONMENT DIVISION.
000730
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT GL-EXTRACT-FILE
000770         ASSIGN TO GLOUT
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-GL-STATUS.
000800
000810     SELECT RUN-STATS-FILE
000820         ASSIGN TO RUNSTAT
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-RUNSTAT-STATUS.
000850
000860     SELECT JOURNAL-FILE
000870         ASSIGN TO JRNLOUT
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-JOURNAL-STATUS.
000900
000910     SELECT JOURNAL-REPORT-FILE
000920         ASSIGN TO JRNLRPT
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-JRNLRPT-STATUS.
000950
000960     SELECT SUBLEDGER-FILE
000970         ASSIGN TO ACRSUBL
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS SL-ACCOUNT-ID
001010         FILE STATUS IS WS-SUBL-STATUS.
001020
001030     SELECT PROOF-REPORT-FILE
001040         ASSIGN TO SLPROOF
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-SLPROOF-STATUS.
001070
001080     SELECT ACCOUNT-MASTER
001090         ASSIGN TO ACCTMST
001100         ORGANIZATION IS INDEXED
001110         ACCESS MODE IS RANDOM
001120         RECORD KEY IS AM-ACCOUNT-ID
001130         FILE STATUS IS WS-MASTER-STATUS.
001140
001150 DATA DIVISION.
001160
001170 FILE SECTION.
001180*---------------------------------------------------------*
001190*  GL-EXTRACT-FILE - ONE RECORD PER ACCOUNT CALCULATED BY  *
001200*  THE NIGHTLY BATCH RUN, AS WRITTEN BY 7400-WRITE-GL-     *
001210*  EXTRACT IN THE INTEREST CALCULATOR.                     *
001220*---------------------------------------------------------*
001230 FD  GL-EXTRACT-FILE
001240     RECORDING MODE IS F.
001250 01  GL-EXTRACT-RECORD.
001260     05  GL-ACCOUNT-ID          PIC X(10).
001270     05  GL-PRINCIPAL           PIC 9(7)V99.
001280     05  GL-INTEREST-RATE       PIC 9(3)V9999.
001290     05  GL-YEARS               PIC 9(3)V9(6).
001300     05  GL-N                   PIC 9(3).
001310     05  GL-CALC-MODE           PIC X(01).
001320     05  GL-ACCRUED-AMOUNT      PIC 9(8)V99.
001330     05  GL-RUN-DATE            PIC 9(8).
001340     05  GL-MONTHLY-DEPOSIT     PIC 9(5)V99.
001350     05  GL-PRODUCT-CODE        PIC X(04).
001360     05  GL-BRANCH-CODE         PIC X(03).
001370     05  GL-INDEX-CODE          PIC X(04).
001380     05  GL-INDEX-RATE          PIC S9(3)V9999
001390                                SIGN LEADING SEPARATE.
001400     05  GL-RATE-MARGIN         PIC S9(2)V9999
001410                                SIGN LEADING SEPARATE.
001420
001430*---------------------------------------------------------*
001440*  RUN-STATS-FILE - THE ONE-RECORD STATISTICS FILE LEFT BY *
001450*  THE SAME BATCH RUN THAT WROTE THE EXTRACT.  THE PROOF   *
001460*  BALANCES THE EXTRACT AGAINST RS-ACCOUNTS-CALCED AND     *
001470*  RS-TOTAL-ACCRUED.                                       *
001480*---------------------------------------------------------*
001490 FD  RUN-STATS-FILE
001500     RECORDING MODE IS F.
001510 01  RUN-STAT-RECORD.
001520     05  RS-RUN-DATE            PIC 9(08).
001530     05  RS-START-TIME          PIC 9(06).
001540     05  RS-END-TIME            PIC 9(06).
001550     05  RS-ACCOUNTS-READ       PIC 9(07).
001560     05  RS-ACCOUNTS-CALCED     PIC 9(07).
001570     05  RS-ACCOUNTS-REJECTED   PIC 9(07).
001580     05  RS-TOTAL-PRINCIPAL     PIC 9(11)V99.
001590     05  RS-TOTAL-ACCRUED       PIC 9(11)V99.
001600     05  RS-RETURN-CODE         PIC 9(02).
001610     05  RS-RUN-MODE            PIC X(01).
001620     05  FILLER                 PIC X(07).
001630     05  RS-RESTARTED           PIC X(01).
001640     05  FILLER                 PIC X(02).
001650
001660*---------------------------------------------------------*
001670*  JOURNAL-FILE - THE BALANCED JOURNAL HANDED TO THE       *
001680*  LEDGER.  ONE HDR RECORD, ONE DEBIT AND ONE CREDIT LINE  *
001690*  PER BRANCH/PRODUCT SUMMARY BUCKET, AND ONE TRL RECORD   *
001700*  CARRYING THE LINE COUNT AND DEBIT/CREDIT CONTROL        *
001710*  TOTALS, WHICH MUST BE EQUAL.                            *
001720*---------------------------------------------------------*
001730 FD  JOURNAL-FILE
001740     RECORDING MODE IS F.
001750 01  JOURNAL-RECORD             PIC X(80).
001760 01  JOURNAL-HEADER-R REDEFINES JOURNAL-RECORD.
001770     05  JH-RECORD-TYPE         PIC X(03).
001780     05  JH-POSTING-DATE        PIC 9(08).
001790     05  JH-EXTRACT-RUN-DATE    PIC 9(08).
001800     05  JH-SOURCE-SYSTEM       PIC X(08).
001810     05  FILLER                 PIC X(53).
001820 01  JOURNAL-DETAIL-R REDEFINES JOURNAL-RECORD.
001830     05  JD-RECORD-TYPE         PIC X(03).
001840     05  JD-LINE-NUMBER         PIC 9(05).
001850     05  JD-BRANCH-CODE         PIC X(03).
001860     05  JD-PRODUCT-CODE        PIC X(04).
001870     05  JD-DEBIT-CREDIT        PIC X(01).
001880     05  JD-LEDGER-ACCOUNT      PIC 9(05).
001890     05  JD-AMOUNT              PIC 9(11)V99.
001900     05  FILLER                 PIC X(46).
001910 01  JOURNAL-TRAILER-R REDEFINES JOURNAL-RECORD.
001920     05  JT-RECORD-TYPE         PIC X(03).
001930     05  JT-LINE-COUNT          PIC 9(07).
001940     05  JT-DEBIT-TOTAL         PIC 9(13)V99.
001950     05  JT-CREDIT-TOTAL        PIC 9(13)V99.
001960     05  FILLER                 PIC X(40).
001970
001980 FD  JOURNAL-REPORT-FILE
001990     RECORDING MODE IS F.
002000 01  JOURNAL-REPORT-RECORD      PIC X(132).
002010
002020*---------------------------------------------------------*
002030*  SUBLEDGER-FILE - THE ACCRUAL SUBLEDGER, ONE RECORD PER  *
002040*  ACCOUNT EVER POSTED.  POSTED-TO-DATE IS THE ACCOUNT'S   *
002050*  SHARE OF THE ACCRUED INTEREST PAYABLE BALANCE (20500).  *
002060*  STATUS "D" MARKS AN ACCOUNT WHOSE POSTED BALANCE WAS    *
002070*  REVERSED WHEN IT DROPPED OFF THE EXTRACT.               *
002080*---------------------------------------------------------*
002090 FD  SUBLEDGER-FILE.
002100 01  SUBLEDGER-RECORD.
002110     05  SL-ACCOUNT-ID          PIC X(10).
002120     05  SL-BRANCH-CODE         PIC X(03).
002130     05  SL-PRODUCT-CODE        PIC X(04).
002140     05  SL-ACCRUED-TO-DATE     PIC 9(9)V99.
002150     05  SL-POSTED-TO-DATE      PIC 9(9)V99.
002160     05  SL-LAST-POST-DATE      PIC 9(08).
002170     05  SL-LAST-EXTRACT-DATE   PIC 9(08).
002180     05  SL-STATUS              PIC X(01).
002190         88  SL-ACTIVE                   VALUE "A".
002200         88  SL-DROPPED                  VALUE "D".
002210     05  FILLER                 PIC X(04).
002220
002230 FD  PROOF-REPORT-FILE
002240     RECORDING MODE IS F.
002250 01  PROOF-REPORT-RECORD        PIC X(132).
002260
002270*---------------------------------------------------------*
002280*  ACCOUNT-MASTER - READ ONLY FOR THE ACCOUNT STATUS, SO A *
002290*  FROZEN ACCOUNT IS NOT SWEPT AS DROPPED.  THE REST OF    *
002300*  THE RECORD IS NOT NEEDED HERE.                          *
002310*---------------------------------------------------------*
002320 FD  ACCOUNT-MASTER.
002330 01  ACCOUNT-MASTER-RECORD.
002340     05  AM-ACCOUNT-ID          PIC X(10).
002350     05  FILLER                 PIC X(48).
002360     05  AM-ACCOUNT-STATUS      PIC X(01).
002370         88  AM-FROZEN                   VALUE "F".
002380     05  FILLER                 PIC X(01).
002390
002400 WORKING-STORAGE SECTION.
002410*---------------------------------------------------------*
002420*  FILE STATUS AND END-OF-FILE SWITCHES                   *
002430*---------------------------------------------------------*
002440 77  WS-GL-STATUS         PIC X(02) VALUE "00".
002450 77  WS-RUNSTAT-STATUS    PIC X(02) VALUE "00".
002460 77  WS-JOURNAL-STATUS    PIC X(02) VALUE "00".
002470 77  WS-JRNLRPT-STATUS    PIC X(02) VALUE "00".
002480 77  WS-SUBL-STATUS       PIC X(02) VALUE "00".
002490 77  WS-SLPROOF-STATUS    PIC X(02) VALUE "00".
002500 77  WS-MASTER-STATUS     PIC X(02) VALUE "00".
002510 77  WS-SUBL-EOF-SW       PIC X(01) VALUE "N".
002520     88  SUBLEDGER-EOF               VALUE "Y".
002530 77  WS-SUBL-FOUND-SW     PIC X(01) VALUE "N".
002540     88  SUBLEDGER-FOUND             VALUE "Y".
002550 77  WS-EOF-SW            PIC X(01) VALUE "N".
002560     88  EXTRACT-EOF                 VALUE "Y".
002570 77  WS-PROOF-SW          PIC X(01) VALUE "N".
002580     88  PROOF-FAILED                VALUE "Y".
002590
002600*---------------------------------------------------------*
002610*  BRANCH/PRODUCT SUMMARY BUCKETS - ONE ENTRY PER BRANCH   *
002620*  AND PRODUCT COMBINATION SEEN ON THE EXTRACT OR ON A     *
002630*  REVERSED SUBLEDGER RECORD.  WS-BKT-NET IS WHAT POSTS:   *
002640*  TONIGHT'S INTEREST LESS WHAT WAS ALREADY POSTED.        *
002650*---------------------------------------------------------*
002660 01  WS-BUCKET-TABLE.
002670     05  WS-BUCKET-ENTRY OCCURS 500 TIMES.
002680         10  WS-BKT-BRANCH    PIC X(03).
002690         10  WS-BKT-PRODUCT   PIC X(04).
002700         10  WS-BKT-COUNT     PIC 9(7) COMP.
002710         10  WS-BKT-ACCRUED   PIC 9(11)V99.
002720         10  WS-BKT-INTEREST  PIC 9(11)V99.
002730         10  WS-BKT-NET       PIC S9(11)V99.
002740 77  WS-BUCKET-ENTRIES    PIC 9(3) COMP VALUE 0.
002750 77  WS-BUCKET-MAX        PIC 9(3) COMP VALUE 500.
002760 77  WS-BUCKET-SUB        PIC 9(3) COMP VALUE 0.
002770 77  WS-BUCKET-FOUND-SUB  PIC 9(3) COMP VALUE 0.
002780 01  WS-FIND-BRANCH       PIC X(03) VALUE SPACES.
002790 01  WS-FIND-PRODUCT      PIC X(04) VALUE SPACES.
002800
002810*---------------------------------------------------------*
002820*  EXTRACT ACCUMULATORS AND THE LEDGER ACCOUNT NUMBERS.    *
002830*  ACCRUED INTEREST IS POSTED AS A DEBIT TO INTEREST       *
002840*  EXPENSE (60100) AND A CREDIT TO ACCRUED INTEREST        *
002850*  PAYABLE (20500), ONE PAIR PER BRANCH/PRODUCT BUCKET.    *
002860*---------------------------------------------------------*
002870 77  WS-EXTRACT-COUNT     PIC 9(7) COMP VALUE 0.
002880 01  WS-EXTRACT-ACCRUED   PIC 9(13)V99 VALUE 0.
002890 01  WS-EXTRACT-RUN-DATE  PIC 9(8) VALUE 0.
002900 77  WS-DR-LEDGER-ACCT    PIC 9(5) VALUE 60100.
002910 77  WS-CR-LEDGER-ACCT    PIC 9(5) VALUE 20500.
002920 77  WS-JOURNAL-LINES     PIC 9(7) COMP VALUE 0.
002930 01  WS-DEBIT-TOTAL       PIC 9(13)V99 VALUE 0.
002940 01  WS-CREDIT-TOTAL      PIC 9(13)V99 VALUE 0.
002950 77  WS-RUNSTAT-READ-SW   PIC X(01) VALUE "N".
002960     88  RUNSTAT-READ                VALUE "Y".
002970 77  WS-GL-OPEN-SW        PIC X(01) VALUE "N".
002980     88  GL-EXTRACT-OPEN             VALUE "Y".
002990 77  WS-JOURNAL-OPEN-SW   PIC X(01) VALUE "N".
003000     88  JOURNAL-OPEN                VALUE "Y".
003010 77  WS-JRNLRPT-OPEN-SW   PIC X(01) VALUE "N".
003020     88  JRNLRPT-OPEN                VALUE "Y".
003030*    THE RUN-STATISTICS FIGURES ARE SAVED HERE BEFORE
003040*    RUNSTAT IS CLOSED SO THE PROOF AND THE CONTROL REPORT
003050*    HAVE A DEFINED SOURCE, AS THE BATCH DRIVER DOES WITH
003060*    WS-RUNSTAT-SAVE.
003070 77  WS-STAT-CALCED       PIC 9(7) VALUE 0.
003080 01  WS-STAT-ACCRUED      PIC 9(11)V99 VALUE 0.
003090 77  WS-STAT-RUN-MODE     PIC X(01) VALUE SPACE.
003100     88  STAT-REJECT-RERUN           VALUE "R".
003110 77  WS-STAT-RESTART-SW   PIC X(01) VALUE "N".
003120     88  STAT-RESTARTED              VALUE "Y".
003130 77  WS-SUBL-OPEN-SW      PIC X(01) VALUE "N".
003140     88  SUBLEDGER-OPEN              VALUE "Y".
003150 77  WS-SLPROOF-OPEN-SW   PIC X(01) VALUE "N".
003160     88  SLPROOF-OPEN                VALUE "Y".
003170 77  WS-SUBL-UPDATED-SW   PIC X(01) VALUE "N".
003180     88  SUBLEDGER-UPDATED           VALUE "Y".
003190 77  WS-PROOF-HDG-SW      PIC X(01) VALUE "N".
003200     88  PROOF-HEADING-DONE          VALUE "Y".
003210 77  WS-MASTER-OPEN-SW    PIC X(01) VALUE "N".
003220     88  MASTER-OPEN                 VALUE "Y".
003230
003240*---------------------------------------------------------*
003250*  ACCRUAL SUBLEDGER FIGURES.  THE PROOF IS OPENING POSTED *
003260*  BALANCE + NET JOURNAL (EXPENSE DEBITS LESS EXPENSE      *
003270*  CREDITS) = CLOSING POSTED BALANCE.                      *
003280*---------------------------------------------------------*
003290 01  WS-INTEREST-TODATE   PIC S9(9)V99 VALUE 0.
003300 01  WS-DEPOSITS          PIC 9(9)V99 VALUE 0.
003310 01  WS-DELTA             PIC S9(9)V99 VALUE 0.
003320 01  WS-NET-AMOUNT        PIC 9(11)V99 VALUE 0.
003330 77  WS-NEW-SUBL-COUNT    PIC 9(7) COMP VALUE 0.
003340 77  WS-REVERSAL-COUNT    PIC 9(7) COMP VALUE 0.
003350 01  WS-ACCRUAL-UP        PIC 9(13)V99 VALUE 0.
003360 01  WS-ACCRUAL-DOWN      PIC 9(13)V99 VALUE 0.
003370 01  WS-REVERSAL-TOTAL    PIC 9(13)V99 VALUE 0.
003380 77  WS-HELD-COUNT        PIC 9(7) COMP VALUE 0.
003390 01  WS-HELD-TOTAL        PIC 9(13)V99 VALUE 0.
003400 01  WS-SUBL-OPENING      PIC 9(13)V99 VALUE 0.
003410 01  WS-SUBL-CLOSING      PIC 9(13)V99 VALUE 0.
003420 01  WS-EXPENSE-DR        PIC 9(13)V99 VALUE 0.
003430 01  WS-EXPENSE-CR        PIC 9(13)V99 VALUE 0.
003440 01  WS-JOURNAL-NET       PIC S9(13)V99 VALUE 0.
003450 01  WS-PROOF-EXPECTED    PIC S9(13)V99 VALUE 0.
003460 01  WS-SUBL-TOTAL        PIC 9(13)V99 VALUE 0.
003470
003480*---------------------------------------------------------*
003490*  DATE AND REPORT-BUILDING FIELDS                        *
003500*---------------------------------------------------------*
003510 01  WS-DATE8             PIC 9(8).
003520 01  WS-DATE8-R REDEFINES WS-DATE8.
003530     05  WS-CDT-YEAR      PIC 9(4).
003540     05  WS-CDT-MONTH     PIC 9(2).
003550     05  WS-CDT-DAY       PIC 9(2).
003560 01  WS-RUN-DATE-EDIT.
003570     05  WS-RD-YEAR       PIC 9(4).
003580     05  FILLER           PIC X(01) VALUE "-".
003590     05  WS-RD-MONTH      PIC 9(2).
003600     05  FILLER           PIC X(01) VALUE "-".
003610     05  WS-RD-DAY        PIC 9(2).
003620 01  WS-COUNT-EDIT        PIC Z(6)9.
003630 01  WS-TOTAL-EDIT        PIC Z(12)9.99.
003640 01  WS-SIGNED-EDIT       PIC -(12)9.99.
003650 01  WS-AMOUNT-EDIT       PIC Z(8)9.99.
003660 01  WS-LINE-OUT          PIC X(132).
003670
003680 PROCEDURE DIVISION.
003690
003700*===========================================================*
003710*  0000-MAINLINE                                             *
003720*===========================================================*
003730 0000-MAINLINE.
003740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003750     IF PROOF-FAILED
003760         PERFORM 9999-TERMINATE THRU 9999-EXIT
003770         STOP RUN
003780     END-IF.
003790     PERFORM 3100-READ-EXTRACT THRU 3100-EXIT.
003800     PERFORM 3000-ACCUMULATE-LOOP THRU 3000-EXIT
003810         UNTIL EXTRACT-EOF.
003820     PERFORM 4000-PROVE-CONTROLS THRU 4000-EXIT.
003830     IF NOT PROOF-FAILED
003840         PERFORM 4500-UPDATE-SUBLEDGER THRU 4500-EXIT
003850     END-IF.
003860     IF NOT PROOF-FAILED
003870         PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT
003880     END-IF.
003890     PERFORM 7000-WRITE-REPORT THRU 7000-EXIT.
003900     PERFORM 7500-SUBLEDGER-PROOF THRU 7500-EXIT.
003910     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003920     STOP RUN.
003930
003940*===========================================================*
003950*  1000-INITIALIZE - OPEN FILES AND READ THE RUN STATISTICS  *
003960*===========================================================*
003970 1000-INITIALIZE.
003980     DISPLAY "GL Journal Posting".
003990     DISPLAY "==============================".
004000     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
004010     MOVE WS-CDT-YEAR TO WS-RD-YEAR.
004020     MOVE WS-CDT-MONTH TO WS-RD-MONTH.
004030     MOVE WS-CDT-DAY TO WS-RD-DAY.
004040     OPEN INPUT GL-EXTRACT-FILE.
004050     IF WS-GL-STATUS NOT = "00"
004060         DISPLAY "*** ERROR: CANNOT OPEN GL EXTRACT (GLOUT) "
004070             "- FILE STATUS " WS-GL-STATUS " ***"
004080         SET PROOF-FAILED TO TRUE
004090         MOVE 16 TO RETURN-CODE
004100         GO TO 1000-EXIT
004110     END-IF.
004120     SET GL-EXTRACT-OPEN TO TRUE.
004130     OPEN INPUT RUN-STATS-FILE.
004140     IF WS-RUNSTAT-STATUS NOT = "00"
004150         DISPLAY "*** ERROR: CANNOT OPEN RUN STATISTICS "
004160             "(RUNSTAT) - FILE STATUS " WS-RUNSTAT-STATUS
004170             " - NOTHING CAN BE PROVED, NOTHING POSTS. ***"
004180         SET PROOF-FAILED TO TRUE
004190         MOVE 16 TO RETURN-CODE
004200         GO TO 1000-EXIT
004210     END-IF.
004220     READ RUN-STATS-FILE
004230         AT END
004240             CONTINUE
004250         NOT AT END
004260             SET RUNSTAT-READ TO TRUE
004270             MOVE RS-ACCOUNTS-CALCED TO WS-STAT-CALCED
004280             MOVE RS-TOTAL-ACCRUED TO WS-STAT-ACCRUED
004290             MOVE RS-RUN-MODE TO WS-STAT-RUN-MODE
004300             MOVE RS-RESTARTED TO WS-STAT-RESTART-SW
004310     END-READ.
004320     CLOSE RUN-STATS-FILE.
004330     IF NOT RUNSTAT-READ
004340         DISPLAY "*** ERROR: RUN STATISTICS FILE (RUNSTAT) IS "
004350             "EMPTY - NOTHING CAN BE PROVED, NOTHING "
004360             "POSTS. ***"
004370         SET PROOF-FAILED TO TRUE
004380         MOVE 16 TO RETURN-CODE
004390         GO TO 1000-EXIT
004400     END-IF.
004410     OPEN OUTPUT JOURNAL-FILE.
004420     IF WS-JOURNAL-STATUS NOT = "00"
004430         DISPLAY "*** ERROR: CANNOT OPEN JOURNAL FILE "
004440             "(JRNLOUT) - FILE STATUS " WS-JOURNAL-STATUS
004450             " ***"
004460         SET PROOF-FAILED TO TRUE
004470         MOVE 16 TO RETURN-CODE
004480         GO TO 1000-EXIT
004490     END-IF.
004500     SET JOURNAL-OPEN TO TRUE.
004510     OPEN OUTPUT JOURNAL-REPORT-FILE.
004520     IF WS-JRNLRPT-STATUS NOT = "00"
004530         DISPLAY "*** ERROR: CANNOT OPEN CONTROL REPORT "
004540             "(JRNLRPT) - FILE STATUS " WS-JRNLRPT-STATUS
004550             " ***"
004560         SET PROOF-FAILED TO TRUE
004570         MOVE 16 TO RETURN-CODE
004580         GO TO 1000-EXIT
004590     END-IF.
004600     SET JRNLRPT-OPEN TO TRUE.
004610     OPEN OUTPUT PROOF-REPORT-FILE.
004620     IF WS-SLPROOF-STATUS NOT = "00"
004630         DISPLAY "*** ERROR: CANNOT OPEN SUBLEDGER PROOF "
004640             "(SLPROOF) - FILE STATUS " WS-SLPROOF-STATUS
004650             " ***"
004660         SET PROOF-FAILED TO TRUE
004670         MOVE 16 TO RETURN-CODE
004680         GO TO 1000-EXIT
004690     END-IF.
004700     SET SLPROOF-OPEN TO TRUE.
004710     OPEN I-O SUBLEDGER-FILE.
004720     IF WS-SUBL-STATUS = "35"
004730         OPEN OUTPUT SUBLEDGER-FILE
004740         CLOSE SUBLEDGER-FILE
004750         OPEN I-O SUBLEDGER-FILE
004760     END-IF.
004770     IF WS-SUBL-STATUS NOT = "00"
004780         DISPLAY "*** ERROR: CANNOT OPEN ACCRUAL SUBLEDGER "
004790             "(ACRSUBL) - FILE STATUS " WS-SUBL-STATUS
004800             " - NOTHING POSTS. ***"
004810         SET PROOF-FAILED TO TRUE
004820         MOVE 16 TO RETURN-CODE
004830         GO TO 1000-EXIT
004840     END-IF.
004850     SET SUBLEDGER-OPEN TO TRUE.
004860     PERFORM 1300-SUBLEDGER-TOTAL THRU 1300-EXIT.
004870     MOVE WS-SUBL-TOTAL TO WS-SUBL-OPENING.
004880*    THE MASTER IS ONLY NEEDED TO HOLD FROZEN ACCOUNTS IN
004890*    THE DROPPED-ACCOUNT SWEEP; WITHOUT IT THE SWEEP IS NOT
004900*    RUN AND THE JOB ENDS WITH RETURN CODE 4.
004910     OPEN INPUT ACCOUNT-MASTER.
004920     IF WS-MASTER-STATUS = "00"
004930         SET MASTER-OPEN TO TRUE
004940     ELSE
004950         DISPLAY "*** WARNING: CANNOT OPEN ACCOUNT MASTER "
004960             "(ACCTMST) - FILE STATUS " WS-MASTER-STATUS
004970             " - DROPPED-ACCOUNT SWEEP WILL NOT RUN. ***"
004980     END-IF.
004990 1000-EXIT.
005000     EXIT.
005010
005020*===========================================================*
005030*  1300-1310 - TOTAL THE POSTED BALANCE ACROSS THE WHOLE     *
005040*  SUBLEDGER, FOR THE OPENING AND CLOSING PROOF FIGURES.     *
005050*===========================================================*
005060 1300-SUBLEDGER-TOTAL.
005070     MOVE 0 TO WS-SUBL-TOTAL.
005080     MOVE "N" TO WS-SUBL-EOF-SW.
005090     MOVE LOW-VALUES TO SL-ACCOUNT-ID.
005100     START SUBLEDGER-FILE KEY NOT < SL-ACCOUNT-ID
005110         INVALID KEY
005120             MOVE "Y" TO WS-SUBL-EOF-SW
005130     END-START.
005140     PERFORM 1310-SUBLEDGER-TOTAL-STEP THRU 1310-EXIT
005150         UNTIL SUBLEDGER-EOF.
005160 1300-EXIT.
005170     EXIT.
005180
005190 1310-SUBLEDGER-TOTAL-STEP.
005200     READ SUBLEDGER-FILE NEXT RECORD
005210         AT END
005220             MOVE "Y" TO WS-SUBL-EOF-SW
005230             GO TO 1310-EXIT
005240     END-READ.
005250     ADD SL-POSTED-TO-DATE TO WS-SUBL-TOTAL.
005260 1310-EXIT.
005270     EXIT.
005280
005290*===========================================================*
005300*  3000-3100 - EXTRACT CONTROL LOOP.  EVERY ACCOUNT'S        *
005310*  ACCRUED AMOUNT IS ADDED TO THE EXTRACT CONTROL TOTALS     *
005320*  USED BY THE PROOF; NOTHING IS BUCKETED UNTIL THE EXTRACT  *
005330*  HAS PROVED.                                               *
005340*===========================================================*
005350 3000-ACCUMULATE-LOOP.
005360     ADD 1 TO WS-EXTRACT-COUNT.
005370     ADD GL-ACCRUED-AMOUNT TO WS-EXTRACT-ACCRUED.
005380     MOVE GL-RUN-DATE TO WS-EXTRACT-RUN-DATE.
005390     PERFORM 3100-READ-EXTRACT THRU 3100-EXIT.
005400 3000-EXIT.
005410     EXIT.
005420
005430 3100-READ-EXTRACT.
005440     READ GL-EXTRACT-FILE
005450         AT END
005460             MOVE "Y" TO WS-EOF-SW
005470     END-READ.
005480 3100-EXIT.
005490     EXIT.
005500
005510*===========================================================*
005520*  3500-FIND-BUCKET - LOCATE OR ADD THE SUMMARY BUCKET FOR   *
005530*  WS-FIND-BRANCH/WS-FIND-PRODUCT.  A FULL TABLE IS A HARD   *
005540*  FAILURE - A BUCKET THAT CANNOT BE HELD WOULD THROW THE    *
005550*  JOURNAL OUT OF BALANCE AGAINST THE PROOF.                 *
005560*===========================================================*
005570 3500-FIND-BUCKET.
005580     MOVE 0 TO WS-BUCKET-FOUND-SUB.
005590     MOVE 0 TO WS-BUCKET-SUB.
005600     PERFORM 3510-SCAN-BUCKET THRU 3510-EXIT
005610         UNTIL WS-BUCKET-FOUND-SUB > 0
005620         OR WS-BUCKET-SUB NOT < WS-BUCKET-ENTRIES.
005630     IF WS-BUCKET-FOUND-SUB > 0
005640         GO TO 3500-EXIT
005650     END-IF.
005660     IF WS-BUCKET-ENTRIES < WS-BUCKET-MAX
005670         ADD 1 TO WS-BUCKET-ENTRIES
005680         MOVE WS-FIND-BRANCH
005690             TO WS-BKT-BRANCH (WS-BUCKET-ENTRIES)
005700         MOVE WS-FIND-PRODUCT
005710             TO WS-BKT-PRODUCT (WS-BUCKET-ENTRIES)
005720         MOVE 0 TO WS-BKT-COUNT (WS-BUCKET-ENTRIES)
005730         MOVE 0 TO WS-BKT-ACCRUED (WS-BUCKET-ENTRIES)
005740         MOVE 0 TO WS-BKT-INTEREST (WS-BUCKET-ENTRIES)
005750         MOVE 0 TO WS-BKT-NET (WS-BUCKET-ENTRIES)
005760         MOVE WS-BUCKET-ENTRIES TO WS-BUCKET-FOUND-SUB
005770     ELSE
005780         DISPLAY "*** ERROR: MORE THAN " WS-BUCKET-MAX
005790             " BRANCH/PRODUCT BUCKETS TO POST - "
005800             "JOURNAL WOULD NOT BALANCE, NOTHING POSTS. ***"
005810         SET PROOF-FAILED TO TRUE
005820         MOVE 16 TO RETURN-CODE
005830         MOVE "Y" TO WS-EOF-SW
005840     END-IF.
005850 3500-EXIT.
005860     EXIT.
005870
005880 3510-SCAN-BUCKET.
005890     ADD 1 TO WS-BUCKET-SUB.
005900     IF WS-BKT-BRANCH (WS-BUCKET-SUB) = WS-FIND-BRANCH
005910         AND WS-BKT-PRODUCT (WS-BUCKET-SUB) = WS-FIND-PRODUCT
005920         MOVE WS-BUCKET-SUB TO WS-BUCKET-FOUND-SUB
005930     END-IF.
005940 3510-EXIT.
005950     EXIT.
005960
005970*===========================================================*
005980*  4000-PROVE-CONTROLS - BALANCE THE EXTRACT AGAINST THE     *
005990*  RUN-STATISTICS RECORD BEFORE ANYTHING POSTS.  A COUNT OR  *
006000*  TOTAL THAT DOES NOT PROVE ENDS THE JOB WITH RETURN CODE   *
006010*  16 AND AN EMPTY JOURNAL.                                  *
006020*===========================================================*
006030 4000-PROVE-CONTROLS.
006040     IF PROOF-FAILED
006050         GO TO 4000-EXIT
006060     END-IF.
006070     IF WS-EXTRACT-COUNT NOT = WS-STAT-CALCED
006080         MOVE WS-STAT-CALCED TO WS-COUNT-EDIT
006090         DISPLAY "*** PROOF ERROR: RUN STATISTICS SHOW "
006100             WS-COUNT-EDIT " ACCOUNTS CALCULATED ***"
006110         MOVE WS-EXTRACT-COUNT TO WS-COUNT-EDIT
006120         DISPLAY "***           BUT THE EXTRACT CARRIES "
006130             WS-COUNT-EDIT " RECORDS ***"
006140         SET PROOF-FAILED TO TRUE
006150     END-IF.
006160     IF WS-EXTRACT-ACCRUED NOT = WS-STAT-ACCRUED
006170         MOVE WS-STAT-ACCRUED TO WS-TOTAL-EDIT
006180         DISPLAY "*** PROOF ERROR: RUN STATISTICS SHOW "
006190             "TOTAL ACCRUED " WS-TOTAL-EDIT " ***"
006200         MOVE WS-EXTRACT-ACCRUED TO WS-TOTAL-EDIT
006210         DISPLAY "***           BUT THE EXTRACT TOTALS  "
006220             WS-TOTAL-EDIT " ***"
006230         SET PROOF-FAILED TO TRUE
006240     END-IF.
006250     IF PROOF-FAILED
006260         DISPLAY "*** EXTRACT OUT OF BALANCE - NOTHING "
006270             "POSTED. ***"
006280         MOVE 16 TO RETURN-CODE
006290         GO TO 4000-EXIT
006300     END-IF.
006310     MOVE WS-EXTRACT-COUNT TO WS-COUNT-EDIT.
006320     DISPLAY "Extract of " WS-EXTRACT-RUN-DATE " proved - "
006330         WS-COUNT-EDIT " accounts.".
006340 4000-EXIT.
006350     EXIT.
006360
006370*===========================================================*
006380*  4500-4530 - PRICE TONIGHT'S POSTING AGAINST THE ACCRUAL   *
006390*  SUBLEDGER AND BRING THE SUBLEDGER UP TO DATE.  THE        *
006400*  PROVED EXTRACT IS READ A SECOND TIME; EACH ACCOUNT'S      *
006410*  INTEREST TO DATE LESS ITS POSTED-TO-DATE IS ADDED TO ITS  *
006420*  BUCKET, AND THE SUBLEDGER RECORD IS REWRITTEN (OR ADDED)  *
006430*  AS POSTED THROUGH TONIGHT.  AN ACCOUNT THAT HAS MOVED     *
006440*  BRANCH OR PRODUCT HAS ITS OLD POSTED BALANCE TAKEN OUT    *
006450*  OF THE OLD BUCKET AND ITS FULL INTEREST PUT INTO THE NEW. *
006460*  THE SUBLEDGER IS UPDATED BEFORE THE JOURNAL IS WRITTEN -  *
006470*  GLPOST TAKES A BACKUP OF IT FIRST, AND A FAILED JOURNAL   *
006480*  MEANS RESTORING THAT BACKUP BEFORE THE RERUN.             *
006490*===========================================================*
006500 4500-UPDATE-SUBLEDGER.
006510     CLOSE GL-EXTRACT-FILE.
006520     MOVE "N" TO WS-GL-OPEN-SW.
006530     MOVE "N" TO WS-EOF-SW.
006540     OPEN INPUT GL-EXTRACT-FILE.
006550     IF WS-GL-STATUS NOT = "00"
006560         DISPLAY "*** ERROR: CANNOT REOPEN GL EXTRACT (GLOUT) "
006570             "- FILE STATUS " WS-GL-STATUS " - NOTHING "
006580             "POSTED. ***"
006590         SET PROOF-FAILED TO TRUE
006600         MOVE 16 TO RETURN-CODE
006610         GO TO 4500-EXIT
006620     END-IF.
006630     SET GL-EXTRACT-OPEN TO TRUE.
006640     SET SUBLEDGER-UPDATED TO TRUE.
006650     PERFORM 3100-READ-EXTRACT THRU 3100-EXIT.
006660     PERFORM 4510-POST-ONE-ACCOUNT THRU 4510-EXIT
006670         UNTIL EXTRACT-EOF OR PROOF-FAILED.
006680     IF PROOF-FAILED
006690         GO TO 4500-EXIT
006700     END-IF.
006710*    A REJECT RERUN'S EXTRACT CARRIES ONLY THE FALLOUT - EVERY
006720*    OTHER ACCOUNT WOULD LOOK DROPPED, SO THERE IS NO SWEEP.
006730*    NOR IS THERE ONE WITHOUT THE MASTER TO HOLD FROZEN
006740*    ACCOUNTS BY - THEY WOULD BE REVERSED IN ERROR.  A RUN
006750*    RESTARTED FROM A CHECKPOINT LEFT ONLY THE ACCOUNTS AFTER
006760*    IT ON THE EXTRACT, SO IT IS NOT SWEPT EITHER.
006770     IF STAT-RESTARTED AND NOT STAT-REJECT-RERUN
006780         DISPLAY "*** WARNING: THE CALCULATOR RUN WAS RESTARTED "
006790             "FROM A CHECKPOINT - DROPPED-ACCOUNT SWEEP NOT "
006800             "RUN. ***"
006810         IF RETURN-CODE = 0
006820             MOVE 4 TO RETURN-CODE
006830         END-IF
006840     END-IF.
006850     IF NOT STAT-REJECT-RERUN AND NOT STAT-RESTARTED
006860         IF MASTER-OPEN
006870             PERFORM 4600-DROPPED-SWEEP THRU 4600-EXIT
006880         ELSE
006890             IF RETURN-CODE = 0
006900                 MOVE 4 TO RETURN-CODE
006910             END-IF
006920         END-IF
006930     END-IF.
006940 4500-EXIT.
006950     EXIT.
006960
006970 4510-POST-ONE-ACCOUNT.
006980     PERFORM 4520-INTEREST-TO-DATE THRU 4520-EXIT.
006990     MOVE "N" TO WS-SUBL-FOUND-SW.
007000     MOVE GL-ACCOUNT-ID TO SL-ACCOUNT-ID.
007010     READ SUBLEDGER-FILE
007020         INVALID KEY
007030             CONTINUE
007040         NOT INVALID KEY
007050             SET SUBLEDGER-FOUND TO TRUE
007060     END-READ.
007070     IF NOT SUBLEDGER-FOUND
007080         MOVE SPACES TO SUBLEDGER-RECORD
007090         MOVE GL-ACCOUNT-ID TO SL-ACCOUNT-ID
007100         MOVE GL-BRANCH-CODE TO SL-BRANCH-CODE
007110         MOVE GL-PRODUCT-CODE TO SL-PRODUCT-CODE
007120         MOVE 0 TO SL-ACCRUED-TO-DATE
007130         MOVE 0 TO SL-POSTED-TO-DATE
007140         MOVE 0 TO SL-LAST-POST-DATE
007150         MOVE 0 TO SL-LAST-EXTRACT-DATE
007160     END-IF.
007170     IF SL-POSTED-TO-DATE > 0
007180         AND (SL-BRANCH-CODE NOT = GL-BRANCH-CODE
007190         OR SL-PRODUCT-CODE NOT = GL-PRODUCT-CODE)
007200         MOVE SL-BRANCH-CODE TO WS-FIND-BRANCH
007210         MOVE SL-PRODUCT-CODE TO WS-FIND-PRODUCT
007220         PERFORM 3500-FIND-BUCKET THRU 3500-EXIT
007230         IF PROOF-FAILED
007240             GO TO 4510-EXIT
007250         END-IF
007260         SUBTRACT SL-POSTED-TO-DATE
007270             FROM WS-BKT-NET (WS-BUCKET-FOUND-SUB)
007280         ADD SL-POSTED-TO-DATE TO WS-ACCRUAL-DOWN
007290         MOVE 0 TO SL-POSTED-TO-DATE
007300     END-IF.
007310     MOVE GL-BRANCH-CODE TO WS-FIND-BRANCH.
007320     MOVE GL-PRODUCT-CODE TO WS-FIND-PRODUCT.
007330     PERFORM 3500-FIND-BUCKET THRU 3500-EXIT.
007340     IF PROOF-FAILED
007350         GO TO 4510-EXIT
007360     END-IF.
007370     COMPUTE WS-DELTA = WS-INTEREST-TODATE - SL-POSTED-TO-DATE.
007380     ADD 1 TO WS-BKT-COUNT (WS-BUCKET-FOUND-SUB).
007390     ADD GL-ACCRUED-AMOUNT
007400         TO WS-BKT-ACCRUED (WS-BUCKET-FOUND-SUB).
007410     ADD WS-INTEREST-TODATE
007420         TO WS-BKT-INTEREST (WS-BUCKET-FOUND-SUB).
007430     ADD WS-DELTA TO WS-BKT-NET (WS-BUCKET-FOUND-SUB).
007440     IF WS-DELTA < 0
007450         SUBTRACT WS-DELTA FROM WS-ACCRUAL-DOWN
007460     ELSE
007470         ADD WS-DELTA TO WS-ACCRUAL-UP
007480     END-IF.
007490     MOVE GL-BRANCH-CODE TO SL-BRANCH-CODE.
007500     MOVE GL-PRODUCT-CODE TO SL-PRODUCT-CODE.
007510     MOVE WS-INTEREST-TODATE TO SL-ACCRUED-TO-DATE.
007520     MOVE WS-INTEREST-TODATE TO SL-POSTED-TO-DATE.
007530     MOVE WS-DATE8 TO SL-LAST-POST-DATE.
007540     MOVE GL-RUN-DATE TO SL-LAST-EXTRACT-DATE.
007550     SET SL-ACTIVE TO TRUE.
007560     IF SUBLEDGER-FOUND
007570         REWRITE SUBLEDGER-RECORD
007580             INVALID KEY
007590                 PERFORM 4530-SUBLEDGER-ERROR THRU 4530-EXIT
007600         END-REWRITE
007610     ELSE
007620         WRITE SUBLEDGER-RECORD
007630             INVALID KEY
007640                 PERFORM 4530-SUBLEDGER-ERROR THRU 4530-EXIT
007650         END-WRITE
007660         ADD 1 TO WS-NEW-SUBL-COUNT
007670     END-IF.
007680     PERFORM 3100-READ-EXTRACT THRU 3100-EXIT.
007690 4510-EXIT.
007700     EXIT.
007710
007720*    THE INTEREST IN THE ACCRUED AMOUNT, AS THE MONTH-END
007730*    CAPITALIZATION WORKS IT OUT.  IT IS NEVER LESS THAN ZERO.
007740 4520-INTEREST-TO-DATE.
007750     MOVE 0 TO WS-DEPOSITS.
007760     EVALUATE GL-CALC-MODE
007770         WHEN "S"
007780             COMPUTE WS-INTEREST-TODATE = GL-ACCRUED-AMOUNT
007790         WHEN "R"
007800             COMPUTE WS-DEPOSITS ROUNDED =
007810                 GL-MONTHLY-DEPOSIT * 12 * GL-YEARS
007820             COMPUTE WS-INTEREST-TODATE = GL-ACCRUED-AMOUNT
007830                 - GL-PRINCIPAL - WS-DEPOSITS
007840         WHEN OTHER
007850             COMPUTE WS-INTEREST-TODATE = GL-ACCRUED-AMOUNT
007860                 - GL-PRINCIPAL
007870     END-EVALUATE.
007880     IF WS-INTEREST-TODATE < 0
007890         MOVE 0 TO WS-INTEREST-TODATE
007900     END-IF.
007910 4520-EXIT.
007920     EXIT.
007930
007940 4530-SUBLEDGER-ERROR.
007950     DISPLAY "*** ERROR: ACCRUAL SUBLEDGER UPDATE FAILED FOR "
007960         "ACCOUNT " SL-ACCOUNT-ID " - FILE STATUS "
007970         WS-SUBL-STATUS " - NOTHING POSTED; RESTORE THE "
007980         "SUBLEDGER BACKUP BEFORE RERUNNING. ***"
007990     SET PROOF-FAILED TO TRUE.
008000     MOVE 16 TO RETURN-CODE.
008010 4530-EXIT.
008020     EXIT.
008030
008040*===========================================================*
008050*  4600-4610 - DROPPED-ACCOUNT SWEEP.  A SUBLEDGER RECORD    *
008060*  STILL CARRYING A POSTED BALANCE THAT WAS NOT ON TONIGHT'S *
008070*  EXTRACT IS AN ACCOUNT THE VARIANCE REPORT LISTS AS        *
008080*  DROPPED.  ITS WHOLE POSTED BALANCE IS REVERSED OUT OF ITS *
008090*  BUCKET, LISTED ON THE PROOF REPORT, AND THE RECORD IS     *
008100*  ZEROED AND MARKED "D".  IF THE ACCOUNT COMES BACK IT IS   *
008110*  SIMPLY POSTED AGAIN FROM NOTHING.  AN ACCOUNT FROZEN ON   *
008120*  THE MASTER IS HELD OFF THE EXTRACT, NOT DROPPED - IT IS   *
008130*  LISTED AS HELD AND ITS RECORD LEFT AS IT IS.              *
008140*===========================================================*
008150 4600-DROPPED-SWEEP.
008160     PERFORM 7550-PROOF-HEADING THRU 7550-EXIT.
008170     MOVE "N" TO WS-SUBL-EOF-SW.
008180     MOVE LOW-VALUES TO SL-ACCOUNT-ID.
008190     START SUBLEDGER-FILE KEY NOT < SL-ACCOUNT-ID
008200         INVALID KEY
008210             MOVE "Y" TO WS-SUBL-EOF-SW
008220     END-START.
008230     PERFORM 4610-DROPPED-STEP THRU 4610-EXIT
008240         UNTIL SUBLEDGER-EOF OR PROOF-FAILED.
008250 4600-EXIT.
008260     EXIT.
008270
008280 4610-DROPPED-STEP.
008290     READ SUBLEDGER-FILE NEXT RECORD
008300         AT END
008310             MOVE "Y" TO WS-SUBL-EOF-SW
008320             GO TO 4610-EXIT
008330     END-READ.
008340     IF SL-POSTED-TO-DATE = 0
008350         OR SL-LAST-EXTRACT-DATE NOT < WS-EXTRACT-RUN-DATE
008360         GO TO 4610-EXIT
008370     END-IF.
008380     MOVE SL-ACCOUNT-ID TO AM-ACCOUNT-ID.
008390     READ ACCOUNT-MASTER
008400         INVALID KEY
008410             MOVE SPACE TO AM-ACCOUNT-STATUS
008420     END-READ.
008430     IF AM-FROZEN
008440         ADD 1 TO WS-HELD-COUNT
008450         ADD SL-POSTED-TO-DATE TO WS-HELD-TOTAL
008460         MOVE SL-POSTED-TO-DATE TO WS-AMOUNT-EDIT
008470         MOVE SPACES TO PROOF-REPORT-RECORD
008480         STRING "  HELD      " SL-ACCOUNT-ID
008490             "  BRANCH " SL-BRANCH-CODE
008500             "  PRODUCT " SL-PRODUCT-CODE
008510             "  POSTED BALANCE: " WS-AMOUNT-EDIT
008520             "  FROZEN - NOT REVERSED"
008530             DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
008540         WRITE PROOF-REPORT-RECORD
008550         GO TO 4610-EXIT
008560     END-IF.
008570     MOVE SL-BRANCH-CODE TO WS-FIND-BRANCH.
008580     MOVE SL-PRODUCT-CODE TO WS-FIND-PRODUCT.
008590     PERFORM 3500-FIND-BUCKET THRU 3500-EXIT.
008600     IF PROOF-FAILED
008610         GO TO 4610-EXIT
008620     END-IF.
008630     SUBTRACT SL-POSTED-TO-DATE
008640         FROM WS-BKT-NET (WS-BUCKET-FOUND-SUB).
008650     ADD 1 TO WS-REVERSAL-COUNT.
008660     ADD SL-POSTED-TO-DATE TO WS-REVERSAL-TOTAL.
008670     MOVE SL-POSTED-TO-DATE TO WS-AMOUNT-EDIT.
008680     MOVE SPACES TO PROOF-REPORT-RECORD.
008690     STRING "  REVERSED  " SL-ACCOUNT-ID
008700         "  BRANCH " SL-BRANCH-CODE
008710         "  PRODUCT " SL-PRODUCT-CODE
008720         "  POSTED BALANCE: " WS-AMOUNT-EDIT
008730         "  LAST ON EXTRACT: " SL-LAST-EXTRACT-DATE
008740         DELIMITED BY SIZE INTO PROOF-REPORT-RECORD.
008750     WRITE PROOF-REPORT-RECORD.
008760     MOVE 0 TO SL-ACCRUED-TO-DATE.
008770     MOVE 0 TO SL-POSTED-TO-DATE.
008780     MOVE WS-DATE8 TO SL-LAST-POST-DATE.
008790     SET SL-DROPPED TO TRUE.
008800     REWRITE SUBLEDGER-RECORD
008810         INVALID KEY
008820             PERFORM 4530-SUBLEDGER-ERROR THRU 4530-EXIT
008830     END-REWRITE.
008840 4610-EXIT.
008850     EXIT.
008860
008870*===========================================================*
008880*  5000-5100 - WRITE THE BALANCED JOURNAL: HEADER, ONE       *
008890*  DEBIT/CREDIT PAIR PER BUCKET WITH A NET MOVEMENT, AND THE *
008900*  TRAILER CONTROL TOTALS.  A BUCKET THAT NETS UP DEBITS     *
008910*  EXPENSE AND CREDITS PAYABLE; ONE THAT NETS DOWN DEBITS    *
008920*  PAYABLE AND CREDITS EXPENSE.                              *
008930*===========================================================*
008940 5000-WRITE-JOURNAL.
008950     MOVE SPACES TO JOURNAL-RECORD.
008960     MOVE "HDR" TO JH-RECORD-TYPE.
008970     MOVE WS-DATE8 TO JH-POSTING-DATE.
008980     MOVE WS-EXTRACT-RUN-DATE TO JH-EXTRACT-RUN-DATE.
008990     MOVE "INTCALC" TO JH-SOURCE-SYSTEM.
009000     WRITE JOURNAL-RECORD.
009010     PERFORM 5150-CHECK-JOURNAL-WRITE THRU 5150-EXIT.
009020     IF PROOF-FAILED
009030         GO TO 5000-EXIT
009040     END-IF.
009050     MOVE 0 TO WS-BUCKET-SUB.
009060     PERFORM 5100-WRITE-BUCKET-PAIR THRU 5100-EXIT
009070         UNTIL WS-BUCKET-SUB NOT < WS-BUCKET-ENTRIES
009080         OR PROOF-FAILED.
009090     IF PROOF-FAILED
009100         GO TO 5000-EXIT
009110     END-IF.
009120     MOVE SPACES TO JOURNAL-RECORD.
009130     MOVE "TRL" TO JT-RECORD-TYPE.
009140     MOVE WS-JOURNAL-LINES TO JT-LINE-COUNT.
009150     MOVE WS-DEBIT-TOTAL TO JT-DEBIT-TOTAL.
009160     MOVE WS-CREDIT-TOTAL TO JT-CREDIT-TOTAL.
009170     WRITE JOURNAL-RECORD.
009180     PERFORM 5150-CHECK-JOURNAL-WRITE THRU 5150-EXIT.
009190     IF PROOF-FAILED
009200         GO TO 5000-EXIT
009210     END-IF.
009220     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
009230         DISPLAY "*** ERROR: JOURNAL DEBITS DO NOT EQUAL "
009240             "CREDITS - DO NOT POST THIS FILE. ***"
009250         SET PROOF-FAILED TO TRUE
009260         MOVE 16 TO RETURN-CODE
009270     END-IF.
009280 5000-EXIT.
009290     EXIT.
009300
009310 5100-WRITE-BUCKET-PAIR.
009320     ADD 1 TO WS-BUCKET-SUB.
009330     IF WS-BKT-NET (WS-BUCKET-SUB) = 0
009340         GO TO 5100-EXIT
009350     END-IF.
009360     IF WS-BKT-NET (WS-BUCKET-SUB) < 0
009370         COMPUTE WS-NET-AMOUNT = 0 - WS-BKT-NET (WS-BUCKET-SUB)
009380     ELSE
009390         MOVE WS-BKT-NET (WS-BUCKET-SUB) TO WS-NET-AMOUNT
009400     END-IF.
009410     MOVE SPACES TO JOURNAL-RECORD.
009420     MOVE "DTL" TO JD-RECORD-TYPE.
009430     ADD 1 TO WS-JOURNAL-LINES.
009440     MOVE WS-JOURNAL-LINES TO JD-LINE-NUMBER.
009450     MOVE WS-BKT-BRANCH (WS-BUCKET-SUB) TO JD-BRANCH-CODE.
009460     MOVE WS-BKT-PRODUCT (WS-BUCKET-SUB) TO JD-PRODUCT-CODE.
009470     MOVE "D" TO JD-DEBIT-CREDIT.
009480     IF WS-BKT-NET (WS-BUCKET-SUB) < 0
009490         MOVE WS-CR-LEDGER-ACCT TO JD-LEDGER-ACCOUNT
009500     ELSE
009510         MOVE WS-DR-LEDGER-ACCT TO JD-LEDGER-ACCOUNT
009520     END-IF.
009530     MOVE WS-NET-AMOUNT TO JD-AMOUNT.
009540     WRITE JOURNAL-RECORD.
009550     PERFORM 5150-CHECK-JOURNAL-WRITE THRU 5150-EXIT.
009560     IF PROOF-FAILED
009570         GO TO 5100-EXIT
009580     END-IF.
009590     ADD WS-NET-AMOUNT TO WS-DEBIT-TOTAL.
009600     IF WS-BKT-NET (WS-BUCKET-SUB) > 0
009610         ADD WS-NET-AMOUNT TO WS-EXPENSE-DR
009620     END-IF.
009630     MOVE SPACES TO JOURNAL-RECORD.
009640     MOVE "DTL" TO JD-RECORD-TYPE.
009650     ADD 1 TO WS-JOURNAL-LINES.
009660     MOVE WS-JOURNAL-LINES TO JD-LINE-NUMBER.
009670     MOVE WS-BKT-BRANCH (WS-BUCKET-SUB) TO JD-BRANCH-CODE.
009680     MOVE WS-BKT-PRODUCT (WS-BUCKET-SUB) TO JD-PRODUCT-CODE.
009690     MOVE "C" TO JD-DEBIT-CREDIT.
009700     IF WS-BKT-NET (WS-BUCKET-SUB) < 0
009710         MOVE WS-DR-LEDGER-ACCT TO JD-LEDGER-ACCOUNT
009720     ELSE
009730         MOVE WS-CR-LEDGER-ACCT TO JD-LEDGER-ACCOUNT
009740     END-IF.
009750     MOVE WS-NET-AMOUNT TO JD-AMOUNT.
009760     WRITE JOURNAL-RECORD.
009770     PERFORM 5150-CHECK-JOURNAL-WRITE THRU 5150-EXIT.
009780     IF PROOF-FAILED
009790         GO TO 5100-EXIT
009800     END-IF.
009810     ADD WS-NET-AMOUNT TO WS-CREDIT-TOTAL.
009820     IF WS-BKT-NET (WS-BUCKET-SUB) < 0
009830         ADD WS-NET-AMOUNT TO WS-EXPENSE-CR
009840     END-IF.
009850 5100-EXIT.
009860     EXIT.
009870
009880*===========================================================*
009890*  5150-CHECK-JOURNAL-WRITE - EVERY JOURNAL WRITE IS PROVED  *
009900*  GOOD BEFORE ITS AMOUNT ENTERS THE CONTROL TOTALS; A       *
009910*  FAILED WRITE ENDS THE POSTING WITH RETURN CODE 16.        *
009920*===========================================================*
009930 5150-CHECK-JOURNAL-WRITE.
009940     IF WS-JOURNAL-STATUS NOT = "00"
009950         DISPLAY "*** ERROR: JOURNAL WRITE FAILED - FILE "
009960             "STATUS " WS-JOURNAL-STATUS
009970             " - DO NOT POST THIS FILE. ***"
009980         IF SUBLEDGER-UPDATED
009990             DISPLAY "*** THE ACCRUAL SUBLEDGER IS ALREADY "
010000                 "UPDATED - RESTORE ITS BACKUP BEFORE "
010010                 "RERUNNING. ***"
010020         END-IF
010030         SET PROOF-FAILED TO TRUE
010040         MOVE 16 TO RETURN-CODE
010050     END-IF.
010060 5150-EXIT.
010070     EXIT.
010080
010090*===========================================================*
010100*  7000-7100 - CONTROL REPORT: ONE LINE PER BUCKET AND THE   *
010110*  PROOF FIGURES, FOR THE MORNING CHECKLIST.                 *
010120*===========================================================*
010130 7000-WRITE-REPORT.
010140     MOVE SPACES TO JOURNAL-REPORT-RECORD.
010150     STRING "GL JOURNAL POSTING CONTROL REPORT  -  RUN "
010160         "DATE: " WS-RUN-DATE-EDIT
010170         DELIMITED BY SIZE INTO JOURNAL-REPORT-RECORD.
010180     WRITE JOURNAL-REPORT-RECORD.
010190     MOVE SPACES TO JOURNAL-REPORT-RECORD.
010200     WRITE JOURNAL-REPORT-RECORD.
010210     MOVE 0 TO WS-BUCKET-SUB.
010220     PERFORM 7100-REPORT-BUCKET THRU 7100-EXIT
010230         UNTIL WS-BUCKET-SUB NOT < WS-BUCKET-ENTRIES.
010240     MOVE SPACES TO JOURNAL-REPORT-RECORD.
010250     WRITE JOURNAL-REPORT-RECORD.
010260     MOVE WS-EXTRACT-COUNT TO WS-COUNT-EDIT.
010270     MOVE SPACES TO JOURNAL-REPORT-RECORD.
010280     STRING "  EXTRACT ACCOUNTS READ     : " WS-COUNT-EDIT
010290         DELIMITED BY SIZE INTO JOURNAL-REPORT-RECORD.
010300     WRITE JOURNAL-REPORT-RECORD.
010310     MOVE WS-EXTRACT-ACCRUED TO WS-TOTAL-EDIT.
010320     MOVE SPACES TO JOURNAL-REPORT-RECORD.
010330     STRING "  EXTRACT ACCRUED TOTAL     : " WS-TOTAL-EDIT
010340         DELIMITED BY SIZE INTO JOURNAL-REPORT-RECORD.
010350     WRITE JOURNAL-REPORT-RECORD.
010360     MOVE WS-STAT-ACCRUED TO WS-TOTAL-EDIT.
010370     MOVE SPACES TO JOURNAL-REPORT-RECORD.
010380     STRING "  RUN STATISTICS ACCRUED    : " WS-TOTAL-EDIT
010390         DELIMITED BY SIZE INTO JOURNAL-REPORT-RECORD.
010400     WRITE JOURNAL-REPORT-RECORD.
010410     MOVE WS-DEBIT-TOTAL TO WS-TOTAL-EDIT.
010420     MOVE SPACES TO JOURNAL-REPORT-RECORD.
010430     STRING "  JOURNAL DEBITS            : " WS-TOTAL-EDIT
010440         DELIMITED BY SIZE INTO JOURNAL-REPORT-RECORD.
010450     WRITE JOURNAL-REPORT-RECORD.
010460     MOVE WS-CREDIT-TOTAL TO WS-TOTAL-EDIT.
010470     MOVE SPACES TO JOURNAL-REPORT-RECORD.
010480     STRING "  JOURNAL CREDITS           : " WS-TOTAL-EDIT
010490         DELIMITED BY SIZE INTO JOURNAL-REPORT-RECORD.
010500     WRITE JOURNAL-REPORT-RECORD.
010510     IF PROOF-FAILED
010520         MOVE SPACES TO JOURNAL-REPORT-RECORD
010530         STRING "  ** EXTRACT DID NOT PROVE - NOTHING WAS "
010540             "POSTED **"
010550             DELIMITED BY SIZE INTO JOURNAL-REPORT-RECORD
010560         WRITE JOURNAL-REPORT-RECORD
010570     END-IF.
010580 7000-EXIT.
010590     EXIT.
010600
010610 7100-REPORT-BUCKET.
010620     ADD 1 TO WS-BUCKET-SUB.
010630     MOVE WS-BKT-COUNT (WS-BUCKET-SUB) TO WS-COUNT-EDIT.
010640     MOVE WS-BKT-INTEREST (WS-BUCKET-SUB) TO WS-TOTAL-EDIT.
010650     MOVE WS-BKT-NET (WS-BUCKET-SUB) TO WS-SIGNED-EDIT.
010660     MOVE SPACES TO JOURNAL-REPORT-RECORD.
010670     STRING "  BRANCH " WS-BKT-BRANCH (WS-BUCKET-SUB)
010680         "  PRODUCT " WS-BKT-PRODUCT (WS-BUCKET-SUB)
010690         "  ACCOUNTS: " WS-COUNT-EDIT
010700         "  INTEREST TO DATE: " WS-TOTAL-EDIT
010710         "  POSTED TONIGHT: " WS-SIGNED-EDIT
010720         DELIMITED BY SIZE INTO JOURNAL-REPORT-RECORD.
010730     WRITE JOURNAL-REPORT-RECORD.
010740 7100-EXIT.
010750     EXIT.
010760
010770*===========================================================*
010780*  7500-7550 - SUBLEDGER-TO-JOURNAL PROOF.  THE SUBLEDGER'S  *
010790*  POSTED BALANCE IS TOTALLED AGAIN AFTER THE UPDATE; THE    *
010800*  OPENING BALANCE PLUS THE NET JOURNAL TO INTEREST EXPENSE  *
010810*  MUST EQUAL IT, OR THE JOB ENDS WITH RETURN CODE 16.  THE  *
010820*  REVERSAL LINES ARE ALREADY ON THE REPORT FROM THE SWEEP.  *
010830*  FROZEN ACCOUNTS HELD BY THE SWEEP ARE SHOWN FOR THE       *
010840*  RECORD ONLY - THEIR BALANCES DO NOT MOVE.                 *
010850*===========================================================*
010860 7500-SUBLEDGER-PROOF.
010870     IF NOT SLPROOF-OPEN
010880         GO TO 7500-EXIT
010890     END-IF.
010900     IF NOT SUBLEDGER-UPDATED
010910         PERFORM 7550-PROOF-HEADING THRU 7550-EXIT
010920         MOVE SPACES TO PROOF-REPORT-RECORD
010930         STRING "  ** EXTRACT DID NOT PROVE - THE SUBLEDGER "
010940             "WAS NOT TOUCHED **"
010950             DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
010960         WRITE PROOF-REPORT-RECORD
010970         GO TO 7500-EXIT
010980     END-IF.
010990     IF NOT PROOF-HEADING-DONE
011000         PERFORM 7550-PROOF-HEADING THRU 7550-EXIT
011010     END-IF.
011020     IF STAT-REJECT-RERUN
011030         MOVE SPACES TO PROOF-REPORT-RECORD
011040         STRING "  REJECT RERUN EXTRACT - DROPPED-ACCOUNT "
011050             "SWEEP NOT RUN."
011060             DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
011070         WRITE PROOF-REPORT-RECORD
011080     END-IF.
011090     IF STAT-RESTARTED AND NOT STAT-REJECT-RERUN
011100         MOVE SPACES TO PROOF-REPORT-RECORD
011110         STRING "  ** RESTARTED CALCULATOR RUN - DROPPED-"
011120             "ACCOUNT SWEEP NOT RUN **"
011130             DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
011140         WRITE PROOF-REPORT-RECORD
011150     END-IF.
011160     IF NOT STAT-REJECT-RERUN AND NOT STAT-RESTARTED
011170         AND NOT MASTER-OPEN
011180         MOVE SPACES TO PROOF-REPORT-RECORD
011190         STRING "  ** ACCOUNT MASTER NOT AVAILABLE - DROPPED-"
011200             "ACCOUNT SWEEP NOT RUN **"
011210             DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
011220         WRITE PROOF-REPORT-RECORD
011230     END-IF.
011240     IF WS-REVERSAL-COUNT = 0 AND NOT STAT-REJECT-RERUN
011250         AND NOT STAT-RESTARTED AND MASTER-OPEN
011260         MOVE SPACES TO PROOF-REPORT-RECORD
011270         STRING "  NO DROPPED ACCOUNTS TO REVERSE."
011280             DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
011290         WRITE PROOF-REPORT-RECORD
011300     END-IF.
011310     PERFORM 1300-SUBLEDGER-TOTAL THRU 1300-EXIT.
011320     MOVE WS-SUBL-TOTAL TO WS-SUBL-CLOSING.
011330     COMPUTE WS-JOURNAL-NET = WS-EXPENSE-DR - WS-EXPENSE-CR.
011340     COMPUTE WS-PROOF-EXPECTED = WS-SUBL-OPENING
011350         + WS-JOURNAL-NET.
011360     MOVE SPACES TO PROOF-REPORT-RECORD.
011370     WRITE PROOF-REPORT-RECORD.
011380     MOVE WS-SUBL-OPENING TO WS-SIGNED-EDIT.
011390     MOVE SPACES TO PROOF-REPORT-RECORD.
011400     STRING "  SUBLEDGER POSTED BALANCE BEFORE RUN  : "
011410         WS-SIGNED-EDIT
011420         DELIMITED BY SIZE INTO PROOF-REPORT-RECORD.
011430     WRITE PROOF-REPORT-RECORD.
011440     MOVE WS-ACCRUAL-UP TO WS-SIGNED-EDIT.
011450     MOVE SPACES TO PROOF-REPORT-RECORD.
011460     STRING "  PLUS  NEW INTEREST ACCRUED           : "
011470         WS-SIGNED-EDIT
011480         DELIMITED BY SIZE INTO PROOF-REPORT-RECORD.
011490     WRITE PROOF-REPORT-RECORD.
011500     MOVE WS-ACCRUAL-DOWN TO WS-SIGNED-EDIT.
011510     MOVE SPACES TO PROOF-REPORT-RECORD.
011520     STRING "  LESS  ACCRUALS REDUCED               : "
011530         WS-SIGNED-EDIT
011540         DELIMITED BY SIZE INTO PROOF-REPORT-RECORD.
011550     WRITE PROOF-REPORT-RECORD.
011560     MOVE WS-REVERSAL-TOTAL TO WS-SIGNED-EDIT.
011570     MOVE WS-REVERSAL-COUNT TO WS-COUNT-EDIT.
011580     MOVE SPACES TO PROOF-REPORT-RECORD.
011590     STRING "  LESS  DROPPED ACCOUNTS REVERSED      : "
011600         WS-SIGNED-EDIT "  (" WS-COUNT-EDIT " ACCOUNTS)"
011610         DELIMITED BY SIZE INTO PROOF-REPORT-RECORD.
011620     WRITE PROOF-REPORT-RECORD.
011630     MOVE WS-JOURNAL-NET TO WS-SIGNED-EDIT.
011640     MOVE SPACES TO PROOF-REPORT-RECORD.
011650     STRING "  NET JOURNAL TO INTEREST EXPENSE      : "
011660         WS-SIGNED-EDIT
011670         DELIMITED BY SIZE INTO PROOF-REPORT-RECORD.
011680     WRITE PROOF-REPORT-RECORD.
011690     MOVE WS-PROOF-EXPECTED TO WS-SIGNED-EDIT.
011700     MOVE SPACES TO PROOF-REPORT-RECORD.
011710     STRING "  EXPECTED POSTED BALANCE AFTER RUN    : "
011720         WS-SIGNED-EDIT
011730         DELIMITED BY SIZE INTO PROOF-REPORT-RECORD.
011740     WRITE PROOF-REPORT-RECORD.
011750     MOVE WS-SUBL-CLOSING TO WS-SIGNED-EDIT.
011760     MOVE SPACES TO PROOF-REPORT-RECORD.
011770     STRING "  SUBLEDGER POSTED BALANCE AFTER RUN   : "
011780         WS-SIGNED-EDIT
011790         DELIMITED BY SIZE INTO PROOF-REPORT-RECORD.
011800     WRITE PROOF-REPORT-RECORD.
011810     MOVE WS-NEW-SUBL-COUNT TO WS-COUNT-EDIT.
011820     MOVE SPACES TO PROOF-REPORT-RECORD.
011830     STRING "  NEW ACCOUNTS ADDED TO THE SUBLEDGER  : "
011840         WS-COUNT-EDIT
011850         DELIMITED BY SIZE INTO PROOF-REPORT-RECORD.
011860     WRITE PROOF-REPORT-RECORD.
011870     MOVE WS-HELD-TOTAL TO WS-SIGNED-EDIT.
011880     MOVE WS-HELD-COUNT TO WS-COUNT-EDIT.
011890     MOVE SPACES TO PROOF-REPORT-RECORD.
011900     STRING "  FROZEN ACCOUNTS HELD - NOT REVERSED  : "
011910         WS-SIGNED-EDIT "  (" WS-COUNT-EDIT " ACCOUNTS)"
011920         DELIMITED BY SIZE INTO PROOF-REPORT-RECORD.
011930     WRITE PROOF-REPORT-RECORD.
011940     MOVE SPACES TO PROOF-REPORT-RECORD.
011950     IF WS-PROOF-EXPECTED = WS-SUBL-CLOSING
011960         AND NOT PROOF-FAILED
011970         STRING "  SUBLEDGER PROVES TO THE JOURNAL."
011980             DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
011990     ELSE
012000         STRING "  ** SUBLEDGER DOES NOT PROVE TO THE JOURNAL "
012010             "- DO NOT POST; RESTORE THE SUBLEDGER BACKUP **"
012020             DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
012030         DISPLAY "*** ERROR: ACCRUAL SUBLEDGER DOES NOT PROVE "
012040             "TO THE JOURNAL. ***"
012050         SET PROOF-FAILED TO TRUE
012060         MOVE 16 TO RETURN-CODE
012070     END-IF.
012080     WRITE PROOF-REPORT-RECORD.
012090 7500-EXIT.
012100     EXIT.
012110
012120 7550-PROOF-HEADING.
012130     MOVE SPACES TO PROOF-REPORT-RECORD.
012140     STRING "ACCRUAL SUBLEDGER TO JOURNAL PROOF  -  RUN "
012150         "DATE: " WS-RUN-DATE-EDIT
012160         DELIMITED BY SIZE INTO PROOF-REPORT-RECORD.
012170     WRITE PROOF-REPORT-RECORD.
012180     MOVE SPACES TO PROOF-REPORT-RECORD.
012190     WRITE PROOF-REPORT-RECORD.
012200     SET PROOF-HEADING-DONE TO TRUE.
012210 7550-EXIT.
012220     EXIT.
012230
012240*===========================================================*
012250*  9999-TERMINATE - CLOSE FILES                              *
012260*===========================================================*
012270 9999-TERMINATE.
012280     IF GL-EXTRACT-OPEN
012290         CLOSE GL-EXTRACT-FILE
012300     END-IF.
012310     IF JOURNAL-OPEN
012320         CLOSE JOURNAL-FILE
012330     END-IF.
012340     IF JRNLRPT-OPEN
012350         CLOSE JOURNAL-REPORT-FILE
012360     END-IF.
012370     IF SUBLEDGER-OPEN
012380         CLOSE SUBLEDGER-FILE
012390     END-IF.
012400     IF SLPROOF-OPEN
012410         CLOSE PROOF-REPORT-FILE
012420     END-IF.
012430     IF MASTER-OPEN
012440         CLOSE ACCOUNT-MASTER
012450     END-IF.
012460     DISPLAY "GL Journal Posting ended - return code "
012470         RETURN-CODE ".".
012480 9999-EXIT.
012490     EXIT.
