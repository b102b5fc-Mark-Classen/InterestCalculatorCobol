000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SecurityViolationReport.
000030 AUTHOR.        LENDING-SYSTEMS-GROUP.
000040 INSTALLATION.  MAIN-STREET-FINANCE.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*
000080*---------------------------------------------------------*
000090*  MODIFICATION HISTORY                                    *
000100*---------------------------------------------------------*
000110*  2026-10-15  RJM  ORIGINAL PROGRAM - DAILY SECURITY      *
000120*              VIOLATIONS REPORT FOR THE SUPERVISOR, OVER  *
000130*              THE LOG (SECVIOL) APPENDED BY THE SIGN-ON   *
000140*              IN EVERY ONLINE MAINTENANCE PROGRAM.        *
000150*  2026-10-15  RJM  NEW VIOLATION TYPE D - A REPEAT BACKOUT *
000160*              OF A JOURNAL SEQUENCE ALREADY BACKED OUT,   *
000170*              REFUSED BY AccountJournalUtility.           *
000180*---------------------------------------------------------*
000190*  REMARKS.  EVERY LOG LINE FOR THE BUSINESS DATE IS       *
000200*  LISTED - TIME, PROGRAM, OPERATOR ID AS KEYED, VIOLATION *
000210*  TYPE, FUNCTION AND DETAIL - FOLLOWED BY COUNTS BY TYPE  *
000220*  AND BY OPERATOR.  AN OPERATOR WITH THREE OR MORE        *
000230*  VIOLATIONS IN THE DAY IS FLAGGED.  THE PROFILES LOCKED  *
000240*  OUT ON THE SECURITY PROFILE FILE (SECPROF) AT THE TIME  *
000250*  OF THE RUN ARE LISTED FOR FOLLOW-UP, AND THE REPORT     *
000260*  ENDS WITH A LINE FOR THE SUPERVISOR'S SIGN-OFF.         *
000270*                                                          *
000280*  RETURN CODE 16 - A FILE COULD NOT BE OPENED OR THE      *
000290*  PARAMETER CARD IS IN ERROR; 4 - THERE WERE VIOLATIONS   *
000300*  FOR THE DAY OR A PROFILE IS LOCKED OUT.                 *
000310*                                                          *
000320*  PARAMETER CARD (SYSIN):                                 *
000330*    1. BUSINESS DATE, YYYYMMDD.  BLANK OR ZERO IS TODAY.  *
000340*---------------------------------------------------------*
000350
000360 ENVIRONMENT DIVISION.
000370
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT VIOLATION-LOG-FILE
000410         ASSIGN TO SECVIOL
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-VIOLOG-STATUS.
000440
000450     SELECT SECURITY-PROFILE-FILE
000460         ASSIGN TO SECPROF
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS SP-OPERATOR-ID
000500         FILE STATUS IS WS-SECPROF-STATUS.
000510
000520     SELECT REPORT-FILE
000530         ASSIGN TO SECRPT
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-REPORT-STATUS.
000560
000570 DATA DIVISION.
000580
000590 FILE SECTION.
000600*---------------------------------------------------------*
000610*  VIOLATION-LOG-FILE - AS APPENDED BY 8980-LOG-VIOLATION  *
000620*  IN THE ONLINE PROGRAMS.                                 *
000630*---------------------------------------------------------*
000640 FD  VIOLATION-LOG-FILE
000650     RECORDING MODE IS F.
000660 01  VIOLATION-LOG-RECORD.
000670     05  SV-DATE                PIC 9(08).
000680     05  SV-TIME                PIC 9(06).
000690     05  SV-PROGRAM             PIC X(08).
000700     05  SV-OPERATOR-ID         PIC X(08).
000710     05  SV-VIOLATION-TYPE      PIC X(01).
000720     05  SV-FUNCTION            PIC X(01).
000730     05  SV-DETAIL              PIC X(60).
000740     05  FILLER                 PIC X(28).
000750
000760*---------------------------------------------------------*
000770*  SECURITY-PROFILE-FILE - INDEXED (VSAM KSDS) OPERATOR    *
000780*  PROFILES, AS MAINTAINED BY SecurityMaintenance.  READ   *
000790*  ONLY, IN KEY ORDER.                                     *
000800*---------------------------------------------------------*
000810 FD  SECURITY-PROFILE-FILE.
000820 01  SECURITY-PROFILE-RECORD.
000830     05  SP-OPERATOR-ID         PIC X(08).
000840     05  SP-OPERATOR-NAME       PIC X(30).
000850     05  SP-PASSWORD-HASH       PIC 9(10).
000860     05  SP-ACTIVE-FLAG         PIC X(01).
000870     05  SP-FAIL-COUNT          PIC 9(01).
000880     05  SP-LOCKED-FLAG         PIC X(01).
000890         88  SP-LOCKED                   VALUE "Y".
000900     05  SP-AUTHORITIES         PIC X(09).
000910     05  SP-LAST-SIGNON-DATE    PIC 9(08).
000920     05  SP-LAST-SIGNON-TIME    PIC 9(06).
000930     05  SP-PASSWORD-DATE       PIC 9(08).
000940     05  FILLER                 PIC X(18).
000950
000960 FD  REPORT-FILE
000970     RECORDING MODE IS F.
000980 01  REPORT-RECORD              PIC X(132).
000990
001000 WORKING-STORAGE SECTION.
001010*---------------------------------------------------------*
001020*  FILE STATUS FIELDS AND SWITCHES                         *
001030*---------------------------------------------------------*
001040 77  WS-VIOLOG-STATUS     PIC X(02) VALUE "00".
001050 77  WS-SECPROF-STATUS    PIC X(02) VALUE "00".
001060 77  WS-REPORT-STATUS     PIC X(02) VALUE "00".
001070 77  WS-LOG-EOF-SW        PIC X(01) VALUE "N".
001080     88  LOG-EOF                     VALUE "Y".
001090 77  WS-PROFILE-EOF-SW    PIC X(01) VALUE "N".
001100     88  PROFILE-EOF                 VALUE "Y".
001110 77  WS-RUN-SW            PIC X(01) VALUE "N".
001120     88  RUN-FAILED                  VALUE "Y".
001130 77  WS-REPORT-OPEN-SW    PIC X(01) VALUE "N".
001140     88  REPORT-OPEN                 VALUE "Y".
001150
001160*---------------------------------------------------------*
001170*  BUSINESS DATE - FROM THE PARAMETER CARD, OR TODAY       *
001180*---------------------------------------------------------*
001190 01  WS-RUN-DATE-CARD     PIC X(08) VALUE SPACES.
001200 01  WS-RUN-DATE          PIC 9(8) VALUE 0.
001210 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001220     05  WS-RD-YEAR       PIC 9(4).
001230     05  WS-RD-MONTH      PIC 9(2).
001240     05  WS-RD-DAY        PIC 9(2).
001250 01  WS-TODAY             PIC 9(8) VALUE 0.
001260 01  WS-EDIT-DATE         PIC 9(8) VALUE 0.
001270 01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
001280     05  WS-ED-YEAR       PIC 9(4).
001290     05  WS-ED-MONTH      PIC 9(2).
001300     05  WS-ED-DAY        PIC 9(2).
001310 01  WS-DATE-EDIT.
001320     05  WS-DE-YEAR       PIC 9(4).
001330     05  FILLER           PIC X(01) VALUE "-".
001340     05  WS-DE-MONTH      PIC 9(2).
001350     05  FILLER           PIC X(01) VALUE "-".
001360     05  WS-DE-DAY        PIC 9(2).
001370 01  WS-RUN-DATE-EDIT     PIC X(10) VALUE SPACES.
001380 01  WS-TODAY-EDIT        PIC X(10) VALUE SPACES.
001390 01  WS-TIME-WORK         PIC 9(6) VALUE 0.
001400 01  WS-TIME-WORK-R REDEFINES WS-TIME-WORK.
001410     05  WS-TW-HH         PIC 9(2).
001420     05  WS-TW-MM         PIC 9(2).
001430     05  WS-TW-SS         PIC 9(2).
001440 01  WS-TIME-EDIT.
001450     05  WS-TE-HH         PIC 9(2).
001460     05  FILLER           PIC X(01) VALUE ":".
001470     05  WS-TE-MM         PIC 9(2).
001480     05  FILLER           PIC X(01) VALUE ":".
001490     05  WS-TE-SS         PIC 9(2).
001500
001510*---------------------------------------------------------*
001520*  VIOLATION TYPES - CODE AND DESCRIPTION, AS WRITTEN BY   *
001530*  THE ONLINE PROGRAMS.  THE LAST ENTRY                    *
001540*  CATCHES A CODE THIS REPORT DOES NOT KNOW.               *
001550*---------------------------------------------------------*
001560 01  WS-TYPE-VALUES.
001570     05  FILLER           PIC X(31)
001580         VALUE "UUNKNOWN OPERATOR ID".
001590     05  FILLER           PIC X(31)
001600         VALUE "PWRONG PASSWORD".
001610     05  FILLER           PIC X(31)
001620         VALUE "KLOCKED OUT BY THIS FAILURE".
001630     05  FILLER           PIC X(31)
001640         VALUE "LSIGN-ON WHILE LOCKED OUT".
001650     05  FILLER           PIC X(31)
001660         VALUE "ISIGN-ON TO INACTIVE PROFILE".
001670     05  FILLER           PIC X(31)
001680         VALUE "AFUNCTION NOT AUTHORIZED".
001690     05  FILLER           PIC X(31)
001700         VALUE "SOWN CHANGE OR OWN PROFILE".
001710     05  FILLER           PIC X(31)
001720         VALUE "DREPEAT BACKOUT REFUSED".
001730     05  FILLER           PIC X(31)
001740         VALUE "?UNRECOGNIZED VIOLATION TYPE".
001750 01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
001760     05  WS-TYPE-ENTRY OCCURS 9 TIMES.
001770         10  WS-TYPE-CODE     PIC X(01).
001780         10  WS-TYPE-DESC     PIC X(30).
001790 01  WS-TYPE-COUNTS.
001800     05  WS-TYPE-COUNT    PIC 9(7) COMP OCCURS 9 TIMES.
001810 77  WS-TYPE-MAX          PIC 9(1) VALUE 9.
001820 77  WS-TYPE-SUB          PIC 9(1) VALUE 0.
001830 77  WS-TYPE-FOUND-SUB    PIC 9(1) VALUE 0.
001840
001850*---------------------------------------------------------*
001860*  OPERATOR TABLE - ONE ENTRY PER OPERATOR ID SEEN ON THE  *
001870*  DAY'S VIOLATIONS, WITH ITS COUNT.                       *
001880*---------------------------------------------------------*
001890 01  WS-OPER-TABLE.
001900     05  WS-OPER-ENTRY OCCURS 200 TIMES.
001910         10  WS-OPER-ID       PIC X(08).
001920         10  WS-OPER-COUNT    PIC 9(7) COMP.
001930 77  WS-OPER-COUNT-USED   PIC 9(3) COMP VALUE 0.
001940 77  WS-OPER-MAX          PIC 9(3) COMP VALUE 200.
001950 77  WS-OPER-SUB          PIC 9(3) COMP VALUE 0.
001960 77  WS-OPER-FOUND-SUB    PIC 9(3) COMP VALUE 0.
001970 77  WS-REPEAT-LIMIT      PIC 9(1) VALUE 3.
001980
001990*---------------------------------------------------------*
002000*  RUN COUNTERS AND EDITS                                  *
002010*---------------------------------------------------------*
002020 77  WS-LOG-READ          PIC 9(7) COMP VALUE 0.
002030 77  WS-VIOL-COUNT        PIC 9(7) COMP VALUE 0.
002040 77  WS-OPER-OVERFLOW     PIC 9(7) COMP VALUE 0.
002050 77  WS-LOCKED-COUNT      PIC 9(7) COMP VALUE 0.
002060 77  WS-REPEAT-COUNT      PIC 9(7) COMP VALUE 0.
002070 01  WS-COUNT-EDIT        PIC Z(6)9.
002080 01  WS-FLAG-TEXT         PIC X(12) VALUE SPACES.
002090 01  WS-LINE-OUT          PIC X(132) VALUE SPACES.
002100
002110 PROCEDURE DIVISION.
002120
002130*===========================================================*
002140*  0000-MAINLINE                                             *
002150*===========================================================*
002160 0000-MAINLINE.
002170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002180     IF RUN-FAILED
002190         PERFORM 9999-TERMINATE THRU 9999-EXIT
002200         STOP RUN
002210     END-IF.
002220     PERFORM 2000-WRITE-HEADINGS THRU 2000-EXIT.
002230     PERFORM 3000-PROCESS-LOG THRU 3000-EXIT.
002240     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
002250     PERFORM 6000-LIST-LOCKED THRU 6000-EXIT.
002260     PERFORM 7000-PRINT-SIGNOFF THRU 7000-EXIT.
002270     IF RETURN-CODE = 0
002280         AND (WS-VIOL-COUNT > 0 OR WS-LOCKED-COUNT > 0)
002290         MOVE 4 TO RETURN-CODE
002300     END-IF.
002310     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002320     STOP RUN.
002330
002340*===========================================================*
002350*  1000-INITIALIZE - READ THE DATE CARD AND OPEN THE FILES   *
002360*===========================================================*
002370 1000-INITIALIZE.
002380     DISPLAY "Security Violations Report".
002390     DISPLAY "==========================".
002400     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002410     DISPLAY "Business date (YYYYMMDD, blank = today): ".
002420     ACCEPT WS-RUN-DATE-CARD.
002430     IF WS-RUN-DATE-CARD = SPACES
002440         OR WS-RUN-DATE-CARD = "00000000"
002450         MOVE WS-TODAY TO WS-RUN-DATE
002460     ELSE
002470         IF WS-RUN-DATE-CARD NOT NUMERIC
002480             DISPLAY "*** ERROR: BUSINESS DATE " WS-RUN-DATE-CARD
002490                 " IS NOT YYYYMMDD. ***"
002500             SET RUN-FAILED TO TRUE
002510             MOVE 16 TO RETURN-CODE
002520             GO TO 1000-EXIT
002530         END-IF
002540         MOVE WS-RUN-DATE-CARD TO WS-RUN-DATE
002550     END-IF.
002560     IF WS-RD-MONTH < 1 OR WS-RD-MONTH > 12
002570         OR WS-RD-DAY < 1 OR WS-RD-DAY > 31
002580         DISPLAY "*** ERROR: BUSINESS DATE " WS-RUN-DATE
002590             " IS NOT A VALID DATE. ***"
002600         SET RUN-FAILED TO TRUE
002610         MOVE 16 TO RETURN-CODE
002620         GO TO 1000-EXIT
002630     END-IF.
002640     MOVE WS-RUN-DATE TO WS-EDIT-DATE.
002650     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
002660     MOVE WS-DATE-EDIT TO WS-RUN-DATE-EDIT.
002670     MOVE WS-TODAY TO WS-EDIT-DATE.
002680     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
002690     MOVE WS-DATE-EDIT TO WS-TODAY-EDIT.
002700     DISPLAY "Reporting violations logged on " WS-RUN-DATE-EDIT
002710         ".".
002720     OPEN INPUT VIOLATION-LOG-FILE.
002730     IF WS-VIOLOG-STATUS NOT = "00"
002740         DISPLAY "*** ERROR: CANNOT OPEN SECURITY VIOLATIONS "
002750             "LOG (SECVIOL) - FILE STATUS " WS-VIOLOG-STATUS
002760             " ***"
002770         SET RUN-FAILED TO TRUE
002780         MOVE 16 TO RETURN-CODE
002790         GO TO 1000-EXIT
002800     END-IF.
002810     OPEN OUTPUT REPORT-FILE.
002820     IF WS-REPORT-STATUS NOT = "00"
002830         DISPLAY "*** ERROR: CANNOT OPEN VIOLATIONS REPORT "
002840             "(SECRPT) - FILE STATUS " WS-REPORT-STATUS " ***"
002850         CLOSE VIOLATION-LOG-FILE
002860         SET RUN-FAILED TO TRUE
002870         MOVE 16 TO RETURN-CODE
002880         GO TO 1000-EXIT
002890     END-IF.
002900     SET REPORT-OPEN TO TRUE.
002910     MOVE 0 TO WS-TYPE-SUB.
002920     PERFORM 1100-CLEAR-TYPE-COUNT THRU 1100-EXIT
002930         UNTIL WS-TYPE-SUB NOT < WS-TYPE-MAX.
002940 1000-EXIT.
002950     EXIT.
002960
002970 1100-CLEAR-TYPE-COUNT.
002980     ADD 1 TO WS-TYPE-SUB.
002990     MOVE 0 TO WS-TYPE-COUNT (WS-TYPE-SUB).
003000 1100-EXIT.
003010     EXIT.
003020
003030*===========================================================*
003040*  2000-WRITE-HEADINGS - REPORT TITLE AND COLUMN HEADINGS    *
003050*===========================================================*
003060 2000-WRITE-HEADINGS.
003070     STRING "SECURITY VIOLATIONS REPORT  -  BUSINESS DATE: "
003080         WS-RUN-DATE-EDIT
003090         "  PRINTED: " WS-TODAY-EDIT
003100         DELIMITED BY SIZE INTO WS-LINE-OUT.
003110     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
003120     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
003130     STRING "  TIME      PROGRAM   OPERATOR  TYPE"
003140         "                              FN  DETAIL"
003150         DELIMITED BY SIZE INTO WS-LINE-OUT.
003160     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
003170 2000-EXIT.
003180     EXIT.
003190
003200*===========================================================*
003210*  3000-3220 - LIST THE DAY'S VIOLATIONS AND COUNT THEM BY   *
003220*  TYPE AND BY OPERATOR                                      *
003230*===========================================================*
003240 3000-PROCESS-LOG.
003250     PERFORM 3100-READ-LOG THRU 3100-EXIT.
003260     PERFORM 3200-REPORT-ONE-VIOLATION THRU 3200-EXIT
003270         UNTIL LOG-EOF.
003280     CLOSE VIOLATION-LOG-FILE.
003290     IF WS-VIOL-COUNT = 0
003300         STRING "  NO SECURITY VIOLATIONS LOGGED FOR THE "
003310             "BUSINESS DATE."
003320             DELIMITED BY SIZE INTO WS-LINE-OUT
003330         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003340     END-IF.
003350 3000-EXIT.
003360     EXIT.
003370
003380 3100-READ-LOG.
003390     READ VIOLATION-LOG-FILE
003400         AT END
003410             MOVE "Y" TO WS-LOG-EOF-SW
003420             GO TO 3100-EXIT
003430     END-READ.
003440     ADD 1 TO WS-LOG-READ.
003450 3100-EXIT.
003460     EXIT.
003470
003480 3200-REPORT-ONE-VIOLATION.
003490     IF SV-DATE NOT NUMERIC
003500         OR SV-DATE NOT = WS-RUN-DATE
003510         GO TO 3200-NEXT
003520     END-IF.
003530     ADD 1 TO WS-VIOL-COUNT.
003540     PERFORM 3210-FIND-TYPE THRU 3210-EXIT.
003550     ADD 1 TO WS-TYPE-COUNT (WS-TYPE-FOUND-SUB).
003560     PERFORM 3220-COUNT-OPERATOR THRU 3220-EXIT.
003570     IF SV-TIME NUMERIC
003580         MOVE SV-TIME TO WS-TIME-WORK
003590     ELSE
003600         MOVE 0 TO WS-TIME-WORK
003610     END-IF.
003620     MOVE WS-TW-HH TO WS-TE-HH.
003630     MOVE WS-TW-MM TO WS-TE-MM.
003640     MOVE WS-TW-SS TO WS-TE-SS.
003650     STRING "  " WS-TIME-EDIT
003660         "  " SV-PROGRAM
003670         "  " SV-OPERATOR-ID
003680         "  " SV-VIOLATION-TYPE
003690         " " WS-TYPE-DESC (WS-TYPE-FOUND-SUB)
003700         "  " SV-FUNCTION
003710         "   " SV-DETAIL
003720         DELIMITED BY SIZE INTO WS-LINE-OUT.
003730     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
003740 3200-NEXT.
003750     PERFORM 3100-READ-LOG THRU 3100-EXIT.
003760 3200-EXIT.
003770     EXIT.
003780
003790 3210-FIND-TYPE.
003800     MOVE WS-TYPE-MAX TO WS-TYPE-FOUND-SUB.
003810     MOVE 0 TO WS-TYPE-SUB.
003820     PERFORM 3215-SCAN-TYPE THRU 3215-EXIT
003830         UNTIL WS-TYPE-SUB NOT < WS-TYPE-MAX - 1.
003840 3210-EXIT.
003850     EXIT.
003860
003870 3215-SCAN-TYPE.
003880     ADD 1 TO WS-TYPE-SUB.
003890     IF WS-TYPE-CODE (WS-TYPE-SUB) = SV-VIOLATION-TYPE
003900         MOVE WS-TYPE-SUB TO WS-TYPE-FOUND-SUB
003910         MOVE WS-TYPE-MAX TO WS-TYPE-SUB
003920     END-IF.
003930 3215-EXIT.
003940     EXIT.
003950
003960 3220-COUNT-OPERATOR.
003970     MOVE 0 TO WS-OPER-FOUND-SUB.
003980     MOVE 0 TO WS-OPER-SUB.
003990     PERFORM 3225-SCAN-OPERATOR THRU 3225-EXIT
004000         UNTIL WS-OPER-SUB NOT < WS-OPER-COUNT-USED.
004010     IF WS-OPER-FOUND-SUB > 0
004020         ADD 1 TO WS-OPER-COUNT (WS-OPER-FOUND-SUB)
004030         GO TO 3220-EXIT
004040     END-IF.
004050     IF WS-OPER-COUNT-USED NOT < WS-OPER-MAX
004060         ADD 1 TO WS-OPER-OVERFLOW
004070         GO TO 3220-EXIT
004080     END-IF.
004090     ADD 1 TO WS-OPER-COUNT-USED.
004100     MOVE SV-OPERATOR-ID TO WS-OPER-ID (WS-OPER-COUNT-USED).
004110     MOVE 1 TO WS-OPER-COUNT (WS-OPER-COUNT-USED).
004120 3220-EXIT.
004130     EXIT.
004140
004150 3225-SCAN-OPERATOR.
004160     ADD 1 TO WS-OPER-SUB.
004170     IF WS-OPER-ID (WS-OPER-SUB) = SV-OPERATOR-ID
004180         MOVE WS-OPER-SUB TO WS-OPER-FOUND-SUB
004190         MOVE WS-OPER-COUNT-USED TO WS-OPER-SUB
004200     END-IF.
004210 3225-EXIT.
004220     EXIT.
004230
004240*===========================================================*
004250*  5000-5200 - COUNTS BY VIOLATION TYPE AND BY OPERATOR      *
004260*===========================================================*
004270 5000-PRINT-SUMMARY.
004280     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
004290     MOVE WS-VIOL-COUNT TO WS-COUNT-EDIT.
004300     STRING "  VIOLATIONS FOR THE BUSINESS DATE: " WS-COUNT-EDIT
004310         DELIMITED BY SIZE INTO WS-LINE-OUT.
004320     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
004330     IF WS-VIOL-COUNT = 0
004340         GO TO 5000-EXIT
004350     END-IF.
004360     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
004370     STRING "  BY TYPE:" DELIMITED BY SIZE INTO WS-LINE-OUT.
004380     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
004390     MOVE 0 TO WS-TYPE-SUB.
004400     PERFORM 5100-PRINT-TYPE-LINE THRU 5100-EXIT
004410         UNTIL WS-TYPE-SUB NOT < WS-TYPE-MAX.
004420     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
004430     STRING "  BY OPERATOR ID (** = " WS-REPEAT-LIMIT
004440         " OR MORE IN THE DAY):"
004450         DELIMITED BY SIZE INTO WS-LINE-OUT.
004460     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
004470     MOVE 0 TO WS-OPER-SUB.
004480     PERFORM 5200-PRINT-OPERATOR-LINE THRU 5200-EXIT
004490         UNTIL WS-OPER-SUB NOT < WS-OPER-COUNT-USED.
004500     IF WS-OPER-OVERFLOW > 0
004510         MOVE WS-OPER-OVERFLOW TO WS-COUNT-EDIT
004520         STRING "    " WS-COUNT-EDIT " MORE VIOLATION(S) BY "
004530             "OPERATOR IDS PAST THE TABLE LIMIT - NOT COUNTED "
004540             "ABOVE."
004550             DELIMITED BY SIZE INTO WS-LINE-OUT
004560         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
004570     END-IF.
004580 5000-EXIT.
004590     EXIT.
004600
004610 5100-PRINT-TYPE-LINE.
004620     ADD 1 TO WS-TYPE-SUB.
004630     IF WS-TYPE-COUNT (WS-TYPE-SUB) = 0
004640         GO TO 5100-EXIT
004650     END-IF.
004660     MOVE WS-TYPE-COUNT (WS-TYPE-SUB) TO WS-COUNT-EDIT.
004670     STRING "    " WS-TYPE-CODE (WS-TYPE-SUB)
004680         " " WS-TYPE-DESC (WS-TYPE-SUB)
004690         "  " WS-COUNT-EDIT
004700         DELIMITED BY SIZE INTO WS-LINE-OUT.
004710     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
004720 5100-EXIT.
004730     EXIT.
004740
004750 5200-PRINT-OPERATOR-LINE.
004760     ADD 1 TO WS-OPER-SUB.
004770     MOVE SPACES TO WS-FLAG-TEXT.
004780     IF WS-OPER-COUNT (WS-OPER-SUB) NOT < WS-REPEAT-LIMIT
004790         MOVE "** REPEATED" TO WS-FLAG-TEXT
004800         ADD 1 TO WS-REPEAT-COUNT
004810     END-IF.
004820     MOVE WS-OPER-COUNT (WS-OPER-SUB) TO WS-COUNT-EDIT.
004830     STRING "    " WS-OPER-ID (WS-OPER-SUB)
004840         "  " WS-COUNT-EDIT
004850         "  " WS-FLAG-TEXT
004860         DELIMITED BY SIZE INTO WS-LINE-OUT.
004870     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
004880 5200-EXIT.
004890     EXIT.
004900
004910*===========================================================*
004920*  6000-6100 - PROFILES LOCKED OUT NOW, FOR THE SUPERVISOR   *
004930*  TO FOLLOW UP BEFORE THE ADMINISTRATOR RESETS THEM         *
004940*===========================================================*
004950 6000-LIST-LOCKED.
004960     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
004970     STRING "  PROFILES LOCKED OUT AT " WS-TODAY-EDIT ":"
004980         DELIMITED BY SIZE INTO WS-LINE-OUT.
004990     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
005000     OPEN INPUT SECURITY-PROFILE-FILE.
005010     IF WS-SECPROF-STATUS NOT = "00"
005020         DISPLAY "*** ERROR: CANNOT OPEN SECURITY PROFILE FILE "
005030             "(SECPROF) - FILE STATUS " WS-SECPROF-STATUS " ***"
005040         STRING "    ** SECURITY PROFILE FILE NOT AVAILABLE - "
005050             "LOCKOUTS NOT LISTED **"
005060             DELIMITED BY SIZE INTO WS-LINE-OUT
005070         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005080         MOVE 16 TO RETURN-CODE
005090         GO TO 6000-EXIT
005100     END-IF.
005110     PERFORM 6100-CHECK-PROFILE THRU 6100-EXIT
005120         UNTIL PROFILE-EOF.
005130     CLOSE SECURITY-PROFILE-FILE.
005140     IF WS-LOCKED-COUNT = 0
005150         STRING "    NONE" DELIMITED BY SIZE INTO WS-LINE-OUT
005160         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005170     END-IF.
005180 6000-EXIT.
005190     EXIT.
005200
005210 6100-CHECK-PROFILE.
005220     READ SECURITY-PROFILE-FILE
005230         AT END
005240             MOVE "Y" TO WS-PROFILE-EOF-SW
005250             GO TO 6100-EXIT
005260     END-READ.
005270     IF NOT SP-LOCKED
005280         GO TO 6100-EXIT
005290     END-IF.
005300     ADD 1 TO WS-LOCKED-COUNT.
005310     IF SP-LAST-SIGNON-DATE NUMERIC
005320         MOVE SP-LAST-SIGNON-DATE TO WS-EDIT-DATE
005330     ELSE
005340         MOVE 0 TO WS-EDIT-DATE
005350     END-IF.
005360     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
005370     STRING "    " SP-OPERATOR-ID
005380         "  " SP-OPERATOR-NAME
005390         "  LAST GOOD SIGN-ON " WS-DATE-EDIT
005400         DELIMITED BY SIZE INTO WS-LINE-OUT.
005410     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
005420 6100-EXIT.
005430     EXIT.
005440
005450*===========================================================*
005460*  7000-PRINT-SIGNOFF - THE SUPERVISOR'S REVIEW LINE         *
005470*===========================================================*
005480 7000-PRINT-SIGNOFF.
005490     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
005500     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
005510     STRING "  REVIEWED BY (SUPERVISOR): ______________________"
005520         "________    DATE: ____________"
005530         DELIMITED BY SIZE INTO WS-LINE-OUT.
005540     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
005550     MOVE WS-VIOL-COUNT TO WS-COUNT-EDIT.
005560     DISPLAY "Violations report complete - " WS-COUNT-EDIT
005570         " violation(s) for " WS-RUN-DATE-EDIT ".".
005580     MOVE WS-LOCKED-COUNT TO WS-COUNT-EDIT.
005590     DISPLAY "Profiles locked out: " WS-COUNT-EDIT.
005600 7000-EXIT.
005610     EXIT.
005620
005630*===========================================================*
005640*  7900-EDIT-DATE - WS-EDIT-DATE AS YYYY-MM-DD               *
005650*===========================================================*
005660 7900-EDIT-DATE.
005670     MOVE WS-ED-YEAR TO WS-DE-YEAR.
005680     MOVE WS-ED-MONTH TO WS-DE-MONTH.
005690     MOVE WS-ED-DAY TO WS-DE-DAY.
005700 7900-EXIT.
005710     EXIT.
005720
005730*===========================================================*
005740*  8000-WRITE-LINE - WRITE WS-LINE-OUT AND CLEAR IT          *
005750*===========================================================*
005760 8000-WRITE-LINE.
005770     MOVE WS-LINE-OUT TO REPORT-RECORD.
005780     WRITE REPORT-RECORD.
005790     MOVE SPACES TO WS-LINE-OUT.
005800 8000-EXIT.
005810     EXIT.
005820
005830*===========================================================*
005840*  9999-TERMINATE - CLOSE FILES                              *
005850*===========================================================*
005860 9999-TERMINATE.
005870     IF REPORT-OPEN
005880         CLOSE REPORT-FILE
005890     END-IF.
005900     DISPLAY "Security Violations Report ended.".
005910 9999-EXIT.
005920     EXIT.
