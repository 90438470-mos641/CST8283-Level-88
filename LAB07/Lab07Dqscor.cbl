000010******************************************************************
000020* Author......: Mostapha A
000030* Installation: Fleet Operations - Dispatch Systems
000040* Date-Written: 2026-10-15
000050* Purpose.....: Month-end depot data-quality scorecard. Reads the
000060*               nightly records LAB07-DQNITE appends to DQHIST and
000070*               writes DQSCRPT in three parts:
000080*                 - the depots ranked on completeness (vehicles
000090*                   that reported against readings expected), with
000100*                   accuracy (readings received that were neither
000110*                   rejected nor sensor-flagged) as the tie-break
000120*                   and its own rank alongside;
000130*                 - each depot's completeness and accuracy against
000140*                   the previous month, and the fleet's;
000150*                 - for each depot, its night-by-night trend and
000160*                   its five worst vehicles, scored one point for
000170*                   each night missing, reject, abandoned reading,
000180*                   and sensor flag.
000190*               Depot "????" holds readings whose vehicle was
000200*               blank or not on the master; it is shown but not
000210*               ranked.
000220*--------------------------------------------------------------
000230* Modification History
000240*   DATE       BY    DESCRIPTION
000250*   ---------- ----- ----------------------------------------
000260*   2026-10-15 MAA   Original.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000300 PROGRAM-ID. LAB07-DQSCOR.
000310 AUTHOR. MOSTAPHA A.
000320 INSTALLATION. FLEET OPERATIONS - DISPATCH SYSTEMS.
000330 DATE-WRITTEN. 2026-10-15.
000340 DATE-COMPILED.
000350 ENVIRONMENT DIVISION.
000360*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000370 CONFIGURATION SECTION.
000380*-----------------------
000390 INPUT-OUTPUT SECTION.
000400*-----------------------
000410 FILE-CONTROL.
000420     SELECT DATA-QUALITY-FILE ASSIGN TO "DQHIST"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-DQHIST-STATUS.
000450
000460     SELECT QUALITY-SORT-FILE ASSIGN TO "SORTWK3".
000470
000480     SELECT SCORECARD-REPORT-FILE ASSIGN TO "DQSCRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-DQSCRPT-STATUS.
000510 DATA DIVISION.
000520*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000530 FILE SECTION.
000540*-----------------------
000550 FD  DATA-QUALITY-FILE
000560     RECORD CONTAINS 73 CHARACTERS.
000570     COPY DQHIST.
000580
000590 SD  QUALITY-SORT-FILE
000600     RECORD CONTAINS 92 CHARACTERS.
000610 01  QUALITY-SORT-RECORD.
000620     05  SQ-DEPOT                PIC X(04).
000630     05  SQ-RECORD-TYPE          PIC X(01).
000640     05  SQ-VEHICLE-ID           PIC X(06).
000650     05  SQ-BUSINESS-DATE        PIC 9(08).
000660     05  SQ-DQHIST-DATA          PIC X(73).
000670
000680 FD  SCORECARD-REPORT-FILE
000690     RECORD CONTAINS 80 CHARACTERS.
000700 01  SCORE-RPT-LINE             PIC X(80).
000710*-----------------------
000720 WORKING-STORAGE SECTION.
000730*-----------------------
000740 01  FILE-STATUS-FIELDS.
000750     05  WS-DQHIST-STATUS        PIC X(02) VALUE SPACES.
000760         88  DQHIST-FILE-OK      VALUE "00".
000770         88  DQHIST-FILE-MISSING VALUE "35".
000780     05  WS-DQSCRPT-STATUS       PIC X(02) VALUE SPACES.
000790
000800 01  QUERY-INPUT-FIELDS.
000810     05  WS-QUERY-MONTH          PIC X(06) VALUE SPACES.
000820     05  WS-TODAY                PIC 9(08) VALUE ZERO.
000830
000840 01  SCORECARD-SWITCHES.
000850     05  WS-EOF-SW               PIC X(01) VALUE "N".
000860         88  END-OF-FILE         VALUE "Y".
000870     05  WS-MONTH-VALID-SW       PIC X(01) VALUE "N".
000880         88  MONTH-VALID         VALUE "Y".
000890     05  WS-FOUND-SW             PIC X(01) VALUE "N".
000900         88  ENTRY-FOUND         VALUE "Y".
000910     05  WS-DEPOT-OVFL-SW        PIC X(01) VALUE "N".
000920         88  DEPOT-TABLE-FULL    VALUE "Y".
000930     05  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
000940         88  QUALITY-SORT-EOF    VALUE "Y".
000950     05  WS-SWAP-WANTED-SW       PIC X(01) VALUE "N".
000960         88  SWAP-WANTED         VALUE "Y".
000970
000980 01  MONTH-FIELDS.
000990     05  WS-CUR-YYYYMM           PIC 9(06) VALUE ZERO.
001000     05  WS-CUR-YYYYMM-PARTS REDEFINES WS-CUR-YYYYMM.
001010         10  WS-CUR-YYYY         PIC 9(04).
001020         10  WS-CUR-MM           PIC 9(02).
001030     05  WS-SCORE-YYYYMM         PIC 9(06) VALUE ZERO.
001040     05  WS-PRIOR-YYYYMM         PIC 9(06) VALUE ZERO.
001050     05  WS-RECORD-YYYYMM        PIC 9(06) VALUE ZERO.
001060
001070 01  DEPOT-SCORE-TABLE.
001080     05  WS-DEPOT-MAX            PIC 9(03) COMP VALUE 100.
001090     05  WS-DEPOT-COUNT          PIC 9(03) COMP VALUE ZERO.
001100     05  WS-DEPOT-ENTRY          OCCURS 100 TIMES
001110                                 INDEXED BY DP-IDX DP-IDX2.
001120         10  WT-DEPOT            PIC X(04).
001130         10  WT-THIS-MONTH.
001140             15  WT-NIGHTS       PIC 9(05) COMP.
001150             15  WT-EXPECTED     PIC 9(07) COMP.
001160             15  WT-REPORTING    PIC 9(07) COMP.
001170             15  WT-RECEIVED     PIC 9(07) COMP.
001180             15  WT-MISSING      PIC 9(07) COMP.
001190             15  WT-REJECTS      PIC 9(07) COMP.
001200             15  WT-FLAGS        PIC 9(07) COMP.
001210         10  WT-PRIOR-MONTH.
001220             15  WT-PRIOR-NIGHTS PIC 9(05) COMP.
001230             15  WT-PRIOR-EXPECTED PIC 9(07) COMP.
001240             15  WT-PRIOR-REPORTING PIC 9(07) COMP.
001250             15  WT-PRIOR-RECEIVED PIC 9(07) COMP.
001260             15  WT-PRIOR-MISSING PIC 9(07) COMP.
001270             15  WT-PRIOR-REJECTS PIC 9(07) COMP.
001280             15  WT-PRIOR-FLAGS  PIC 9(07) COMP.
001290         10  WT-SCORES.
001300             15  WT-COMPL-PCT    PIC 9(03)V9(01).
001310             15  WT-ACCUR-PCT    PIC 9(03)V9(01).
001320             15  WT-PRIOR-COMPL-PCT PIC 9(03)V9(01).
001330             15  WT-PRIOR-ACCUR-PCT PIC 9(03)V9(01).
001340             15  WT-RANK-KEY     PIC 9(09) COMP.
001350             15  WT-ACCUR-RANK   PIC 9(03) COMP.
001360
001370 01  SORT-WORK-FIELDS.
001380     05  WS-SORT-I               PIC 9(03) COMP VALUE ZERO.
001390     05  WS-SORT-J               PIC 9(03) COMP VALUE ZERO.
001400     05  WS-DEPOT-SWAP.
001410         10  WS-SWAP-DEPOT       PIC X(04).
001420         10  WS-SWAP-THIS-MONTH.
001430             15  WS-SWAP-NIGHTS  PIC 9(05) COMP.
001440             15  WS-SWAP-COUNT   PIC 9(07) COMP OCCURS 6 TIMES.
001450         10  WS-SWAP-PRIOR-MONTH.
001460             15  WS-SWAP-PRIOR-NIGHTS PIC 9(05) COMP.
001470             15  WS-SWAP-PRIOR-COUNT PIC 9(07) COMP
001480                                 OCCURS 6 TIMES.
001490         10  WS-SWAP-SCORES.
001500             15  WS-SWAP-PCT     PIC 9(03)V9(01) OCCURS 4 TIMES.
001510             15  WS-SWAP-RANK-KEY PIC 9(09) COMP.
001520             15  WS-SWAP-ACCUR-RANK PIC 9(03) COMP.
001530
001540 01  SCORE-WORK-FIELDS.
001550     05  WS-FIND-DEPOT           PIC X(04) VALUE SPACES.
001560     05  WS-RANKED-COUNT         PIC 9(03) COMP VALUE ZERO.
001570     05  WS-RANK                 PIC 9(03) COMP VALUE ZERO.
001580     05  WS-GOOD-READINGS        PIC S9(07) COMP VALUE ZERO.
001590     05  WS-CALC-EXPECTED        PIC 9(07) COMP VALUE ZERO.
001600     05  WS-CALC-REPORTING       PIC 9(07) COMP VALUE ZERO.
001610     05  WS-CALC-RECEIVED        PIC 9(07) COMP VALUE ZERO.
001620     05  WS-CALC-BAD             PIC 9(07) COMP VALUE ZERO.
001630     05  WS-CALC-COMPL-PCT       PIC 9(03)V9(01) VALUE ZERO.
001640     05  WS-CALC-ACCUR-PCT       PIC 9(03)V9(01) VALUE ZERO.
001650     05  WS-CHANGE               PIC S9(03)V9(01) VALUE ZERO.
001660     05  WS-FLEET-PRIOR-COMPL-PCT PIC 9(03)V9(01) VALUE ZERO.
001670     05  WS-FLEET-PRIOR-ACCUR-PCT PIC 9(03)V9(01) VALUE ZERO.
001680
001690 01  FLEET-TOTALS.
001700     05  WF-EXPECTED             PIC 9(07) COMP VALUE ZERO.
001710     05  WF-REPORTING            PIC 9(07) COMP VALUE ZERO.
001720     05  WF-RECEIVED             PIC 9(07) COMP VALUE ZERO.
001730     05  WF-BAD                  PIC 9(07) COMP VALUE ZERO.
001740     05  WF-PRIOR-EXPECTED       PIC 9(07) COMP VALUE ZERO.
001750     05  WF-PRIOR-REPORTING      PIC 9(07) COMP VALUE ZERO.
001760     05  WF-PRIOR-RECEIVED       PIC 9(07) COMP VALUE ZERO.
001770     05  WF-PRIOR-BAD            PIC 9(07) COMP VALUE ZERO.
001780
001790 01  DEPOT-DETAIL-FIELDS.
001800     05  WS-PREV-DEPOT           PIC X(04) VALUE SPACES.
001810     05  WS-PREV-VEHICLE-ID      PIC X(06) VALUE SPACES.
001820     05  WS-VEH-SCORE            PIC 9(05) COMP VALUE ZERO.
001830     05  WS-VEH-MISSING          PIC 9(03) COMP VALUE ZERO.
001840     05  WS-VEH-REJECTS          PIC 9(05) COMP VALUE ZERO.
001850     05  WS-VEH-ABANDONED        PIC 9(05) COMP VALUE ZERO.
001860     05  WS-VEH-SWING            PIC 9(05) COMP VALUE ZERO.
001870     05  WS-VEH-STUCK            PIC 9(05) COMP VALUE ZERO.
001880
001890 01  WORST-VEHICLE-TABLE.
001900     05  WS-WORST-MAX            PIC 9(01) COMP VALUE 5.
001910     05  WS-WORST-COUNT          PIC 9(01) COMP VALUE ZERO.
001920     05  WS-WORST-I              PIC 9(01) COMP VALUE ZERO.
001930     05  WS-WORST-ENTRY          OCCURS 6 TIMES
001940                                 INDEXED BY WV-IDX.
001950         10  WW-VEHICLE-ID       PIC X(06).
001960         10  WW-SCORE            PIC 9(05) COMP.
001970         10  WW-MISSING          PIC 9(03) COMP.
001980         10  WW-REJECTS          PIC 9(05) COMP.
001990         10  WW-ABANDONED        PIC 9(05) COMP.
002000         10  WW-SWING            PIC 9(05) COMP.
002010         10  WW-STUCK            PIC 9(05) COMP.
002020
002030 01  RUN-COUNTERS.
002040     05  WS-RECORDS-READ         PIC 9(07) COMP VALUE ZERO.
002050     05  WS-RECORDS-THIS-MONTH   PIC 9(07) COMP VALUE ZERO.
002060     05  WS-RECORDS-PRIOR-MONTH  PIC 9(07) COMP VALUE ZERO.
002070
002080 01  REPORT-WORK-FIELDS.
002090     05  WS-RPT-RANK-ED          PIC ZZ9.
002100     05  WS-RPT-RANK-X           PIC X(03).
002110     05  WS-RPT-ARANK-X          PIC X(03).
002120     05  WS-RPT-NIGHTS-ED        PIC ZZ9.
002130     05  WS-RPT-EXPECTED-ED      PIC ZZ,ZZ9.
002140     05  WS-RPT-MISSING-ED       PIC ZZ,ZZ9.
002150     05  WS-RPT-RECEIVED-ED      PIC ZZ,ZZ9.
002160     05  WS-RPT-REJECTS-ED       PIC ZZ,ZZ9.
002170     05  WS-RPT-FLAGS-ED         PIC ZZ,ZZ9.
002180     05  WS-RPT-COMPL-ED         PIC ZZ9.9.
002190     05  WS-RPT-ACCUR-ED         PIC ZZ9.9.
002200     05  WS-RPT-PRIOR-COMPL-ED   PIC ZZ9.9.
002210     05  WS-RPT-PRIOR-ACCUR-ED   PIC ZZ9.9.
002220     05  WS-RPT-COMPL-CHG-ED     PIC +++9.9.
002230     05  WS-RPT-ACCUR-CHG-ED     PIC +++9.9.
002240     05  WS-RPT-COMPL-CHG-X      PIC X(06).
002250     05  WS-RPT-ACCUR-CHG-X      PIC X(06).
002260     05  WS-RPT-SCORE-ED         PIC ZZ,ZZ9.
002270     05  WS-RPT-SMALL-ED         PIC ZZ,ZZ9.
002280     05  WS-RPT-SMALL2-ED        PIC ZZ,ZZ9.
002290     05  WS-RPT-SMALL3-ED        PIC ZZ,ZZ9.
002300     05  WS-RPT-SMALL4-ED        PIC ZZ,ZZ9.
002310     05  WS-RPT-SMALL5-ED        PIC ZZ,ZZ9.
002320*-----------------------
002330 PROCEDURE DIVISION.
002340*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002350 0000-MAINLINE.
002360     PERFORM 1000-GET-MONTH THRU 1000-EXIT.
002370
002380     IF NOT MONTH-VALID
002390         DISPLAY "LAB07-DQSCOR - MONTH " WS-QUERY-MONTH
002400             " IS NOT A VALID YYYYMM - SCORECARD CANCELLED."
002410     ELSE
002420         PERFORM 2000-ACCUMULATE-MONTHS THRU 2000-EXIT
002430         IF DQHIST-FILE-MISSING
002440             DISPLAY "LAB07-DQSCOR - NO DQHIST ON FILE - "
002450                 "SCORECARD CANCELLED."
002460         ELSE
002470             PERFORM 3000-RANK-DEPOTS THRU 3000-EXIT
002480             PERFORM 4000-WRITE-RANKING THRU 4000-EXIT
002490             PERFORM 5000-WRITE-COMPARISON THRU 5000-EXIT
002500             PERFORM 6000-WRITE-DEPOT-DETAIL THRU 6000-EXIT
002510             PERFORM 9000-TERMINATE THRU 9000-EXIT.
002520
002530     STOP RUN.
002540*
002550*-----------------------------------------------------------
002560* 1000-GET-MONTH - PROMPT FOR THE SCORECARD MONTH. A BLANK
002570*                  MONTH SCORES LAST MONTH, THE NORMAL MONTH-END
002580*                  RUN. THE PRIOR MONTH IS THE ONE BEFORE IT.
002590*-----------------------------------------------------------
002600 1000-GET-MONTH.
002610     DISPLAY "ENTER SCORECARD MONTH (YYYYMM, BLANK=LAST MONTH): ".
002620     ACCEPT WS-QUERY-MONTH.
002630
002640     IF WS-QUERY-MONTH = SPACES
002650         ACCEPT WS-TODAY FROM DATE YYYYMMDD
002660         MOVE WS-TODAY (1:6) TO WS-CUR-YYYYMM
002670         PERFORM 1100-STEP-BACK-ONE-MONTH THRU 1100-EXIT
002680         MOVE WS-CUR-YYYYMM TO WS-QUERY-MONTH.
002690
002700     IF WS-QUERY-MONTH NOT NUMERIC
002710         GO TO 1000-EXIT.
002720     MOVE WS-QUERY-MONTH TO WS-CUR-YYYYMM.
002730     IF WS-CUR-MM < 1 OR WS-CUR-MM > 12
002740         GO TO 1000-EXIT.
002750     SET MONTH-VALID TO TRUE.
002760     MOVE WS-CUR-YYYYMM TO WS-SCORE-YYYYMM.
002770     PERFORM 1100-STEP-BACK-ONE-MONTH THRU 1100-EXIT.
002780     MOVE WS-CUR-YYYYMM TO WS-PRIOR-YYYYMM.
002790 1000-EXIT.
002800     EXIT.
002810*
002820 1100-STEP-BACK-ONE-MONTH.
002830     IF WS-CUR-MM > 1
002840         SUBTRACT 1 FROM WS-CUR-MM
002850     ELSE
002860         SUBTRACT 1 FROM WS-CUR-YYYY
002870         MOVE 12 TO WS-CUR-MM.
002880 1100-EXIT.
002890     EXIT.
002900*
002910*-----------------------------------------------------------
002920* 2000-ACCUMULATE-MONTHS - ONE PASS OF DQHIST, ADDING EACH
002930*                          DEPOT RECORD OF THE SCORECARD MONTH
002940*                          AND THE PRIOR MONTH TO ITS DEPOT.
002950*-----------------------------------------------------------
002960 2000-ACCUMULATE-MONTHS.
002970     OPEN INPUT DATA-QUALITY-FILE.
002980     IF DQHIST-FILE-MISSING
002990         GO TO 2000-EXIT.
003000     MOVE "N" TO WS-EOF-SW.
003010     PERFORM 2190-READ-DQHIST THRU 2190-EXIT.
003020     PERFORM 2100-ACCUMULATE-ONE THRU 2100-EXIT
003030         UNTIL END-OF-FILE.
003040     CLOSE DATA-QUALITY-FILE.
003050 2000-EXIT.
003060     EXIT.
003070*
003080 2100-ACCUMULATE-ONE.
003090     ADD 1 TO WS-RECORDS-READ.
003100     IF NOT QD-DEPOT-SUMMARY
003110         GO TO 2100-READ-NEXT.
003120     MOVE QD-BUSINESS-DATE (1:6) TO WS-RECORD-YYYYMM.
003130     IF WS-RECORD-YYYYMM NOT = WS-SCORE-YYYYMM
003140             AND WS-RECORD-YYYYMM NOT = WS-PRIOR-YYYYMM
003150         GO TO 2100-READ-NEXT.
003160
003170     MOVE QD-DEPOT TO WS-FIND-DEPOT.
003180     PERFORM 2200-FIND-DEPOT THRU 2200-EXIT.
003190     IF WS-RECORD-YYYYMM = WS-SCORE-YYYYMM
003200         ADD 1 TO WS-RECORDS-THIS-MONTH
003210         ADD 1 TO WT-NIGHTS (DP-IDX)
003220         ADD QD-EXPECTED TO WT-EXPECTED (DP-IDX)
003230         ADD QD-REPORTING TO WT-REPORTING (DP-IDX)
003240         ADD QD-RECEIVED TO WT-RECEIVED (DP-IDX)
003250         ADD QD-MISSING TO WT-MISSING (DP-IDX)
003260         ADD QD-REJ-VEHICLE-ID QD-REJ-READING-DATE
003270             QD-REJ-FUEL-VALUE QD-REJ-OTHER
003280             TO WT-REJECTS (DP-IDX)
003290         ADD QD-FLAG-SWING QD-FLAG-STUCK TO WT-FLAGS (DP-IDX)
003300     ELSE
003310         ADD 1 TO WS-RECORDS-PRIOR-MONTH
003320         ADD 1 TO WT-PRIOR-NIGHTS (DP-IDX)
003330         ADD QD-EXPECTED TO WT-PRIOR-EXPECTED (DP-IDX)
003340         ADD QD-REPORTING TO WT-PRIOR-REPORTING (DP-IDX)
003350         ADD QD-RECEIVED TO WT-PRIOR-RECEIVED (DP-IDX)
003360         ADD QD-MISSING TO WT-PRIOR-MISSING (DP-IDX)
003370         ADD QD-REJ-VEHICLE-ID QD-REJ-READING-DATE
003380             QD-REJ-FUEL-VALUE QD-REJ-OTHER
003390             TO WT-PRIOR-REJECTS (DP-IDX)
003400         ADD QD-FLAG-SWING QD-FLAG-STUCK
003410             TO WT-PRIOR-FLAGS (DP-IDX).
003420 2100-READ-NEXT.
003430     PERFORM 2190-READ-DQHIST THRU 2190-EXIT.
003440 2100-EXIT.
003450     EXIT.
003460*
003470 2190-READ-DQHIST.
003480     READ DATA-QUALITY-FILE
003490         AT END SET END-OF-FILE TO TRUE.
003500 2190-EXIT.
003510     EXIT.
003520*
003530*-----------------------------------------------------------
003540* 2200-FIND-DEPOT - THE TABLE ENTRY FOR WS-FIND-DEPOT, ADDED
003550*                   WITH ZERO COUNTS THE FIRST TIME. A FULL
003560*                   TABLE COMBINES THE REST INTO ITS LAST ENTRY
003570*                   AND THE REPORT SAYS SO.
003580*-----------------------------------------------------------
003590 2200-FIND-DEPOT.
003600     MOVE "N" TO WS-FOUND-SW.
003610     PERFORM 2210-MATCH-ONE-DEPOT THRU 2210-EXIT
003620         VARYING DP-IDX FROM 1 BY 1
003630         UNTIL DP-IDX > WS-DEPOT-COUNT
003640            OR ENTRY-FOUND.
003650     IF ENTRY-FOUND
003660         SET DP-IDX DOWN BY 1
003670         GO TO 2200-EXIT.
003680
003690     IF WS-DEPOT-COUNT < WS-DEPOT-MAX
003700         ADD 1 TO WS-DEPOT-COUNT
003710         SET DP-IDX TO WS-DEPOT-COUNT
003720         MOVE WS-FIND-DEPOT TO WT-DEPOT (DP-IDX)
003730         INITIALIZE WT-THIS-MONTH (DP-IDX)
003740                    WT-PRIOR-MONTH (DP-IDX)
003750                    WT-SCORES (DP-IDX)
003760     ELSE
003770         SET DEPOT-TABLE-FULL TO TRUE
003780         SET DP-IDX TO WS-DEPOT-MAX.
003790 2200-EXIT.
003800     EXIT.
003810*
003820 2210-MATCH-ONE-DEPOT.
003830     IF WT-DEPOT (DP-IDX) = WS-FIND-DEPOT
003840         SET ENTRY-FOUND TO TRUE.
003850 2210-EXIT.
003860     EXIT.
003870*
003880*-----------------------------------------------------------
003890* 3000-RANK-DEPOTS - SCORE EACH DEPOT, PUT THE TABLE IN RANK
003900*                    ORDER - BEST COMPLETENESS FIRST, ACCURACY
003910*                    BREAKING A TIE, THEN DEPOT CODE - AND GIVE
003920*                    EACH RANKED DEPOT ITS ACCURACY RANK. ONLY A
003930*                    DEPOT THAT HAD READINGS EXPECTED THIS MONTH
003940*                    IS RANKED; THE REST SORT TO THE END.
003950*-----------------------------------------------------------
003960 3000-RANK-DEPOTS.
003970     MOVE ZERO TO WS-RANKED-COUNT.
003980     PERFORM 3050-SCORE-ONE-DEPOT THRU 3050-EXIT
003990         VARYING DP-IDX FROM 1 BY 1
004000         UNTIL DP-IDX > WS-DEPOT-COUNT.
004010
004020     IF WS-DEPOT-COUNT > 1
004030         PERFORM 3100-SORT-ONE-PASS THRU 3100-EXIT
004040             VARYING WS-SORT-I FROM 1 BY 1
004050             UNTIL WS-SORT-I NOT < WS-DEPOT-COUNT.
004060
004070     PERFORM 3300-RANK-ACCURACY THRU 3300-EXIT
004080         VARYING DP-IDX FROM 1 BY 1
004090         UNTIL DP-IDX > WS-RANKED-COUNT.
004100 3000-EXIT.
004110     EXIT.
004120*
004130*-----------------------------------------------------------
004140* 3050-SCORE-ONE-DEPOT - COMPLETENESS AND ACCURACY FOR BOTH
004150*                        MONTHS, AND THE RANK KEY: A RANKED
004160*                        FLAG, THEN COMPLETENESS, THEN ACCURACY,
004170*                        EACH IN TENTHS OF A PERCENT.
004180*-----------------------------------------------------------
004190 3050-SCORE-ONE-DEPOT.
004200     MOVE WT-EXPECTED (DP-IDX) TO WS-CALC-EXPECTED.
004210     MOVE WT-REPORTING (DP-IDX) TO WS-CALC-REPORTING.
004220     MOVE WT-RECEIVED (DP-IDX) TO WS-CALC-RECEIVED.
004230     COMPUTE WS-CALC-BAD = WT-REJECTS (DP-IDX)
004240                         + WT-FLAGS (DP-IDX).
004250     PERFORM 8000-CALC-PERCENTAGES THRU 8000-EXIT.
004260     MOVE WS-CALC-COMPL-PCT TO WT-COMPL-PCT (DP-IDX).
004270     MOVE WS-CALC-ACCUR-PCT TO WT-ACCUR-PCT (DP-IDX).
004280
004290     MOVE WT-PRIOR-EXPECTED (DP-IDX) TO WS-CALC-EXPECTED.
004300     MOVE WT-PRIOR-REPORTING (DP-IDX) TO WS-CALC-REPORTING.
004310     MOVE WT-PRIOR-RECEIVED (DP-IDX) TO WS-CALC-RECEIVED.
004320     COMPUTE WS-CALC-BAD = WT-PRIOR-REJECTS (DP-IDX)
004330                         + WT-PRIOR-FLAGS (DP-IDX).
004340     PERFORM 8000-CALC-PERCENTAGES THRU 8000-EXIT.
004350     MOVE WS-CALC-COMPL-PCT TO WT-PRIOR-COMPL-PCT (DP-IDX).
004360     MOVE WS-CALC-ACCUR-PCT TO WT-PRIOR-ACCUR-PCT (DP-IDX).
004370
004380     COMPUTE WT-RANK-KEY (DP-IDX) =
004390         WT-COMPL-PCT (DP-IDX) * 100000
004400       + WT-ACCUR-PCT (DP-IDX) * 10.
004410     MOVE ZERO TO WT-ACCUR-RANK (DP-IDX).
004420     IF WT-EXPECTED (DP-IDX) > ZERO
004430         ADD 100000000 TO WT-RANK-KEY (DP-IDX)
004440         ADD 1 TO WS-RANKED-COUNT.
004450 3050-EXIT.
004460     EXIT.
004470*
004480*-----------------------------------------------------------
004490* 3100-SORT-ONE-PASS - A PLAIN EXCHANGE SORT ON THE RANK KEY,
004500*                      HIGHEST FIRST - THE TABLE IS ONE ENTRY
004510*                      PER DEPOT.
004520*-----------------------------------------------------------
004530 3100-SORT-ONE-PASS.
004540     PERFORM 3200-COMPARE-AND-SWAP THRU 3200-EXIT
004550         VARYING WS-SORT-J FROM 1 BY 1
004560         UNTIL WS-SORT-J > WS-DEPOT-COUNT - WS-SORT-I.
004570 3100-EXIT.
004580     EXIT.
004590*
004600 3200-COMPARE-AND-SWAP.
004610     MOVE "N" TO WS-SWAP-WANTED-SW.
004620     IF WT-RANK-KEY (WS-SORT-J) < WT-RANK-KEY (WS-SORT-J + 1)
004630         SET SWAP-WANTED TO TRUE
004640     ELSE IF WT-RANK-KEY (WS-SORT-J) = WT-RANK-KEY (WS-SORT-J + 1)
004650             AND WT-DEPOT (WS-SORT-J) > WT-DEPOT (WS-SORT-J + 1)
004660         SET SWAP-WANTED TO TRUE.
004670     IF SWAP-WANTED
004680         MOVE WS-DEPOT-ENTRY (WS-SORT-J) TO WS-DEPOT-SWAP
004690         MOVE WS-DEPOT-ENTRY (WS-SORT-J + 1)
004700             TO WS-DEPOT-ENTRY (WS-SORT-J)
004710         MOVE WS-DEPOT-SWAP TO WS-DEPOT-ENTRY (WS-SORT-J + 1).
004720 3200-EXIT.
004730     EXIT.
004740*
004750*-----------------------------------------------------------
004760* 3300-RANK-ACCURACY - A RANKED DEPOT'S ACCURACY RANK IS ONE
004770*                      MORE THAN THE RANKED DEPOTS WITH BETTER
004780*                      ACCURACY. EQUAL ACCURACY SHARES A RANK.
004790*-----------------------------------------------------------
004800 3300-RANK-ACCURACY.
004810     MOVE 1 TO WT-ACCUR-RANK (DP-IDX).
004820     PERFORM 3310-COMPARE-ACCURACY THRU 3310-EXIT
004830         VARYING DP-IDX2 FROM 1 BY 1
004840         UNTIL DP-IDX2 > WS-RANKED-COUNT.
004850 3300-EXIT.
004860     EXIT.
004870*
004880 3310-COMPARE-ACCURACY.
004890     IF WT-ACCUR-PCT (DP-IDX2) > WT-ACCUR-PCT (DP-IDX)
004900         ADD 1 TO WT-ACCUR-RANK (DP-IDX).
004910 3310-EXIT.
004920     EXIT.
004930*
004940*-----------------------------------------------------------
004950* 4000-WRITE-RANKING - OPEN THE SCORECARD AND WRITE THE DEPOT
004960*                      RANKING FOR THE MONTH.
004970*-----------------------------------------------------------
004980 4000-WRITE-RANKING.
004990     OPEN OUTPUT SCORECARD-REPORT-FILE.
005000     MOVE SPACES TO SCORE-RPT-LINE.
005010     MOVE "LAB07-DQSCOR DEPOT DATA-QUALITY SCORECARD"
005020         TO SCORE-RPT-LINE.
005030     WRITE SCORE-RPT-LINE.
005040     MOVE SPACES TO SCORE-RPT-LINE.
005050     STRING "MONTH " WS-SCORE-YYYYMM
005060         "  COMPARED WITH " WS-PRIOR-YYYYMM
005070         DELIMITED BY SIZE INTO SCORE-RPT-LINE.
005080     WRITE SCORE-RPT-LINE.
005090     MOVE SPACES TO SCORE-RPT-LINE.
005100     WRITE SCORE-RPT-LINE.
005110
005120     IF WS-RECORDS-THIS-MONTH = ZERO
005130         MOVE "  NO DATA-QUALITY RECORDS ON DQHIST FOR THE MONTH"
005140             TO SCORE-RPT-LINE
005150         WRITE SCORE-RPT-LINE
005160         GO TO 4000-EXIT.
005170
005180     MOVE "DEPOT RANKING - COMPLETENESS, THEN ACCURACY"
005190         TO SCORE-RPT-LINE.
005200     WRITE SCORE-RPT-LINE.
005210     MOVE SPACES TO SCORE-RPT-LINE.
005220     STRING "  RNK  DEPT  NTS " "EXPECTED" " MISSING"
005230         "  COMPL%" "RECEIVED" " REJECTS" "   FLAGS"
005240         "  ACCUR%" "  ARK"
005250         DELIMITED BY SIZE INTO SCORE-RPT-LINE.
005260     WRITE SCORE-RPT-LINE.
005270     PERFORM 4100-WRITE-ONE-RANK THRU 4100-EXIT
005280         VARYING DP-IDX FROM 1 BY 1
005290         UNTIL DP-IDX > WS-DEPOT-COUNT.
005300
005310     MOVE SPACES TO SCORE-RPT-LINE.
005320     WRITE SCORE-RPT-LINE.
005330     MOVE "  COMPL% = VEHICLES REPORTED / READINGS EXPECTED"
005340         TO SCORE-RPT-LINE.
005350     WRITE SCORE-RPT-LINE.
005360     MOVE SPACES TO SCORE-RPT-LINE.
005370     STRING "  ACCUR% = RECEIVED LESS REJECTS AND SENSOR FLAGS"
005380         " / RECEIVED"
005390         DELIMITED BY SIZE INTO SCORE-RPT-LINE.
005400     WRITE SCORE-RPT-LINE.
005410     MOVE SPACES TO SCORE-RPT-LINE.
005420     STRING "  DEPOT ???? = VEHICLE BLANK OR NOT ON THE MASTER"
005430         " - NOT RANKED"
005440         DELIMITED BY SIZE INTO SCORE-RPT-LINE.
005450     WRITE SCORE-RPT-LINE.
005460     IF DEPOT-TABLE-FULL
005470         MOVE SPACES TO SCORE-RPT-LINE
005480         STRING "  MORE DEPOTS THAN THE TABLE HOLDS - THE REST "
005490             "ARE COMBINED UNDER " WT-DEPOT (WS-DEPOT-MAX)
005500             DELIMITED BY SIZE INTO SCORE-RPT-LINE
005510         WRITE SCORE-RPT-LINE.
005520 4000-EXIT.
005530     EXIT.
005540*
005550 4100-WRITE-ONE-RANK.
005560     IF WT-NIGHTS (DP-IDX) = ZERO
005570         GO TO 4100-EXIT.
005580     MOVE "---" TO WS-RPT-RANK-X WS-RPT-ARANK-X.
005590     IF DP-IDX NOT > WS-RANKED-COUNT
005600         SET WS-RANK TO DP-IDX
005610         MOVE WS-RANK TO WS-RPT-RANK-ED
005620         MOVE WS-RPT-RANK-ED TO WS-RPT-RANK-X
005630         MOVE WT-ACCUR-RANK (DP-IDX) TO WS-RPT-RANK-ED
005640         MOVE WS-RPT-RANK-ED TO WS-RPT-ARANK-X.
005650     MOVE WT-NIGHTS (DP-IDX) TO WS-RPT-NIGHTS-ED.
005660     MOVE WT-EXPECTED (DP-IDX) TO WS-RPT-EXPECTED-ED.
005670     MOVE WT-MISSING (DP-IDX) TO WS-RPT-MISSING-ED.
005680     MOVE WT-RECEIVED (DP-IDX) TO WS-RPT-RECEIVED-ED.
005690     MOVE WT-REJECTS (DP-IDX) TO WS-RPT-REJECTS-ED.
005700     MOVE WT-FLAGS (DP-IDX) TO WS-RPT-FLAGS-ED.
005710     MOVE WT-COMPL-PCT (DP-IDX) TO WS-RPT-COMPL-ED.
005720     MOVE WT-ACCUR-PCT (DP-IDX) TO WS-RPT-ACCUR-ED.
005730     MOVE SPACES TO SCORE-RPT-LINE.
005740     STRING "  " WS-RPT-RANK-X
005750         "  " WT-DEPOT (DP-IDX)
005760         "  " WS-RPT-NIGHTS-ED
005770         "   " WS-RPT-EXPECTED-ED
005780         "  " WS-RPT-MISSING-ED
005790         "  " WS-RPT-COMPL-ED "%"
005800         "  " WS-RPT-RECEIVED-ED
005810         "  " WS-RPT-REJECTS-ED
005820         "  " WS-RPT-FLAGS-ED
005830         "  " WS-RPT-ACCUR-ED "%"
005840         "  " WS-RPT-ARANK-X
005850         DELIMITED BY SIZE INTO SCORE-RPT-LINE.
005860     WRITE SCORE-RPT-LINE.
005870 4100-EXIT.
005880     EXIT.
005890*
005900*-----------------------------------------------------------
005910* 5000-WRITE-COMPARISON - EACH DEPOT'S COMPLETENESS AND
005920*                         ACCURACY AGAINST THE PRIOR MONTH, IN
005930*                         RANK ORDER, THEN THE FLEET'S. A DEPOT
005940*                         WITH NO NIGHTS IN A MONTH SHOWS NONE
005950*                         RATHER THAN A CHANGE.
005960*-----------------------------------------------------------
005970 5000-WRITE-COMPARISON.
005980     IF WS-RECORDS-THIS-MONTH = ZERO
005990             AND WS-RECORDS-PRIOR-MONTH = ZERO
006000         GO TO 5000-EXIT.
006010     MOVE SPACES TO SCORE-RPT-LINE.
006020     WRITE SCORE-RPT-LINE.
006030     STRING "MONTH ON MONTH - " WS-SCORE-YYYYMM
006040         " AGAINST " WS-PRIOR-YYYYMM
006050         DELIMITED BY SIZE INTO SCORE-RPT-LINE.
006060     WRITE SCORE-RPT-LINE.
006070     MOVE SPACES TO SCORE-RPT-LINE.
006080     STRING "  DEPT   COMPL%  PRIOR  CHANGE"
006090         "     ACCUR%  PRIOR  CHANGE"
006100         DELIMITED BY SIZE INTO SCORE-RPT-LINE.
006110     WRITE SCORE-RPT-LINE.
006120
006130     PERFORM 5100-WRITE-ONE-COMPARISON THRU 5100-EXIT
006140         VARYING DP-IDX FROM 1 BY 1
006150         UNTIL DP-IDX > WS-DEPOT-COUNT.
006160
006170     MOVE WF-PRIOR-EXPECTED TO WS-CALC-EXPECTED.
006180     MOVE WF-PRIOR-REPORTING TO WS-CALC-REPORTING.
006190     MOVE WF-PRIOR-RECEIVED TO WS-CALC-RECEIVED.
006200     MOVE WF-PRIOR-BAD TO WS-CALC-BAD.
006210     PERFORM 8000-CALC-PERCENTAGES THRU 8000-EXIT.
006220     MOVE WS-CALC-COMPL-PCT TO WS-FLEET-PRIOR-COMPL-PCT.
006230     MOVE WS-CALC-ACCUR-PCT TO WS-FLEET-PRIOR-ACCUR-PCT.
006240     MOVE WF-EXPECTED TO WS-CALC-EXPECTED.
006250     MOVE WF-REPORTING TO WS-CALC-REPORTING.
006260     MOVE WF-RECEIVED TO WS-CALC-RECEIVED.
006270     MOVE WF-BAD TO WS-CALC-BAD.
006280     PERFORM 8000-CALC-PERCENTAGES THRU 8000-EXIT.
006290     MOVE WS-CALC-COMPL-PCT TO WS-RPT-COMPL-ED.
006300     MOVE WS-CALC-ACCUR-PCT TO WS-RPT-ACCUR-ED.
006310     MOVE WS-FLEET-PRIOR-COMPL-PCT TO WS-RPT-PRIOR-COMPL-ED.
006320     MOVE WS-FLEET-PRIOR-ACCUR-PCT TO WS-RPT-PRIOR-ACCUR-ED.
006330     COMPUTE WS-CHANGE = WS-CALC-COMPL-PCT
006340                       - WS-FLEET-PRIOR-COMPL-PCT.
006350     MOVE WS-CHANGE TO WS-RPT-COMPL-CHG-ED.
006360     MOVE WS-RPT-COMPL-CHG-ED TO WS-RPT-COMPL-CHG-X.
006370     COMPUTE WS-CHANGE = WS-CALC-ACCUR-PCT
006380                       - WS-FLEET-PRIOR-ACCUR-PCT.
006390     MOVE WS-CHANGE TO WS-RPT-ACCUR-CHG-ED.
006400     MOVE WS-RPT-ACCUR-CHG-ED TO WS-RPT-ACCUR-CHG-X.
006410     IF WF-EXPECTED = ZERO OR WF-PRIOR-EXPECTED = ZERO
006420         MOVE "  NONE" TO WS-RPT-COMPL-CHG-X.
006430     IF WF-RECEIVED = ZERO OR WF-PRIOR-RECEIVED = ZERO
006440         MOVE "  NONE" TO WS-RPT-ACCUR-CHG-X.
006450     MOVE SPACES TO SCORE-RPT-LINE.
006460     STRING "  FLEET  " WS-RPT-COMPL-ED "%"
006470         "  " WS-RPT-PRIOR-COMPL-ED "%"
006480         " " WS-RPT-COMPL-CHG-X
006490         "     " WS-RPT-ACCUR-ED "%"
006500         "  " WS-RPT-PRIOR-ACCUR-ED "%"
006510         " " WS-RPT-ACCUR-CHG-X
006520         DELIMITED BY SIZE INTO SCORE-RPT-LINE.
006530     WRITE SCORE-RPT-LINE.
006540 5000-EXIT.
006550     EXIT.
006560*
006570 5100-WRITE-ONE-COMPARISON.
006580     ADD WT-EXPECTED (DP-IDX) TO WF-EXPECTED.
006590     ADD WT-REPORTING (DP-IDX) TO WF-REPORTING.
006600     ADD WT-RECEIVED (DP-IDX) TO WF-RECEIVED.
006610     ADD WT-REJECTS (DP-IDX) WT-FLAGS (DP-IDX) TO WF-BAD.
006620     ADD WT-PRIOR-EXPECTED (DP-IDX) TO WF-PRIOR-EXPECTED.
006630     ADD WT-PRIOR-REPORTING (DP-IDX) TO WF-PRIOR-REPORTING.
006640     ADD WT-PRIOR-RECEIVED (DP-IDX) TO WF-PRIOR-RECEIVED.
006650     ADD WT-PRIOR-REJECTS (DP-IDX) WT-PRIOR-FLAGS (DP-IDX)
006660         TO WF-PRIOR-BAD.
006670
006680     MOVE WT-COMPL-PCT (DP-IDX) TO WS-RPT-COMPL-ED.
006690     MOVE WT-ACCUR-PCT (DP-IDX) TO WS-RPT-ACCUR-ED.
006700     MOVE WT-PRIOR-COMPL-PCT (DP-IDX) TO WS-RPT-PRIOR-COMPL-ED.
006710     MOVE WT-PRIOR-ACCUR-PCT (DP-IDX) TO WS-RPT-PRIOR-ACCUR-ED.
006720     COMPUTE WS-CHANGE = WT-COMPL-PCT (DP-IDX)
006730                       - WT-PRIOR-COMPL-PCT (DP-IDX).
006740     MOVE WS-CHANGE TO WS-RPT-COMPL-CHG-ED.
006750     MOVE WS-RPT-COMPL-CHG-ED TO WS-RPT-COMPL-CHG-X.
006760     COMPUTE WS-CHANGE = WT-ACCUR-PCT (DP-IDX)
006770                       - WT-PRIOR-ACCUR-PCT (DP-IDX).
006780     MOVE WS-CHANGE TO WS-RPT-ACCUR-CHG-ED.
006790     MOVE WS-RPT-ACCUR-CHG-ED TO WS-RPT-ACCUR-CHG-X.
006800     IF WT-EXPECTED (DP-IDX) = ZERO
006810             OR WT-PRIOR-EXPECTED (DP-IDX) = ZERO
006820         MOVE "  NONE" TO WS-RPT-COMPL-CHG-X.
006830     IF WT-RECEIVED (DP-IDX) = ZERO
006840             OR WT-PRIOR-RECEIVED (DP-IDX) = ZERO
006850         MOVE "  NONE" TO WS-RPT-ACCUR-CHG-X.
006860     MOVE SPACES TO SCORE-RPT-LINE.
006870     STRING "  " WT-DEPOT (DP-IDX)
006880         "   " WS-RPT-COMPL-ED "%"
006890         "  " WS-RPT-PRIOR-COMPL-ED "%"
006900         " " WS-RPT-COMPL-CHG-X
006910         "     " WS-RPT-ACCUR-ED "%"
006920         "  " WS-RPT-PRIOR-ACCUR-ED "%"
006930         " " WS-RPT-ACCUR-CHG-X
006940         DELIMITED BY SIZE INTO SCORE-RPT-LINE.
006950     WRITE SCORE-RPT-LINE.
006960 5100-EXIT.
006970     EXIT.
006980*
006990*-----------------------------------------------------------
007000* 6000-WRITE-DEPOT-DETAIL - SORT THE MONTH'S DQHIST RECORDS BY
007010*                           DEPOT - ITS NIGHTLY RECORDS IN DATE
007020*                           ORDER, THEN ITS VEHICLE RECORDS BY
007030*                           VEHICLE AND DATE - AND WRITE EACH
007040*                           DEPOT'S TREND AND WORST VEHICLES.
007050*-----------------------------------------------------------
007060 6000-WRITE-DEPOT-DETAIL.
007070     IF WS-RECORDS-THIS-MONTH = ZERO
007080         GO TO 6000-EXIT.
007090     SORT QUALITY-SORT-FILE
007100         ON ASCENDING KEY SQ-DEPOT SQ-RECORD-TYPE
007110                          SQ-VEHICLE-ID SQ-BUSINESS-DATE
007120         INPUT PROCEDURE IS 6100-RELEASE-MONTH
007130             THRU 6100-EXIT
007140         OUTPUT PROCEDURE IS 6200-BREAK-BY-DEPOT
007150             THRU 6200-EXIT.
007160 6000-EXIT.
007170     EXIT.
007180*
007190 6100-RELEASE-MONTH.
007200     OPEN INPUT DATA-QUALITY-FILE.
007210     MOVE "N" TO WS-EOF-SW.
007220     PERFORM 2190-READ-DQHIST THRU 2190-EXIT.
007230     PERFORM 6110-RELEASE-ONE-RECORD THRU 6110-EXIT
007240         UNTIL END-OF-FILE.
007250     CLOSE DATA-QUALITY-FILE.
007260 6100-EXIT.
007270     EXIT.
007280*
007290 6110-RELEASE-ONE-RECORD.
007300     IF QD-BUSINESS-DATE (1:6) NOT = WS-SCORE-YYYYMM
007310         GO TO 6110-READ-NEXT.
007320     MOVE QD-DEPOT TO SQ-DEPOT.
007330     MOVE QD-RECORD-TYPE TO SQ-RECORD-TYPE.
007340     MOVE QD-BUSINESS-DATE TO SQ-BUSINESS-DATE.
007350     MOVE SPACES TO SQ-VEHICLE-ID.
007360     IF QD-VEHICLE-DETAIL
007370         MOVE QV-VEHICLE-ID TO SQ-VEHICLE-ID.
007380     MOVE DQ-DEPOT-RECORD TO SQ-DQHIST-DATA.
007390     RELEASE QUALITY-SORT-RECORD.
007400 6110-READ-NEXT.
007410     PERFORM 2190-READ-DQHIST THRU 2190-EXIT.
007420 6110-EXIT.
007430     EXIT.
007440*
007450 6200-BREAK-BY-DEPOT.
007460     MOVE "N" TO WS-SORT-EOF-SW.
007470     MOVE LOW-VALUES TO WS-PREV-DEPOT.
007480     PERFORM 6210-RETURN-SORTED THRU 6210-EXIT.
007490     PERFORM 6220-DETAIL-ONE-RECORD THRU 6220-EXIT
007500         UNTIL QUALITY-SORT-EOF.
007510     IF WS-PREV-DEPOT NOT = LOW-VALUES
007520         PERFORM 6400-END-DEPOT THRU 6400-EXIT.
007530 6200-EXIT.
007540     EXIT.
007550*
007560 6210-RETURN-SORTED.
007570     RETURN QUALITY-SORT-FILE
007580         AT END SET QUALITY-SORT-EOF TO TRUE.
007590 6210-EXIT.
007600     EXIT.
007610*
007620 6220-DETAIL-ONE-RECORD.
007630     IF SQ-DEPOT NOT = WS-PREV-DEPOT
007640         IF WS-PREV-DEPOT NOT = LOW-VALUES
007650             PERFORM 6400-END-DEPOT THRU 6400-EXIT
007660         END-IF
007670         PERFORM 6300-START-DEPOT THRU 6300-EXIT.
007680
007690     MOVE SQ-DQHIST-DATA TO DQ-DEPOT-RECORD.
007700     IF QD-DEPOT-SUMMARY
007710         PERFORM 6500-WRITE-TREND-LINE THRU 6500-EXIT
007720     ELSE
007730         PERFORM 6600-TALLY-VEHICLE THRU 6600-EXIT.
007740     PERFORM 6210-RETURN-SORTED THRU 6210-EXIT.
007750 6220-EXIT.
007760     EXIT.
007770*
007780 6300-START-DEPOT.
007790     MOVE SQ-DEPOT TO WS-PREV-DEPOT.
007800     MOVE SPACES TO WS-PREV-VEHICLE-ID.
007810     MOVE ZERO TO WS-WORST-COUNT.
007820     MOVE SPACES TO SCORE-RPT-LINE.
007830     WRITE SCORE-RPT-LINE.
007840     STRING "DEPOT " SQ-DEPOT " - NIGHTLY TREND"
007850         DELIMITED BY SIZE INTO SCORE-RPT-LINE.
007860     WRITE SCORE-RPT-LINE.
007870     MOVE SPACES TO SCORE-RPT-LINE.
007880     STRING "  DATE    " "EXPECTED" " MISSING"
007890         "  COMPL%" "RECEIVED" " REJECTS" "   FLAGS"
007900         "  ACCUR%"
007910         DELIMITED BY SIZE INTO SCORE-RPT-LINE.
007920     WRITE SCORE-RPT-LINE.
007930 6300-EXIT.
007940     EXIT.
007950*
007960*-----------------------------------------------------------
007970* 6400-END-DEPOT - SCORE THE DEPOT'S LAST VEHICLE AND WRITE ITS
007980*                  WORST VEHICLES, HIGHEST SCORE FIRST.
007990*-----------------------------------------------------------
008000 6400-END-DEPOT.
008010     IF WS-PREV-VEHICLE-ID NOT = SPACES
008020         PERFORM 6700-END-VEHICLE THRU 6700-EXIT.
008030     MOVE SPACES TO SCORE-RPT-LINE.
008040     STRING "  WORST VEHICLES - DEPOT " WS-PREV-DEPOT
008050         DELIMITED BY SIZE INTO SCORE-RPT-LINE.
008060     WRITE SCORE-RPT-LINE.
008070     IF WS-WORST-COUNT = ZERO
008080         MOVE SPACES TO SCORE-RPT-LINE
008090         STRING "    NO VEHICLE MISSING, REJECTED, ABANDONED, "
008100             "OR FLAGGED"
008110             DELIMITED BY SIZE INTO SCORE-RPT-LINE
008120         WRITE SCORE-RPT-LINE
008130         GO TO 6400-EXIT.
008140     MOVE SPACES TO SCORE-RPT-LINE.
008150     STRING "    VEHICLE   SCORE MISSING REJECTS ABANDON"
008160         "   SWING   STUCK"
008170         DELIMITED BY SIZE INTO SCORE-RPT-LINE.
008180     WRITE SCORE-RPT-LINE.
008190     PERFORM 6800-WRITE-ONE-WORST THRU 6800-EXIT
008200         VARYING WV-IDX FROM 1 BY 1
008210         UNTIL WV-IDX > WS-WORST-COUNT.
008220 6400-EXIT.
008230     EXIT.
008240*
008250 6500-WRITE-TREND-LINE.
008260     MOVE QD-EXPECTED TO WS-CALC-EXPECTED.
008270     MOVE QD-REPORTING TO WS-CALC-REPORTING.
008280     MOVE QD-RECEIVED TO WS-CALC-RECEIVED.
008290     COMPUTE WS-CALC-BAD = QD-REJ-VEHICLE-ID
008300                         + QD-REJ-READING-DATE
008310                         + QD-REJ-FUEL-VALUE
008320                         + QD-REJ-OTHER
008330                         + QD-FLAG-SWING
008340                         + QD-FLAG-STUCK.
008350     PERFORM 8000-CALC-PERCENTAGES THRU 8000-EXIT.
008360     MOVE QD-EXPECTED TO WS-RPT-EXPECTED-ED.
008370     MOVE QD-MISSING TO WS-RPT-MISSING-ED.
008380     MOVE QD-RECEIVED TO WS-RPT-RECEIVED-ED.
008390     COMPUTE WS-RPT-REJECTS-ED = QD-REJ-VEHICLE-ID
008400                               + QD-REJ-READING-DATE
008410                               + QD-REJ-FUEL-VALUE
008420                               + QD-REJ-OTHER.
008430     COMPUTE WS-RPT-FLAGS-ED = QD-FLAG-SWING + QD-FLAG-STUCK.
008440     MOVE WS-CALC-COMPL-PCT TO WS-RPT-COMPL-ED.
008450     MOVE WS-CALC-ACCUR-PCT TO WS-RPT-ACCUR-ED.
008460     MOVE SPACES TO SCORE-RPT-LINE.
008470     STRING "  " QD-BUSINESS-DATE
008480         "  " WS-RPT-EXPECTED-ED
008490         "  " WS-RPT-MISSING-ED
008500         "  " WS-RPT-COMPL-ED "%"
008510         "  " WS-RPT-RECEIVED-ED
008520         "  " WS-RPT-REJECTS-ED
008530         "  " WS-RPT-FLAGS-ED
008540         "  " WS-RPT-ACCUR-ED "%"
008550         DELIMITED BY SIZE INTO SCORE-RPT-LINE.
008560     WRITE SCORE-RPT-LINE.
008570 6500-EXIT.
008580     EXIT.
008590*
008600*-----------------------------------------------------------
008610* 6600-TALLY-VEHICLE - ADD ONE NIGHT'S VEHICLE RECORD TO THE
008620*                      VEHICLE'S MONTH, SCORING THE PREVIOUS
008630*                      VEHICLE WHEN THE VEHICLE CHANGES.
008640*-----------------------------------------------------------
008650 6600-TALLY-VEHICLE.
008660     IF QV-VEHICLE-ID NOT = WS-PREV-VEHICLE-ID
008670         IF WS-PREV-VEHICLE-ID NOT = SPACES
008680             PERFORM 6700-END-VEHICLE THRU 6700-EXIT
008690         END-IF
008700         MOVE QV-VEHICLE-ID TO WS-PREV-VEHICLE-ID
008710         MOVE ZERO TO WS-VEH-MISSING WS-VEH-REJECTS
008720                      WS-VEH-ABANDONED WS-VEH-SWING WS-VEH-STUCK.
008730     ADD QV-MISSING TO WS-VEH-MISSING.
008740     ADD QV-REJECTS TO WS-VEH-REJECTS.
008750     ADD QV-ABANDONED TO WS-VEH-ABANDONED.
008760     ADD QV-FLAG-SWING TO WS-VEH-SWING.
008770     ADD QV-FLAG-STUCK TO WS-VEH-STUCK.
008780 6600-EXIT.
008790     EXIT.
008800*
008810*-----------------------------------------------------------
008820* 6700-END-VEHICLE - SCORE THE VEHICLE AND KEEP IT IF IT IS
008830*                    AMONG THE DEPOT'S WORST SO FAR. IT GOES IN
008840*                    AT THE END OF THE LIST (OVER THE LAST ENTRY
008850*                    WHEN THE LIST IS FULL) AND MOVES UP PAST
008860*                    EVERY LOWER SCORE.
008870*-----------------------------------------------------------
008880 6700-END-VEHICLE.
008890     COMPUTE WS-VEH-SCORE = WS-VEH-MISSING + WS-VEH-REJECTS
008900                          + WS-VEH-ABANDONED + WS-VEH-SWING
008910                          + WS-VEH-STUCK.
008920     IF WS-VEH-SCORE = ZERO
008930         GO TO 6700-EXIT.
008940     IF WS-WORST-COUNT < WS-WORST-MAX
008950         ADD 1 TO WS-WORST-COUNT
008960     ELSE IF WS-VEH-SCORE NOT > WW-SCORE (WS-WORST-MAX)
008970         GO TO 6700-EXIT.
008980     SET WV-IDX TO WS-WORST-COUNT.
008990     MOVE WS-PREV-VEHICLE-ID TO WW-VEHICLE-ID (WV-IDX).
009000     MOVE WS-VEH-SCORE TO WW-SCORE (WV-IDX).
009010     MOVE WS-VEH-MISSING TO WW-MISSING (WV-IDX).
009020     MOVE WS-VEH-REJECTS TO WW-REJECTS (WV-IDX).
009030     MOVE WS-VEH-ABANDONED TO WW-ABANDONED (WV-IDX).
009040     MOVE WS-VEH-SWING TO WW-SWING (WV-IDX).
009050     MOVE WS-VEH-STUCK TO WW-STUCK (WV-IDX).
009060     PERFORM 6710-MOVE-UP-ONE THRU 6710-EXIT
009070         VARYING WS-WORST-I FROM WS-WORST-COUNT BY -1
009080         UNTIL WS-WORST-I < 2.
009090 6700-EXIT.
009100     EXIT.
009110*
009120 6710-MOVE-UP-ONE.
009130     IF WW-SCORE (WS-WORST-I) > WW-SCORE (WS-WORST-I - 1)
009140         MOVE WS-WORST-ENTRY (WS-WORST-I - 1)
009150             TO WS-WORST-ENTRY (WS-WORST-MAX + 1)
009160         MOVE WS-WORST-ENTRY (WS-WORST-I)
009170             TO WS-WORST-ENTRY (WS-WORST-I - 1)
009180         MOVE WS-WORST-ENTRY (WS-WORST-MAX + 1)
009190             TO WS-WORST-ENTRY (WS-WORST-I).
009200 6710-EXIT.
009210     EXIT.
009220*
009230 6800-WRITE-ONE-WORST.
009240     MOVE WW-SCORE (WV-IDX) TO WS-RPT-SCORE-ED.
009250     MOVE WW-MISSING (WV-IDX) TO WS-RPT-SMALL-ED.
009260     MOVE WW-REJECTS (WV-IDX) TO WS-RPT-SMALL2-ED.
009270     MOVE WW-ABANDONED (WV-IDX) TO WS-RPT-SMALL3-ED.
009280     MOVE WW-SWING (WV-IDX) TO WS-RPT-SMALL4-ED.
009290     MOVE WW-STUCK (WV-IDX) TO WS-RPT-SMALL5-ED.
009300     MOVE SPACES TO SCORE-RPT-LINE.
009310     STRING "    " WW-VEHICLE-ID (WV-IDX)
009320         "  " WS-RPT-SCORE-ED
009330         "  " WS-RPT-SMALL-ED
009340         "  " WS-RPT-SMALL2-ED
009350         "  " WS-RPT-SMALL3-ED
009360         "  " WS-RPT-SMALL4-ED
009370         "  " WS-RPT-SMALL5-ED
009380         DELIMITED BY SIZE INTO SCORE-RPT-LINE.
009390     WRITE SCORE-RPT-LINE.
009400 6800-EXIT.
009410     EXIT.
009420*
009430*-----------------------------------------------------------
009440* 8000-CALC-PERCENTAGES - COMPLETENESS AND ACCURACY, TO A
009450*                         TENTH OF A PERCENT, FROM THE WS-CALC
009460*                         COUNTS. NOTHING EXPECTED OR RECEIVED
009470*                         SCORES ZERO.
009480*-----------------------------------------------------------
009490 8000-CALC-PERCENTAGES.
009500     MOVE ZERO TO WS-CALC-COMPL-PCT WS-CALC-ACCUR-PCT.
009510     IF WS-CALC-EXPECTED > ZERO
009520         COMPUTE WS-CALC-COMPL-PCT ROUNDED =
009530             WS-CALC-REPORTING * 100 / WS-CALC-EXPECTED.
009540     IF WS-CALC-RECEIVED = ZERO
009550         GO TO 8000-EXIT.
009560     COMPUTE WS-GOOD-READINGS = WS-CALC-RECEIVED - WS-CALC-BAD.
009570     IF WS-GOOD-READINGS < ZERO
009580         MOVE ZERO TO WS-GOOD-READINGS.
009590     COMPUTE WS-CALC-ACCUR-PCT ROUNDED =
009600         WS-GOOD-READINGS * 100 / WS-CALC-RECEIVED.
009610 8000-EXIT.
009620     EXIT.
009630*
009640*-----------------------------------------------------------
009650* 9000-TERMINATE - CLOSE THE SCORECARD AND LOG THE COUNTS.
009660*-----------------------------------------------------------
009670 9000-TERMINATE.
009680     CLOSE SCORECARD-REPORT-FILE.
009690     DISPLAY "LAB07-DQSCOR - SCORECARD MONTH    : "
009700         WS-SCORE-YYYYMM.
009710     DISPLAY "LAB07-DQSCOR - DQHIST RECORDS READ: "
009720         WS-RECORDS-READ.
009730     DISPLAY "LAB07-DQSCOR - DEPOT NIGHTS       : "
009740         WS-RECORDS-THIS-MONTH.
009750     DISPLAY "LAB07-DQSCOR - DEPOTS RANKED      : "
009760         WS-RANKED-COUNT.
009770 9000-EXIT.
009780     EXIT.
009790*
009800 END PROGRAM LAB07-DQSCOR.
