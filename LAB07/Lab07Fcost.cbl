000010******************************************************************
000020* Author......: Mostapha A
000030* Installation: Fleet Operations - Dispatch Systems
000040* Date-Written: 2026-10-15
000050* Purpose.....: Month-end fuel cost chargeback. Finance has been
000060*               spreading the fuel bill over the depots by
000070*               headcount because nothing put a cost on the fuel
000080*               each depot's vehicles actually took. For a month
000090*               this job prices
000100*                 - every delivery confirmed in the month
000110*                   (CONFHIST, the permanent record LAB07-ORDCNF
000120*                   keeps of each balanced ORDCONF), charged to
000130*                   the depot that ordered it, and
000140*                 - every "R" refuel rise archived in the month
000150*                   (FARCYYYYMM) that no confirmed delivery
000160*                   accounts for, charged to the master depot,
000170*               at the FUELPRC price in force for the depot and
000180*               the vehicle's master type on the day - the
000190*               delivery's confirmation date or the rise's reading
000200*               date. The quantity is the refuel rise in
000210*               litres-equivalent, matched to its delivery the way
000220*               LAB07-DLVREC matches them. It writes
000230*                 - FCSTGL, a balanced journal for the general
000240*                   ledger: a header, one debit per depot cost
000250*                   centre, one offsetting credit, and a trailer
000260*                   with the detail count and the debit and credit
000270*                   totals (COPY GLJRNL), and
000280*                 - FCSTRPT, each depot's deliveries and refuels
000290*                   costed, litres-equivalent, cost, in-service
000300*                   vehicles, and cost per vehicle, then every
000310*                   event that could not be costed and why.
000320*               Depot "????" holds rises of vehicles that are not
000330*               on the master; it is posted to an unallocated cost
000340*               centre for finance to clear.
000350*--------------------------------------------------------------
000360* Modification History
000370*   DATE       BY    DESCRIPTION
000380*   ---------- ----- ----------------------------------------
000390*   2026-10-15 MAA   Original.
000391*   2026-10-15 MAA   The archive scan goes through a sort on
000392*                    vehicle and reading date, so a late reading
000393*                    archived on a later night still sizes the
000394*                    rise after it. Depots beyond the table go to
000395*                    "????" and post unallocated. A FUELPRC over
000396*                    the price table's size cancels the run.
000397*   2026-10-15 MAA   Cost column widened to carry the full depot
000398*                    and fleet amounts.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000430 PROGRAM-ID. LAB07-FCOST.
000440 AUTHOR. MOSTAPHA A.
000450 INSTALLATION. FLEET OPERATIONS - DISPATCH SYSTEMS.
000460 DATE-WRITTEN. 2026-10-15.
000470 DATE-COMPILED.
000480 ENVIRONMENT DIVISION.
000490*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000500 CONFIGURATION SECTION.
000510*-----------------------
000520 INPUT-OUTPUT SECTION.
000530*-----------------------
000540 FILE-CONTROL.
000550     SELECT CONF-HISTORY-FILE ASSIGN TO "CONFHIST"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-CONFHIST-STATUS.
000580
000590     SELECT VEHICLE-ARCHIVE-FILE ASSIGN TO DYNAMIC
000600         WS-ARCHIVE-NAME
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-VEHARCH-STATUS.
000630
000640     SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHMAST"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS VM-VEHICLE-ID
000680         FILE STATUS IS WS-VEHMAST-STATUS.
000690
000700     SELECT FUEL-PRICE-FILE ASSIGN TO "FUELPRC"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-PRICE-STATUS.
000730
000740     SELECT GL-JOURNAL-FILE ASSIGN TO "FCSTGL"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-FCSTGL-STATUS.
000770
000780     SELECT COST-REPORT-FILE ASSIGN TO "FCSTRPT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-FCSTRPT-STATUS.
000803
000806     SELECT ARCHIVE-SORT-FILE ASSIGN TO "SORTWK1".
000810 DATA DIVISION.
000820*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000830 FILE SECTION.
000840*-----------------------
000850 FD  CONF-HISTORY-FILE
000860     RECORD CONTAINS 37 CHARACTERS.
000870     COPY CONFHST.
000880
000890 FD  VEHICLE-ARCHIVE-FILE
000900     RECORD CONTAINS 21 CHARACTERS.
000910     COPY VEHARCH.
000920
000930 FD  VEHICLE-MASTER-FILE
000940     RECORD CONTAINS 15 CHARACTERS.
000950     COPY VEHMAST.
000960
000970 FD  FUEL-PRICE-FILE
000980     RECORD CONTAINS 43 CHARACTERS.
000990     COPY FUELPRC.
001000
001010 FD  GL-JOURNAL-FILE
001020     RECORD CONTAINS 60 CHARACTERS.
001030     COPY GLJRNL.
001040
001050 FD  COST-REPORT-FILE
001060     RECORD CONTAINS 80 CHARACTERS.
001070 01  COST-RPT-LINE              PIC X(80).
001071
001072 SD  ARCHIVE-SORT-FILE
001073     RECORD CONTAINS 21 CHARACTERS.
001074 01  ARCHIVE-SORT-RECORD.
001075     05  SA-VEHICLE-ID           PIC X(06).
001076     05  SA-READING-DATE         PIC 9(08).
001077     05  FILLER                  PIC X(07).
001080*-----------------------
001090 WORKING-STORAGE SECTION.
001100*-----------------------
001110 01  CONFHIST-SWITCHES.
001120     05  WS-CONFHIST-STATUS      PIC X(02) VALUE SPACES.
001130         88  CONFHIST-FILE-OK    VALUE "00".
001140         88  CONFHIST-FILE-EOF   VALUE "10".
001150         88  CONFHIST-FILE-MISSING VALUE "35".
001160
001170 01  VEHARCH-SWITCHES.
001180     05  WS-VEHARCH-STATUS       PIC X(02) VALUE SPACES.
001190         88  VEHARCH-FILE-OK     VALUE "00".
001200         88  VEHARCH-FILE-EOF    VALUE "10".
001210         88  VEHARCH-FILE-MISSING VALUE "35".
001220
001230 01  VEHMAST-SWITCHES.
001240     05  WS-VEHMAST-STATUS       PIC X(02) VALUE SPACES.
001250         88  VEHMAST-OK          VALUE "00".
001260         88  VEHMAST-NOT-FOUND   VALUE "23".
001270         88  VEHMAST-FILE-MISSING VALUE "35".
001280
001290 01  PRICE-FILE-SWITCHES.
001300     05  WS-PRICE-STATUS         PIC X(02) VALUE SPACES.
001310         88  PRICE-FILE-OK       VALUE "00".
001320         88  PRICE-FILE-EOF      VALUE "10".
001330         88  PRICE-FILE-MISSING  VALUE "35".
001340
001350 01  OUTPUT-FILE-SWITCHES.
001360     05  WS-FCSTGL-STATUS        PIC X(02) VALUE SPACES.
001370     05  WS-FCSTRPT-STATUS       PIC X(02) VALUE SPACES.
001380
001390 01  ARCHIVE-NAME-FIELDS.
001400     05  WS-ARCHIVE-NAME         PIC X(10) VALUE SPACES.
001410
001420 01  QUERY-INPUT-FIELDS.
001430     05  WS-QUERY-MONTH          PIC X(06) VALUE SPACES.
001440     05  WS-TODAY                PIC 9(08) VALUE ZERO.
001450
001460 01  COSTING-SWITCHES.
001470     05  WS-EOF-SW               PIC X(01) VALUE "N".
001480         88  END-OF-FILE         VALUE "Y".
001490     05  WS-MONTH-VALID-SW       PIC X(01) VALUE "N".
001500         88  MONTH-VALID         VALUE "Y".
001510     05  WS-MONTH-ENDED-SW       PIC X(01) VALUE "N".
001520         88  MONTH-ENDED         VALUE "Y".
001530     05  WS-MASTER-AVAIL-SW      PIC X(01) VALUE "N".
001540         88  MASTER-AVAILABLE    VALUE "Y".
001550     05  WS-MASTER-EOF-SW        PIC X(01) VALUE "N".
001560         88  MASTER-EOF          VALUE "Y".
001570     05  WS-VEH-FOUND-SW         PIC X(01) VALUE "N".
001580         88  VEHICLE-FOUND       VALUE "Y".
001590     05  WS-MATCH-FOUND-SW       PIC X(01) VALUE "N".
001600         88  DELIVERY-MATCH-FOUND VALUE "Y".
001610     05  WS-RISE-KNOWN-SW        PIC X(01) VALUE "N".
001620         88  RISE-KNOWN          VALUE "Y".
001630     05  WS-FOUND-SW             PIC X(01) VALUE "N".
001640         88  ENTRY-FOUND         VALUE "Y".
001650     05  WS-DEPOT-OVFL-SW        PIC X(01) VALUE "N".
001660         88  DEPOT-TABLE-FULL    VALUE "Y".
001670
001680 01  RECON-LIMITS.
001690     05  WS-WINDOW-DAYS          PIC 9(02) VALUE 2.
001700
001710 01  GL-POSTING-CODES.
001720     05  WS-GL-SOURCE            PIC X(08) VALUE "FLEETOPS".
001730     05  WS-GL-EXPENSE-ACCOUNT   PIC X(08) VALUE "641000".
001740     05  WS-GL-CLEARING-ACCOUNT  PIC X(08) VALUE "215000".
001750     05  WS-GL-CLEARING-CENTRE   PIC X(08) VALUE "FLEETHQ".
001760     05  WS-GL-UNALLOC-CENTRE    PIC X(08) VALUE "UNALLOC".
001770     05  WS-UNKNOWN-DEPOT        PIC X(04) VALUE "????".
001780
001790 01  RANGE-DATES.
001800     05  WS-FROM-DATE            PIC 9(08) VALUE ZERO.
001810     05  WS-TO-DATE              PIC 9(08) VALUE ZERO.
001820     05  WS-LOAD-FROM-DATE       PIC 9(08) VALUE ZERO.
001830     05  WS-WALK-TO-DATE         PIC 9(08) VALUE ZERO.
001840     05  WS-STEP-COUNT           PIC 9(02) COMP VALUE ZERO.
001850
001860 01  MONTH-SCAN-FIELDS.
001870     05  WS-MON-YYYYMM           PIC 9(06) VALUE ZERO.
001880     05  WS-MON-YYYYMM-PARTS REDEFINES WS-MON-YYYYMM.
001890         10  WS-MON-YYYY         PIC 9(04).
001900         10  WS-MON-MM           PIC 9(02).
001910     05  WS-COST-YYYYMM          PIC 9(06) VALUE ZERO.
001920     05  WS-TO-YYYYMM            PIC 9(06) VALUE ZERO.
001930     05  WS-MONTH-GUARD          PIC 9(04) COMP VALUE ZERO.
001940
001950 01  DATE-WALK-FIELDS.
001960     05  WS-CUR-DATE             PIC 9(08) VALUE ZERO.
001970     05  WS-CUR-DATE-PARTS REDEFINES WS-CUR-DATE.
001980         10  WS-CUR-YYYY         PIC 9(04).
001990         10  WS-CUR-MM           PIC 9(02).
002000         10  WS-CUR-DD           PIC 9(02).
002010     05  WS-LEAP-QUOTIENT        PIC 9(04) COMP VALUE ZERO.
002020     05  WS-LEAP-REMAINDER       PIC 9(04) COMP VALUE ZERO.
002030     05  WS-DAYS-IN-MONTH        PIC 9(02) COMP VALUE ZERO.
002040
002050 01  DELIVERY-TABLE.
002060     05  WS-DLV-MAX              PIC 9(04) COMP VALUE 2000.
002070     05  WS-DLV-COUNT            PIC 9(04) COMP VALUE ZERO.
002080     05  WS-DLV-ENTRY            OCCURS 2000 TIMES
002090                                 INDEXED BY DL-IDX.
002100         10  WL-VEHICLE-ID       PIC X(06).
002110         10  WL-DEPOT            PIC X(04).
002120         10  WL-VEHICLE-TYPE     PIC X(04).
002130         10  WL-READING-DATE     PIC 9(08).
002140         10  WL-CONF-DATE        PIC 9(08).
002150         10  WL-WINDOW-END       PIC 9(08).
002160         10  WL-IN-RANGE-SW      PIC X(01).
002170         10  WL-MATCHED-SW       PIC X(01).
002180         10  WL-RISE-KNOWN-SW    PIC X(01).
002190         10  WL-RISE-VALUE       PIC 9(03)V9(01).
002200
002210 01  VEHICLE-TABLE.
002220     05  WS-VEH-MAX              PIC 9(04) COMP VALUE 2000.
002230     05  WS-VEH-COUNT            PIC 9(04) COMP VALUE ZERO.
002240     05  WS-VEH-FOUND-IDX        PIC 9(04) COMP VALUE ZERO.
002250     05  WS-VEH-TBL-ENTRY        OCCURS 2000 TIMES
002260                                 INDEXED BY VC-IDX.
002270         10  WV-VEHICLE-ID       PIC X(06).
002280         10  WV-DEPOT            PIC X(04).
002290         10  WV-VEHICLE-TYPE     PIC X(04).
002300         10  WV-HAVE-PRIOR-SW    PIC X(01).
002310         10  WV-LAST-VALUE       PIC 9(03)V9(01).
002320
002330 01  DEPOT-COST-TABLE.
002340     05  WS-DEPOT-MAX            PIC 9(03) COMP VALUE 100.
002350     05  WS-DEPOT-COUNT          PIC 9(03) COMP VALUE ZERO.
002360     05  WS-DEPOT-ENTRY          OCCURS 100 TIMES
002370                                 INDEXED BY DP-IDX.
002380         10  WD-DEPOT            PIC X(04).
002390         10  WD-TOTALS.
002400             15  WD-DLV-COSTED   PIC 9(05) COMP.
002410             15  WD-RISE-COSTED  PIC 9(05) COMP.
002420             15  WD-VEHICLES     PIC 9(05) COMP.
002430             15  WD-LITRES       PIC 9(07)V9(01).
002440             15  WD-COST         PIC 9(09)V9(02).
002450
002460 01  SORT-WORK-FIELDS.
002470     05  WS-SORT-I               PIC 9(03) COMP VALUE ZERO.
002480     05  WS-SORT-J               PIC 9(03) COMP VALUE ZERO.
002490     05  WS-DEPOT-SWAP.
002500         10  WS-SWAP-DEPOT       PIC X(04).
002510         10  WS-SWAP-TOTALS.
002520             15  WS-SWAP-COUNT   PIC 9(05) COMP OCCURS 3 TIMES.
002530             15  WS-SWAP-LITRES  PIC 9(07)V9(01).
002540             15  WS-SWAP-COST    PIC 9(09)V9(02).
002550
002560 01  UNCOSTED-TABLE.
002570     05  WS-UNC-MAX              PIC 9(04) COMP VALUE 500.
002580     05  WS-UNC-COUNT            PIC 9(04) COMP VALUE ZERO.
002590     05  WS-UNC-ENTRY            OCCURS 500 TIMES
002600                                 INDEXED BY UN-IDX.
002610         10  WX-EVENT-KIND       PIC X(01).
002620         10  WX-VEHICLE-ID       PIC X(06).
002630         10  WX-DEPOT            PIC X(04).
002640         10  WX-VEHICLE-TYPE     PIC X(04).
002650         10  WX-EVENT-DATE       PIC 9(08).
002660         10  WX-REASON           PIC X(01).
002670
002680 01  EVENT-COST-FIELDS.
002690     05  WS-COST-KIND            PIC X(01) VALUE SPACES.
002700         88  COST-DELIVERY       VALUE "D".
002710         88  COST-REFUEL         VALUE "R".
002720     05  WS-COST-VEHICLE-ID      PIC X(06) VALUE SPACES.
002730     05  WS-COST-DEPOT           PIC X(04) VALUE SPACES.
002740     05  WS-COST-TYPE            PIC X(04) VALUE SPACES.
002750     05  WS-COST-DATE            PIC 9(08) VALUE ZERO.
002760     05  WS-COST-QTY-KNOWN-SW    PIC X(01) VALUE "N".
002770         88  COST-QTY-KNOWN      VALUE "Y".
002780     05  WS-COST-QTY             PIC 9(03)V9(01) VALUE ZERO.
002790     05  WS-UNC-REASON           PIC X(01) VALUE SPACES.
002800         88  UNC-NO-PRICE        VALUE "P".
002810         88  UNC-NO-RISE         VALUE "R".
002820     05  WS-EVENT-COST           PIC 9(07)V9(02) VALUE ZERO.
002830     05  WS-FIND-DEPOT           PIC X(04) VALUE SPACES.
002840
002850 01  COSTING-COUNTERS.
002860     05  WS-FILES-SEARCHED       PIC 9(04) COMP VALUE ZERO.
002870     05  WS-READINGS-SCANNED     PIC 9(07) COMP VALUE ZERO.
002880     05  WS-DLV-IN-RANGE         PIC 9(05) COMP VALUE ZERO.
002890     05  WS-DLV-COSTED           PIC 9(05) COMP VALUE ZERO.
002900     05  WS-RISE-COSTED          PIC 9(05) COMP VALUE ZERO.
002910     05  WS-NO-PRICE-COUNT       PIC 9(05) COMP VALUE ZERO.
002920     05  WS-NO-RISE-COUNT        PIC 9(05) COMP VALUE ZERO.
002930     05  WS-DLV-DROPPED          PIC 9(05) COMP VALUE ZERO.
002940     05  WS-VEH-DROPPED          PIC 9(05) COMP VALUE ZERO.
002950     05  WS-RISE-VALUE           PIC 9(03)V9(01) VALUE ZERO.
002960
002970 01  FLEET-TOTALS.
002980     05  WF-DLV-COSTED           PIC 9(05) COMP VALUE ZERO.
002990     05  WF-RISE-COSTED          PIC 9(05) COMP VALUE ZERO.
003000     05  WF-VEHICLES             PIC 9(05) COMP VALUE ZERO.
003010     05  WF-LITRES               PIC 9(07)V9(01) VALUE ZERO.
003020     05  WF-COST                 PIC 9(09)V9(02) VALUE ZERO.
003030
003040 01  GL-TOTALS.
003050     05  WS-GL-DETAIL-COUNT      PIC 9(07) COMP VALUE ZERO.
003060     05  WS-GL-DEBIT-TOTAL       PIC 9(11)V9(02) VALUE ZERO.
003070     05  WS-GL-CREDIT-TOTAL      PIC 9(11)V9(02) VALUE ZERO.
003080
003090 01  REPORT-WORK-FIELDS.
003100     05  WS-RPT-COUNT-ED         PIC ZZZ,ZZ9.
003110     05  WS-RPT-DLV-ED           PIC ZZ,ZZ9.
003120     05  WS-RPT-RISE-ED          PIC ZZ,ZZ9.
003130     05  WS-RPT-VEHS-ED          PIC ZZ,ZZ9.
003140     05  WS-RPT-LITRES-ED        PIC Z,ZZZ,ZZ9.9.
003150     05  WS-RPT-COST-ED          PIC ZZZ,ZZZ,ZZ9.99.
003160     05  WS-RPT-PER-VEH-ED       PIC ZZZ,ZZ9.99.
003170     05  WS-RPT-PER-VEH-X        PIC X(10).
003180     05  WS-RPT-GL-TOTAL-ED      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
003190     05  WS-RPT-DEPOT            PIC X(05).
003200     05  WS-RPT-KIND             PIC X(08).
003210     05  WS-RPT-REASON           PIC X(20).
003220     05  WS-PER-VEHICLE          PIC 9(07)V9(02) VALUE ZERO.
003230
003240     COPY PRICETB.
003250*-----------------------
003260 PROCEDURE DIVISION.
003270*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
003280 0000-MAINLINE.
003290     PERFORM 1000-GET-MONTH THRU 1000-EXIT.
003300
003310     IF NOT MONTH-VALID
003320         DISPLAY "LAB07-FCOST - MONTH " WS-QUERY-MONTH
003330             " IS NOT A VALID YYYYMM - COSTING CANCELLED."
003340     ELSE IF NOT MONTH-ENDED
003350         DISPLAY "LAB07-FCOST - MONTH " WS-QUERY-MONTH
003360             " HAS NOT ENDED YET - COSTING CANCELLED."
003370     ELSE
003380         PERFORM 5700-LOAD-PRICES THRU 5700-EXIT
003390         IF WS-PRICE-COUNT = ZERO
003400             DISPLAY "LAB07-FCOST - NO PRICES ON FUELPRC - "
003410                 "COSTING CANCELLED."
003412         ELSE IF WS-PRICE-OVERFLOW > ZERO
003414             DISPLAY "LAB07-FCOST - FUELPRC HAS MORE LINES THAN "
003416                 "THE PRICE TABLE HOLDS - COSTING CANCELLED."
003420         ELSE
003430             PERFORM 1500-OPEN-MASTER THRU 1500-EXIT
003440             PERFORM 2000-LOAD-DELIVERIES THRU 2000-EXIT
003450             PERFORM 3000-WALK-ARCHIVE-MONTHS THRU 3000-EXIT
003460             PERFORM 4000-COST-DELIVERIES THRU 4000-EXIT
003470             PERFORM 4500-COUNT-DEPOT-VEHICLES THRU 4500-EXIT
003480             PERFORM 1600-CLOSE-MASTER THRU 1600-EXIT
003490             PERFORM 4800-SORT-DEPOTS THRU 4800-EXIT
003500             PERFORM 6000-WRITE-GL-EXTRACT THRU 6000-EXIT
003510             PERFORM 9000-WRITE-REPORT THRU 9000-EXIT.
003520
003530     STOP RUN.
003540*
003550*-----------------------------------------------------------
003560* 1000-GET-MONTH - PROMPT FOR THE MONTH TO COST. A BLANK MONTH
003570*                  COSTS LAST MONTH, THE NORMAL MONTH-END RUN.
003580*                  THE MONTH MUST HAVE ENDED. DELIVERIES ARE
003590*                  LOADED FROM ONE WINDOW BEFORE THE MONTH, AND
003600*                  THE ARCHIVE IS WALKED TO ONE WINDOW AFTER IT,
003610*                  AS LAB07-DLVREC DOES FOR ITS DATE RANGE.
003620*-----------------------------------------------------------
003630 1000-GET-MONTH.
003640     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003650     DISPLAY "ENTER COSTING MONTH (YYYYMM, BLANK=LAST MONTH): ".
003660     ACCEPT WS-QUERY-MONTH.
003670
003680     IF WS-QUERY-MONTH = SPACES
003690         MOVE WS-TODAY (1:6) TO WS-MON-YYYYMM
003700         IF WS-MON-MM > 1
003710             SUBTRACT 1 FROM WS-MON-MM
003720         ELSE
003730             SUBTRACT 1 FROM WS-MON-YYYY
003740             MOVE 12 TO WS-MON-MM
003750         END-IF
003760         MOVE WS-MON-YYYYMM TO WS-QUERY-MONTH.
003770
003780     IF WS-QUERY-MONTH NOT NUMERIC
003790         GO TO 1000-EXIT.
003800     MOVE WS-QUERY-MONTH TO WS-MON-YYYYMM.
003810     IF WS-MON-MM < 1 OR WS-MON-MM > 12
003820         GO TO 1000-EXIT.
003830     SET MONTH-VALID TO TRUE.
003840     MOVE WS-MON-YYYYMM TO WS-COST-YYYYMM.
003850
003860     COMPUTE WS-FROM-DATE = WS-MON-YYYYMM * 100 + 1.
003870     MOVE WS-FROM-DATE TO WS-CUR-DATE.
003880     PERFORM 7200-SET-DAYS-IN-MONTH THRU 7200-EXIT.
003890     COMPUTE WS-TO-DATE = WS-MON-YYYYMM * 100 + WS-DAYS-IN-MONTH.
003900     IF WS-TO-DATE < WS-TODAY
003910         SET MONTH-ENDED TO TRUE.
003920
003930     PERFORM 7000-PREVIOUS-DAY THRU 7000-EXIT
003940         VARYING WS-STEP-COUNT FROM 1 BY 1
003950         UNTIL WS-STEP-COUNT > WS-WINDOW-DAYS.
003960     MOVE WS-CUR-DATE TO WS-LOAD-FROM-DATE.
003970     MOVE WS-TO-DATE TO WS-CUR-DATE.
003980     PERFORM 7100-NEXT-DAY THRU 7100-EXIT
003990         VARYING WS-STEP-COUNT FROM 1 BY 1
004000         UNTIL WS-STEP-COUNT > WS-WINDOW-DAYS.
004010     MOVE WS-CUR-DATE TO WS-WALK-TO-DATE.
004020     IF MONTH-ENDED AND WS-WALK-TO-DATE NOT < WS-TODAY
004030         DISPLAY "LAB07-FCOST - CAUTION - A DELIVERY AT THE END "
004040             "OF THE MONTH MAY NOT HAVE ITS REFUEL RISE "
004050             "ARCHIVED YET.".
004060 1000-EXIT.
004070     EXIT.
004080*
004090*-----------------------------------------------------------
004100* 1500-OPEN-MASTER - OPEN THE VEHICLE MASTER FOR THE DEPOT AND
004110*                    TYPE LOOKUPS, NOTING WHETHER IT EXISTS AT
004120*                    ALL. WITHOUT IT EVERY VEHICLE IS PRICED AS
004130*                    TYPE "????" AND A RISE'S DEPOT IS UNKNOWN.
004140*-----------------------------------------------------------
004150 1500-OPEN-MASTER.
004160     MOVE "N" TO WS-MASTER-AVAIL-SW.
004170     OPEN INPUT VEHICLE-MASTER-FILE.
004180     IF NOT VEHMAST-FILE-MISSING
004190         SET MASTER-AVAILABLE TO TRUE
004200     ELSE
004210         DISPLAY "LAB07-FCOST - NO VEHICLE MASTER ON FILE - "
004220             "DEFAULT PRICES ONLY.".
004230 1500-EXIT.
004240     EXIT.
004250*
004260 1600-CLOSE-MASTER.
004270     IF MASTER-AVAILABLE
004280         CLOSE VEHICLE-MASTER-FILE.
004290 1600-EXIT.
004300     EXIT.
004310*
004320*-----------------------------------------------------------
004330* 2000-LOAD-DELIVERIES - LOAD THE CONFIRMED DELIVERIES FROM
004340*                        CONFHIST - THOSE CONFIRMED IN THE MONTH,
004350*                        PLUS THOSE CONFIRMED UP TO ONE WINDOW
004360*                        BEFORE IT, WHICH CAN STILL CLAIM A RISE
004370*                        IN THE MONTH BUT WERE COSTED LAST MONTH.
004380*-----------------------------------------------------------
004390 2000-LOAD-DELIVERIES.
004400     OPEN INPUT CONF-HISTORY-FILE.
004410     IF CONFHIST-FILE-MISSING
004420         DISPLAY "LAB07-FCOST - NO CONFHIST ON FILE - NO "
004430             "DELIVERIES TO COST."
004440         GO TO 2000-EXIT.
004450     MOVE "N" TO WS-EOF-SW.
004460     PERFORM 2900-READ-CONF-HISTORY THRU 2900-EXIT.
004470     PERFORM 2100-LOAD-ONE-DELIVERY THRU 2100-EXIT
004480         UNTIL END-OF-FILE.
004490     CLOSE CONF-HISTORY-FILE.
004500 2000-EXIT.
004510     EXIT.
004520*
004530 2100-LOAD-ONE-DELIVERY.
004540     IF CF-CONF-DATE < WS-LOAD-FROM-DATE
004550             OR CF-CONF-DATE > WS-TO-DATE
004560         GO TO 2190-NEXT-DELIVERY.
004570     IF WS-DLV-COUNT NOT < WS-DLV-MAX
004580         ADD 1 TO WS-DLV-DROPPED
004590         GO TO 2190-NEXT-DELIVERY.
004600
004610     ADD 1 TO WS-DLV-COUNT.
004620     SET DL-IDX TO WS-DLV-COUNT.
004630     MOVE CF-VEHICLE-ID TO WL-VEHICLE-ID (DL-IDX).
004640     MOVE CF-DEPOT TO WL-DEPOT (DL-IDX).
004650     MOVE CF-READING-DATE TO WL-READING-DATE (DL-IDX).
004660     MOVE CF-CONF-DATE TO WL-CONF-DATE (DL-IDX).
004670     MOVE "N" TO WL-MATCHED-SW (DL-IDX)
004680                 WL-RISE-KNOWN-SW (DL-IDX).
004690     MOVE ZERO TO WL-RISE-VALUE (DL-IDX).
004700     PERFORM 2150-SET-DELIVERY-TYPE THRU 2150-EXIT.
004710     IF CF-CONF-DATE < WS-FROM-DATE
004720         MOVE "N" TO WL-IN-RANGE-SW (DL-IDX)
004730     ELSE
004740         MOVE "Y" TO WL-IN-RANGE-SW (DL-IDX)
004750         ADD 1 TO WS-DLV-IN-RANGE.
004760
004770     MOVE CF-CONF-DATE TO WS-CUR-DATE.
004780     PERFORM 7100-NEXT-DAY THRU 7100-EXIT
004790         VARYING WS-STEP-COUNT FROM 1 BY 1
004800         UNTIL WS-STEP-COUNT > WS-WINDOW-DAYS.
004810     MOVE WS-CUR-DATE TO WL-WINDOW-END (DL-IDX).
004820 2190-NEXT-DELIVERY.
004830     PERFORM 2900-READ-CONF-HISTORY THRU 2900-EXIT.
004840 2100-EXIT.
004850     EXIT.
004860*
004870 2150-SET-DELIVERY-TYPE.
004880     MOVE WS-UNKNOWN-DEPOT TO WL-VEHICLE-TYPE (DL-IDX).
004890     IF MASTER-AVAILABLE
004900         MOVE CF-VEHICLE-ID TO VM-VEHICLE-ID
004910         READ VEHICLE-MASTER-FILE
004920             INVALID KEY
004930                 CONTINUE
004940             NOT INVALID KEY
004950                 MOVE VM-VEHICLE-TYPE TO WL-VEHICLE-TYPE (DL-IDX)
004960         END-READ.
004970 2150-EXIT.
004980     EXIT.
004990*
005000 2900-READ-CONF-HISTORY.
005010     READ CONF-HISTORY-FILE
005020         AT END SET END-OF-FILE TO TRUE.
005030 2900-EXIT.
005040     EXIT.
005050*
005060*-----------------------------------------------------------
005070* 3000-WALK-ARCHIVE-MONTHS - WALK EVERY FARCYYYYMM GENERATION
005080*                            FROM THE MONTH BEFORE THE LOAD DATE
005090*                            TO THE MONTH THE LAST WINDOW ENDS
005100*                            IN, THROUGH A SORT ON VEHICLE AND
005110*                            READING DATE - A LATE READING IS
005112*                            ARCHIVED ON THE NIGHT IT ARRIVED,
005114*                            NOT IN DATE ORDER - THEN JUDGE THE
005116*                            SORTED READINGS. A GUARD CAPS THE
005118*                            WALK AT 240 MONTHS.
005120*-----------------------------------------------------------
005130 3000-WALK-ARCHIVE-MONTHS.
005140     MOVE WS-LOAD-FROM-DATE (1:6) TO WS-MON-YYYYMM.
005150     IF WS-MON-MM > 1
005160         SUBTRACT 1 FROM WS-MON-MM
005170     ELSE
005180         SUBTRACT 1 FROM WS-MON-YYYY
005190         MOVE 12 TO WS-MON-MM.
005200     MOVE WS-WALK-TO-DATE (1:6) TO WS-TO-YYYYMM.
005210
005220     MOVE ZERO TO WS-MONTH-GUARD.
005224     SORT ARCHIVE-SORT-FILE
005228         ON ASCENDING KEY SA-VEHICLE-ID SA-READING-DATE
005232         WITH DUPLICATES IN ORDER
005236         INPUT PROCEDURE IS 3050-RELEASE-ARCHIVE THRU 3050-EXIT
005240         OUTPUT PROCEDURE IS 3060-JUDGE-SORTED THRU 3060-EXIT.
005244     IF SORT-RETURN NOT = ZERO
005248         DISPLAY "LAB07-FCOST - SORT OF THE ARCHIVE FAILED - "
005252             "REFUELS NOT MATCHED.".
005260 3000-EXIT.
005270     EXIT.
005280*
005281 3050-RELEASE-ARCHIVE.
005282     PERFORM 3100-SCAN-ONE-MONTH THRU 3100-EXIT
005283         UNTIL WS-MON-YYYYMM > WS-TO-YYYYMM
005284            OR WS-MONTH-GUARD NOT < 240.
005285 3050-EXIT.
005286     EXIT.
005287*
005288 3060-JUDGE-SORTED.
005289     MOVE "N" TO WS-EOF-SW.
005290     PERFORM 3950-RETURN-SORTED THRU 3950-EXIT.
005291     PERFORM 3300-JUDGE-ONE-READING THRU 3300-EXIT
005292         UNTIL END-OF-FILE.
005293 3060-EXIT.
005294     EXIT.
005295*
005296 3100-SCAN-ONE-MONTH.
005300     ADD 1 TO WS-MONTH-GUARD.
005310     MOVE SPACES TO WS-ARCHIVE-NAME.
005320     STRING "FARC" WS-MON-YYYYMM
005330         DELIMITED BY SIZE INTO WS-ARCHIVE-NAME.
005340     PERFORM 3200-SCAN-ONE-GENERATION THRU 3200-EXIT.
005350
005360     IF WS-MON-MM < 12
005370         ADD 1 TO WS-MON-MM
005380     ELSE
005390         ADD 1 TO WS-MON-YYYY
005400         MOVE 01 TO WS-MON-MM.
005410 3100-EXIT.
005420     EXIT.
005430*
005440*-----------------------------------------------------------
005450* 3200-SCAN-ONE-GENERATION - RELEASE ONE ARCHIVE GENERATION'S
005460*                            READINGS TO THE SORT. A GENERATION
005470*                            THAT DOES NOT EXIST IS SKIPPED.
005480*-----------------------------------------------------------
005490 3200-SCAN-ONE-GENERATION.
005500     MOVE "N" TO WS-EOF-SW.
005510     OPEN INPUT VEHICLE-ARCHIVE-FILE.
005520     IF VEHARCH-FILE-MISSING
005530         GO TO 3200-EXIT.
005540
005550     ADD 1 TO WS-FILES-SEARCHED.
005560     PERFORM 3900-READ-ARCHIVE THRU 3900-EXIT.
005570     PERFORM 3250-RELEASE-ONE-READING THRU 3250-EXIT
005580         UNTIL END-OF-FILE.
005590     CLOSE VEHICLE-ARCHIVE-FILE.
005600 3200-EXIT.
005610     EXIT.
005620*
005621 3250-RELEASE-ONE-READING.
005622     ADD 1 TO WS-READINGS-SCANNED.
005623     IF VA-READING-DATE NOT > WS-WALK-TO-DATE
005624         RELEASE ARCHIVE-SORT-RECORD FROM VEHICLE-ARCHIVE-RECORD.
005625     PERFORM 3900-READ-ARCHIVE THRU 3900-EXIT.
005626 3250-EXIT.
005627     EXIT.
005628*
005630*-----------------------------------------------------------
005640* 3300-JUDGE-ONE-READING - ONE ARCHIVED READING. AN "R" RISE
005650*                          FROM THE LOAD DATE ON IS MATCHED TO A
005660*                          DELIVERY, THEN THE READING BECOMES THE
005670*                          VEHICLE'S LAST VALUE. THE READINGS
005680*                          COME BACK FROM THE SORT OLDEST FIRST
005690*                          WITHIN EACH VEHICLE.
005700*-----------------------------------------------------------
005710 3300-JUDGE-ONE-READING.
005760     PERFORM 3400-FIND-VEHICLE-ENTRY THRU 3400-EXIT.
005770     IF WS-VEH-FOUND-IDX = ZERO
005780         ADD 1 TO WS-VEH-DROPPED
005790         GO TO 3390-NEXT-READING.
005800     SET VC-IDX TO WS-VEH-FOUND-IDX.
005810
005820     IF VA-FLAG-TYPE = "R"
005830             AND VA-READING-DATE NOT < WS-LOAD-FROM-DATE
005840         PERFORM 3500-MATCH-REFUEL THRU 3500-EXIT.
005850
005860     MOVE VA-FUEL-VALUE TO WV-LAST-VALUE (VC-IDX).
005870     MOVE "Y" TO WV-HAVE-PRIOR-SW (VC-IDX).
005880 3390-NEXT-READING.
005890     PERFORM 3950-RETURN-SORTED THRU 3950-EXIT.
005900 3300-EXIT.
005910     EXIT.
005920*
005930*-----------------------------------------------------------
005940* 3400-FIND-VEHICLE-ENTRY - FIND THE READING'S VEHICLE IN THE
005950*                           VEHICLE TABLE, ADDING IT (DEPOT AND
005960*                           TYPE FROM THE MASTER, NO PRIOR VALUE
005970*                           YET) ON FIRST SIGHT. ZERO IN
005980*                           WS-VEH-FOUND-IDX MEANS THE TABLE IS
005990*                           FULL.
006000*-----------------------------------------------------------
006010 3400-FIND-VEHICLE-ENTRY.
006020     MOVE "N" TO WS-VEH-FOUND-SW.
006030     MOVE ZERO TO WS-VEH-FOUND-IDX.
006040     PERFORM 3410-MATCH-ONE-VEHICLE THRU 3410-EXIT
006050         VARYING VC-IDX FROM 1 BY 1
006060         UNTIL VC-IDX > WS-VEH-COUNT
006070            OR VEHICLE-FOUND.
006080     IF VEHICLE-FOUND
006090         GO TO 3400-EXIT.
006100
006110     IF WS-VEH-COUNT < WS-VEH-MAX
006120         ADD 1 TO WS-VEH-COUNT
006130         MOVE WS-VEH-COUNT TO WS-VEH-FOUND-IDX
006140         SET VC-IDX TO WS-VEH-COUNT
006150         MOVE VA-VEHICLE-ID TO WV-VEHICLE-ID (VC-IDX)
006160         PERFORM 3420-SET-ENTRY-DEPOT THRU 3420-EXIT
006170         MOVE "N" TO WV-HAVE-PRIOR-SW (VC-IDX)
006180         MOVE ZERO TO WV-LAST-VALUE (VC-IDX).
006190 3400-EXIT.
006200     EXIT.
006210*
006220 3410-MATCH-ONE-VEHICLE.
006230     IF WV-VEHICLE-ID (VC-IDX) = VA-VEHICLE-ID
006240         SET VEHICLE-FOUND TO TRUE
006250         SET WS-VEH-FOUND-IDX TO VC-IDX.
006260 3410-EXIT.
006270     EXIT.
006280*
006290 3420-SET-ENTRY-DEPOT.
006300     MOVE WS-UNKNOWN-DEPOT TO WV-DEPOT (VC-IDX)
006310                              WV-VEHICLE-TYPE (VC-IDX).
006320     IF MASTER-AVAILABLE
006330         MOVE VA-VEHICLE-ID TO VM-VEHICLE-ID
006340         READ VEHICLE-MASTER-FILE
006350             INVALID KEY
006360                 CONTINUE
006370             NOT INVALID KEY
006380                 MOVE VM-DEPOT TO WV-DEPOT (VC-IDX)
006390                 MOVE VM-VEHICLE-TYPE TO WV-VEHICLE-TYPE (VC-IDX)
006400         END-READ.
006410 3420-EXIT.
006420     EXIT.
006430*
006440*-----------------------------------------------------------
006450* 3500-MATCH-REFUEL - SIZE THE RISE FROM THE VEHICLE'S PRIOR
006460*                     READING BY DATE, THEN GIVE IT TO THE FIRST
006470*                     UNMATCHED DELIVERY FOR THE VEHICLE WHOSE
006480*                     PRE-DELIVERY READING CAME BEFORE IT AND
006490*                     WHOSE WINDOW HAS NOT YET CLOSED - THE
006500*                     LAB07-DLVREC RULE. A RISE IN THE MONTH THAT
006510*                     NO DELIVERY CLAIMS IS FUEL TAKEN OFF
006520*                     CONTRACT AND IS COSTED HERE.
006530*-----------------------------------------------------------
006540 3500-MATCH-REFUEL.
006550     MOVE "N" TO WS-RISE-KNOWN-SW.
006560     MOVE ZERO TO WS-RISE-VALUE.
006570     IF WV-HAVE-PRIOR-SW (VC-IDX) = "Y"
006580             AND VA-FUEL-VALUE > WV-LAST-VALUE (VC-IDX)
006590         SUBTRACT WV-LAST-VALUE (VC-IDX) FROM VA-FUEL-VALUE
006600             GIVING WS-RISE-VALUE
006610         SET RISE-KNOWN TO TRUE.
006620
006630     MOVE "N" TO WS-MATCH-FOUND-SW.
006640     PERFORM 3510-MATCH-ONE-DELIVERY THRU 3510-EXIT
006650         VARYING DL-IDX FROM 1 BY 1
006660         UNTIL DL-IDX > WS-DLV-COUNT
006670            OR DELIVERY-MATCH-FOUND.
006680     IF DELIVERY-MATCH-FOUND
006690         GO TO 3500-EXIT.
006700
006710     IF VA-READING-DATE < WS-FROM-DATE
006720             OR VA-READING-DATE > WS-TO-DATE
006730         GO TO 3500-EXIT.
006740     SET COST-REFUEL TO TRUE.
006750     MOVE VA-VEHICLE-ID TO WS-COST-VEHICLE-ID.
006760     MOVE WV-DEPOT (VC-IDX) TO WS-COST-DEPOT.
006770     MOVE WV-VEHICLE-TYPE (VC-IDX) TO WS-COST-TYPE.
006780     MOVE VA-READING-DATE TO WS-COST-DATE.
006790     MOVE WS-RISE-KNOWN-SW TO WS-COST-QTY-KNOWN-SW.
006800     MOVE WS-RISE-VALUE TO WS-COST-QTY.
006810     PERFORM 4100-COST-ONE-EVENT THRU 4100-EXIT.
006820 3500-EXIT.
006830     EXIT.
006840*
006850 3510-MATCH-ONE-DELIVERY.
006860     IF WL-MATCHED-SW (DL-IDX) NOT = "N"
006870             OR WL-VEHICLE-ID (DL-IDX) NOT = VA-VEHICLE-ID
006880             OR VA-READING-DATE NOT > WL-READING-DATE (DL-IDX)
006890             OR VA-READING-DATE > WL-WINDOW-END (DL-IDX)
006900         GO TO 3510-EXIT.
006910
006920     SET DELIVERY-MATCH-FOUND TO TRUE.
006930     MOVE "Y" TO WL-MATCHED-SW (DL-IDX).
006940     MOVE WS-RISE-KNOWN-SW TO WL-RISE-KNOWN-SW (DL-IDX).
006950     MOVE WS-RISE-VALUE TO WL-RISE-VALUE (DL-IDX).
006960 3510-EXIT.
006970     EXIT.
006980*
006990 3900-READ-ARCHIVE.
007000     READ VEHICLE-ARCHIVE-FILE
007010         AT END SET END-OF-FILE TO TRUE.
007020 3900-EXIT.
007030     EXIT.
007040*
007041 3950-RETURN-SORTED.
007042     RETURN ARCHIVE-SORT-FILE INTO VEHICLE-ARCHIVE-RECORD
007043         AT END SET END-OF-FILE TO TRUE.
007044 3950-EXIT.
007045     EXIT.
007046*
007050*-----------------------------------------------------------
007060* 4000-COST-DELIVERIES - COST EACH DELIVERY CONFIRMED IN THE
007070*                        MONTH, ONCE THE WHOLE ARCHIVE HAS BEEN
007080*                        SEEN, AT ITS MATCHED RISE AND THE PRICE
007090*                        IN FORCE ON ITS CONFIRMATION DATE FOR
007100*                        THE DEPOT THAT ORDERED IT.
007110*-----------------------------------------------------------
007120 4000-COST-DELIVERIES.
007130     PERFORM 4010-COST-ONE-DELIVERY THRU 4010-EXIT
007140         VARYING DL-IDX FROM 1 BY 1
007150         UNTIL DL-IDX > WS-DLV-COUNT.
007160 4000-EXIT.
007170     EXIT.
007180*
007190 4010-COST-ONE-DELIVERY.
007200     IF WL-IN-RANGE-SW (DL-IDX) NOT = "Y"
007210         GO TO 4010-EXIT.
007220     SET COST-DELIVERY TO TRUE.
007230     MOVE WL-VEHICLE-ID (DL-IDX) TO WS-COST-VEHICLE-ID.
007240     MOVE WL-DEPOT (DL-IDX) TO WS-COST-DEPOT.
007250     MOVE WL-VEHICLE-TYPE (DL-IDX) TO WS-COST-TYPE.
007260     MOVE WL-CONF-DATE (DL-IDX) TO WS-COST-DATE.
007270     MOVE WL-RISE-KNOWN-SW (DL-IDX) TO WS-COST-QTY-KNOWN-SW.
007280     MOVE WL-RISE-VALUE (DL-IDX) TO WS-COST-QTY.
007290     PERFORM 4100-COST-ONE-EVENT THRU 4100-EXIT.
007300 4010-EXIT.
007310     EXIT.
007320*
007330*-----------------------------------------------------------
007340* 4100-COST-ONE-EVENT - PRICE ONE DELIVERY OR UNORDERED REFUEL
007350*                       FROM THE WS-COST- FIELDS AND ADD IT TO
007360*                       ITS DEPOT. ONE WITH NO MEASURED RISE OR
007370*                       NO PRICE IN FORCE IS LISTED INSTEAD.
007380*-----------------------------------------------------------
007390 4100-COST-ONE-EVENT.
007400     IF NOT COST-QTY-KNOWN
007410         SET UNC-NO-RISE TO TRUE
007420         ADD 1 TO WS-NO-RISE-COUNT
007430         PERFORM 4190-ADD-UNCOSTED THRU 4190-EXIT
007440         GO TO 4100-EXIT.
007450
007460     MOVE WS-COST-DEPOT TO WS-WANTED-PRICE-DEPOT.
007470     MOVE WS-COST-TYPE TO WS-WANTED-PRICE-TYPE.
007480     MOVE WS-COST-DATE TO WS-WANTED-PRICE-DATE.
007490     PERFORM 5800-FIND-PRICE-IN-FORCE THRU 5800-EXIT.
007500     IF NOT PRICE-FOUND
007510         SET UNC-NO-PRICE TO TRUE
007520         ADD 1 TO WS-NO-PRICE-COUNT
007530         PERFORM 4190-ADD-UNCOSTED THRU 4190-EXIT
007540         GO TO 4100-EXIT.
007550
007560     COMPUTE WS-EVENT-COST ROUNDED =
007570         WS-COST-QTY * WS-PRICE-IN-FORCE.
007580     MOVE WS-COST-DEPOT TO WS-FIND-DEPOT.
007590     PERFORM 7300-FIND-DEPOT THRU 7300-EXIT.
007600     IF COST-DELIVERY
007610         ADD 1 TO WD-DLV-COSTED (DP-IDX) WS-DLV-COSTED
007620     ELSE
007630         ADD 1 TO WD-RISE-COSTED (DP-IDX) WS-RISE-COSTED.
007640     ADD WS-COST-QTY TO WD-LITRES (DP-IDX).
007650     ADD WS-EVENT-COST TO WD-COST (DP-IDX).
007660 4100-EXIT.
007670     EXIT.
007680*
007690 4190-ADD-UNCOSTED.
007700     IF WS-UNC-COUNT NOT < WS-UNC-MAX
007710         GO TO 4190-EXIT.
007720     ADD 1 TO WS-UNC-COUNT.
007730     SET UN-IDX TO WS-UNC-COUNT.
007740     MOVE WS-COST-KIND TO WX-EVENT-KIND (UN-IDX).
007750     MOVE WS-COST-VEHICLE-ID TO WX-VEHICLE-ID (UN-IDX).
007760     MOVE WS-COST-DEPOT TO WX-DEPOT (UN-IDX).
007770     MOVE WS-COST-TYPE TO WX-VEHICLE-TYPE (UN-IDX).
007780     MOVE WS-COST-DATE TO WX-EVENT-DATE (UN-IDX).
007790     MOVE WS-UNC-REASON TO WX-REASON (UN-IDX).
007800 4190-EXIT.
007810     EXIT.
007820*
007830*-----------------------------------------------------------
007840* 4500-COUNT-DEPOT-VEHICLES - WALK THE VEHICLE MASTER IN KEY
007850*                             ORDER, COUNTING EACH IN-SERVICE
007860*                             VEHICLE AT ITS DEPOT FOR THE COST
007870*                             PER VEHICLE.
007880*-----------------------------------------------------------
007890 4500-COUNT-DEPOT-VEHICLES.
007900     IF NOT MASTER-AVAILABLE
007910         GO TO 4500-EXIT.
007920     CLOSE VEHICLE-MASTER-FILE.
007930     OPEN INPUT VEHICLE-MASTER-FILE.
007940     MOVE "N" TO WS-MASTER-EOF-SW.
007950     PERFORM 4590-READ-MASTER THRU 4590-EXIT.
007960     PERFORM 4510-COUNT-ONE-VEHICLE THRU 4510-EXIT
007970         UNTIL MASTER-EOF.
007980 4500-EXIT.
007990     EXIT.
008000*
008010 4510-COUNT-ONE-VEHICLE.
008020     IF VM-IN-SERVICE
008030         MOVE VM-DEPOT TO WS-FIND-DEPOT
008040         PERFORM 7300-FIND-DEPOT THRU 7300-EXIT
008050         ADD 1 TO WD-VEHICLES (DP-IDX).
008060     PERFORM 4590-READ-MASTER THRU 4590-EXIT.
008070 4510-EXIT.
008080     EXIT.
008090*
008100 4590-READ-MASTER.
008110     READ VEHICLE-MASTER-FILE NEXT RECORD
008120         AT END SET MASTER-EOF TO TRUE.
008130 4590-EXIT.
008140     EXIT.
008150*
008160*-----------------------------------------------------------
008170* 4800-SORT-DEPOTS - PUT THE DEPOT TABLE IN DEPOT ORDER FOR THE
008180*                    JOURNAL AND THE REPORT - AN EXCHANGE SORT,
008190*                    THE TABLE IS ONE ENTRY PER DEPOT.
008200*-----------------------------------------------------------
008210 4800-SORT-DEPOTS.
008220     IF WS-DEPOT-COUNT < 2
008230         GO TO 4800-EXIT.
008240     PERFORM 4810-SORT-ONE-PASS THRU 4810-EXIT
008250         VARYING WS-SORT-I FROM 1 BY 1
008260         UNTIL WS-SORT-I NOT < WS-DEPOT-COUNT.
008270 4800-EXIT.
008280     EXIT.
008290*
008300 4810-SORT-ONE-PASS.
008310     PERFORM 4820-COMPARE-AND-SWAP THRU 4820-EXIT
008320         VARYING WS-SORT-J FROM 1 BY 1
008330         UNTIL WS-SORT-J > WS-DEPOT-COUNT - WS-SORT-I.
008340 4810-EXIT.
008350     EXIT.
008360*
008370 4820-COMPARE-AND-SWAP.
008380     IF WD-DEPOT (WS-SORT-J) > WD-DEPOT (WS-SORT-J + 1)
008390         MOVE WS-DEPOT-ENTRY (WS-SORT-J) TO WS-DEPOT-SWAP
008400         MOVE WS-DEPOT-ENTRY (WS-SORT-J + 1)
008410             TO WS-DEPOT-ENTRY (WS-SORT-J)
008420         MOVE WS-DEPOT-SWAP
008430             TO WS-DEPOT-ENTRY (WS-SORT-J + 1).
008440 4820-EXIT.
008450     EXIT.
008460*
008470*-----------------------------------------------------------
008480* 6000-WRITE-GL-EXTRACT - THE JOURNAL FOR THE GENERAL LEDGER -
008490*                         HEADER, A DEBIT TO FUEL EXPENSE FOR
008500*                         EACH DEPOT COST CENTRE THAT WAS
008510*                         CHARGED, ONE CREDIT TO THE FLEET FUEL
008520*                         CLEARING ACCOUNT FOR THE SAME TOTAL, AND
008530*                         THE TRAILER. THE DEBITS ARE THE ROUNDED
008540*                         DEPOT TOTALS AND THE CREDIT THEIR SUM,
008550*                         SO THE JOURNAL ALWAYS BALANCES TO THE
008560*                         CENT.
008570*-----------------------------------------------------------
008580 6000-WRITE-GL-EXTRACT.
008590     OPEN OUTPUT GL-JOURNAL-FILE.
008600     MOVE SPACES TO JOURNAL-HEADER-RECORD.
008610     MOVE "HDR" TO JH-RECORD-TYPE.
008620     MOVE WS-COST-YYYYMM TO JH-PERIOD.
008630     MOVE WS-TODAY TO JH-RUN-DATE.
008640     MOVE WS-GL-SOURCE TO JH-SOURCE.
008650     MOVE "FUEL COST CHARGEBACK BY DEPOT" TO JH-DESCRIPTION.
008660     WRITE JOURNAL-HEADER-RECORD.
008670
008680     MOVE ZERO TO WS-GL-DETAIL-COUNT WS-GL-DEBIT-TOTAL
008690                  WS-GL-CREDIT-TOTAL.
008700     PERFORM 6100-WRITE-ONE-DEBIT THRU 6100-EXIT
008710         VARYING DP-IDX FROM 1 BY 1
008720         UNTIL DP-IDX > WS-DEPOT-COUNT.
008730
008740     IF WS-GL-DEBIT-TOTAL > ZERO
008750         MOVE SPACES TO JOURNAL-DETAIL-RECORD
008760         MOVE "DTL" TO JD-RECORD-TYPE
008770         SET JD-CREDIT TO TRUE
008780         MOVE WS-GL-CLEARING-ACCOUNT TO JD-ACCOUNT
008790         MOVE WS-GL-CLEARING-CENTRE TO JD-COST-CENTRE
008800         MOVE WS-GL-DEBIT-TOTAL TO JD-AMOUNT
008810         STRING "FUEL RECOVERED " WS-COST-YYYYMM
008820             DELIMITED BY SIZE INTO JD-DESCRIPTION
008830         WRITE JOURNAL-DETAIL-RECORD
008840         ADD 1 TO WS-GL-DETAIL-COUNT
008850         ADD WS-GL-DEBIT-TOTAL TO WS-GL-CREDIT-TOTAL.
008860
008870     MOVE SPACES TO JOURNAL-TRAILER-RECORD.
008880     MOVE "TRL" TO JT-RECORD-TYPE.
008890     MOVE WS-GL-DETAIL-COUNT TO JT-RECORD-COUNT.
008900     MOVE WS-GL-DEBIT-TOTAL TO JT-DEBIT-TOTAL.
008910     MOVE WS-GL-CREDIT-TOTAL TO JT-CREDIT-TOTAL.
008920     WRITE JOURNAL-TRAILER-RECORD.
008930     CLOSE GL-JOURNAL-FILE.
008940 6000-EXIT.
008950     EXIT.
008960*
008970 6100-WRITE-ONE-DEBIT.
008980     IF WD-COST (DP-IDX) = ZERO
008990         GO TO 6100-EXIT.
009000     MOVE SPACES TO JOURNAL-DETAIL-RECORD.
009010     MOVE "DTL" TO JD-RECORD-TYPE.
009020     SET JD-DEBIT TO TRUE.
009030     MOVE WS-GL-EXPENSE-ACCOUNT TO JD-ACCOUNT.
009040     IF WD-DEPOT (DP-IDX) = WS-UNKNOWN-DEPOT
009050         MOVE WS-GL-UNALLOC-CENTRE TO JD-COST-CENTRE
009060     ELSE
009070         MOVE WD-DEPOT (DP-IDX) TO JD-COST-CENTRE.
009080     MOVE WD-COST (DP-IDX) TO JD-AMOUNT.
009090     MOVE WD-DEPOT (DP-IDX) TO JD-DEPOT.
009100     STRING "FUEL CHARGEBACK " WS-COST-YYYYMM
009110         DELIMITED BY SIZE INTO JD-DESCRIPTION.
009120     WRITE JOURNAL-DETAIL-RECORD.
009130     ADD 1 TO WS-GL-DETAIL-COUNT.
009140     ADD WD-COST (DP-IDX) TO WS-GL-DEBIT-TOTAL.
009150 6100-EXIT.
009160     EXIT.
009170*
009180*-----------------------------------------------------------
009190* 7000-PREVIOUS-DAY - STEP WS-CUR-DATE BACK ONE CALENDAR DAY,
009200*                     LEAP FEBRUARY INCLUDED, THE SAME WAY
009210*                     LAB07-GENRLL WALKS ITS RETENTION CUTOFF.
009220*-----------------------------------------------------------
009230 7000-PREVIOUS-DAY.
009240     IF WS-CUR-DD > 1
009250         SUBTRACT 1 FROM WS-CUR-DD
009260         GO TO 7000-EXIT.
009270     IF WS-CUR-MM > 1
009280         SUBTRACT 1 FROM WS-CUR-MM
009290     ELSE
009300         SUBTRACT 1 FROM WS-CUR-YYYY
009310         MOVE 12 TO WS-CUR-MM.
009320     PERFORM 7200-SET-DAYS-IN-MONTH THRU 7200-EXIT.
009330     MOVE WS-DAYS-IN-MONTH TO WS-CUR-DD.
009340 7000-EXIT.
009350     EXIT.
009360*
009370*-----------------------------------------------------------
009380* 7100-NEXT-DAY - STEP WS-CUR-DATE FORWARD ONE CALENDAR DAY.
009390*-----------------------------------------------------------
009400 7100-NEXT-DAY.
009410     PERFORM 7200-SET-DAYS-IN-MONTH THRU 7200-EXIT.
009420     IF WS-CUR-DD < WS-DAYS-IN-MONTH
009430         ADD 1 TO WS-CUR-DD
009440         GO TO 7100-EXIT.
009450     MOVE 1 TO WS-CUR-DD.
009460     IF WS-CUR-MM < 12
009470         ADD 1 TO WS-CUR-MM
009480     ELSE
009490         MOVE 1 TO WS-CUR-MM
009500         ADD 1 TO WS-CUR-YYYY.
009510 7100-EXIT.
009520     EXIT.
009530*
009540*-----------------------------------------------------------
009550* 7200-SET-DAYS-IN-MONTH - HOW MANY DAYS WS-CUR-DATE'S MONTH
009560*                          HAS, TESTING THE YEAR FOR A LEAP
009570*                          FEBRUARY WITH PLAIN DIVIDES.
009580*-----------------------------------------------------------
009590 7200-SET-DAYS-IN-MONTH.
009600     EVALUATE WS-CUR-MM
009610         WHEN 04
009620         WHEN 06
009630         WHEN 09
009640         WHEN 11
009650             MOVE 30 TO WS-DAYS-IN-MONTH
009660         WHEN 02
009670             MOVE 28 TO WS-DAYS-IN-MONTH
009680             DIVIDE WS-CUR-YYYY BY 4
009690                 GIVING WS-LEAP-QUOTIENT
009700                 REMAINDER WS-LEAP-REMAINDER
009710             IF WS-LEAP-REMAINDER = ZERO
009720                 DIVIDE WS-CUR-YYYY BY 100
009730                     GIVING WS-LEAP-QUOTIENT
009740                     REMAINDER WS-LEAP-REMAINDER
009750                 IF WS-LEAP-REMAINDER NOT = ZERO
009760                     MOVE 29 TO WS-DAYS-IN-MONTH
009770                 ELSE
009780                     DIVIDE WS-CUR-YYYY BY 400
009790                         GIVING WS-LEAP-QUOTIENT
009800                         REMAINDER WS-LEAP-REMAINDER
009810                     IF WS-LEAP-REMAINDER = ZERO
009820                         MOVE 29 TO WS-DAYS-IN-MONTH
009830                     END-IF
009840                 END-IF
009850             END-IF
009860         WHEN OTHER
009870             MOVE 31 TO WS-DAYS-IN-MONTH
009880     END-EVALUATE.
009890 7200-EXIT.
009900     EXIT.
009910*
009920*-----------------------------------------------------------
009930* 7300-FIND-DEPOT - FIND WS-FIND-DEPOT IN THE DEPOT TABLE,
009940*                   ADDING IT WITH ZERO TOTALS ON FIRST SIGHT.
009950*                   THE LAST ENTRY IS KEPT FOR "????", SO WHEN
009960*                   THE TABLE IS FULL THE OVERFLOW GOES THERE -
009965*                   POSTED UNALLOCATED - AND THE REPORT SAYS SO.
009970*-----------------------------------------------------------
009980 7300-FIND-DEPOT.
009990     MOVE "N" TO WS-FOUND-SW.
010000     PERFORM 7310-MATCH-ONE-DEPOT THRU 7310-EXIT
010010         VARYING DP-IDX FROM 1 BY 1
010020         UNTIL DP-IDX > WS-DEPOT-COUNT
010030            OR ENTRY-FOUND.
010040     IF ENTRY-FOUND
010050         SET DP-IDX DOWN BY 1
010060         GO TO 7300-EXIT.
010070
010080     IF WS-FIND-DEPOT NOT = WS-UNKNOWN-DEPOT
010090             AND WS-DEPOT-COUNT NOT < WS-DEPOT-MAX - 1
010100         SET DEPOT-TABLE-FULL TO TRUE
010110         MOVE WS-UNKNOWN-DEPOT TO WS-FIND-DEPOT
010120         GO TO 7300-FIND-DEPOT.
010130     ADD 1 TO WS-DEPOT-COUNT.
010140     SET DP-IDX TO WS-DEPOT-COUNT.
010150     MOVE WS-FIND-DEPOT TO WD-DEPOT (DP-IDX).
010155     INITIALIZE WD-TOTALS (DP-IDX).
010160 7300-EXIT.
010170     EXIT.
010180*
010190 7310-MATCH-ONE-DEPOT.
010200     IF WD-DEPOT (DP-IDX) = WS-FIND-DEPOT
010210         SET ENTRY-FOUND TO TRUE.
010220 7310-EXIT.
010230     EXIT.
010240*
010250*-----------------------------------------------------------
010260* 9000-WRITE-REPORT - THE DEPOT COST TABLE WITH A FLEET LINE,
010270*                     THE EVENTS NOT COSTED, THE JOURNAL TOTALS,
010280*                     AND THE COSTING COUNTS.
010290*-----------------------------------------------------------
010300 9000-WRITE-REPORT.
010310     OPEN OUTPUT COST-REPORT-FILE.
010320     MOVE SPACES TO COST-RPT-LINE.
010330     MOVE "LAB07-FCOST FUEL COST CHARGEBACK BY DEPOT"
010340         TO COST-RPT-LINE.
010350     WRITE COST-RPT-LINE.
010360     MOVE SPACES TO COST-RPT-LINE.
010370     STRING "MONTH " WS-COST-YYYYMM
010380         "  DATES " WS-FROM-DATE
010390         " THRU " WS-TO-DATE
010400         "  RUN " WS-TODAY
010410         DELIMITED BY SIZE INTO COST-RPT-LINE.
010420     WRITE COST-RPT-LINE.
010430
010440     PERFORM 9100-WRITE-DEPOT-COSTS THRU 9100-EXIT.
010450     PERFORM 9200-WRITE-UNCOSTED THRU 9200-EXIT.
010460     PERFORM 9300-WRITE-JOURNAL-TOTALS THRU 9300-EXIT.
010470     PERFORM 9400-WRITE-COUNTS THRU 9400-EXIT.
010480     CLOSE COST-REPORT-FILE.
010490
010500     MOVE WF-COST TO WS-RPT-COST-ED.
010510     DISPLAY "LAB07-FCOST - MONTH COSTED        : "
010520         WS-COST-YYYYMM.
010530     DISPLAY "LAB07-FCOST - DELIVERIES COSTED   : "
010540         WS-DLV-COSTED.
010550     DISPLAY "LAB07-FCOST - REFUELS COSTED      : "
010560         WS-RISE-COSTED.
010570     DISPLAY "LAB07-FCOST - NOT COSTED, NO PRICE: "
010580         WS-NO-PRICE-COUNT.
010590     DISPLAY "LAB07-FCOST - NOT COSTED, NO RISE : "
010600         WS-NO-RISE-COUNT.
010610     DISPLAY "LAB07-FCOST - TOTAL COST          : "
010620         WS-RPT-COST-ED.
010630 9000-EXIT.
010640     EXIT.
010650*
010660*-----------------------------------------------------------
010670* 9100-WRITE-DEPOT-COSTS - ONE LINE PER DEPOT - DELIVERIES AND
010680*                          UNORDERED REFUELS COSTED, LITRES-
010690*                          EQUIVALENT, COST, IN-SERVICE VEHICLES,
010700*                          AND COST PER VEHICLE - THEN THE FLEET.
010710*-----------------------------------------------------------
010720 9100-WRITE-DEPOT-COSTS.
010730     MOVE SPACES TO COST-RPT-LINE.
010740     WRITE COST-RPT-LINE.
010750     MOVE SPACES TO COST-RPT-LINE.
010760     STRING "DEPOT  DELIVS REFUEL    LITRES-EQ"
010770         "            COST   VEHS    COST/VEH"
010780         DELIMITED BY SIZE INTO COST-RPT-LINE.
010790     WRITE COST-RPT-LINE.
010800     IF WS-DEPOT-COUNT = ZERO
010810         MOVE SPACES TO COST-RPT-LINE
010820         MOVE "  NONE" TO COST-RPT-LINE
010830         WRITE COST-RPT-LINE.
010840     PERFORM 9110-WRITE-ONE-DEPOT THRU 9110-EXIT
010850         VARYING DP-IDX FROM 1 BY 1
010860         UNTIL DP-IDX > WS-DEPOT-COUNT.
010870
010880     MOVE "FLEET" TO WS-RPT-DEPOT.
010890     MOVE WF-DLV-COSTED TO WS-RPT-DLV-ED.
010900     MOVE WF-RISE-COSTED TO WS-RPT-RISE-ED.
010910     MOVE WF-LITRES TO WS-RPT-LITRES-ED.
010920     MOVE WF-COST TO WS-RPT-COST-ED.
010930     MOVE WF-VEHICLES TO WS-RPT-VEHS-ED.
010940     MOVE "       N/A" TO WS-RPT-PER-VEH-X.
010950     IF WF-VEHICLES > ZERO
010960         COMPUTE WS-PER-VEHICLE ROUNDED = WF-COST / WF-VEHICLES
010970         MOVE WS-PER-VEHICLE TO WS-RPT-PER-VEH-ED
010980         MOVE WS-RPT-PER-VEH-ED TO WS-RPT-PER-VEH-X.
010990     MOVE SPACES TO COST-RPT-LINE.
011000     WRITE COST-RPT-LINE.
011010     PERFORM 9120-WRITE-COST-LINE THRU 9120-EXIT.
011020     IF DEPOT-TABLE-FULL
011030         MOVE SPACES TO COST-RPT-LINE
011040         MOVE "  MORE DEPOTS THAN THE TABLE HOLDS - THE REST ARE"
011050             TO COST-RPT-LINE
011060         WRITE COST-RPT-LINE
011070         MOVE "  ON ???? AND POSTED UNALLOCATED." TO COST-RPT-LINE
011080         WRITE COST-RPT-LINE.
011090 9100-EXIT.
011100     EXIT.
011110*
011120 9110-WRITE-ONE-DEPOT.
011130     MOVE WD-DEPOT (DP-IDX) TO WS-RPT-DEPOT.
011140     MOVE WD-DLV-COSTED (DP-IDX) TO WS-RPT-DLV-ED.
011150     MOVE WD-RISE-COSTED (DP-IDX) TO WS-RPT-RISE-ED.
011160     MOVE WD-LITRES (DP-IDX) TO WS-RPT-LITRES-ED.
011170     MOVE WD-COST (DP-IDX) TO WS-RPT-COST-ED.
011180     MOVE WD-VEHICLES (DP-IDX) TO WS-RPT-VEHS-ED.
011190     MOVE "       N/A" TO WS-RPT-PER-VEH-X.
011200     IF WD-VEHICLES (DP-IDX) > ZERO
011210         COMPUTE WS-PER-VEHICLE ROUNDED =
011220             WD-COST (DP-IDX) / WD-VEHICLES (DP-IDX)
011230         MOVE WS-PER-VEHICLE TO WS-RPT-PER-VEH-ED
011240         MOVE WS-RPT-PER-VEH-ED TO WS-RPT-PER-VEH-X.
011250     PERFORM 9120-WRITE-COST-LINE THRU 9120-EXIT.
011260
011270     ADD WD-DLV-COSTED (DP-IDX) TO WF-DLV-COSTED.
011280     ADD WD-RISE-COSTED (DP-IDX) TO WF-RISE-COSTED.
011290     ADD WD-VEHICLES (DP-IDX) TO WF-VEHICLES.
011300     ADD WD-LITRES (DP-IDX) TO WF-LITRES.
011310     ADD WD-COST (DP-IDX) TO WF-COST.
011320 9110-EXIT.
011330     EXIT.
011340*
011350 9120-WRITE-COST-LINE.
011360     MOVE SPACES TO COST-RPT-LINE.
011370     STRING WS-RPT-DEPOT
011380         "  " WS-RPT-DLV-ED
011390         " " WS-RPT-RISE-ED
011400         "  " WS-RPT-LITRES-ED
011410         "  " WS-RPT-COST-ED
011420         " " WS-RPT-VEHS-ED
011430         "  " WS-RPT-PER-VEH-X
011440         DELIMITED BY SIZE INTO COST-RPT-LINE.
011450     WRITE COST-RPT-LINE.
011460 9120-EXIT.
011470     EXIT.
011480*
011490*-----------------------------------------------------------
011500* 9200-WRITE-UNCOSTED - DELIVERIES AND REFUELS OF THE MONTH THAT
011510*                       CARRY NO COST - NO REFUEL RISE WAS
011520*                       MEASURED FOR THEM, OR NO FUELPRC LINE
011530*                       WAS IN FORCE FOR THE DEPOT AND TYPE ON
011540*                       THE DAY.
011550*-----------------------------------------------------------
011560 9200-WRITE-UNCOSTED.
011570     MOVE SPACES TO COST-RPT-LINE.
011580     WRITE COST-RPT-LINE.
011590     MOVE "EVENTS NOT COSTED" TO COST-RPT-LINE.
011600     WRITE COST-RPT-LINE.
011610     IF WS-UNC-COUNT = ZERO
011620         MOVE SPACES TO COST-RPT-LINE
011630         MOVE "  NONE" TO COST-RPT-LINE
011640         WRITE COST-RPT-LINE
011650         GO TO 9200-EXIT.
011660     PERFORM 9210-WRITE-ONE-UNCOSTED THRU 9210-EXIT
011670         VARYING UN-IDX FROM 1 BY 1
011680         UNTIL UN-IDX > WS-UNC-COUNT.
011690     IF WS-NO-PRICE-COUNT + WS-NO-RISE-COUNT > WS-UNC-COUNT
011700         MOVE SPACES TO COST-RPT-LINE
011710         MOVE "  MORE EVENTS THAN THE TABLE HOLDS - SEE COUNTS"
011720             TO COST-RPT-LINE
011730         WRITE COST-RPT-LINE.
011740 9200-EXIT.
011750     EXIT.
011760*
011770 9210-WRITE-ONE-UNCOSTED.
011780     IF WX-EVENT-KIND (UN-IDX) = "D"
011790         MOVE "DELIVERY" TO WS-RPT-KIND
011800     ELSE
011810         MOVE "REFUEL  " TO WS-RPT-KIND.
011820     IF WX-REASON (UN-IDX) = "P"
011830         MOVE "NO PRICE IN FORCE" TO WS-RPT-REASON
011840     ELSE
011850         MOVE "NO MEASURED RISE" TO WS-RPT-REASON.
011860     MOVE SPACES TO COST-RPT-LINE.
011870     STRING "  " WS-RPT-KIND
011880         " VEHICLE " WX-VEHICLE-ID (UN-IDX)
011890         " DEPOT " WX-DEPOT (UN-IDX)
011900         " TYPE " WX-VEHICLE-TYPE (UN-IDX)
011910         " ON " WX-EVENT-DATE (UN-IDX)
011920         "  " WS-RPT-REASON
011930         DELIMITED BY SIZE INTO COST-RPT-LINE.
011940     WRITE COST-RPT-LINE.
011950 9210-EXIT.
011960     EXIT.
011970*
011980*-----------------------------------------------------------
011990* 9300-WRITE-JOURNAL-TOTALS - WHAT WENT TO FCSTGL, FOR FINANCE
012000*                             TO AGREE TO THE LEDGER.
012010*-----------------------------------------------------------
012020 9300-WRITE-JOURNAL-TOTALS.
012030     MOVE SPACES TO COST-RPT-LINE.
012040     WRITE COST-RPT-LINE.
012050     MOVE "GENERAL LEDGER JOURNAL FCSTGL" TO COST-RPT-LINE.
012060     WRITE COST-RPT-LINE.
012070     MOVE WS-GL-DETAIL-COUNT TO WS-RPT-COUNT-ED.
012080     MOVE SPACES TO COST-RPT-LINE.
012090     STRING "DETAIL RECORDS            : " WS-RPT-COUNT-ED
012100         DELIMITED BY SIZE INTO COST-RPT-LINE.
012110     WRITE COST-RPT-LINE.
012120     MOVE WS-GL-DEBIT-TOTAL TO WS-RPT-GL-TOTAL-ED.
012130     MOVE SPACES TO COST-RPT-LINE.
012140     STRING "DEBITS                    : " WS-RPT-GL-TOTAL-ED
012150         DELIMITED BY SIZE INTO COST-RPT-LINE.
012160     WRITE COST-RPT-LINE.
012170     MOVE WS-GL-CREDIT-TOTAL TO WS-RPT-GL-TOTAL-ED.
012180     MOVE SPACES TO COST-RPT-LINE.
012190     STRING "CREDITS                   : " WS-RPT-GL-TOTAL-ED
012200         DELIMITED BY SIZE INTO COST-RPT-LINE.
012210     WRITE COST-RPT-LINE.
012220 9300-EXIT.
012230     EXIT.
012240*
012250*-----------------------------------------------------------
012260* 9400-WRITE-COUNTS - THE COSTING TOTALS.
012270*-----------------------------------------------------------
012280 9400-WRITE-COUNTS.
012290     MOVE SPACES TO COST-RPT-LINE.
012300     WRITE COST-RPT-LINE.
012310     MOVE WS-DLV-IN-RANGE TO WS-RPT-COUNT-ED.
012320     MOVE SPACES TO COST-RPT-LINE.
012330     STRING "DELIVERIES CONFIRMED      : " WS-RPT-COUNT-ED
012340         DELIMITED BY SIZE INTO COST-RPT-LINE.
012350     WRITE COST-RPT-LINE.
012360     MOVE WS-DLV-COSTED TO WS-RPT-COUNT-ED.
012370     MOVE SPACES TO COST-RPT-LINE.
012380     STRING "DELIVERIES COSTED         : " WS-RPT-COUNT-ED
012390         DELIMITED BY SIZE INTO COST-RPT-LINE.
012400     WRITE COST-RPT-LINE.
012410     MOVE WS-RISE-COSTED TO WS-RPT-COUNT-ED.
012420     MOVE SPACES TO COST-RPT-LINE.
012430     STRING "UNORDERED REFUELS COSTED  : " WS-RPT-COUNT-ED
012440         DELIMITED BY SIZE INTO COST-RPT-LINE.
012450     WRITE COST-RPT-LINE.
012460     MOVE WS-NO-PRICE-COUNT TO WS-RPT-COUNT-ED.
012470     MOVE SPACES TO COST-RPT-LINE.
012480     STRING "NOT COSTED - NO PRICE     : " WS-RPT-COUNT-ED
012490         DELIMITED BY SIZE INTO COST-RPT-LINE.
012500     WRITE COST-RPT-LINE.
012510     MOVE WS-NO-RISE-COUNT TO WS-RPT-COUNT-ED.
012520     MOVE SPACES TO COST-RPT-LINE.
012530     STRING "NOT COSTED - NO RISE      : " WS-RPT-COUNT-ED
012540         DELIMITED BY SIZE INTO COST-RPT-LINE.
012550     WRITE COST-RPT-LINE.
012560     MOVE WS-FILES-SEARCHED TO WS-RPT-COUNT-ED.
012570     MOVE SPACES TO COST-RPT-LINE.
012580     STRING "GENERATIONS SEARCHED      : " WS-RPT-COUNT-ED
012590         DELIMITED BY SIZE INTO COST-RPT-LINE.
012600     WRITE COST-RPT-LINE.
012610     MOVE WS-READINGS-SCANNED TO WS-RPT-COUNT-ED.
012620     MOVE SPACES TO COST-RPT-LINE.
012630     STRING "ARCHIVE READINGS SCANNED  : " WS-RPT-COUNT-ED
012640         DELIMITED BY SIZE INTO COST-RPT-LINE.
012650     WRITE COST-RPT-LINE.
012660     IF WS-DLV-DROPPED > ZERO
012670         MOVE WS-DLV-DROPPED TO WS-RPT-COUNT-ED
012680         MOVE SPACES TO COST-RPT-LINE
012690         STRING "DELIVERIES OVER TABLE SIZE: " WS-RPT-COUNT-ED
012700             DELIMITED BY SIZE INTO COST-RPT-LINE
012710         WRITE COST-RPT-LINE.
012720     IF WS-VEH-DROPPED > ZERO
012730         MOVE WS-VEH-DROPPED TO WS-RPT-COUNT-ED
012740         MOVE SPACES TO COST-RPT-LINE
012750         STRING "READINGS OVER TABLE SIZE  : " WS-RPT-COUNT-ED
012760             DELIMITED BY SIZE INTO COST-RPT-LINE
012770         WRITE COST-RPT-LINE.
012780 9400-EXIT.
012790     EXIT.
012800*
012810     COPY PRCLOOK.
012820 END PROGRAM LAB07-FCOST.
