000010******************************************************************
000020* Author......: Mostapha A
000030* Installation: Fleet Operations - Dispatch Systems
000040* Date-Written: 2026-10-15
000050* Purpose.....: Delivered-versus-dispensed fuel reconciliation.
000060*               LAB07-ORDCNF says which FUELORD lines the
000070*               supplier claims it delivered (now kept on the
000080*               permanent CONFHIST history) and the FARCYYYYMM
000090*               archive holds every "R" refuel rise the nightly
000100*               plausibility check flagged - but nothing compared
000110*               the two, so fleet security and the fuel contract
000120*               manager laid two printouts side by side. For one
000130*               vehicle, one depot, or the whole fleet over a
000140*               date range, this report matches each confirmed
000150*               delivery to a refuel rise on the same vehicle
000160*               after the pre-delivery reading and within a short
000170*               window after the delivery, then lists deliveries
000180*               with no rise (fuel that never reached the tank),
000190*               rises with no order or confirmation (off-contract
000200*               fuelling), and matched rises far smaller than the
000210*               P1/P2 reading that raised the order suggests.
000220*--------------------------------------------------------------
000230* Modification History
000240*   DATE       BY    DESCRIPTION
000250*   ---------- ----- ----------------------------------------
000260*   2026-10-15 MAA   Original. The archive walk mirrors the one
000270*                    in LAB07-CONSUM - generations that do not
000280*                    exist are skipped and a guard caps the walk.
000290*                    It starts a month before the range so each
000300*                    vehicle's reading before a rise is known,
000310*                    and deliveries confirmed up to a window
000320*                    before the range are loaded (not reported)
000330*                    so their rises are not taken for off-
000340*                    contract fuelling.
000342*   2026-10-15 MAA   The archive scan goes through a sort on
000344*                    vehicle and reading date, so a late reading
000346*                    archived on a later night is still judged
000348*                    in date order when rises are sized.
000349*   2026-10-15 MAA   The day-step counter takes a 99-day window.
000350*                    Deliveries beyond the delivery table are
000351*                    counted and the report is marked incomplete.
000352******************************************************************
000360 IDENTIFICATION DIVISION.
000370*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000380 PROGRAM-ID. LAB07-DLVREC.
000390 AUTHOR. MOSTAPHA A.
000400 INSTALLATION. FLEET OPERATIONS - DISPATCH SYSTEMS.
000410 DATE-WRITTEN. 2026-10-15.
000420 DATE-COMPILED.
000430 ENVIRONMENT DIVISION.
000440*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000450 CONFIGURATION SECTION.
000460*-----------------------
000470 INPUT-OUTPUT SECTION.
000480*-----------------------
000490 FILE-CONTROL.
000500     SELECT CONF-HISTORY-FILE ASSIGN TO "CONFHIST"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CONFHIST-STATUS.
000530
000540     SELECT VEHICLE-ARCHIVE-FILE ASSIGN TO DYNAMIC
000550         WS-ARCHIVE-NAME
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-VEHARCH-STATUS.
000580
000590     SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHMAST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS VM-VEHICLE-ID
000630         FILE STATUS IS WS-VEHMAST-STATUS.
000640
000650     SELECT DLVREC-REPORT-FILE ASSIGN TO "DLVRRPT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-DLVRRPT-STATUS.
000673
000676     SELECT ARCHIVE-SORT-FILE ASSIGN TO "SORTWK1".
000680 DATA DIVISION.
000690*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000700 FILE SECTION.
000710*-----------------------
000720 FD  CONF-HISTORY-FILE
000730     RECORD CONTAINS 37 CHARACTERS.
000740     COPY CONFHST.
000750
000760 FD  VEHICLE-ARCHIVE-FILE
000770     RECORD CONTAINS 21 CHARACTERS.
000780     COPY VEHARCH.
000790
000800 FD  VEHICLE-MASTER-FILE
000810     RECORD CONTAINS 15 CHARACTERS.
000820     COPY VEHMAST.
000830
000840 FD  DLVREC-REPORT-FILE
000850     RECORD CONTAINS 80 CHARACTERS.
000860 01  DLVREC-RPT-LINE            PIC X(80).
000861
000862 SD  ARCHIVE-SORT-FILE
000863     RECORD CONTAINS 21 CHARACTERS.
000864 01  ARCHIVE-SORT-RECORD.
000865     05  SA-VEHICLE-ID           PIC X(06).
000866     05  SA-READING-DATE         PIC 9(08).
000867     05  FILLER                  PIC X(07).
000870*-----------------------
000880 WORKING-STORAGE SECTION.
000890*-----------------------
000900 01  CONFHIST-SWITCHES.
000910     05  WS-CONFHIST-STATUS      PIC X(02) VALUE SPACES.
000920         88  CONFHIST-FILE-OK    VALUE "00".
000930         88  CONFHIST-FILE-EOF   VALUE "10".
000940         88  CONFHIST-FILE-MISSING VALUE "35".
000950
000960 01  VEHARCH-SWITCHES.
000970     05  WS-VEHARCH-STATUS       PIC X(02) VALUE SPACES.
000980         88  VEHARCH-FILE-OK     VALUE "00".
000990         88  VEHARCH-FILE-EOF    VALUE "10".
001000         88  VEHARCH-FILE-MISSING VALUE "35".
001010
001020 01  VEHMAST-SWITCHES.
001030     05  WS-VEHMAST-STATUS       PIC X(02) VALUE SPACES.
001040         88  VEHMAST-OK          VALUE "00".
001050         88  VEHMAST-NOT-FOUND   VALUE "23".
001060         88  VEHMAST-FILE-MISSING VALUE "35".
001070
001080 01  DLVRRPT-FILE-SWITCHES.
001090     05  WS-DLVRRPT-STATUS       PIC X(02) VALUE SPACES.
001100         88  DLVRRPT-FILE-OK     VALUE "00".
001110
001120 01  ARCHIVE-NAME-FIELDS.
001130     05  WS-ARCHIVE-NAME         PIC X(10) VALUE SPACES.
001140
001150 01  QUERY-INPUT-FIELDS.
001160     05  WS-QUERY-VEHICLE-ID     PIC X(06) VALUE SPACES.
001170     05  WS-QUERY-DEPOT          PIC X(04) VALUE SPACES.
001180     05  WS-QUERY-FROM-IN        PIC X(08) VALUE SPACES.
001190     05  WS-QUERY-TO-IN          PIC X(08) VALUE SPACES.
001200     05  WS-QUERY-WINDOW-IN      PIC X(02) VALUE SPACES.
001210     05  WS-TODAY                PIC 9(08) VALUE ZERO.
001220
001230 01  QUERY-SWITCHES.
001240     05  WS-EOF-SW               PIC X(01) VALUE "N".
001250         88  END-OF-FILE         VALUE "Y".
001260     05  WS-SCOPE-SW             PIC X(01) VALUE "F".
001270         88  VEHICLE-MODE        VALUE "V".
001280         88  DEPOT-MODE          VALUE "D".
001290         88  FLEET-MODE          VALUE "F".
001300     05  WS-QUERY-VALID-SW       PIC X(01) VALUE "N".
001310         88  QUERY-VALID         VALUE "Y".
001320     05  WS-DATE-VALID-SW        PIC X(01) VALUE "N".
001330         88  DATE-VALID          VALUE "Y".
001340     05  WS-MASTER-AVAIL-SW      PIC X(01) VALUE "N".
001350         88  MASTER-AVAILABLE    VALUE "Y".
001360     05  WS-VEH-FOUND-SW         PIC X(01) VALUE "N".
001370         88  VEHICLE-FOUND       VALUE "Y".
001380     05  WS-MATCH-FOUND-SW       PIC X(01) VALUE "N".
001390         88  DELIVERY-MATCH-FOUND VALUE "Y".
001400     05  WS-RISE-KNOWN-SW        PIC X(01) VALUE "N".
001410         88  RISE-KNOWN          VALUE "Y".
001420
001430 01  RECON-LIMITS.
001440     05  WS-WINDOW-DAYS          PIC 9(02) VALUE 2.
001450     05  WS-SHORT-RISE-PCT       PIC 9(03) VALUE 50.
001460
001470 01  RANGE-DATES.
001480     05  WS-FROM-DATE            PIC 9(08) VALUE ZERO.
001490     05  WS-TO-DATE              PIC 9(08) VALUE ZERO.
001500     05  WS-LOAD-FROM-DATE       PIC 9(08) VALUE ZERO.
001510     05  WS-WALK-TO-DATE         PIC 9(08) VALUE ZERO.
001520     05  WS-STEP-COUNT           PIC 9(03) COMP VALUE ZERO.
001530
001540 01  MONTH-SCAN-FIELDS.
001550     05  WS-MON-YYYYMM           PIC 9(06) VALUE ZERO.
001560     05  WS-MON-YYYYMM-PARTS REDEFINES WS-MON-YYYYMM.
001570         10  WS-MON-YYYY         PIC 9(04).
001580         10  WS-MON-MM           PIC 9(02).
001590     05  WS-TO-YYYYMM            PIC 9(06) VALUE ZERO.
001600     05  WS-MONTH-GUARD          PIC 9(04) COMP VALUE ZERO.
001610
001620 01  DATE-WALK-FIELDS.
001630     05  WS-CUR-DATE             PIC 9(08) VALUE ZERO.
001640     05  WS-CUR-DATE-PARTS REDEFINES WS-CUR-DATE.
001650         10  WS-CUR-YYYY         PIC 9(04).
001660         10  WS-CUR-MM           PIC 9(02).
001670         10  WS-CUR-DD           PIC 9(02).
001680     05  WS-LEAP-QUOTIENT        PIC 9(04) COMP VALUE ZERO.
001690     05  WS-LEAP-REMAINDER       PIC 9(04) COMP VALUE ZERO.
001700     05  WS-DAYS-IN-MONTH        PIC 9(02) COMP VALUE ZERO.
001710
001720 01  DELIVERY-TABLE.
001730     05  WS-DLV-MAX              PIC 9(04) COMP VALUE 2000.
001740     05  WS-DLV-COUNT            PIC 9(04) COMP VALUE ZERO.
001750     05  WS-DLV-ENTRY            OCCURS 2000 TIMES
001760                                 INDEXED BY DL-IDX.
001770         10  WL-VEHICLE-ID       PIC X(06).
001780         10  WL-DEPOT            PIC X(04).
001790         10  WL-READING-DATE     PIC 9(08).
001800         10  WL-FUEL-VALUE       PIC 9(03)V9(01).
001810         10  WL-RATING-CODE      PIC X(02).
001820         10  WL-CONF-DATE        PIC 9(08).
001830         10  WL-WINDOW-END       PIC 9(08).
001840         10  WL-IN-RANGE-SW      PIC X(01).
001850         10  WL-MATCHED-SW       PIC X(01).
001860         10  WL-RISE-DATE        PIC 9(08).
001870         10  WL-RISE-VALUE       PIC 9(03)V9(01).
001880         10  WL-SHORT-SW         PIC X(01).
001890
001900 01  VEHICLE-TABLE.
001910     05  WS-VEH-MAX              PIC 9(04) COMP VALUE 2000.
001920     05  WS-VEH-COUNT            PIC 9(04) COMP VALUE ZERO.
001930     05  WS-VEH-FOUND-IDX        PIC 9(04) COMP VALUE ZERO.
001940     05  WS-VEH-TBL-ENTRY        OCCURS 2000 TIMES
001950                                 INDEXED BY VC-IDX.
001960         10  WV-VEHICLE-ID       PIC X(06).
001970         10  WV-DEPOT            PIC X(04).
001980         10  WV-HAVE-PRIOR-SW    PIC X(01).
001990         10  WV-LAST-VALUE       PIC 9(03)V9(01).
002000
002010 01  UNORDERED-RISE-TABLE.
002020     05  WS-RISE-MAX             PIC 9(04) COMP VALUE 500.
002030     05  WS-RISE-COUNT           PIC 9(04) COMP VALUE ZERO.
002040     05  WS-RISE-ENTRY           OCCURS 500 TIMES
002050                                 INDEXED BY RS-IDX.
002060         10  WU-VEHICLE-ID       PIC X(06).
002070         10  WU-DEPOT            PIC X(04).
002080         10  WU-READING-DATE     PIC 9(08).
002090         10  WU-RISE-KNOWN-SW    PIC X(01).
002100         10  WU-RISE-VALUE       PIC 9(03)V9(01).
002110
002120 01  RECON-COUNTERS.
002130     05  WS-FILES-SEARCHED       PIC 9(04) COMP VALUE ZERO.
002140     05  WS-READINGS-SCANNED     PIC 9(07) COMP VALUE ZERO.
002150     05  WS-DLV-IN-RANGE         PIC 9(05) COMP VALUE ZERO.
002160     05  WS-DLV-MATCHED          PIC 9(05) COMP VALUE ZERO.
002170     05  WS-NO-RISE-COUNT        PIC 9(05) COMP VALUE ZERO.
002180     05  WS-WINDOW-OPEN-COUNT    PIC 9(05) COMP VALUE ZERO.
002190     05  WS-UNORDERED-COUNT      PIC 9(05) COMP VALUE ZERO.
002200     05  WS-SHORT-COUNT          PIC 9(05) COMP VALUE ZERO.
002205     05  WS-DLV-DROPPED          PIC 9(05) COMP VALUE ZERO.
002210     05  WS-RISE-VALUE           PIC 9(03)V9(01) VALUE ZERO.
002220     05  WS-EXPECTED-RISE        PIC 9(05)V9(02) COMP VALUE ZERO.
002230
002240 01  REPORT-WORK-FIELDS.
002250     05  WS-RPT-COUNT-ED         PIC ZZZ,ZZ9.
002260     05  WS-RPT-VALUE-ED         PIC ZZ9.9.
002270     05  WS-RPT-RISE-ED          PIC ZZ9.9.
002280     05  WS-RPT-SCOPE            PIC X(20) VALUE SPACES.
002290*-----------------------
002300 PROCEDURE DIVISION.
002310*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002320 MAIN-PROCEDURE.
002330     PERFORM 1000-GET-QUERY THRU 1000-EXIT.
002340
002350     IF NOT QUERY-VALID
002360         DISPLAY "DATE RANGE OR WINDOW NOT VALID - "
002370             "RECONCILIATION CANCELLED."
002380     ELSE
002390         PERFORM 1500-OPEN-MASTER THRU 1500-EXIT
002400         PERFORM 2000-LOAD-DELIVERIES THRU 2000-EXIT
002410         PERFORM 3000-WALK-ARCHIVE-MONTHS THRU 3000-EXIT
002420         PERFORM 1600-CLOSE-MASTER THRU 1600-EXIT
002430         PERFORM 9000-WRITE-REPORT THRU 9000-EXIT.
002440
002450     STOP RUN.
002460*
002470*-----------------------------------------------------------
002480* 1000-GET-QUERY - PROMPT FOR ONE VEHICLE, OR BLANK AND THEN A
002490*                  DEPOT, OR BLANK AGAIN FOR THE WHOLE FLEET,
002500*                  THEN THE DATE RANGE AND THE DAYS AFTER A
002510*                  DELIVERY A RISE MAY STILL BELONG TO IT. A
002520*                  BLANK TO-DATE MEANS TODAY, A BLANK WINDOW
002530*                  THE STANDARD 2 DAYS.
002540*-----------------------------------------------------------
002550 1000-GET-QUERY.
002560     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002570     DISPLAY "ENTER VEHICLE ID (BLANK = DEPOT OR FLEET): ".
002580     ACCEPT WS-QUERY-VEHICLE-ID.
002590     IF WS-QUERY-VEHICLE-ID NOT = SPACES
002600         SET VEHICLE-MODE TO TRUE
002610     ELSE
002620         DISPLAY "ENTER DEPOT CODE (BLANK = WHOLE FLEET): "
002630         ACCEPT WS-QUERY-DEPOT
002640         IF WS-QUERY-DEPOT NOT = SPACES
002650             SET DEPOT-MODE TO TRUE
002660         END-IF
002670     END-IF.
002680
002690     DISPLAY "ENTER FROM DATE (YYYYMMDD): ".
002700     ACCEPT WS-QUERY-FROM-IN.
002710     DISPLAY "ENTER TO DATE (YYYYMMDD, BLANK=TODAY): ".
002720     ACCEPT WS-QUERY-TO-IN.
002730     DISPLAY "ENTER DAYS AFTER DELIVERY (BLANK=2): ".
002740     ACCEPT WS-QUERY-WINDOW-IN.
002750
002760     IF WS-QUERY-TO-IN = SPACES
002770         MOVE WS-TODAY TO WS-QUERY-TO-IN.
002780     IF WS-QUERY-FROM-IN NOT NUMERIC
002790             OR WS-QUERY-TO-IN NOT NUMERIC
002800         GO TO 1000-EXIT.
002810     IF WS-QUERY-WINDOW-IN NOT = SPACES
002820         IF WS-QUERY-WINDOW-IN (2:1) = SPACE
002830             MOVE WS-QUERY-WINDOW-IN (1:1)
002840                 TO WS-QUERY-WINDOW-IN (2:1)
002850             MOVE "0" TO WS-QUERY-WINDOW-IN (1:1)
002860         END-IF
002870         IF WS-QUERY-WINDOW-IN NOT NUMERIC
002880             GO TO 1000-EXIT
002890         END-IF
002900         MOVE WS-QUERY-WINDOW-IN TO WS-WINDOW-DAYS.
002910
002920     MOVE WS-QUERY-FROM-IN TO WS-CUR-DATE.
002930     PERFORM 1100-VALIDATE-DATE THRU 1100-EXIT.
002940     IF NOT DATE-VALID
002950         GO TO 1000-EXIT.
002960     MOVE WS-CUR-DATE TO WS-FROM-DATE.
002970     MOVE WS-QUERY-TO-IN TO WS-CUR-DATE.
002980     PERFORM 1100-VALIDATE-DATE THRU 1100-EXIT.
002990     IF NOT DATE-VALID
003000         GO TO 1000-EXIT.
003010     MOVE WS-CUR-DATE TO WS-TO-DATE.
003020     IF WS-FROM-DATE > WS-TO-DATE
003030         GO TO 1000-EXIT.
003040     SET QUERY-VALID TO TRUE.
003050
003060     MOVE WS-FROM-DATE TO WS-CUR-DATE.
003070     PERFORM 7000-PREVIOUS-DAY THRU 7000-EXIT
003080         VARYING WS-STEP-COUNT FROM 1 BY 1
003090         UNTIL WS-STEP-COUNT > WS-WINDOW-DAYS.
003100     MOVE WS-CUR-DATE TO WS-LOAD-FROM-DATE.
003110     MOVE WS-TO-DATE TO WS-CUR-DATE.
003120     PERFORM 7100-NEXT-DAY THRU 7100-EXIT
003130         VARYING WS-STEP-COUNT FROM 1 BY 1
003140         UNTIL WS-STEP-COUNT > WS-WINDOW-DAYS.
003150     MOVE WS-CUR-DATE TO WS-WALK-TO-DATE.
003160 1000-EXIT.
003170     EXIT.
003180*
003190*-----------------------------------------------------------
003200* 1100-VALIDATE-DATE - THE ALL-DIGIT DATE KEYED INTO
003210*                      WS-CUR-DATE IS VALID WHEN IT NAMES A
003220*                      REAL CALENDAR DAY.
003230*-----------------------------------------------------------
003240 1100-VALIDATE-DATE.
003250     MOVE "N" TO WS-DATE-VALID-SW.
003260     IF WS-CUR-MM < 01 OR WS-CUR-MM > 12
003270         GO TO 1100-EXIT.
003280     PERFORM 7200-SET-DAYS-IN-MONTH THRU 7200-EXIT.
003290     IF WS-CUR-DD < 01 OR WS-CUR-DD > WS-DAYS-IN-MONTH
003300         GO TO 1100-EXIT.
003310     SET DATE-VALID TO TRUE.
003320 1100-EXIT.
003330     EXIT.
003340*
003350*-----------------------------------------------------------
003360* 1500-OPEN-MASTER - OPEN THE VEHICLE MASTER FOR THE DEPOT
003370*                    LOOKUPS, NOTING WHETHER IT EXISTS AT ALL.
003380*                    DEPOT MODE WITHOUT A MASTER CANNOT PLACE
003390*                    AN ARCHIVED RISE AT A DEPOT AND SAYS SO.
003400*-----------------------------------------------------------
003410 1500-OPEN-MASTER.
003420     MOVE "N" TO WS-MASTER-AVAIL-SW.
003430     OPEN INPUT VEHICLE-MASTER-FILE.
003440     IF NOT VEHMAST-FILE-MISSING
003450         SET MASTER-AVAILABLE TO TRUE.
003460     IF DEPOT-MODE AND NOT MASTER-AVAILABLE
003470         DISPLAY "NO VEHICLE MASTER ON FILE - REFUEL RISES "
003480             "CANNOT BE PLACED AT A DEPOT.".
003490 1500-EXIT.
003500     EXIT.
003510*
003520 1600-CLOSE-MASTER.
003530     IF MASTER-AVAILABLE
003540         CLOSE VEHICLE-MASTER-FILE.
003550 1600-EXIT.
003560     EXIT.
003570*
003580*-----------------------------------------------------------
003590* 2000-LOAD-DELIVERIES - LOAD THE WANTED CONFIRMED DELIVERIES
003600*                        FROM CONFHIST - THOSE CONFIRMED IN THE
003610*                        RANGE, PLUS THOSE CONFIRMED UP TO ONE
003620*                        WINDOW BEFORE IT, WHICH CAN STILL CLAIM
003630*                        A RISE IN THE RANGE BUT ARE NOT
003640*                        REPORTED THEMSELVES.
003650*-----------------------------------------------------------
003660 2000-LOAD-DELIVERIES.
003670     OPEN INPUT CONF-HISTORY-FILE.
003680     IF CONFHIST-FILE-MISSING
003690         GO TO 2000-EXIT.
003700     MOVE "N" TO WS-EOF-SW.
003710     PERFORM 2900-READ-CONF-HISTORY THRU 2900-EXIT.
003720     PERFORM 2100-LOAD-ONE-DELIVERY THRU 2100-EXIT
003730         UNTIL END-OF-FILE.
003740     CLOSE CONF-HISTORY-FILE.
003750 2000-EXIT.
003760     EXIT.
003770*
003780 2100-LOAD-ONE-DELIVERY.
003790     IF CF-CONF-DATE < WS-LOAD-FROM-DATE
003800             OR CF-CONF-DATE > WS-TO-DATE
003810         GO TO 2190-NEXT-DELIVERY.
003820     IF VEHICLE-MODE AND CF-VEHICLE-ID NOT = WS-QUERY-VEHICLE-ID
003830         GO TO 2190-NEXT-DELIVERY.
003840     IF DEPOT-MODE AND CF-DEPOT NOT = WS-QUERY-DEPOT
003850         GO TO 2190-NEXT-DELIVERY.
003860     IF WS-DLV-COUNT NOT < WS-DLV-MAX
003865         ADD 1 TO WS-DLV-DROPPED
003870         GO TO 2190-NEXT-DELIVERY.
003880
003890     ADD 1 TO WS-DLV-COUNT.
003900     SET DL-IDX TO WS-DLV-COUNT.
003910     MOVE CF-VEHICLE-ID TO WL-VEHICLE-ID (DL-IDX).
003920     MOVE CF-DEPOT TO WL-DEPOT (DL-IDX).
003930     MOVE CF-READING-DATE TO WL-READING-DATE (DL-IDX).
003940     MOVE CF-FUEL-VALUE TO WL-FUEL-VALUE (DL-IDX).
003950     MOVE CF-RATING-CODE TO WL-RATING-CODE (DL-IDX).
003960     MOVE CF-CONF-DATE TO WL-CONF-DATE (DL-IDX).
003970     MOVE "N" TO WL-MATCHED-SW (DL-IDX)
003980                 WL-SHORT-SW (DL-IDX).
003990     MOVE ZERO TO WL-RISE-DATE (DL-IDX)
004000                  WL-RISE-VALUE (DL-IDX).
004010     IF CF-CONF-DATE < WS-FROM-DATE
004020         MOVE "N" TO WL-IN-RANGE-SW (DL-IDX)
004030     ELSE
004040         MOVE "Y" TO WL-IN-RANGE-SW (DL-IDX)
004050         ADD 1 TO WS-DLV-IN-RANGE.
004060
004070     MOVE CF-CONF-DATE TO WS-CUR-DATE.
004080     PERFORM 7100-NEXT-DAY THRU 7100-EXIT
004090         VARYING WS-STEP-COUNT FROM 1 BY 1
004100         UNTIL WS-STEP-COUNT > WS-WINDOW-DAYS.
004110     MOVE WS-CUR-DATE TO WL-WINDOW-END (DL-IDX).
004120 2190-NEXT-DELIVERY.
004130     PERFORM 2900-READ-CONF-HISTORY THRU 2900-EXIT.
004140 2100-EXIT.
004150     EXIT.
004160*
004170 2900-READ-CONF-HISTORY.
004180     READ CONF-HISTORY-FILE
004190         AT END SET END-OF-FILE TO TRUE.
004200 2900-EXIT.
004210     EXIT.
004220*
004230*-----------------------------------------------------------
004240* 3000-WALK-ARCHIVE-MONTHS - WALK EVERY FARCYYYYMM GENERATION
004250*                            FROM THE MONTH BEFORE THE LOAD DATE
004260*                            TO THE MONTH THE LAST WINDOW ENDS
004270*                            IN, THROUGH A SORT ON VEHICLE AND
004280*                            READING DATE - A LATE READING IS
004282*                            ARCHIVED ON THE NIGHT IT ARRIVED,
004284*                            NOT IN DATE ORDER - THEN JUDGE THE
004286*                            SORTED READINGS. A GUARD CAPS THE
004288*                            WALK AT 240 MONTHS.
004290*-----------------------------------------------------------
004300 3000-WALK-ARCHIVE-MONTHS.
004310     MOVE WS-LOAD-FROM-DATE (1:6) TO WS-MON-YYYYMM.
004320     IF WS-MON-MM > 1
004330         SUBTRACT 1 FROM WS-MON-MM
004340     ELSE
004350         SUBTRACT 1 FROM WS-MON-YYYY
004360         MOVE 12 TO WS-MON-MM.
004370     MOVE WS-WALK-TO-DATE (1:6) TO WS-TO-YYYYMM.
004380
004390     MOVE ZERO TO WS-MONTH-GUARD.
004394     SORT ARCHIVE-SORT-FILE
004398         ON ASCENDING KEY SA-VEHICLE-ID SA-READING-DATE
004402         WITH DUPLICATES IN ORDER
004406         INPUT PROCEDURE IS 3050-RELEASE-ARCHIVE THRU 3050-EXIT
004410         OUTPUT PROCEDURE IS 3060-JUDGE-SORTED THRU 3060-EXIT.
004414     IF SORT-RETURN NOT = ZERO
004418         DISPLAY "LAB07-DLVREC - SORT OF THE ARCHIVE FAILED - "
004422             "REFUELS NOT MATCHED.".
004430 3000-EXIT.
004440     EXIT.
004450*
004451 3050-RELEASE-ARCHIVE.
004452     PERFORM 3100-SCAN-ONE-MONTH THRU 3100-EXIT
004453         UNTIL WS-MON-YYYYMM > WS-TO-YYYYMM
004454            OR WS-MONTH-GUARD NOT < 240.
004455 3050-EXIT.
004456     EXIT.
004457*
004458 3060-JUDGE-SORTED.
004459     MOVE "N" TO WS-EOF-SW.
004460     PERFORM 3950-RETURN-SORTED THRU 3950-EXIT.
004461     PERFORM 3300-JUDGE-ONE-READING THRU 3300-EXIT
004462         UNTIL END-OF-FILE.
004463 3060-EXIT.
004464     EXIT.
004465*
004466 3100-SCAN-ONE-MONTH.
004470     ADD 1 TO WS-MONTH-GUARD.
004480     MOVE SPACES TO WS-ARCHIVE-NAME.
004490     STRING "FARC" WS-MON-YYYYMM
004500         DELIMITED BY SIZE INTO WS-ARCHIVE-NAME.
004510     PERFORM 3200-SCAN-ONE-GENERATION THRU 3200-EXIT.
004520
004530     IF WS-MON-MM < 12
004540         ADD 1 TO WS-MON-MM
004550     ELSE
004560         ADD 1 TO WS-MON-YYYY
004570         MOVE 01 TO WS-MON-MM.
004580 3100-EXIT.
004590     EXIT.
004600*
004610*-----------------------------------------------------------
004620* 3200-SCAN-ONE-GENERATION - RELEASE ONE ARCHIVE GENERATION'S
004630*                            READINGS TO THE SORT. A GENERATION
004640*                            THAT DOES NOT EXIST IS SKIPPED.
004650*-----------------------------------------------------------
004660 3200-SCAN-ONE-GENERATION.
004670     MOVE "N" TO WS-EOF-SW.
004680     OPEN INPUT VEHICLE-ARCHIVE-FILE.
004690     IF VEHARCH-FILE-MISSING
004700         GO TO 3200-EXIT.
004710
004720     ADD 1 TO WS-FILES-SEARCHED.
004730     PERFORM 3900-READ-ARCHIVE THRU 3900-EXIT.
004740     PERFORM 3250-RELEASE-ONE-READING THRU 3250-EXIT
004750         UNTIL END-OF-FILE.
004760     CLOSE VEHICLE-ARCHIVE-FILE.
004770 3200-EXIT.
004780     EXIT.
004790*
004791 3250-RELEASE-ONE-READING.
004792     ADD 1 TO WS-READINGS-SCANNED.
004793     IF VA-READING-DATE > WS-WALK-TO-DATE
004794         GO TO 3290-NEXT-READING.
004795     IF VEHICLE-MODE AND VA-VEHICLE-ID NOT = WS-QUERY-VEHICLE-ID
004796         GO TO 3290-NEXT-READING.
004797     RELEASE ARCHIVE-SORT-RECORD FROM VEHICLE-ARCHIVE-RECORD.
004798 3290-NEXT-READING.
004799     PERFORM 3900-READ-ARCHIVE THRU 3900-EXIT.
004800 3250-EXIT.
004801     EXIT.
004802*
004803*-----------------------------------------------------------
004810* 3300-JUDGE-ONE-READING - ONE ARCHIVED READING OF A WANTED
004820*                          VEHICLE. AN "R" RISE IS MATCHED TO A
004830*                          DELIVERY, THEN THE READING BECOMES THE
004840*                          VEHICLE'S LAST VALUE. THE READINGS
004850*                          COME BACK FROM THE SORT OLDEST FIRST
004860*                          WITHIN EACH VEHICLE.
004870*-----------------------------------------------------------
004880 3300-JUDGE-ONE-READING.
004950     PERFORM 3400-FIND-VEHICLE-ENTRY THRU 3400-EXIT.
004960     IF WS-VEH-FOUND-IDX = ZERO
004970         GO TO 3390-NEXT-READING.
004980     SET VC-IDX TO WS-VEH-FOUND-IDX.
004990     IF DEPOT-MODE AND WV-DEPOT (VC-IDX) NOT = WS-QUERY-DEPOT
005000         GO TO 3390-NEXT-READING.
005010
005020     IF VA-FLAG-TYPE = "R"
005030             AND VA-READING-DATE NOT < WS-LOAD-FROM-DATE
005040         PERFORM 3500-MATCH-REFUEL THRU 3500-EXIT.
005050
005060     MOVE VA-FUEL-VALUE TO WV-LAST-VALUE (VC-IDX).
005070     MOVE "Y" TO WV-HAVE-PRIOR-SW (VC-IDX).
005080 3390-NEXT-READING.
005090     PERFORM 3950-RETURN-SORTED THRU 3950-EXIT.
005100 3300-EXIT.
005110     EXIT.
005120*
005130*-----------------------------------------------------------
005140* 3400-FIND-VEHICLE-ENTRY - FIND THE READING'S VEHICLE IN THE
005150*                           VEHICLE TABLE, ADDING IT (DEPOT FROM
005160*                           THE MASTER, NO PRIOR VALUE YET) ON
005170*                           FIRST SIGHT. ZERO IN WS-VEH-FOUND-IDX
005180*                           MEANS THE TABLE IS FULL.
005190*-----------------------------------------------------------
005200 3400-FIND-VEHICLE-ENTRY.
005210     MOVE "N" TO WS-VEH-FOUND-SW.
005220     MOVE ZERO TO WS-VEH-FOUND-IDX.
005230     PERFORM 3410-MATCH-ONE-VEHICLE THRU 3410-EXIT
005240         VARYING VC-IDX FROM 1 BY 1
005250         UNTIL VC-IDX > WS-VEH-COUNT
005260            OR VEHICLE-FOUND.
005270     IF VEHICLE-FOUND
005280         GO TO 3400-EXIT.
005290
005300     IF WS-VEH-COUNT < WS-VEH-MAX
005310         ADD 1 TO WS-VEH-COUNT
005320         MOVE WS-VEH-COUNT TO WS-VEH-FOUND-IDX
005330         SET VC-IDX TO WS-VEH-COUNT
005340         MOVE VA-VEHICLE-ID TO WV-VEHICLE-ID (VC-IDX)
005350         PERFORM 3420-SET-ENTRY-DEPOT THRU 3420-EXIT
005360         MOVE "N" TO WV-HAVE-PRIOR-SW (VC-IDX)
005370         MOVE ZERO TO WV-LAST-VALUE (VC-IDX).
005380 3400-EXIT.
005390     EXIT.
005400*
005410 3410-MATCH-ONE-VEHICLE.
005420     IF WV-VEHICLE-ID (VC-IDX) = VA-VEHICLE-ID
005430         SET VEHICLE-FOUND TO TRUE
005440         SET WS-VEH-FOUND-IDX TO VC-IDX.
005450 3410-EXIT.
005460     EXIT.
005470*
005480 3420-SET-ENTRY-DEPOT.
005490     MOVE "????" TO WV-DEPOT (VC-IDX).
005500     IF MASTER-AVAILABLE
005510         MOVE VA-VEHICLE-ID TO VM-VEHICLE-ID
005520         READ VEHICLE-MASTER-FILE
005530             INVALID KEY
005540                 CONTINUE
005550             NOT INVALID KEY
005560                 MOVE VM-DEPOT TO WV-DEPOT (VC-IDX)
005570         END-READ.
005580 3420-EXIT.
005590     EXIT.
005600*
005610*-----------------------------------------------------------
005620* 3500-MATCH-REFUEL - SIZE THE RISE FROM THE VEHICLE'S PRIOR
005630*                     READING BY DATE, THEN GIVE IT TO THE FIRST
005640*                     UNMATCHED DELIVERY FOR THE VEHICLE WHOSE
005650*                     PRE-DELIVERY READING CAME BEFORE IT AND
005660*                     WHOSE WINDOW HAS NOT YET CLOSED. A MATCHED
005670*                     RISE SMALLER THAN THE SHORT-RISE PERCENTAGE
005680*                     OF THE ORDERING READING IS SHORT; A RISE IN
005690*                     THE RANGE THAT NO DELIVERY CLAIMS IS OFF-
005700*                     CONTRACT FUELLING.
005710*-----------------------------------------------------------
005720 3500-MATCH-REFUEL.
005730     MOVE "N" TO WS-RISE-KNOWN-SW.
005740     MOVE ZERO TO WS-RISE-VALUE.
005750     IF WV-HAVE-PRIOR-SW (VC-IDX) = "Y"
005760             AND VA-FUEL-VALUE > WV-LAST-VALUE (VC-IDX)
005770         SUBTRACT WV-LAST-VALUE (VC-IDX) FROM VA-FUEL-VALUE
005780             GIVING WS-RISE-VALUE
005790         SET RISE-KNOWN TO TRUE.
005800
005810     MOVE "N" TO WS-MATCH-FOUND-SW.
005820     PERFORM 3510-MATCH-ONE-DELIVERY THRU 3510-EXIT
005830         VARYING DL-IDX FROM 1 BY 1
005840         UNTIL DL-IDX > WS-DLV-COUNT
005850            OR DELIVERY-MATCH-FOUND.
005860     IF DELIVERY-MATCH-FOUND
005870         GO TO 3500-EXIT.
005880
005890     IF VA-READING-DATE < WS-FROM-DATE
005900             OR VA-READING-DATE > WS-TO-DATE
005910         GO TO 3500-EXIT.
005920     ADD 1 TO WS-UNORDERED-COUNT.
005930     IF WS-RISE-COUNT NOT < WS-RISE-MAX
005940         GO TO 3500-EXIT.
005950     ADD 1 TO WS-RISE-COUNT.
005960     SET RS-IDX TO WS-RISE-COUNT.
005970     MOVE VA-VEHICLE-ID TO WU-VEHICLE-ID (RS-IDX).
005980     MOVE WV-DEPOT (VC-IDX) TO WU-DEPOT (RS-IDX).
005990     MOVE VA-READING-DATE TO WU-READING-DATE (RS-IDX).
006000     MOVE WS-RISE-KNOWN-SW TO WU-RISE-KNOWN-SW (RS-IDX).
006010     MOVE WS-RISE-VALUE TO WU-RISE-VALUE (RS-IDX).
006020 3500-EXIT.
006030     EXIT.
006040*
006050 3510-MATCH-ONE-DELIVERY.
006060     IF WL-MATCHED-SW (DL-IDX) NOT = "N"
006070             OR WL-VEHICLE-ID (DL-IDX) NOT = VA-VEHICLE-ID
006080             OR VA-READING-DATE NOT > WL-READING-DATE (DL-IDX)
006090             OR VA-READING-DATE > WL-WINDOW-END (DL-IDX)
006100         GO TO 3510-EXIT.
006110
006120     SET DELIVERY-MATCH-FOUND TO TRUE.
006130     MOVE "Y" TO WL-MATCHED-SW (DL-IDX).
006140     MOVE VA-READING-DATE TO WL-RISE-DATE (DL-IDX).
006150     MOVE WS-RISE-VALUE TO WL-RISE-VALUE (DL-IDX).
006160     IF WL-IN-RANGE-SW (DL-IDX) = "Y"
006170         ADD 1 TO WS-DLV-MATCHED.
006180     IF NOT RISE-KNOWN
006190         GO TO 3510-EXIT.
006200
006210     COMPUTE WS-EXPECTED-RISE =
006220         WL-FUEL-VALUE (DL-IDX) * WS-SHORT-RISE-PCT / 100.
006230     IF WS-RISE-VALUE < WS-EXPECTED-RISE
006240         MOVE "Y" TO WL-SHORT-SW (DL-IDX)
006250         IF WL-IN-RANGE-SW (DL-IDX) = "Y"
006260             ADD 1 TO WS-SHORT-COUNT.
006270 3510-EXIT.
006280     EXIT.
006290*
006300 3900-READ-ARCHIVE.
006310     READ VEHICLE-ARCHIVE-FILE
006320         AT END SET END-OF-FILE TO TRUE.
006330 3900-EXIT.
006340     EXIT.
006350*
006351 3950-RETURN-SORTED.
006352     RETURN ARCHIVE-SORT-FILE INTO VEHICLE-ARCHIVE-RECORD
006353         AT END SET END-OF-FILE TO TRUE.
006354 3950-EXIT.
006355     EXIT.
006356*
006360*-----------------------------------------------------------
006370* 7000-PREVIOUS-DAY - STEP WS-CUR-DATE BACK ONE CALENDAR DAY,
006380*                     LEAP FEBRUARY INCLUDED, THE SAME WAY
006390*                     LAB07-GENRLL WALKS ITS RETENTION CUTOFF.
006400*-----------------------------------------------------------
006410 7000-PREVIOUS-DAY.
006420     IF WS-CUR-DD > 1
006430         SUBTRACT 1 FROM WS-CUR-DD
006440         GO TO 7000-EXIT.
006450     IF WS-CUR-MM > 1
006460         SUBTRACT 1 FROM WS-CUR-MM
006470     ELSE
006480         SUBTRACT 1 FROM WS-CUR-YYYY
006490         MOVE 12 TO WS-CUR-MM.
006500     PERFORM 7200-SET-DAYS-IN-MONTH THRU 7200-EXIT.
006510     MOVE WS-DAYS-IN-MONTH TO WS-CUR-DD.
006520 7000-EXIT.
006530     EXIT.
006540*
006550*-----------------------------------------------------------
006560* 7100-NEXT-DAY - STEP WS-CUR-DATE FORWARD ONE CALENDAR DAY.
006570*-----------------------------------------------------------
006580 7100-NEXT-DAY.
006590     PERFORM 7200-SET-DAYS-IN-MONTH THRU 7200-EXIT.
006600     IF WS-CUR-DD < WS-DAYS-IN-MONTH
006610         ADD 1 TO WS-CUR-DD
006620         GO TO 7100-EXIT.
006630     MOVE 1 TO WS-CUR-DD.
006640     IF WS-CUR-MM < 12
006650         ADD 1 TO WS-CUR-MM
006660     ELSE
006670         MOVE 1 TO WS-CUR-MM
006680         ADD 1 TO WS-CUR-YYYY.
006690 7100-EXIT.
006700     EXIT.
006710*
006720*-----------------------------------------------------------
006730* 7200-SET-DAYS-IN-MONTH - HOW MANY DAYS WS-CUR-DATE'S MONTH
006740*                          HAS, TESTING THE YEAR FOR A LEAP
006750*                          FEBRUARY WITH PLAIN DIVIDES.
006760*-----------------------------------------------------------
006770 7200-SET-DAYS-IN-MONTH.
006780     EVALUATE WS-CUR-MM
006790         WHEN 01
006800         WHEN 03
006810         WHEN 05
006820         WHEN 07
006830         WHEN 08
006840         WHEN 10
006850         WHEN 12
006860             MOVE 31 TO WS-DAYS-IN-MONTH
006870         WHEN 04
006880         WHEN 06
006890         WHEN 09
006900         WHEN 11
006910             MOVE 30 TO WS-DAYS-IN-MONTH
006920         WHEN 02
006930             MOVE 28 TO WS-DAYS-IN-MONTH
006940             DIVIDE WS-CUR-YYYY BY 4
006950                 GIVING WS-LEAP-QUOTIENT
006960                 REMAINDER WS-LEAP-REMAINDER
006970             IF WS-LEAP-REMAINDER = ZERO
006980                 DIVIDE WS-CUR-YYYY BY 100
006990                     GIVING WS-LEAP-QUOTIENT
007000                     REMAINDER WS-LEAP-REMAINDER
007010                 IF WS-LEAP-REMAINDER NOT = ZERO
007020                     MOVE 29 TO WS-DAYS-IN-MONTH
007030                 ELSE
007040                     DIVIDE WS-CUR-YYYY BY 400
007050                         GIVING WS-LEAP-QUOTIENT
007060                         REMAINDER WS-LEAP-REMAINDER
007070                     IF WS-LEAP-REMAINDER = ZERO
007080                         MOVE 29 TO WS-DAYS-IN-MONTH
007090                     END-IF
007100                 END-IF
007110             END-IF
007120         WHEN OTHER
007130             MOVE 31 TO WS-DAYS-IN-MONTH
007140     END-EVALUATE.
007150 7200-EXIT.
007160     EXIT.
007170*
007180*-----------------------------------------------------------
007190* 9000-WRITE-REPORT - THE HEADING, THE THREE EXCEPTION LISTS,
007200*                     AND THE RECONCILIATION TOTALS.
007210*-----------------------------------------------------------
007220 9000-WRITE-REPORT.
007230     OPEN OUTPUT DLVREC-REPORT-FILE.
007240     MOVE SPACES TO DLVREC-RPT-LINE.
007250     MOVE "LAB07-DLVREC DELIVERED-VERSUS-DISPENSED RECONCILIATION"
007260         TO DLVREC-RPT-LINE.
007270     WRITE DLVREC-RPT-LINE.
007280     MOVE SPACES TO WS-RPT-SCOPE.
007290     IF VEHICLE-MODE
007300         STRING "VEHICLE " WS-QUERY-VEHICLE-ID
007310             DELIMITED BY SIZE INTO WS-RPT-SCOPE
007320     ELSE IF DEPOT-MODE
007330         STRING "DEPOT " WS-QUERY-DEPOT
007340             DELIMITED BY SIZE INTO WS-RPT-SCOPE
007350     ELSE
007360         MOVE "WHOLE FLEET" TO WS-RPT-SCOPE.
007370     MOVE SPACES TO DLVREC-RPT-LINE.
007380     STRING WS-RPT-SCOPE
007390         "  DATES " WS-FROM-DATE
007400         " THRU " WS-TO-DATE
007410         "  WINDOW " WS-WINDOW-DAYS " DAYS"
007420         DELIMITED BY SIZE INTO DLVREC-RPT-LINE.
007430     WRITE DLVREC-RPT-LINE.
007432     IF WS-DLV-DROPPED > ZERO
007434         MOVE "INCOMPLETE - MORE DELIVERIES THAN THE TABLE HOLDS"
007436             TO DLVREC-RPT-LINE
007438         WRITE DLVREC-RPT-LINE.
007440
007450     PERFORM 9100-WRITE-NO-RISE THRU 9100-EXIT.
007460     PERFORM 9200-WRITE-UNORDERED THRU 9200-EXIT.
007470     PERFORM 9300-WRITE-SHORT THRU 9300-EXIT.
007480     PERFORM 9400-WRITE-COUNTS THRU 9400-EXIT.
007490     CLOSE DLVREC-REPORT-FILE.
007500
007510     DISPLAY "LAB07-DLVREC - GENERATIONS SEARCHED: "
007520         WS-FILES-SEARCHED.
007530     DISPLAY "LAB07-DLVREC - DELIVERIES IN RANGE : "
007540         WS-DLV-IN-RANGE.
007550     DISPLAY "LAB07-DLVREC - NO REFUEL RISE      : "
007560         WS-NO-RISE-COUNT.
007570     DISPLAY "LAB07-DLVREC - UNORDERED RISES     : "
007580         WS-UNORDERED-COUNT.
007590     DISPLAY "LAB07-DLVREC - SHORT RISES         : "
007600         WS-SHORT-COUNT.
007610 9000-EXIT.
007620     EXIT.
007630*
007640*-----------------------------------------------------------
007650* 9100-WRITE-NO-RISE - CONFIRMED DELIVERIES IN THE RANGE THAT NO
007660*                      REFUEL RISE FOLLOWED - FUEL THAT NEVER
007670*                      REACHED THE TANK. A DELIVERY WHOSE WINDOW
007680*                      HAS NOT CLOSED YET IS COUNTED, NOT LISTED.
007690*-----------------------------------------------------------
007700 9100-WRITE-NO-RISE.
007710     MOVE SPACES TO DLVREC-RPT-LINE.
007720     WRITE DLVREC-RPT-LINE.
007730     MOVE "DELIVERIES WITH NO REFUEL RISE - FUEL NOT IN THE TANK"
007740         TO DLVREC-RPT-LINE.
007750     WRITE DLVREC-RPT-LINE.
007760     PERFORM 9110-WRITE-ONE-NO-RISE THRU 9110-EXIT
007770         VARYING DL-IDX FROM 1 BY 1
007780         UNTIL DL-IDX > WS-DLV-COUNT.
007790     IF WS-NO-RISE-COUNT = ZERO
007800         MOVE SPACES TO DLVREC-RPT-LINE
007810         MOVE "  NONE" TO DLVREC-RPT-LINE
007820         WRITE DLVREC-RPT-LINE.
007830 9100-EXIT.
007840     EXIT.
007850*
007860 9110-WRITE-ONE-NO-RISE.
007870     IF WL-IN-RANGE-SW (DL-IDX) NOT = "Y"
007880             OR WL-MATCHED-SW (DL-IDX) = "Y"
007890         GO TO 9110-EXIT.
007900     IF WL-WINDOW-END (DL-IDX) NOT < WS-TODAY
007910         ADD 1 TO WS-WINDOW-OPEN-COUNT
007920         GO TO 9110-EXIT.
007930     ADD 1 TO WS-NO-RISE-COUNT.
007940     MOVE WL-FUEL-VALUE (DL-IDX) TO WS-RPT-VALUE-ED.
007950     MOVE SPACES TO DLVREC-RPT-LINE.
007960     STRING "  VEHICLE " WL-VEHICLE-ID (DL-IDX)
007970         "  DEPOT " WL-DEPOT (DL-IDX)
007980         "  " WL-RATING-CODE (DL-IDX)
007990         " " WS-RPT-VALUE-ED
008000         " ON " WL-READING-DATE (DL-IDX)
008010         "  DELIVERED " WL-CONF-DATE (DL-IDX)
008020         DELIMITED BY SIZE INTO DLVREC-RPT-LINE.
008030     WRITE DLVREC-RPT-LINE.
008040 9110-EXIT.
008050     EXIT.
008060*
008070*-----------------------------------------------------------
008080* 9200-WRITE-UNORDERED - REFUEL RISES IN THE RANGE THAT NO
008090*                        CONFIRMED DELIVERY ACCOUNTS FOR - OFF-
008100*                        CONTRACT FUELLING. A RISE WITH NO PRIOR
008110*                        READING TO SIZE IT SHOWS NO AMOUNT.
008120*-----------------------------------------------------------
008130 9200-WRITE-UNORDERED.
008140     MOVE SPACES TO DLVREC-RPT-LINE.
008150     WRITE DLVREC-RPT-LINE.
008160     MOVE "REFUEL RISES WITH NO ORDER OR CONFIRMATION"
008170         TO DLVREC-RPT-LINE.
008180     WRITE DLVREC-RPT-LINE.
008190     IF WS-RISE-COUNT = ZERO
008200         MOVE SPACES TO DLVREC-RPT-LINE
008210         MOVE "  NONE" TO DLVREC-RPT-LINE
008220         WRITE DLVREC-RPT-LINE
008230         GO TO 9200-EXIT.
008240     PERFORM 9210-WRITE-ONE-UNORDERED THRU 9210-EXIT
008250         VARYING RS-IDX FROM 1 BY 1
008260         UNTIL RS-IDX > WS-RISE-COUNT.
008270     IF WS-UNORDERED-COUNT > WS-RISE-COUNT
008280         MOVE SPACES TO DLVREC-RPT-LINE
008290         MOVE "  MORE RISES THAN THE TABLE HOLDS - SEE THE COUNT"
008300             TO DLVREC-RPT-LINE
008310         WRITE DLVREC-RPT-LINE.
008320 9200-EXIT.
008330     EXIT.
008340*
008350 9210-WRITE-ONE-UNORDERED.
008360     MOVE SPACES TO DLVREC-RPT-LINE.
008370     IF WU-RISE-KNOWN-SW (RS-IDX) = "Y"
008380         MOVE WU-RISE-VALUE (RS-IDX) TO WS-RPT-RISE-ED
008390         STRING "  VEHICLE " WU-VEHICLE-ID (RS-IDX)
008400             "  DEPOT " WU-DEPOT (RS-IDX)
008410             "  RISE ON " WU-READING-DATE (RS-IDX)
008420             "  OF " WS-RPT-RISE-ED
008430             DELIMITED BY SIZE INTO DLVREC-RPT-LINE
008440     ELSE
008450         STRING "  VEHICLE " WU-VEHICLE-ID (RS-IDX)
008460             "  DEPOT " WU-DEPOT (RS-IDX)
008470             "  RISE ON " WU-READING-DATE (RS-IDX)
008480             DELIMITED BY SIZE INTO DLVREC-RPT-LINE.
008490     WRITE DLVREC-RPT-LINE.
008500 9210-EXIT.
008510     EXIT.
008520*
008530*-----------------------------------------------------------
008540* 9300-WRITE-SHORT - DELIVERIES WHOSE RISE WAS FAR SMALLER
008550*                    THAN THE P1/P2 READING THAT RAISED THE
008560*                    ORDER SUGGESTS.
008570*-----------------------------------------------------------
008580 9300-WRITE-SHORT.
008590     MOVE SPACES TO DLVREC-RPT-LINE.
008600     WRITE DLVREC-RPT-LINE.
008610     MOVE "RISES FAR SMALLER THAN THE PRE-DELIVERY READING"
008620         TO DLVREC-RPT-LINE.
008630     WRITE DLVREC-RPT-LINE.
008640     IF WS-SHORT-COUNT = ZERO
008650         MOVE SPACES TO DLVREC-RPT-LINE
008660         MOVE "  NONE" TO DLVREC-RPT-LINE
008670         WRITE DLVREC-RPT-LINE
008680         GO TO 9300-EXIT.
008690     PERFORM 9310-WRITE-ONE-SHORT THRU 9310-EXIT
008700         VARYING DL-IDX FROM 1 BY 1
008710         UNTIL DL-IDX > WS-DLV-COUNT.
008720 9300-EXIT.
008730     EXIT.
008740*
008750 9310-WRITE-ONE-SHORT.
008760     IF WL-IN-RANGE-SW (DL-IDX) NOT = "Y"
008770             OR WL-SHORT-SW (DL-IDX) NOT = "Y"
008780         GO TO 9310-EXIT.
008790     MOVE WL-FUEL-VALUE (DL-IDX) TO WS-RPT-VALUE-ED.
008800     MOVE WL-RISE-VALUE (DL-IDX) TO WS-RPT-RISE-ED.
008810     MOVE SPACES TO DLVREC-RPT-LINE.
008820     STRING "  VEHICLE " WL-VEHICLE-ID (DL-IDX)
008830         "  DEPOT " WL-DEPOT (DL-IDX)
008840         "  " WL-RATING-CODE (DL-IDX)
008850         " " WS-RPT-VALUE-ED
008860         " ON " WL-READING-DATE (DL-IDX)
008870         "  RISE " WS-RPT-RISE-ED
008880         " ON " WL-RISE-DATE (DL-IDX)
008890         DELIMITED BY SIZE INTO DLVREC-RPT-LINE.
008900     WRITE DLVREC-RPT-LINE.
008910 9310-EXIT.
008920     EXIT.
008930*
008940*-----------------------------------------------------------
008950* 9400-WRITE-COUNTS - THE RECONCILIATION TOTALS.
008960*-----------------------------------------------------------
008970 9400-WRITE-COUNTS.
008980     MOVE SPACES TO DLVREC-RPT-LINE.
008990     WRITE DLVREC-RPT-LINE.
009000     MOVE WS-DLV-IN-RANGE TO WS-RPT-COUNT-ED.
009010     MOVE SPACES TO DLVREC-RPT-LINE.
009020     STRING "DELIVERIES CONFIRMED      : " WS-RPT-COUNT-ED
009030         DELIMITED BY SIZE INTO DLVREC-RPT-LINE.
009040     WRITE DLVREC-RPT-LINE.
009050     MOVE WS-DLV-MATCHED TO WS-RPT-COUNT-ED.
009060     MOVE SPACES TO DLVREC-RPT-LINE.
009070     STRING "MATCHED TO A REFUEL RISE  : " WS-RPT-COUNT-ED
009080         DELIMITED BY SIZE INTO DLVREC-RPT-LINE.
009090     WRITE DLVREC-RPT-LINE.
009100     MOVE WS-NO-RISE-COUNT TO WS-RPT-COUNT-ED.
009110     MOVE SPACES TO DLVREC-RPT-LINE.
009120     STRING "NO REFUEL RISE            : " WS-RPT-COUNT-ED
009130         DELIMITED BY SIZE INTO DLVREC-RPT-LINE.
009140     WRITE DLVREC-RPT-LINE.
009150     MOVE WS-WINDOW-OPEN-COUNT TO WS-RPT-COUNT-ED.
009160     MOVE SPACES TO DLVREC-RPT-LINE.
009170     STRING "WINDOW STILL OPEN         : " WS-RPT-COUNT-ED
009180         DELIMITED BY SIZE INTO DLVREC-RPT-LINE.
009190     WRITE DLVREC-RPT-LINE.
009200     MOVE WS-UNORDERED-COUNT TO WS-RPT-COUNT-ED.
009210     MOVE SPACES TO DLVREC-RPT-LINE.
009220     STRING "RISES WITH NO ORDER       : " WS-RPT-COUNT-ED
009230         DELIMITED BY SIZE INTO DLVREC-RPT-LINE.
009240     WRITE DLVREC-RPT-LINE.
009250     MOVE WS-SHORT-COUNT TO WS-RPT-COUNT-ED.
009260     MOVE SPACES TO DLVREC-RPT-LINE.
009270     STRING "SHORT RISES               : " WS-RPT-COUNT-ED
009280         DELIMITED BY SIZE INTO DLVREC-RPT-LINE.
009290     WRITE DLVREC-RPT-LINE.
009300     MOVE WS-READINGS-SCANNED TO WS-RPT-COUNT-ED.
009310     MOVE SPACES TO DLVREC-RPT-LINE.
009320     STRING "ARCHIVE READINGS SCANNED  : " WS-RPT-COUNT-ED
009330         DELIMITED BY SIZE INTO DLVREC-RPT-LINE.
009340     WRITE DLVREC-RPT-LINE.
009341     IF WS-DLV-DROPPED > ZERO
009342         MOVE WS-DLV-DROPPED TO WS-RPT-COUNT-ED
009343         MOVE SPACES TO DLVREC-RPT-LINE
009344         STRING "DELIVERIES OVER TABLE SIZE: " WS-RPT-COUNT-ED
009345             DELIMITED BY SIZE INTO DLVREC-RPT-LINE
009346         WRITE DLVREC-RPT-LINE.
009350 9400-EXIT.
009360     EXIT.
009370*
009380 END PROGRAM LAB07-DLVREC.
