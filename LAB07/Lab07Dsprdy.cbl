000010******************************************************************
000020* Author......: Mostapha A
000030* Installation: Fleet Operations - Dispatch Systems
000040* Date-Written: 2026-10-15
000050* Purpose.....: Morning dispatch readiness manifest. LAB07-VSTAT
000060*               answers for one vehicle at a time; at 6 AM each
000070*               depot supervisor needs every in-service VEHMAST
000080*               vehicle at the depot with a GO or HOLD decision
000090*               and the reason, and was building it by hand from
000100*               RATERPT, WATCHRPT, and the garage's phone list.
000110*               Once tonight's stream has completed, this job
000120*               judges each in-service vehicle once, in a fixed
000130*               precedence - an open maintenance work order
000140*               (MNTSUPP, or tonight's MNTORD) or a sensor flag
000150*               on NIGHTFLG holds it for maintenance; failing
000160*               that, no reading on FUELOUT tonight (the RATERPT
000170*               missing-reading rule) holds it; failing that, a
000180*               P2 band with no supplier-confirmed P2 delivery
000190*               order behind it holds it; a P1 band goes with
000200*               its refuel order noted; anything else is a plain
000210*               GO. The manifest prints by depot with the
000220*               decision counts at each break, and the same lines
000230*               go to the machine-readable DSPMAN side file.
000240*--------------------------------------------------------------
000250* Modification History
000260*   DATE       BY    DESCRIPTION
000270*   ---------- ----- ----------------------------------------
000280*   2026-10-15 MAA   Original. An out-of-balance or missing
000290*                    ORDCONF confirms nothing, the same rule
000300*                    LAB07-ORDCNF follows, so every P2 vehicle is
000310*                    held rather than sent out on a delivery
000320*                    nobody can vouch for.
000321*   2026-10-15 MAA   A vehicle's band is now its latest-dated
000322*                    FUELOUT reading - LAB07-BATCH also rates
000323*                    back-dated readings and readings released
000324*                    from FUELSUSP, so a vehicle can have several
000325*                    lines. ORDCONF confirms the previous night's
000326*                    FUELORD, never tonight's, so a P2 vehicle is
000327*                    now confirmed by any P2 order for it dated
000328*                    on or before its current P2 reading and no
000329*                    more than WS-CONF-WINDOW-DAYS before it,
000330*                    confirmed on a balanced ORDCONF or on
000331*                    CONFHIST. FUELORD is no longer read.
000332******************************************************************
000340 IDENTIFICATION DIVISION.
000350*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000360 PROGRAM-ID. LAB07-DSPRDY.
000370 AUTHOR. MOSTAPHA A.
000380 INSTALLATION. FLEET OPERATIONS - DISPATCH SYSTEMS.
000390 DATE-WRITTEN. 2026-10-15.
000400 DATE-COMPILED.
000410 ENVIRONMENT DIVISION.
000420*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000430 CONFIGURATION SECTION.
000440*-----------------------
000450 INPUT-OUTPUT SECTION.
000460*-----------------------
000470 FILE-CONTROL.
000480     SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHMAST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS VM-VEHICLE-ID
000520         FILE STATUS IS WS-VEHMAST-STATUS.
000530
000540     SELECT FUEL-RATED-FILE ASSIGN TO "FUELOUT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-FUELOUT-STATUS.
000570
000580     SELECT MAINT-ORDER-FILE ASSIGN TO "MNTORD"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-MNTORD-STATUS.
000610
000620     SELECT MAINT-SUPP-FILE ASSIGN TO "MNTSUPP"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-SUPP-STATUS.
000650
000660     SELECT NIGHT-FLAG-FILE ASSIGN TO "NIGHTFLG"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-NIGHTFLG-STATUS.
000690
000740     SELECT ORDER-CONF-FILE ASSIGN TO "ORDCONF"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-CONF-STATUS.
000761
000762     SELECT CONF-HISTORY-FILE ASSIGN TO "CONFHIST"
000764         ORGANIZATION IS LINE SEQUENTIAL
000766         FILE STATUS IS WS-CONFHIST-STATUS.
000770
000780     SELECT DISPATCH-REPORT-FILE ASSIGN TO "DSPRPT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-DSPRPT-STATUS.
000810
000820     SELECT DISPATCH-MANIFEST-FILE ASSIGN TO "DSPMAN"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-DSPMAN-STATUS.
000850
000860     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-RUNCTL-STATUS.
000890 DATA DIVISION.
000900*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000910 FILE SECTION.
000920*-----------------------
000930 FD  VEHICLE-MASTER-FILE
000940     RECORD CONTAINS 15 CHARACTERS.
000950     COPY VEHMAST.
000960
000970 FD  FUEL-RATED-FILE
000980     RECORD CONTAINS 20 CHARACTERS.
000990     COPY FUELREC REPLACING FUEL-READING-RECORD BY
001000         FUEL-RATED-RECORD.
001010
001020 FD  MAINT-ORDER-FILE
001030     RECORD CONTAINS 32 CHARACTERS.
001040     COPY MNTREC.
001050
001060 FD  MAINT-SUPP-FILE
001070     RECORD CONTAINS 17 CHARACTERS.
001080 01  MAINT-SUPP-RECORD.
001090     05  SP-VEHICLE-ID           PIC X(06).
001100     05  FILLER                  PIC X(01).
001110     05  SP-ORDER-DATE           PIC 9(08).
001120     05  FILLER                  PIC X(01).
001130     05  SP-REASON-CODE          PIC X(01).
001140
001150 FD  NIGHT-FLAG-FILE
001160     RECORD CONTAINS 17 CHARACTERS.
001170 01  NIGHT-FLAG-RECORD.
001180     05  NF-VEHICLE-ID           PIC X(06).
001190     05  FILLER                  PIC X(01).
001200     05  NF-FLAG-DATE            PIC 9(08).
001210     05  FILLER                  PIC X(01).
001220     05  NF-FLAG-TYPE            PIC X(01).
001230
001280 FD  ORDER-CONF-FILE
001290     RECORD CONTAINS 32 CHARACTERS.
001300 01  CONF-LINE                  PIC X(32).
001301
001302 FD  CONF-HISTORY-FILE
001304     RECORD CONTAINS 37 CHARACTERS.
001306     COPY CONFHST.
001310
001320 FD  DISPATCH-REPORT-FILE
001330     RECORD CONTAINS 80 CHARACTERS.
001340 01  DISPATCH-RPT-LINE          PIC X(80).
001350
001360 FD  DISPATCH-MANIFEST-FILE
001370     RECORD CONTAINS 31 CHARACTERS.
001380 01  DISPATCH-MANIFEST-RECORD.
001390     05  DM-BUSINESS-DATE       PIC 9(08).
001400     05  FILLER                 PIC X(01).
001410     05  DM-DEPOT               PIC X(04).
001420     05  FILLER                 PIC X(01).
001430     05  DM-VEHICLE-ID          PIC X(06).
001440     05  FILLER                 PIC X(01).
001450     05  DM-DECISION            PIC X(04).
001460     05  FILLER                 PIC X(01).
001470     05  DM-REASON-CODE         PIC X(02).
001480     05  FILLER                 PIC X(01).
001490     05  DM-BAND                PIC X(02).
001500
001510 FD  RUN-CONTROL-FILE
001520     RECORD CONTAINS 11 CHARACTERS.
001530 01  RUN-CONTROL-LINE           PIC X(11).
001540*-----------------------
001550 WORKING-STORAGE SECTION.
001560*-----------------------
001570 01  VEHMAST-SWITCHES.
001580     05  WS-VEHMAST-STATUS       PIC X(02) VALUE SPACES.
001590         88  VEHMAST-OK          VALUE "00".
001600         88  VEHMAST-NOT-FOUND   VALUE "23".
001610         88  VEHMAST-FILE-MISSING VALUE "35".
001620
001630 01  FUELOUT-SWITCHES.
001640     05  WS-FUELOUT-STATUS       PIC X(02) VALUE SPACES.
001650         88  FUELOUT-FILE-OK     VALUE "00".
001660         88  FUELOUT-FILE-MISSING VALUE "35".
001670
001680 01  MNTORD-FILE-SWITCHES.
001690     05  WS-MNTORD-STATUS        PIC X(02) VALUE SPACES.
001700         88  MNTORD-FILE-OK      VALUE "00".
001710         88  MNTORD-FILE-MISSING VALUE "35".
001720
001730 01  SUPP-FILE-SWITCHES.
001740     05  WS-SUPP-STATUS          PIC X(02) VALUE SPACES.
001750         88  SUPP-FILE-OK        VALUE "00".
001760         88  SUPP-FILE-MISSING   VALUE "35".
001770
001780 01  NIGHTFLG-SWITCHES.
001790     05  WS-NIGHTFLG-STATUS      PIC X(02) VALUE SPACES.
001800         88  NIGHTFLG-FILE-OK    VALUE "00".
001810         88  NIGHTFLG-FILE-MISSING VALUE "35".
001820
001880 01  CONF-FILE-SWITCHES.
001890     05  WS-CONF-STATUS          PIC X(02) VALUE SPACES.
001900         88  CONF-FILE-OK        VALUE "00".
001910         88  CONF-FILE-MISSING   VALUE "35".
001911
001912 01  CONFHIST-SWITCHES.
001914     05  WS-CONFHIST-STATUS      PIC X(02) VALUE SPACES.
001916         88  CONFHIST-FILE-OK    VALUE "00".
001918         88  CONFHIST-FILE-MISSING VALUE "35".
001920
001930 01  DSPRPT-FILE-SWITCHES.
001940     05  WS-DSPRPT-STATUS        PIC X(02) VALUE SPACES.
001950         88  DSPRPT-FILE-OK      VALUE "00".
001960
001970 01  DSPMAN-FILE-SWITCHES.
001980     05  WS-DSPMAN-STATUS        PIC X(02) VALUE SPACES.
001990         88  DSPMAN-FILE-OK      VALUE "00".
002000
002010 01  RUNCTL-SWITCHES.
002020     05  WS-RUNCTL-STATUS        PIC X(02) VALUE SPACES.
002030         88  RUNCTL-FILE-OK      VALUE "00".
002040         88  RUNCTL-FILE-EOF     VALUE "10".
002050         88  RUNCTL-FILE-MISSING VALUE "35".
002060     05  WS-RUNCTL-FOUND-SW      PIC X(01) VALUE "N".
002070         88  RUNCTL-FOUND        VALUE "Y".
002080     05  WS-RUN-TODAY            PIC 9(08) VALUE ZERO.
002090
002100     COPY RUNCTL.
002110
002120 01  MANIFEST-SWITCHES.
002130     05  WS-EOF-SW               PIC X(01) VALUE "N".
002140         88  END-OF-FILE         VALUE "Y".
002150     05  WS-RUN-BLOCKED-SW       PIC X(01) VALUE "N".
002160         88  STREAM-NOT-COMPLETE VALUE "Y".
002170     05  WS-MASTER-EOF-SW        PIC X(01) VALUE "N".
002180         88  MASTER-EOF          VALUE "Y".
002190     05  WS-HEADER-FOUND-SW      PIC X(01) VALUE "N".
002200         88  HEADER-FOUND        VALUE "Y".
002210     05  WS-TRAILER-FOUND-SW     PIC X(01) VALUE "N".
002220         88  TRAILER-FOUND       VALUE "Y".
002230     05  WS-BALANCE-SW           PIC X(01) VALUE "N".
002240         88  CONF-IN-BALANCE     VALUE "Y".
002250     05  WS-FOUND-SW             PIC X(01) VALUE "N".
002260         88  ENTRY-FOUND         VALUE "Y".
002270     05  WS-MANIFEST-OVFL-SW     PIC X(01) VALUE "N".
002280         88  MANIFEST-TABLE-FULL VALUE "Y".
002290
002300 01  CONF-WORK-AREA.
002310     05  WS-CONF-LINE            PIC X(32).
002320     05  WS-CONF-DETAIL REDEFINES WS-CONF-LINE.
002330         10  CN-RECORD-TYPE      PIC X(03).
002340         10  CN-VEHICLE-ID       PIC X(06).
002350         10  CN-READING-DATE     PIC 9(08).
002360         10  CN-FUEL-VALUE       PIC 9(03)V9(01).
002370         10  CN-RATING-CODE      PIC X(02).
002380         10  CN-DEPOT            PIC X(04).
002390         10  FILLER              PIC X(05).
002400     05  WS-CONF-TRAILER REDEFINES WS-CONF-LINE.
002410         10  CN-TRL-TYPE         PIC X(03).
002420         10  CN-TRL-COUNT        PIC 9(07).
002430         10  CN-TRL-HASH         PIC 9(09)V9(01).
002440         10  FILLER              PIC X(12).
002450
002460 01  RATED-TABLE.
002470     05  WS-RATED-MAX            PIC 9(04) COMP VALUE 2000.
002480     05  WS-RATED-COUNT          PIC 9(04) COMP VALUE ZERO.
002485     05  WS-RATED-FOUND-IDX      PIC 9(04) COMP VALUE ZERO.
002490     05  WS-RATED-ENTRY          OCCURS 2000 TIMES
002500                                 INDEXED BY RT-IDX.
002510         10  WR-VEHICLE-ID       PIC X(06).
002520         10  WR-RATING-CODE      PIC X(02).
002525         10  WR-READING-DATE     PIC 9(08).
002530
002540 01  MAINT-TABLE.
002550     05  WS-MAINT-MAX            PIC 9(04) COMP VALUE 1000.
002560     05  WS-MAINT-COUNT          PIC 9(04) COMP VALUE ZERO.
002570     05  WS-MAINT-ENTRY          OCCURS 1000 TIMES
002580                                 INDEXED BY MT-IDX.
002590         10  WM-VEHICLE-ID       PIC X(06).
002600         10  WM-REASON-CODE      PIC X(01).
002610
002620 01  NIGHT-FLAG-TABLE.
002630     05  WS-FLAG-MAX             PIC 9(04) COMP VALUE 500.
002640     05  WS-FLAG-COUNT           PIC 9(04) COMP VALUE ZERO.
002650     05  WS-FLAG-ENTRY           OCCURS 500 TIMES
002660                                 INDEXED BY FG-IDX.
002670         10  WF-VEHICLE-ID       PIC X(06).
002680         10  WF-FLAG-TYPE        PIC X(01).
002690
002790 01  CONFIRMATION-TABLE.
002800     05  WS-CONF-MAX             PIC 9(04) COMP VALUE 500.
002810     05  WS-CONF-COUNT           PIC 9(04) COMP VALUE ZERO.
002820     05  WS-CONF-ENTRY           OCCURS 500 TIMES
002830                                 INDEXED BY CC-IDX.
002840         10  WC-VEHICLE-ID       PIC X(06).
002850         10  WC-READING-DATE     PIC 9(08).
002860         10  WC-RATING-CODE      PIC X(02).
002870
002880 01  MANIFEST-TABLE.
002890     05  WS-MANIFEST-MAX         PIC 9(04) COMP VALUE 2000.
002900     05  WS-MANIFEST-COUNT       PIC 9(04) COMP VALUE ZERO.
002910     05  WS-MANIFEST-ENTRY       OCCURS 2000 TIMES
002920                                 INDEXED BY MF-IDX.
002930         10  WX-DEPOT            PIC X(04).
002940         10  WX-VEHICLE-ID       PIC X(06).
002950         10  WX-DECISION         PIC X(04).
002960         10  WX-REASON-CODE      PIC X(02).
002970         10  WX-BAND             PIC X(02).
002980         10  WX-REASON-DETAIL    PIC X(01).
002990
003000 01  SORT-WORK-FIELDS.
003010     05  WS-SORT-I               PIC 9(04) COMP VALUE ZERO.
003020     05  WS-SORT-J               PIC 9(04) COMP VALUE ZERO.
003030     05  WS-MANIFEST-SWAP.
003040         10  WS-SWAP-DEPOT       PIC X(04).
003050         10  WS-SWAP-VEHICLE-ID  PIC X(06).
003060         10  WS-SWAP-DECISION    PIC X(04).
003070         10  WS-SWAP-REASON-CODE PIC X(02).
003080         10  WS-SWAP-BAND        PIC X(02).
003090         10  WS-SWAP-DETAIL      PIC X(01).
003100
003110 01  JUDGE-WORK-FIELDS.
003120     05  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
003130     05  WS-WORK-BAND            PIC X(02) VALUE SPACES.
003140     05  WS-WORK-DECISION        PIC X(04) VALUE SPACES.
003150     05  WS-WORK-REASON-CODE     PIC X(02) VALUE SPACES.
003160     05  WS-WORK-DETAIL          PIC X(01) VALUE SPACES.
003170     05  WS-CUR-DEPOT            PIC X(04) VALUE SPACES.
003180     05  WS-CONF-DETAILS-READ    PIC 9(07) COMP VALUE ZERO.
003190     05  WS-CONF-HASH            PIC 9(09)V9(01) COMP VALUE ZERO.
003200     05  WS-TRL-COUNT            PIC 9(07) VALUE ZERO.
003210     05  WS-TRL-HASH             PIC 9(09)V9(01) VALUE ZERO.
003220     05  WS-WORK-READING-DATE    PIC 9(08) VALUE ZERO.
003221
003222 01  CONF-WINDOW-FIELDS.
003223     05  WS-CONF-WINDOW-DAYS     PIC 9(02) VALUE 2.
003224     05  WS-EARLIEST-P2-DATE     PIC 9(08) VALUE ZERO.
003225     05  WS-CONF-LOAD-FROM       PIC 9(08) VALUE ZERO.
003226     05  WS-CONF-FROM-DATE       PIC 9(08) VALUE ZERO.
003227     05  WS-STEP-COUNT           PIC 9(02) COMP VALUE ZERO.
003228
003229 01  DATE-WALK-FIELDS.
003230     05  WS-CUR-DATE             PIC 9(08) VALUE ZERO.
003231     05  WS-CUR-DATE-PARTS REDEFINES WS-CUR-DATE.
003232         10  WS-CUR-YYYY         PIC 9(04).
003233         10  WS-CUR-MM           PIC 9(02).
003234         10  WS-CUR-DD           PIC 9(02).
003235     05  WS-LEAP-QUOTIENT        PIC 9(04) COMP VALUE ZERO.
003236     05  WS-LEAP-REMAINDER       PIC 9(04) COMP VALUE ZERO.
003237     05  WS-DAYS-IN-MONTH        PIC 9(02) COMP VALUE ZERO.
003238
003239 01  DECISION-COUNTERS.
003240     05  WS-DEPOT-TOTALS.
003250         10  WS-DEPOT-VEHICLES   PIC 9(05) COMP.
003260         10  WS-DEPOT-GO         PIC 9(05) COMP.
003270         10  WS-DEPOT-HOLD       PIC 9(05) COMP.
003280         10  WS-DEPOT-MAINT      PIC 9(05) COMP.
003290         10  WS-DEPOT-NO-READ    PIC 9(05) COMP.
003300         10  WS-DEPOT-P2         PIC 9(05) COMP.
003310         10  WS-DEPOT-P1         PIC 9(05) COMP.
003320     05  WS-FLEET-TOTALS.
003330         10  WS-FLEET-VEHICLES   PIC 9(05) COMP.
003340         10  WS-FLEET-GO         PIC 9(05) COMP.
003350         10  WS-FLEET-HOLD       PIC 9(05) COMP.
003360         10  WS-FLEET-MAINT      PIC 9(05) COMP.
003370         10  WS-FLEET-NO-READ    PIC 9(05) COMP.
003380         10  WS-FLEET-P2         PIC 9(05) COMP.
003390         10  WS-FLEET-P1         PIC 9(05) COMP.
003400
003410 01  REPORT-WORK-FIELDS.
003420     05  WS-RPT-TOTAL-ED         PIC ZZ,ZZ9.
003430     05  WS-RPT-GO-ED            PIC ZZ,ZZ9.
003440     05  WS-RPT-HOLD-ED          PIC ZZ,ZZ9.
003450     05  WS-RPT-MAINT-ED         PIC ZZ,ZZ9.
003460     05  WS-RPT-NO-READ-ED       PIC ZZ,ZZ9.
003470     05  WS-RPT-P2-ED            PIC ZZ,ZZ9.
003480     05  WS-RPT-P1-ED            PIC ZZ,ZZ9.
003490     05  WS-RPT-REASON           PIC X(40) VALUE SPACES.
003500*-----------------------
003510 PROCEDURE DIVISION.
003520*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
003530 0000-MAINLINE.
003540     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003550
003560     IF STREAM-NOT-COMPLETE
003570         DISPLAY "LAB07-DSPRDY - TONIGHT'S STREAM HAS NOT "
003580             "COMPLETED - NO MANIFEST BUILT."
003590     ELSE IF VEHMAST-FILE-MISSING
003600         DISPLAY "LAB07-DSPRDY - NO VEHICLE MASTER - NO "
003610             "MANIFEST BUILT."
003620     ELSE
003630         PERFORM 2000-BUILD-MANIFEST THRU 2000-EXIT
003640         PERFORM 3000-SORT-MANIFEST THRU 3000-EXIT
003650         PERFORM 9000-TERMINATE THRU 9000-EXIT.
003660
003670     STOP RUN.
003680*
003690*-----------------------------------------------------------
003700* 1000-INITIALIZE - HOLD UNTIL TONIGHT'S STREAM HAS COMPLETED
003710*                   (THE WATCHLIST IS ITS LAST STEP), THEN LOAD
003720*                   EVERY INPUT THE DECISION NEEDS INTO ITS
003730*                   TABLE AND OPEN THE VEHICLE MASTER.
003740*-----------------------------------------------------------
003750 1000-INITIALIZE.
003760     ACCEPT WS-RUN-TODAY FROM DATE YYYYMMDD.
003770     PERFORM 8000-READ-RUN-CONTROL THRU 8000-EXIT.
003780     IF NOT RUNCTL-FOUND
003790             OR RC-BUSINESS-DATE NOT = WS-RUN-TODAY
003800             OR NOT RC-WATCH-COMPLETED
003810         SET STREAM-NOT-COMPLETE TO TRUE
003820         GO TO 1000-EXIT.
003830     MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE.
003840
003850     PERFORM 1100-LOAD-RATED THRU 1100-EXIT.
003860     PERFORM 1200-LOAD-MAINT-ORDERS THRU 1200-EXIT.
003870     PERFORM 1300-LOAD-NIGHT-FLAGS THRU 1300-EXIT.
003890     PERFORM 1500-LOAD-CONFIRMATIONS THRU 1500-EXIT.
003895     PERFORM 1600-LOAD-CONF-HISTORY THRU 1600-EXIT.
003900
003910     OPEN INPUT VEHICLE-MASTER-FILE.
003920 1000-EXIT.
003930     EXIT.
003940*
003950*-----------------------------------------------------------
003960* 1100-LOAD-RATED - TONIGHT'S RATED READINGS - EACH VEHICLE'S
003970*                   BAND. A VEHICLE NOT HERE SENT NO READING.
003971*                   FUELOUT IS NOT GROUPED BY VEHICLE - LAB07-
003972*                   RECYCL APPENDS RELEASED READINGS TO IT - AND
003973*                   A VEHICLE CAN HAVE SEVERAL LINES, SO EACH
003974*                   LINE IS MATCHED AGAINST THE WHOLE TABLE AND
003975*                   THE VEHICLE'S LATEST-DATED LINE GIVES THE
003976*                   BAND. THE EARLIEST P2 READING DATE BOUNDS THE
003977*                   CONFHIST LOAD.
003980*-----------------------------------------------------------
003990 1100-LOAD-RATED.
004000     OPEN INPUT FUEL-RATED-FILE.
004010     IF FUELOUT-FILE-MISSING
004020         GO TO 1100-EXIT.
004030     MOVE "N" TO WS-EOF-SW.
004040     PERFORM 1190-READ-RATED THRU 1190-EXIT.
004050     PERFORM 1110-LOAD-ONE-RATED THRU 1110-EXIT
004060         UNTIL END-OF-FILE.
004080     CLOSE FUEL-RATED-FILE.
004082     PERFORM 1150-NOTE-P2-DATE THRU 1150-EXIT
004084         VARYING RT-IDX FROM 1 BY 1
004086         UNTIL RT-IDX > WS-RATED-COUNT.
004090 1100-EXIT.
004100     EXIT.
004110*
004120 1110-LOAD-ONE-RATED.
004122     MOVE ZERO TO WS-RATED-FOUND-IDX.
004124     PERFORM 1120-MATCH-ONE-RATED THRU 1120-EXIT
004126         VARYING RT-IDX FROM 1 BY 1
004128         UNTIL RT-IDX > WS-RATED-COUNT
004130            OR WS-RATED-FOUND-IDX NOT = ZERO.
004132     IF WS-RATED-FOUND-IDX NOT = ZERO
004134         SET RT-IDX TO WS-RATED-FOUND-IDX
004136         GO TO 1170-KEEP-LATEST.
004138
004140     IF WS-RATED-COUNT NOT < WS-RATED-MAX
004142         GO TO 1180-NEXT-RATED.
004144     ADD 1 TO WS-RATED-COUNT.
004146     SET RT-IDX TO WS-RATED-COUNT.
004148     MOVE FR-VEHICLE-ID OF FUEL-RATED-RECORD
004150         TO WR-VEHICLE-ID (RT-IDX).
004152     MOVE ZERO TO WR-READING-DATE (RT-IDX).
004154 1170-KEEP-LATEST.
004156     IF FR-READING-DATE OF FUEL-RATED-RECORD
004158             NOT < WR-READING-DATE (RT-IDX)
004160         MOVE FR-READING-DATE OF FUEL-RATED-RECORD
004162             TO WR-READING-DATE (RT-IDX)
004164         MOVE FR-RATING-CODE OF FUEL-RATED-RECORD
004166             TO WR-RATING-CODE (RT-IDX).
004174 1180-NEXT-RATED.
004190     PERFORM 1190-READ-RATED THRU 1190-EXIT.
004200 1110-EXIT.
004210     EXIT.
004211*
004212 1120-MATCH-ONE-RATED.
004213     IF WR-VEHICLE-ID (RT-IDX)
004214             = FR-VEHICLE-ID OF FUEL-RATED-RECORD
004215         SET WS-RATED-FOUND-IDX TO RT-IDX.
004216 1120-EXIT.
004217     EXIT.
004218*
004219 1150-NOTE-P2-DATE.
004220     IF WR-RATING-CODE (RT-IDX) = "P2"
004221         IF WS-EARLIEST-P2-DATE = ZERO
004222                 OR WR-READING-DATE (RT-IDX) < WS-EARLIEST-P2-DATE
004223             MOVE WR-READING-DATE (RT-IDX)
004224                 TO WS-EARLIEST-P2-DATE.
004225 1150-EXIT.
004226     EXIT.
004227*
004230 1190-READ-RATED.
004240     READ FUEL-RATED-FILE
004250         AT END SET END-OF-FILE TO TRUE.
004260 1190-EXIT.
004270     EXIT.
004280*
004290*-----------------------------------------------------------
004300* 1200-LOAD-MAINT-ORDERS - EVERY VEHICLE WITH A WORK ORDER AT
004310*                          THE GARAGE - THE MNTSUPP SUPPRESSION
004320*                          LIST, PLUS TONIGHT'S MNTORD DETAILS.
004330*-----------------------------------------------------------
004340 1200-LOAD-MAINT-ORDERS.
004350     OPEN INPUT MAINT-SUPP-FILE.
004360     IF NOT SUPP-FILE-MISSING
004370         MOVE "N" TO WS-EOF-SW
004380         PERFORM 1290-READ-SUPP THRU 1290-EXIT
004390         PERFORM 1210-LOAD-ONE-SUPP THRU 1210-EXIT
004400             UNTIL END-OF-FILE
004410         CLOSE MAINT-SUPP-FILE.
004420
004430     OPEN INPUT MAINT-ORDER-FILE.
004440     IF NOT MNTORD-FILE-MISSING
004450         MOVE "N" TO WS-EOF-SW
004460         PERFORM 1295-READ-MNTORD THRU 1295-EXIT
004470         PERFORM 1220-LOAD-ONE-MNTORD THRU 1220-EXIT
004480             UNTIL END-OF-FILE
004490         CLOSE MAINT-ORDER-FILE.
004500 1200-EXIT.
004510     EXIT.
004520*
004530 1210-LOAD-ONE-SUPP.
004540     IF WS-MAINT-COUNT < WS-MAINT-MAX
004550         ADD 1 TO WS-MAINT-COUNT
004560         SET MT-IDX TO WS-MAINT-COUNT
004570         MOVE SP-VEHICLE-ID TO WM-VEHICLE-ID (MT-IDX)
004580         MOVE SP-REASON-CODE TO WM-REASON-CODE (MT-IDX).
004590     PERFORM 1290-READ-SUPP THRU 1290-EXIT.
004600 1210-EXIT.
004610     EXIT.
004620*
004630 1220-LOAD-ONE-MNTORD.
004640     IF MD-RECORD-TYPE = "DTL"
004650             AND WS-MAINT-COUNT < WS-MAINT-MAX
004660         ADD 1 TO WS-MAINT-COUNT
004670         SET MT-IDX TO WS-MAINT-COUNT
004680         MOVE MD-VEHICLE-ID TO WM-VEHICLE-ID (MT-IDX)
004690         MOVE MD-REASON-CODE TO WM-REASON-CODE (MT-IDX).
004700     PERFORM 1295-READ-MNTORD THRU 1295-EXIT.
004710 1220-EXIT.
004720     EXIT.
004730*
004740 1290-READ-SUPP.
004750     READ MAINT-SUPP-FILE
004760         AT END SET END-OF-FILE TO TRUE.
004770 1290-EXIT.
004780     EXIT.
004790*
004800 1295-READ-MNTORD.
004810     READ MAINT-ORDER-FILE
004820         AT END SET END-OF-FILE TO TRUE.
004830 1295-EXIT.
004840     EXIT.
004850*
004860*-----------------------------------------------------------
004870* 1300-LOAD-NIGHT-FLAGS - TONIGHT'S S AND U SENSOR FLAGS FROM
004880*                         THE RATING RUN.
004890*-----------------------------------------------------------
004900 1300-LOAD-NIGHT-FLAGS.
004910     OPEN INPUT NIGHT-FLAG-FILE.
004920     IF NIGHTFLG-FILE-MISSING
004930         GO TO 1300-EXIT.
004940     MOVE "N" TO WS-EOF-SW.
004950     PERFORM 1390-READ-NIGHT-FLAG THRU 1390-EXIT.
004960     PERFORM 1310-LOAD-ONE-FLAG THRU 1310-EXIT
004970         UNTIL END-OF-FILE
004980            OR WS-FLAG-COUNT NOT < WS-FLAG-MAX.
004990     CLOSE NIGHT-FLAG-FILE.
005000 1300-EXIT.
005010     EXIT.
005020*
005030 1310-LOAD-ONE-FLAG.
005040     ADD 1 TO WS-FLAG-COUNT.
005050     SET FG-IDX TO WS-FLAG-COUNT.
005060     MOVE NF-VEHICLE-ID TO WF-VEHICLE-ID (FG-IDX).
005070     MOVE NF-FLAG-TYPE TO WF-FLAG-TYPE (FG-IDX).
005080     PERFORM 1390-READ-NIGHT-FLAG THRU 1390-EXIT.
005090 1310-EXIT.
005100     EXIT.
005110*
005120 1390-READ-NIGHT-FLAG.
005130     READ NIGHT-FLAG-FILE
005140         AT END SET END-OF-FILE TO TRUE.
005150 1390-EXIT.
005160     EXIT.
005170*
005540*-----------------------------------------------------------
005550* 1500-LOAD-CONFIRMATIONS - READ THE SUPPLIER'S ORDCONF, COUNT
005560*                           AND HASH IT THE WAY LAB07-ORDCNF
005570*                           DOES, AND ONLY WHEN IT BALANCES KEEP
005580*                           ITS P2 CONFIRMATIONS. ORDCONF
005590*                           CONFIRMS THE PREVIOUS NIGHT'S ORDERS.
005600*-----------------------------------------------------------
005610 1500-LOAD-CONFIRMATIONS.
005620     OPEN INPUT ORDER-CONF-FILE.
005630     IF CONF-FILE-MISSING
005640         GO TO 1500-EXIT.
005650     MOVE "N" TO WS-EOF-SW.
005660     PERFORM 1590-READ-CONF THRU 1590-EXIT.
005670     PERFORM 1510-LOAD-ONE-CONF THRU 1510-EXIT
005680         UNTIL END-OF-FILE.
005690     CLOSE ORDER-CONF-FILE.
005700
005710     IF HEADER-FOUND AND TRAILER-FOUND
005720             AND WS-TRL-COUNT = WS-CONF-DETAILS-READ
005730             AND WS-TRL-HASH = WS-CONF-HASH
005740         SET CONF-IN-BALANCE TO TRUE.
005750     IF NOT CONF-IN-BALANCE
005760         MOVE ZERO TO WS-CONF-COUNT.
005800 1500-EXIT.
005810     EXIT.
005820*
005830 1510-LOAD-ONE-CONF.
005840     MOVE CONF-LINE TO WS-CONF-LINE.
005850     EVALUATE CN-RECORD-TYPE
005860         WHEN "HDR"
005870             SET HEADER-FOUND TO TRUE
005880         WHEN "TRL"
005890             SET TRAILER-FOUND TO TRUE
005900             MOVE CN-TRL-COUNT TO WS-TRL-COUNT
005910             MOVE CN-TRL-HASH TO WS-TRL-HASH
005920         WHEN "DTL"
005930             ADD 1 TO WS-CONF-DETAILS-READ
005940             ADD CN-FUEL-VALUE TO WS-CONF-HASH
005950             IF WS-CONF-COUNT < WS-CONF-MAX
005955                     AND CN-RATING-CODE = "P2"
005960                 ADD 1 TO WS-CONF-COUNT
005970                 SET CC-IDX TO WS-CONF-COUNT
005980                 MOVE CN-VEHICLE-ID TO WC-VEHICLE-ID (CC-IDX)
005990                 MOVE CN-READING-DATE TO WC-READING-DATE (CC-IDX)
006000                 MOVE CN-RATING-CODE TO WC-RATING-CODE (CC-IDX)
006010             END-IF
006020         WHEN OTHER
006030             CONTINUE
006040     END-EVALUATE.
006050     PERFORM 1590-READ-CONF THRU 1590-EXIT.
006060 1510-EXIT.
006070     EXIT.
006080*
006260 1590-READ-CONF.
006270     READ ORDER-CONF-FILE
006280         AT END SET END-OF-FILE TO TRUE.
006290 1590-EXIT.
006300     EXIT.
006301*
006302*-----------------------------------------------------------
006303* 1600-LOAD-CONF-HISTORY - ADD THE P2 CONFIRMATIONS ON CONFHIST
006304*                          (BALANCED CONFIRMATIONS OF EARLIER
006305*                          NIGHTS) RECENT ENOUGH TO COVER
006306*                          TONIGHT'S EARLIEST P2 READING. NOT
006307*                          READ WHEN NO VEHICLE IS P2.
006308*-----------------------------------------------------------
006309 1600-LOAD-CONF-HISTORY.
006310     IF WS-EARLIEST-P2-DATE = ZERO
006311         GO TO 1600-EXIT.
006312     MOVE WS-EARLIEST-P2-DATE TO WS-CUR-DATE.
006313     PERFORM 7000-PREVIOUS-DAY THRU 7000-EXIT
006314         VARYING WS-STEP-COUNT FROM 1 BY 1
006315         UNTIL WS-STEP-COUNT > WS-CONF-WINDOW-DAYS.
006316     MOVE WS-CUR-DATE TO WS-CONF-LOAD-FROM.
006317
006318     OPEN INPUT CONF-HISTORY-FILE.
006319     IF CONFHIST-FILE-MISSING
006320         GO TO 1600-EXIT.
006321     MOVE "N" TO WS-EOF-SW.
006322     PERFORM 1690-READ-CONF-HISTORY THRU 1690-EXIT.
006323     PERFORM 1610-LOAD-ONE-HISTORY THRU 1610-EXIT
006324         UNTIL END-OF-FILE.
006325     CLOSE CONF-HISTORY-FILE.
006326 1600-EXIT.
006327     EXIT.
006328*
006329 1610-LOAD-ONE-HISTORY.
006330     IF CF-RATING-CODE = "P2"
006331             AND CF-READING-DATE NOT < WS-CONF-LOAD-FROM
006332             AND CF-READING-DATE NOT > WS-BUSINESS-DATE
006333             AND WS-CONF-COUNT < WS-CONF-MAX
006334         ADD 1 TO WS-CONF-COUNT
006335         SET CC-IDX TO WS-CONF-COUNT
006336         MOVE CF-VEHICLE-ID TO WC-VEHICLE-ID (CC-IDX)
006337         MOVE CF-READING-DATE TO WC-READING-DATE (CC-IDX)
006338         MOVE CF-RATING-CODE TO WC-RATING-CODE (CC-IDX).
006339     PERFORM 1690-READ-CONF-HISTORY THRU 1690-EXIT.
006340 1610-EXIT.
006341     EXIT.
006342*
006343 1690-READ-CONF-HISTORY.
006344     READ CONF-HISTORY-FILE
006345         AT END SET END-OF-FILE TO TRUE.
006346 1690-EXIT.
006347     EXIT.
006348*
006349*-----------------------------------------------------------
006350* 2000-BUILD-MANIFEST - WALK THE VEHICLE MASTER IN KEY ORDER
006351*                       AND JUDGE EVERY IN-SERVICE VEHICLE ONCE.
006352*                       RETIRED VEHICLES ARE NOT DISPATCHED AND
006360*                       ARE LEFT OFF.
006370*-----------------------------------------------------------
006380 2000-BUILD-MANIFEST.
006390     MOVE "N" TO WS-MASTER-EOF-SW.
006400     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
006410     PERFORM 2100-JUDGE-ONE-VEHICLE THRU 2100-EXIT
006420         UNTIL MASTER-EOF.
006430     CLOSE VEHICLE-MASTER-FILE.
006440 2000-EXIT.
006450     EXIT.
006460*
006470*-----------------------------------------------------------
006480* 2100-JUDGE-ONE-VEHICLE - THE FIRST RULE THAT APPLIES DECIDES:
006490*                          MAINTENANCE HOLD, NO READING, P2 WITH
006500*                          NO CONFIRMED DELIVERY, P1, THEN GO.
006510*-----------------------------------------------------------
006520 2100-JUDGE-ONE-VEHICLE.
006530     IF NOT VM-IN-SERVICE
006540         GO TO 2190-NEXT-VEHICLE.
006550     IF WS-MANIFEST-COUNT NOT < WS-MANIFEST-MAX
006560         SET MANIFEST-TABLE-FULL TO TRUE
006570         GO TO 2190-NEXT-VEHICLE.
006580
006590     MOVE "--" TO WS-WORK-BAND.
006595     MOVE ZERO TO WS-WORK-READING-DATE.
006600     MOVE "N" TO WS-FOUND-SW.
006610     PERFORM 2210-MATCH-ONE-RATED THRU 2210-EXIT
006620         VARYING RT-IDX FROM 1 BY 1
006630         UNTIL RT-IDX > WS-RATED-COUNT
006640            OR ENTRY-FOUND.
006650
006660     MOVE "HOLD" TO WS-WORK-DECISION.
006670     MOVE SPACES TO WS-WORK-DETAIL.
006680     PERFORM 2200-CHECK-MAINTENANCE THRU 2200-EXIT.
006690     IF WS-WORK-DETAIL NOT = SPACES
006700         MOVE "MH" TO WS-WORK-REASON-CODE
006710     ELSE IF WS-WORK-BAND = "--"
006720         MOVE "NR" TO WS-WORK-REASON-CODE
006730     ELSE IF WS-WORK-BAND = "P2"
006740             AND NOT ENTRY-FOUND
006750         MOVE "P2" TO WS-WORK-REASON-CODE
006760     ELSE IF WS-WORK-BAND = "P1"
006770         MOVE "GO" TO WS-WORK-DECISION
006780         MOVE "P1" TO WS-WORK-REASON-CODE
006790     ELSE
006800         MOVE "GO" TO WS-WORK-DECISION
006810         MOVE "GO" TO WS-WORK-REASON-CODE.
006820
006830     ADD 1 TO WS-MANIFEST-COUNT.
006840     SET MF-IDX TO WS-MANIFEST-COUNT.
006850     MOVE VM-DEPOT TO WX-DEPOT (MF-IDX).
006860     MOVE VM-VEHICLE-ID TO WX-VEHICLE-ID (MF-IDX).
006870     MOVE WS-WORK-DECISION TO WX-DECISION (MF-IDX).
006880     MOVE WS-WORK-REASON-CODE TO WX-REASON-CODE (MF-IDX).
006890     MOVE WS-WORK-BAND TO WX-BAND (MF-IDX).
006900     MOVE WS-WORK-DETAIL TO WX-REASON-DETAIL (MF-IDX).
006910 2190-NEXT-VEHICLE.
006920     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
006930 2100-EXIT.
006940     EXIT.
006950*
006960*-----------------------------------------------------------
006970* 2200-CHECK-MAINTENANCE - AN OPEN WORK ORDER GIVES ITS REASON
006980*                          CODE AS THE DETAIL; FAILING THAT, A
006990*                          SENSOR FLAG TONIGHT GIVES ITS FLAG
007000*                          TYPE. ON RETURN ENTRY-FOUND TELLS
007010*                          WHETHER A P2 ORDER WAS CONFIRMED -
007012*                          ONE DATED ON OR BEFORE THE CURRENT
007014*                          P2 READING AND NO MORE THAN THE
007016*                          CONFIRMATION WINDOW BEFORE IT.
007020*-----------------------------------------------------------
007030 2200-CHECK-MAINTENANCE.
007040     PERFORM 2220-MATCH-ONE-MAINT THRU 2220-EXIT
007050         VARYING MT-IDX FROM 1 BY 1
007060         UNTIL MT-IDX > WS-MAINT-COUNT
007070            OR WS-WORK-DETAIL NOT = SPACES.
007080     IF WS-WORK-DETAIL = SPACES
007090         PERFORM 2230-MATCH-ONE-FLAG THRU 2230-EXIT
007100             VARYING FG-IDX FROM 1 BY 1
007110             UNTIL FG-IDX > WS-FLAG-COUNT
007120                OR WS-WORK-DETAIL NOT = SPACES.
007130
007140     MOVE "N" TO WS-FOUND-SW.
007150     IF WS-WORK-BAND = "P2"
007155         MOVE WS-WORK-READING-DATE TO WS-CUR-DATE
007160         PERFORM 7000-PREVIOUS-DAY THRU 7000-EXIT
007165             VARYING WS-STEP-COUNT FROM 1 BY 1
007170             UNTIL WS-STEP-COUNT > WS-CONF-WINDOW-DAYS
007175         MOVE WS-CUR-DATE TO WS-CONF-FROM-DATE
007180         PERFORM 2240-MATCH-ONE-CONF THRU 2240-EXIT
007185             VARYING CC-IDX FROM 1 BY 1
007190             UNTIL CC-IDX > WS-CONF-COUNT
007195                OR ENTRY-FOUND.
007200 2200-EXIT.
007210     EXIT.
007220*
007230 2210-MATCH-ONE-RATED.
007240     IF WR-VEHICLE-ID (RT-IDX) = VM-VEHICLE-ID
007250         MOVE WR-RATING-CODE (RT-IDX) TO WS-WORK-BAND
007255         MOVE WR-READING-DATE (RT-IDX) TO WS-WORK-READING-DATE
007260         SET ENTRY-FOUND TO TRUE.
007270 2210-EXIT.
007280     EXIT.
007290*
007300 2220-MATCH-ONE-MAINT.
007310     IF WM-VEHICLE-ID (MT-IDX) = VM-VEHICLE-ID
007320         MOVE WM-REASON-CODE (MT-IDX) TO WS-WORK-DETAIL.
007330 2220-EXIT.
007340     EXIT.
007350*
007360 2230-MATCH-ONE-FLAG.
007370     IF WF-VEHICLE-ID (FG-IDX) = VM-VEHICLE-ID
007380         MOVE "F" TO WS-WORK-DETAIL.
007390 2230-EXIT.
007400     EXIT.
007410*
007420 2240-MATCH-ONE-CONF.
007424     IF WC-VEHICLE-ID (CC-IDX) = VM-VEHICLE-ID
007428             AND WC-RATING-CODE (CC-IDX) = "P2"
007432             AND WC-READING-DATE (CC-IDX)
007436                 NOT > WS-WORK-READING-DATE
007440             AND WC-READING-DATE (CC-IDX)
007444                 NOT < WS-CONF-FROM-DATE
007450         SET ENTRY-FOUND TO TRUE.
007460 2240-EXIT.
007470     EXIT.
007480*
007490 2900-READ-MASTER.
007500     READ VEHICLE-MASTER-FILE NEXT RECORD
007510         AT END SET MASTER-EOF TO TRUE.
007520 2900-EXIT.
007530     EXIT.
007540*
007550*-----------------------------------------------------------
007560* 3000-SORT-MANIFEST - PUT THE MANIFEST IN DEPOT ORDER FOR THE
007570*                      BREAKS. THE EXCHANGE SORT ONLY SWAPS ON A
007580*                      HIGHER DEPOT, SO EACH DEPOT'S VEHICLES
007590*                      KEEP THEIR MASTER-KEY ORDER.
007600*-----------------------------------------------------------
007610 3000-SORT-MANIFEST.
007620     IF WS-MANIFEST-COUNT < 2
007630         GO TO 3000-EXIT.
007640     PERFORM 3100-SORT-ONE-PASS THRU 3100-EXIT
007650         VARYING WS-SORT-I FROM 1 BY 1
007660         UNTIL WS-SORT-I NOT < WS-MANIFEST-COUNT.
007670 3000-EXIT.
007680     EXIT.
007690*
007700 3100-SORT-ONE-PASS.
007710     PERFORM 3200-COMPARE-AND-SWAP THRU 3200-EXIT
007720         VARYING WS-SORT-J FROM 1 BY 1
007730         UNTIL WS-SORT-J > WS-MANIFEST-COUNT - WS-SORT-I.
007740 3100-EXIT.
007750     EXIT.
007760*
007770 3200-COMPARE-AND-SWAP.
007780     IF WX-DEPOT (WS-SORT-J) > WX-DEPOT (WS-SORT-J + 1)
007790         MOVE WS-MANIFEST-ENTRY (WS-SORT-J) TO WS-MANIFEST-SWAP
007800         MOVE WS-MANIFEST-ENTRY (WS-SORT-J + 1)
007810             TO WS-MANIFEST-ENTRY (WS-SORT-J)
007820         MOVE WS-MANIFEST-SWAP
007830             TO WS-MANIFEST-ENTRY (WS-SORT-J + 1).
007840 3200-EXIT.
007850     EXIT.
007860*
007870*-----------------------------------------------------------
007880* 9000-TERMINATE - WRITE THE MANIFEST BY DEPOT WITH THE COUNTS
007890*                  AT EACH BREAK AND THE FLEET TOTALS AT THE
007900*                  END, AND THE SAME LINES TO THE DSPMAN SIDE
007910*                  FILE.
007920*-----------------------------------------------------------
007930 9000-TERMINATE.
007940     OPEN OUTPUT DISPATCH-REPORT-FILE.
007950     OPEN OUTPUT DISPATCH-MANIFEST-FILE.
007960     PERFORM 9100-WRITE-RPT-HEADING THRU 9100-EXIT.
007970
007980     MOVE LOW-VALUES TO WS-CUR-DEPOT.
007990     INITIALIZE WS-FLEET-TOTALS.
008000     PERFORM 9200-WRITE-ONE-VEHICLE THRU 9200-EXIT
008010         VARYING MF-IDX FROM 1 BY 1
008020         UNTIL MF-IDX > WS-MANIFEST-COUNT.
008030     IF WS-MANIFEST-COUNT > ZERO
008040         PERFORM 9300-WRITE-DEPOT-TOTALS THRU 9300-EXIT.
008050
008060     PERFORM 9400-WRITE-FLEET-TOTALS THRU 9400-EXIT.
008070     CLOSE DISPATCH-MANIFEST-FILE.
008080     CLOSE DISPATCH-REPORT-FILE.
008090
008100     DISPLAY "LAB07-DSPRDY - VEHICLES JUDGED : "
008110         WS-FLEET-VEHICLES.
008120     DISPLAY "LAB07-DSPRDY - GO              : " WS-FLEET-GO.
008130     DISPLAY "LAB07-DSPRDY - HOLD            : " WS-FLEET-HOLD.
008140 9000-EXIT.
008150     EXIT.
008160*
008170*-----------------------------------------------------------
008180* 9100-WRITE-RPT-HEADING - THE REPORT TITLE, THE BUSINESS DATE,
008190*                          AND WHETHER ORDCONF COULD CONFIRM ANY
008200*                          P2 DELIVERY AT ALL.
008210*-----------------------------------------------------------
008220 9100-WRITE-RPT-HEADING.
008230     MOVE SPACES TO DISPATCH-RPT-LINE.
008240     MOVE "LAB07-DSPRDY MORNING DISPATCH READINESS MANIFEST"
008250         TO DISPATCH-RPT-LINE.
008260     WRITE DISPATCH-RPT-LINE.
008270     MOVE SPACES TO DISPATCH-RPT-LINE.
008280     STRING "BUSINESS DATE         : " WS-BUSINESS-DATE
008290         DELIMITED BY SIZE INTO DISPATCH-RPT-LINE.
008300     WRITE DISPATCH-RPT-LINE.
008310     IF NOT CONF-IN-BALANCE
008320         MOVE SPACES TO DISPATCH-RPT-LINE
008330         MOVE "ORDCONF MISSING OR OUT OF BALANCE - ONLY P2"
008340             TO DISPATCH-RPT-LINE
008350         WRITE DISPATCH-RPT-LINE
008360         MOVE "DELIVERIES ALREADY ON CONFHIST COUNT AS CONFIRMED"
008365             TO DISPATCH-RPT-LINE
008370         WRITE DISPATCH-RPT-LINE.
008380 9100-EXIT.
008390     EXIT.
008400*
008410*-----------------------------------------------------------
008420* 9200-WRITE-ONE-VEHICLE - ONE VEHICLE'S MANIFEST LINE, WITH A
008430*                          DEPOT BREAK FIRST WHEN THE DEPOT
008440*                          CHANGES, AND ITS SIDE-FILE RECORD.
008450*-----------------------------------------------------------
008460 9200-WRITE-ONE-VEHICLE.
008470     IF WX-DEPOT (MF-IDX) NOT = WS-CUR-DEPOT
008480         IF WS-CUR-DEPOT NOT = LOW-VALUES
008490             PERFORM 9300-WRITE-DEPOT-TOTALS THRU 9300-EXIT
008500         END-IF
008510         MOVE WX-DEPOT (MF-IDX) TO WS-CUR-DEPOT
008520         INITIALIZE WS-DEPOT-TOTALS
008530         MOVE SPACES TO DISPATCH-RPT-LINE
008540         WRITE DISPATCH-RPT-LINE
008550         STRING "DEPOT " WS-CUR-DEPOT
008560             DELIMITED BY SIZE INTO DISPATCH-RPT-LINE
008570         WRITE DISPATCH-RPT-LINE
008580     END-IF.
008590
008600     ADD 1 TO WS-DEPOT-VEHICLES.
008610     IF WX-DECISION (MF-IDX) = "GO"
008620         ADD 1 TO WS-DEPOT-GO
008630     ELSE
008640         ADD 1 TO WS-DEPOT-HOLD.
008650     EVALUATE WX-REASON-CODE (MF-IDX)
008660         WHEN "MH"
008670             ADD 1 TO WS-DEPOT-MAINT
008680         WHEN "NR"
008690             ADD 1 TO WS-DEPOT-NO-READ
008700         WHEN "P2"
008710             ADD 1 TO WS-DEPOT-P2
008720         WHEN "P1"
008730             ADD 1 TO WS-DEPOT-P1
008740         WHEN OTHER
008750             CONTINUE
008760     END-EVALUATE.
008770
008780     PERFORM 9210-SET-REASON-TEXT THRU 9210-EXIT.
008790     MOVE SPACES TO DISPATCH-RPT-LINE.
008800     STRING "  VEHICLE " WX-VEHICLE-ID (MF-IDX)
008810         "  BAND " WX-BAND (MF-IDX)
008820         "  " WX-DECISION (MF-IDX)
008830         "  " WS-RPT-REASON
008840         DELIMITED BY SIZE INTO DISPATCH-RPT-LINE.
008850     WRITE DISPATCH-RPT-LINE.
008860
008870     MOVE SPACES TO DISPATCH-MANIFEST-RECORD.
008880     MOVE WS-BUSINESS-DATE TO DM-BUSINESS-DATE.
008890     MOVE WX-DEPOT (MF-IDX) TO DM-DEPOT.
008900     MOVE WX-VEHICLE-ID (MF-IDX) TO DM-VEHICLE-ID.
008910     MOVE WX-DECISION (MF-IDX) TO DM-DECISION.
008920     MOVE WX-REASON-CODE (MF-IDX) TO DM-REASON-CODE.
008930     MOVE WX-BAND (MF-IDX) TO DM-BAND.
008940     WRITE DISPATCH-MANIFEST-RECORD.
008950 9200-EXIT.
008960     EXIT.
008970*
008980 9210-SET-REASON-TEXT.
008990     MOVE SPACES TO WS-RPT-REASON.
009000     EVALUATE WX-REASON-CODE (MF-IDX)
009010         WHEN "MH"
009020             IF WX-REASON-DETAIL (MF-IDX) = "F"
009030                 MOVE "MAINTENANCE - SENSOR FLAG TONIGHT"
009040                     TO WS-RPT-REASON
009050             ELSE
009060                 STRING "MAINTENANCE - WORK ORDER OPEN ("
009070                     WX-REASON-DETAIL (MF-IDX) ")"
009080                     DELIMITED BY SIZE INTO WS-RPT-REASON
009090             END-IF
009100         WHEN "NR"
009110             MOVE "NO READING TONIGHT" TO WS-RPT-REASON
009120         WHEN "P2"
009130             MOVE "P2 - NO CONFIRMED DELIVERY" TO WS-RPT-REASON
009140         WHEN "P1"
009150             MOVE "P1 - REFUEL ORDERED" TO WS-RPT-REASON
009160         WHEN OTHER
009170             IF WX-BAND (MF-IDX) = "P2"
009180                 MOVE "P2 - DELIVERY CONFIRMED" TO WS-RPT-REASON
009190             ELSE
009200                 MOVE "READY" TO WS-RPT-REASON
009210             END-IF
009220     END-EVALUATE.
009230 9210-EXIT.
009240     EXIT.
009250*
009260*-----------------------------------------------------------
009270* 9300-WRITE-DEPOT-TOTALS - THE DECISION COUNTS AT A DEPOT
009280*                           BREAK, ROLLED INTO THE FLEET TOTALS.
009290*-----------------------------------------------------------
009300 9300-WRITE-DEPOT-TOTALS.
009310     MOVE WS-DEPOT-VEHICLES TO WS-RPT-TOTAL-ED.
009320     MOVE WS-DEPOT-GO TO WS-RPT-GO-ED.
009330     MOVE WS-DEPOT-HOLD TO WS-RPT-HOLD-ED.
009340     MOVE WS-DEPOT-MAINT TO WS-RPT-MAINT-ED.
009350     MOVE WS-DEPOT-NO-READ TO WS-RPT-NO-READ-ED.
009360     MOVE WS-DEPOT-P2 TO WS-RPT-P2-ED.
009370     MOVE WS-DEPOT-P1 TO WS-RPT-P1-ED.
009380     PERFORM 9500-WRITE-COUNT-LINES THRU 9500-EXIT.
009390
009400     ADD WS-DEPOT-VEHICLES TO WS-FLEET-VEHICLES.
009410     ADD WS-DEPOT-GO TO WS-FLEET-GO.
009420     ADD WS-DEPOT-HOLD TO WS-FLEET-HOLD.
009430     ADD WS-DEPOT-MAINT TO WS-FLEET-MAINT.
009440     ADD WS-DEPOT-NO-READ TO WS-FLEET-NO-READ.
009450     ADD WS-DEPOT-P2 TO WS-FLEET-P2.
009460     ADD WS-DEPOT-P1 TO WS-FLEET-P1.
009470 9300-EXIT.
009480     EXIT.
009490*
009500*-----------------------------------------------------------
009510* 9400-WRITE-FLEET-TOTALS - THE SAME COUNTS FOR THE WHOLE
009520*                           FLEET.
009530*-----------------------------------------------------------
009540 9400-WRITE-FLEET-TOTALS.
009550     MOVE SPACES TO DISPATCH-RPT-LINE.
009560     WRITE DISPATCH-RPT-LINE.
009570     IF WS-MANIFEST-COUNT = ZERO
009580         MOVE "  NONE - NO IN-SERVICE VEHICLES ON THE MASTER"
009590             TO DISPATCH-RPT-LINE
009600         WRITE DISPATCH-RPT-LINE
009610         MOVE SPACES TO DISPATCH-RPT-LINE.
009620     MOVE "ALL DEPOTS" TO DISPATCH-RPT-LINE.
009630     WRITE DISPATCH-RPT-LINE.
009640     MOVE WS-FLEET-VEHICLES TO WS-RPT-TOTAL-ED.
009650     MOVE WS-FLEET-GO TO WS-RPT-GO-ED.
009660     MOVE WS-FLEET-HOLD TO WS-RPT-HOLD-ED.
009670     MOVE WS-FLEET-MAINT TO WS-RPT-MAINT-ED.
009680     MOVE WS-FLEET-NO-READ TO WS-RPT-NO-READ-ED.
009690     MOVE WS-FLEET-P2 TO WS-RPT-P2-ED.
009700     MOVE WS-FLEET-P1 TO WS-RPT-P1-ED.
009710     PERFORM 9500-WRITE-COUNT-LINES THRU 9500-EXIT.
009720
009730     IF MANIFEST-TABLE-FULL
009740         MOVE SPACES TO DISPATCH-RPT-LINE
009750         MOVE "  MORE IN-SERVICE VEHICLES THAN THE TABLE HOLDS -"
009760             TO DISPATCH-RPT-LINE
009770         WRITE DISPATCH-RPT-LINE
009780         MOVE "  THE REST ARE NOT ON THIS MANIFEST"
009790             TO DISPATCH-RPT-LINE
009800         WRITE DISPATCH-RPT-LINE.
009810 9400-EXIT.
009820     EXIT.
009830*
009840 9500-WRITE-COUNT-LINES.
009850     MOVE SPACES TO DISPATCH-RPT-LINE.
009860     STRING "    VEHICLES " WS-RPT-TOTAL-ED
009870         "  GO " WS-RPT-GO-ED
009880         "  HOLD " WS-RPT-HOLD-ED
009890         "  (P1 GO " WS-RPT-P1-ED ")"
009900         DELIMITED BY SIZE INTO DISPATCH-RPT-LINE.
009910     WRITE DISPATCH-RPT-LINE.
009920     MOVE SPACES TO DISPATCH-RPT-LINE.
009930     STRING "    HOLD FOR MAINTENANCE " WS-RPT-MAINT-ED
009940         "  NO READING " WS-RPT-NO-READ-ED
009950         "  P2 UNCONFIRMED " WS-RPT-P2-ED
009960         DELIMITED BY SIZE INTO DISPATCH-RPT-LINE.
009970     WRITE DISPATCH-RPT-LINE.
009980 9500-EXIT.
009990     EXIT.
010000*
010001*-----------------------------------------------------------
010002* 7000-PREVIOUS-DAY - STEP WS-CUR-DATE BACK ONE CALENDAR DAY,
010003*                     LEAP FEBRUARY INCLUDED, THE SAME WAY
010004*                     LAB07-DLVREC WALKS ITS DELIVERY WINDOW.
010005*-----------------------------------------------------------
010006 7000-PREVIOUS-DAY.
010007     IF WS-CUR-DD > 1
010008         SUBTRACT 1 FROM WS-CUR-DD
010009         GO TO 7000-EXIT.
010010     IF WS-CUR-MM > 1
010011         SUBTRACT 1 FROM WS-CUR-MM
010012     ELSE
010013         SUBTRACT 1 FROM WS-CUR-YYYY
010014         MOVE 12 TO WS-CUR-MM.
010015     PERFORM 7200-SET-DAYS-IN-MONTH THRU 7200-EXIT.
010016     MOVE WS-DAYS-IN-MONTH TO WS-CUR-DD.
010017 7000-EXIT.
010018     EXIT.
010019*
010037*-----------------------------------------------------------
010038* 7200-SET-DAYS-IN-MONTH - HOW MANY DAYS WS-CUR-DATE'S MONTH
010039*                          HAS, TESTING THE YEAR FOR A LEAP
010040*                          FEBRUARY WITH PLAIN DIVIDES.
010041*-----------------------------------------------------------
010042 7200-SET-DAYS-IN-MONTH.
010043     EVALUATE WS-CUR-MM
010044         WHEN 01
010045         WHEN 03
010046         WHEN 05
010047         WHEN 07
010048         WHEN 08
010049         WHEN 10
010050         WHEN 12
010051             MOVE 31 TO WS-DAYS-IN-MONTH
010052         WHEN 04
010053         WHEN 06
010054         WHEN 09
010055         WHEN 11
010056             MOVE 30 TO WS-DAYS-IN-MONTH
010057         WHEN 02
010058             MOVE 28 TO WS-DAYS-IN-MONTH
010059             DIVIDE WS-CUR-YYYY BY 4
010060                 GIVING WS-LEAP-QUOTIENT
010061                 REMAINDER WS-LEAP-REMAINDER
010062             IF WS-LEAP-REMAINDER = ZERO
010063                 DIVIDE WS-CUR-YYYY BY 100
010064                     GIVING WS-LEAP-QUOTIENT
010065                     REMAINDER WS-LEAP-REMAINDER
010066                 IF WS-LEAP-REMAINDER NOT = ZERO
010067                     MOVE 29 TO WS-DAYS-IN-MONTH
010068                 ELSE
010069                     DIVIDE WS-CUR-YYYY BY 400
010070                         GIVING WS-LEAP-QUOTIENT
010071                         REMAINDER WS-LEAP-REMAINDER
010072                     IF WS-LEAP-REMAINDER = ZERO
010073                         MOVE 29 TO WS-DAYS-IN-MONTH
010074                     END-IF
010075                 END-IF
010076             END-IF
010077         WHEN OTHER
010078             MOVE 31 TO WS-DAYS-IN-MONTH
010079     END-EVALUATE.
010080 7200-EXIT.
010081     EXIT.
010082*
010083*-----------------------------------------------------------
010084* 8000-READ-RUN-CONTROL - READ THE SINGLE RUNCTL RECORD INTO
010085*                         THE WORKING-STORAGE GROUP, NOTING
010086*                         WHETHER ONE EXISTS AT ALL.
010087*-----------------------------------------------------------
010088 8000-READ-RUN-CONTROL.
010089     MOVE "N" TO WS-RUNCTL-FOUND-SW.
010090     OPEN INPUT RUN-CONTROL-FILE.
010091     IF RUNCTL-FILE-MISSING
010100         GO TO 8000-EXIT.
010110     READ RUN-CONTROL-FILE
010120         AT END SET RUNCTL-FILE-EOF TO TRUE
010130     END-READ.
010140     IF RUNCTL-FILE-OK
010150         MOVE RUN-CONTROL-LINE TO RUN-CONTROL-RECORD
010160         SET RUNCTL-FOUND TO TRUE.
010170     CLOSE RUN-CONTROL-FILE.
010180 8000-EXIT.
010190     EXIT.
010200*
010210 END PROGRAM LAB07-DSPRDY.
