000010******************************************************************
000020* Author......: Mostapha A
000030* Installation: Fleet Operations - Dispatch Systems
000040* Date-Written: 2026-10-15
000050* Purpose.....: Weekly vehicle master synchronisation from the
000060*               corporate fleet asset system. Until now VEHMAST
000070*               was kept only by hand in LAB07-VMAINT, so
000080*               purchases, disposals, and depot transfers reached
000090*               us days late or never - sold trucks stayed on the
000100*               RATERPT missing-reading list and new trucks rated
000110*               under depot "????". This job reads the asset
000120*               system's weekly change feed (ASSETFD, header/
000130*               detail/trailer - COPY ASSETFD), verifies the
000140*               trailer count the way LAB07-ORDCNF checks ORDCONF,
000150*               and applies each add, transfer, retirement, and
000160*               type change to VEHMAST, refusing any action that
000170*               is impossible against the master as it stands (a
000180*               duplicate add, a change to an unknown or already
000190*               retired vehicle, a move to the depot it is already
000200*               at). Every applied change is logged to VEHMLOG
000210*               under this job's name as the operator ID. SYNCRPT
000220*               lists what was applied and what was rejected and
000230*               why; SYNCCMP then compares the whole master
000240*               against the asset system's full register
000250*               extract (ASSETREG - COPY ASSETRG) and lists
000260*               every difference, so the two can be brought
000270*               back into line.
000280*--------------------------------------------------------------
000290* Modification History
000300*   DATE       BY    DESCRIPTION
000310*   ---------- ----- ----------------------------------------
000320*   2026-10-15 MAA   Original. An out-of-balance change feed is
000330*                    reported and NOT applied, the same rule
000340*                    LAB07-ORDCNF follows. The compare still runs
000350*                    against the master as it stands.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000390 PROGRAM-ID. LAB07-ASTSYN.
000400 AUTHOR. MOSTAPHA A.
000410 INSTALLATION. FLEET OPERATIONS - DISPATCH SYSTEMS.
000420 DATE-WRITTEN. 2026-10-15.
000430 DATE-COMPILED.
000440 ENVIRONMENT DIVISION.
000450*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000460 CONFIGURATION SECTION.
000470*-----------------------
000480 INPUT-OUTPUT SECTION.
000490*-----------------------
000500 FILE-CONTROL.
000510     SELECT ASSET-FEED-FILE ASSIGN TO "ASSETFD"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-FEED-STATUS.
000540
000550     SELECT ASSET-REG-FILE ASSIGN TO "ASSETREG"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-ASSETREG-STATUS.
000580
000590     SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHMAST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS VM-VEHICLE-ID
000630         FILE STATUS IS WS-VEHMAST-STATUS.
000640
000650     SELECT VEHMAST-CHANGE-LOG ASSIGN TO "VEHMLOG"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-VEHMLOG-STATUS.
000680
000690     SELECT SYNC-REPORT-FILE ASSIGN TO "SYNCRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-SYNCRPT-STATUS.
000720
000730     SELECT COMPARE-REPORT-FILE ASSIGN TO "SYNCCMP"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-SYNCCMP-STATUS.
000760 DATA DIVISION.
000770*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000780 FILE SECTION.
000790*-----------------------
000800 FD  ASSET-FEED-FILE
000810     RECORD CONTAINS 32 CHARACTERS.
000820     COPY ASSETFD.
000830
000840 FD  ASSET-REG-FILE
000850     RECORD CONTAINS 32 CHARACTERS.
000860     COPY ASSETRG.
000870
000880 FD  VEHICLE-MASTER-FILE
000890     RECORD CONTAINS 15 CHARACTERS.
000900     COPY VEHMAST.
000910
000920 FD  VEHMAST-CHANGE-LOG
000930     RECORD CONTAINS 64 CHARACTERS.
000940 01  VEHMAST-CHANGE-LINE        PIC X(64).
000950
000960 FD  SYNC-REPORT-FILE
000970     RECORD CONTAINS 80 CHARACTERS.
000980 01  SYNC-RPT-LINE              PIC X(80).
000990
001000 FD  COMPARE-REPORT-FILE
001010     RECORD CONTAINS 80 CHARACTERS.
001020 01  COMPARE-RPT-LINE           PIC X(80).
001030*-----------------------
001040 WORKING-STORAGE SECTION.
001050*-----------------------
001060 01  FEED-FILE-SWITCHES.
001070     05  WS-FEED-STATUS          PIC X(02) VALUE SPACES.
001080         88  FEED-FILE-OK        VALUE "00".
001090         88  FEED-FILE-EOF       VALUE "10".
001100         88  FEED-FILE-MISSING   VALUE "35".
001110
001120 01  ASSETREG-FILE-SWITCHES.
001130     05  WS-ASSETREG-STATUS      PIC X(02) VALUE SPACES.
001140         88  ASSETREG-FILE-OK    VALUE "00".
001150         88  ASSETREG-FILE-EOF   VALUE "10".
001160         88  ASSETREG-FILE-MISSING VALUE "35".
001170
001180 01  VEHMAST-SWITCHES.
001190     05  WS-VEHMAST-STATUS       PIC X(02) VALUE SPACES.
001200         88  VEHMAST-FILE-OK     VALUE "00".
001210         88  VEHMAST-NOT-FOUND   VALUE "23".
001220         88  VEHMAST-FILE-MISSING VALUE "35".
001230
001240 01  VEHMLOG-SWITCHES.
001250     05  WS-VEHMLOG-STATUS       PIC X(02) VALUE SPACES.
001260         88  VEHMLOG-FILE-OK     VALUE "00".
001270         88  VEHMLOG-FILE-MISSING VALUE "35".
001280
001290 01  SYNCRPT-FILE-SWITCHES.
001300     05  WS-SYNCRPT-STATUS       PIC X(02) VALUE SPACES.
001310         88  SYNCRPT-FILE-OK     VALUE "00".
001320
001330 01  SYNCCMP-FILE-SWITCHES.
001340     05  WS-SYNCCMP-STATUS       PIC X(02) VALUE SPACES.
001350         88  SYNCCMP-FILE-OK     VALUE "00".
001360
001370     COPY VMCHGLOG.
001380
001390 01  SYNC-SWITCHES.
001400     05  WS-EOF-SW               PIC X(01) VALUE "N".
001410         88  END-OF-FILE         VALUE "Y".
001420     05  WS-FEED-RECEIVED-SW     PIC X(01) VALUE "N".
001430         88  FEED-RECEIVED       VALUE "Y".
001440     05  WS-FEED-HEADER-SW       PIC X(01) VALUE "N".
001450         88  FEED-HEADER-FOUND   VALUE "Y".
001460     05  WS-FEED-TRAILER-SW      PIC X(01) VALUE "N".
001470         88  FEED-TRAILER-FOUND  VALUE "Y".
001480     05  WS-FEED-BALANCE-SW      PIC X(01) VALUE "N".
001490         88  FEED-IN-BALANCE     VALUE "Y".
001500     05  WS-REG-RECEIVED-SW      PIC X(01) VALUE "N".
001510         88  REGISTER-RECEIVED   VALUE "Y".
001520     05  WS-REG-HEADER-SW        PIC X(01) VALUE "N".
001530         88  REG-HEADER-FOUND    VALUE "Y".
001540     05  WS-REG-TRAILER-SW       PIC X(01) VALUE "N".
001550         88  REG-TRAILER-FOUND   VALUE "Y".
001560     05  WS-REG-BALANCE-SW       PIC X(01) VALUE "N".
001570         88  REGISTER-IN-BALANCE VALUE "Y".
001580     05  WS-REG-OVFL-SW          PIC X(01) VALUE "N".
001590         88  REGISTER-TABLE-FULL VALUE "Y".
001600     05  WS-REJ-OVFL-SW          PIC X(01) VALUE "N".
001610         88  REJECT-TABLE-FULL   VALUE "Y".
001620     05  WS-REG-FOUND-SW         PIC X(01) VALUE "N".
001630         88  REG-ENTRY-FOUND     VALUE "Y".
001640     05  WS-VEH-DIFFERS-SW       PIC X(01) VALUE "N".
001650         88  VEHICLE-DIFFERS     VALUE "Y".
001660
001670 01  SYNC-CONSTANTS.
001680     05  WS-SYNC-OPERATOR-ID     PIC X(08) VALUE "ASTSYN".
001690
001700 01  REGISTER-TABLE.
001710     05  WS-REG-MAX              PIC 9(04) COMP VALUE 2000.
001720     05  WS-REG-COUNT            PIC 9(04) COMP VALUE ZERO.
001730     05  WS-REG-FOUND-IDX        PIC 9(04) COMP VALUE ZERO.
001740     05  WS-REG-ENTRY            OCCURS 2000 TIMES
001750                                 INDEXED BY RG-IDX.
001760         10  WG-VEHICLE-ID       PIC X(06).
001770         10  WG-DEPOT            PIC X(04).
001780         10  WG-VEHICLE-TYPE     PIC X(04).
001790         10  WG-STATUS           PIC X(01).
001800         10  WG-MATCHED-SW       PIC X(01).
001810
001820 01  REJECT-TABLE.
001830     05  WS-REJ-MAX              PIC 9(04) COMP VALUE 500.
001840     05  WS-REJ-COUNT            PIC 9(04) COMP VALUE ZERO.
001850     05  WS-REJ-ENTRY            OCCURS 500 TIMES
001860                                 INDEXED BY RJ-IDX.
001870         10  WJ-ACTION           PIC X(03).
001880         10  WJ-VEHICLE-ID       PIC X(06).
001890         10  WJ-DEPOT            PIC X(04).
001900         10  WJ-VEHICLE-TYPE     PIC X(04).
001910         10  WJ-REASON           PIC X(32).
001920
001930 01  SYNC-COUNTERS.
001940     05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001950     05  WS-FEED-DATE            PIC 9(08) VALUE ZERO.
001960     05  WS-REG-DATE             PIC 9(08) VALUE ZERO.
001970     05  WS-FEED-DETAILS-READ    PIC 9(07) COMP VALUE ZERO.
001980     05  WS-FEED-TRL-COUNT       PIC 9(07) VALUE ZERO.
001990     05  WS-REG-DETAILS-READ     PIC 9(07) COMP VALUE ZERO.
002000     05  WS-REG-TRL-COUNT        PIC 9(07) VALUE ZERO.
002010     05  WS-ADDED-COUNT          PIC 9(05) COMP VALUE ZERO.
002020     05  WS-TRANSFERRED-COUNT    PIC 9(05) COMP VALUE ZERO.
002030     05  WS-RETIRED-COUNT        PIC 9(05) COMP VALUE ZERO.
002040     05  WS-RETYPED-COUNT        PIC 9(05) COMP VALUE ZERO.
002050     05  WS-APPLIED-COUNT        PIC 9(05) COMP VALUE ZERO.
002060     05  WS-REJECTED-COUNT       PIC 9(05) COMP VALUE ZERO.
002070     05  WS-MASTER-COUNT         PIC 9(05) COMP VALUE ZERO.
002080     05  WS-AGREE-COUNT          PIC 9(05) COMP VALUE ZERO.
002090     05  WS-DIFFER-COUNT         PIC 9(05) COMP VALUE ZERO.
002100     05  WS-DIFF-LINE-COUNT      PIC 9(05) COMP VALUE ZERO.
002110     05  WS-REG-ONLY-COUNT       PIC 9(05) COMP VALUE ZERO.
002120
002130 01  SYNC-WORK-FIELDS.
002140     05  WS-REJECT-REASON        PIC X(32) VALUE SPACES.
002150     05  WS-DIFF-FIELD           PIC X(08) VALUE SPACES.
002160     05  WS-DIFF-MASTER          PIC X(04) VALUE SPACES.
002170     05  WS-DIFF-REGISTER        PIC X(04) VALUE SPACES.
002180     05  WS-STATUS-TEXT          PIC X(10) VALUE SPACES.
002190
002200 01  REPORT-WORK-FIELDS.
002210     05  WS-RPT-COUNT-ED         PIC ZZZ,ZZ9.
002220*-----------------------
002230 PROCEDURE DIVISION.
002240*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002250 0000-MAINLINE.
002260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002270     PERFORM 2000-APPLY-FEED THRU 2000-EXIT.
002280     PERFORM 3000-COMPARE-REGISTER THRU 3000-EXIT.
002290     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002300
002310     STOP RUN.
002320*
002330*-----------------------------------------------------------
002340* 1000-INITIALIZE - CHECK THE CHANGE FEED BALANCES BEFORE ANY
002350*                   OF IT IS APPLIED, AND LOAD THE REGISTER
002360*                   EXTRACT FOR THE COMPARE.
002370*-----------------------------------------------------------
002380 1000-INITIALIZE.
002390     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002400     PERFORM 1100-CHECK-FEED-BALANCE THRU 1100-EXIT.
002410     PERFORM 1200-LOAD-REGISTER THRU 1200-EXIT.
002420 1000-EXIT.
002430     EXIT.
002440*
002450*-----------------------------------------------------------
002460* 1100-CHECK-FEED-BALANCE - A FIRST PASS OF ASSETFD THAT ONLY
002470*                           COUNTS - THE HEADER GIVES THE FEED
002480*                           DATE, THE TRAILER ITS CONTROL COUNT,
002490*                           AND EVERY DETAIL IS COUNTED. NOTHING
002500*                           IS APPLIED UNTIL THE WHOLE FEED
002510*                           BALANCES.
002520*-----------------------------------------------------------
002530 1100-CHECK-FEED-BALANCE.
002540     OPEN INPUT ASSET-FEED-FILE.
002550     IF FEED-FILE-MISSING
002560         GO TO 1100-EXIT.
002570     SET FEED-RECEIVED TO TRUE.
002580     MOVE "N" TO WS-EOF-SW.
002590     PERFORM 1900-READ-FEED THRU 1900-EXIT.
002600     PERFORM 1110-COUNT-ONE-FEED THRU 1110-EXIT
002610         UNTIL END-OF-FILE.
002620     CLOSE ASSET-FEED-FILE.
002630
002640     IF FEED-HEADER-FOUND AND FEED-TRAILER-FOUND
002650             AND WS-FEED-TRL-COUNT = WS-FEED-DETAILS-READ
002660         SET FEED-IN-BALANCE TO TRUE.
002670 1100-EXIT.
002680     EXIT.
002690*
002700 1110-COUNT-ONE-FEED.
002710     EVALUATE AD-RECORD-TYPE
002720         WHEN "HDR"
002730             SET FEED-HEADER-FOUND TO TRUE
002740             MOVE AH-FEED-DATE TO WS-FEED-DATE
002750         WHEN "TRL"
002760             SET FEED-TRAILER-FOUND TO TRUE
002770             MOVE AT-RECORD-COUNT TO WS-FEED-TRL-COUNT
002780         WHEN "DTL"
002790             ADD 1 TO WS-FEED-DETAILS-READ
002800         WHEN OTHER
002810             CONTINUE
002820     END-EVALUATE.
002830     PERFORM 1900-READ-FEED THRU 1900-EXIT.
002840 1110-EXIT.
002850     EXIT.
002860*
002870 1900-READ-FEED.
002880     READ ASSET-FEED-FILE
002890         AT END SET END-OF-FILE TO TRUE.
002900 1900-EXIT.
002910     EXIT.
002920*
002930*-----------------------------------------------------------
002940* 1200-LOAD-REGISTER - READ THE ASSET SYSTEM'S FULL REGISTER
002950*                      EXTRACT INTO THE REGISTER TABLE AND CHECK
002960*                      ITS TRAILER COUNT. A REGISTER LARGER THAN
002970*                      THE TABLE IS NOTED AND NOT COMPARED -
002980*                      HALF A REGISTER WOULD LIST EVERY VEHICLE
002990*                      IN THE OTHER HALF AS MISSING.
003000*-----------------------------------------------------------
003010 1200-LOAD-REGISTER.
003020     OPEN INPUT ASSET-REG-FILE.
003030     IF ASSETREG-FILE-MISSING
003040         GO TO 1200-EXIT.
003050     SET REGISTER-RECEIVED TO TRUE.
003060     MOVE "N" TO WS-EOF-SW.
003070     PERFORM 1910-READ-REGISTER THRU 1910-EXIT.
003080     PERFORM 1210-LOAD-ONE-REGISTER THRU 1210-EXIT
003090         UNTIL END-OF-FILE.
003100     CLOSE ASSET-REG-FILE.
003110
003120     IF REG-HEADER-FOUND AND REG-TRAILER-FOUND
003130             AND WS-REG-TRL-COUNT = WS-REG-DETAILS-READ
003140         SET REGISTER-IN-BALANCE TO TRUE.
003150 1200-EXIT.
003160     EXIT.
003170*
003180 1210-LOAD-ONE-REGISTER.
003190     EVALUATE RG-RECORD-TYPE
003200         WHEN "HDR"
003210             SET REG-HEADER-FOUND TO TRUE
003220             MOVE RH-EXTRACT-DATE TO WS-REG-DATE
003230         WHEN "TRL"
003240             SET REG-TRAILER-FOUND TO TRUE
003250             MOVE RT-RECORD-COUNT TO WS-REG-TRL-COUNT
003260         WHEN "REG"
003270             ADD 1 TO WS-REG-DETAILS-READ
003280             PERFORM 1220-TABLE-ONE-REGISTER THRU 1220-EXIT
003290         WHEN OTHER
003300             CONTINUE
003310     END-EVALUATE.
003320     PERFORM 1910-READ-REGISTER THRU 1910-EXIT.
003330 1210-EXIT.
003340     EXIT.
003350*
003360 1220-TABLE-ONE-REGISTER.
003370     IF WS-REG-COUNT NOT < WS-REG-MAX
003380         SET REGISTER-TABLE-FULL TO TRUE
003390         GO TO 1220-EXIT.
003400     ADD 1 TO WS-REG-COUNT.
003410     SET RG-IDX TO WS-REG-COUNT.
003420     MOVE RG-VEHICLE-ID TO WG-VEHICLE-ID (RG-IDX).
003430     MOVE RG-DEPOT TO WG-DEPOT (RG-IDX).
003440     MOVE RG-VEHICLE-TYPE TO WG-VEHICLE-TYPE (RG-IDX).
003450     MOVE RG-STATUS TO WG-STATUS (RG-IDX).
003460     MOVE "N" TO WG-MATCHED-SW (RG-IDX).
003470 1220-EXIT.
003480     EXIT.
003490*
003500 1910-READ-REGISTER.
003510     READ ASSET-REG-FILE
003520         AT END SET END-OF-FILE TO TRUE.
003530 1910-EXIT.
003540     EXIT.
003550*
003560*-----------------------------------------------------------
003570* 2000-APPLY-FEED - WRITE THE APPLIED/REJECTED REPORT. A
003580*                   MISSING OR OUT-OF-BALANCE FEED IS REPORTED
003590*                   AND NOTHING IS APPLIED; A BALANCED ONE IS
003600*                   READ AGAIN AND EVERY DETAIL APPLIED TO
003610*                   VEHMAST IN FEED ORDER, SO A VEHICLE BOUGHT
003620*                   AND TRANSFERRED IN THE SAME WEEK LANDS AT
003630*                   ITS NEW DEPOT.
003640*-----------------------------------------------------------
003650 2000-APPLY-FEED.
003660     OPEN OUTPUT SYNC-REPORT-FILE.
003670     PERFORM 2900-WRITE-SYNC-HEADING THRU 2900-EXIT.
003680
003690     IF NOT FEED-RECEIVED
003700         MOVE SPACES TO SYNC-RPT-LINE
003710         WRITE SYNC-RPT-LINE
003720         MOVE "NO ASSETFD CHANGE FEED RECEIVED - NOTHING APPLIED."
003730             TO SYNC-RPT-LINE
003740         WRITE SYNC-RPT-LINE
003750         GO TO 2000-CLOSE-REPORT.
003760     IF NOT FEED-IN-BALANCE
003770         PERFORM 2950-WRITE-BALANCE-FAILURE THRU 2950-EXIT
003780         GO TO 2000-CLOSE-REPORT.
003790
003800     OPEN I-O VEHICLE-MASTER-FILE.
003810     IF VEHMAST-FILE-MISSING
003820         OPEN OUTPUT VEHICLE-MASTER-FILE
003830         CLOSE VEHICLE-MASTER-FILE
003840         OPEN I-O VEHICLE-MASTER-FILE.
003850     OPEN EXTEND VEHMAST-CHANGE-LOG.
003860     IF VEHMLOG-FILE-MISSING
003870         OPEN OUTPUT VEHMAST-CHANGE-LOG.
003880
003890     MOVE SPACES TO SYNC-RPT-LINE.
003900     WRITE SYNC-RPT-LINE.
003910     MOVE "CHANGES APPLIED TO VEHMAST" TO SYNC-RPT-LINE.
003920     WRITE SYNC-RPT-LINE.
003930     MOVE "                   DEPOT         TYPE"
003940         TO SYNC-RPT-LINE.
003950     WRITE SYNC-RPT-LINE.
003960     MOVE SPACES TO SYNC-RPT-LINE.
003970     STRING "  ACTION  VEHICLE  OLD    NEW    "
003980         "OLD    NEW    EFF DATE"
003990         DELIMITED BY SIZE INTO SYNC-RPT-LINE.
004000     WRITE SYNC-RPT-LINE.
004010
004020     OPEN INPUT ASSET-FEED-FILE.
004030     MOVE "N" TO WS-EOF-SW.
004040     PERFORM 1900-READ-FEED THRU 1900-EXIT.
004050     PERFORM 2100-APPLY-ONE-FEED THRU 2100-EXIT
004060         UNTIL END-OF-FILE.
004070     CLOSE ASSET-FEED-FILE.
004080     CLOSE VEHMAST-CHANGE-LOG.
004090     CLOSE VEHICLE-MASTER-FILE.
004100
004110     IF WS-APPLIED-COUNT = ZERO
004120         MOVE SPACES TO SYNC-RPT-LINE
004130         MOVE "  NONE" TO SYNC-RPT-LINE
004140         WRITE SYNC-RPT-LINE.
004150
004160     PERFORM 2600-WRITE-REJECTS THRU 2600-EXIT.
004170     PERFORM 2700-WRITE-SYNC-COUNTS THRU 2700-EXIT.
004180 2000-CLOSE-REPORT.
004190     CLOSE SYNC-REPORT-FILE.
004200 2000-EXIT.
004210     EXIT.
004220*
004230*-----------------------------------------------------------
004240* 2100-APPLY-ONE-FEED - ONE FEED RECORD. HEADER AND TRAILER
004250*                       WERE TAKEN ON THE FIRST PASS; EACH
004260*                       DETAIL IS APPLIED BY ITS ACTION, AND ANY
004270*                       DETAIL LEFT WITH A REJECT REASON IS
004280*                       TABLED FOR THE REJECTED SECTION.
004290*-----------------------------------------------------------
004300 2100-APPLY-ONE-FEED.
004310     IF AD-RECORD-TYPE NOT = "DTL"
004320         GO TO 2100-READ-NEXT.
004330     MOVE SPACES TO WS-REJECT-REASON.
004340
004350     IF AD-VEHICLE-ID = SPACES
004360         MOVE "NO VEHICLE ID" TO WS-REJECT-REASON
004370     ELSE IF AD-ACTION-ADD
004380         PERFORM 2200-APPLY-ADD THRU 2200-EXIT
004390     ELSE IF AD-ACTION-TRANSFER
004400         PERFORM 2300-APPLY-TRANSFER THRU 2300-EXIT
004410     ELSE IF AD-ACTION-RETIRE
004420         PERFORM 2400-APPLY-RETIRE THRU 2400-EXIT
004430     ELSE IF AD-ACTION-TYPE
004440         PERFORM 2500-APPLY-TYPE-CHANGE THRU 2500-EXIT
004450     ELSE
004460         MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON.
004470
004480     IF WS-REJECT-REASON NOT = SPACES
004490         PERFORM 2190-TABLE-ONE-REJECT THRU 2190-EXIT.
004500 2100-READ-NEXT.
004510     PERFORM 1900-READ-FEED THRU 1900-EXIT.
004520 2100-EXIT.
004530     EXIT.
004540*
004550*-----------------------------------------------------------
004560* 2150-READ-LIVE-VEHICLE - READ THE FEED'S VEHICLE FROM THE
004570*                          MASTER FOR A TRANSFER, RETIREMENT,
004580*                          OR TYPE CHANGE. A VEHICLE NOT ON THE
004590*                          MASTER, OR ALREADY RETIRED, CANNOT BE
004600*                          CHANGED.
004610*-----------------------------------------------------------
004620 2150-READ-LIVE-VEHICLE.
004630     MOVE AD-VEHICLE-ID TO VM-VEHICLE-ID.
004640     READ VEHICLE-MASTER-FILE
004650         INVALID KEY
004660             MOVE "VEHICLE NOT ON MASTER"
004670                 TO WS-REJECT-REASON
004680             GO TO 2150-EXIT.
004690     IF VM-RETIRED
004700         MOVE "VEHICLE ALREADY RETIRED" TO WS-REJECT-REASON.
004710 2150-EXIT.
004720     EXIT.
004730*
004740 2190-TABLE-ONE-REJECT.
004750     ADD 1 TO WS-REJECTED-COUNT.
004760     IF WS-REJ-COUNT NOT < WS-REJ-MAX
004770         SET REJECT-TABLE-FULL TO TRUE
004780         GO TO 2190-EXIT.
004790     ADD 1 TO WS-REJ-COUNT.
004800     SET RJ-IDX TO WS-REJ-COUNT.
004810     MOVE AD-ACTION TO WJ-ACTION (RJ-IDX).
004820     MOVE AD-VEHICLE-ID TO WJ-VEHICLE-ID (RJ-IDX).
004830     MOVE AD-DEPOT TO WJ-DEPOT (RJ-IDX).
004840     MOVE AD-VEHICLE-TYPE TO WJ-VEHICLE-TYPE (RJ-IDX).
004850     MOVE WS-REJECT-REASON TO WJ-REASON (RJ-IDX).
004860 2190-EXIT.
004870     EXIT.
004880*
004890*-----------------------------------------------------------
004900* 2200-APPLY-ADD - A NEW IN-SERVICE VEHICLE. THE DEPOT AND
004910*                  TYPE MUST BOTH BE GIVEN, AND AN ID ALREADY
004920*                  ON THE MASTER - IN SERVICE OR RETIRED - IS A
004930*                  DUPLICATE ADD AND IS NOT OVERWRITTEN.
004940*-----------------------------------------------------------
004950 2200-APPLY-ADD.
004960     IF AD-DEPOT = SPACES OR AD-VEHICLE-TYPE = SPACES
004970         MOVE "ADD WITHOUT DEPOT OR TYPE" TO WS-REJECT-REASON
004980         GO TO 2200-EXIT.
004990
005000     MOVE AD-VEHICLE-ID TO VM-VEHICLE-ID.
005010     MOVE AD-DEPOT TO VM-DEPOT.
005020     MOVE AD-VEHICLE-TYPE TO VM-VEHICLE-TYPE.
005030     SET VM-IN-SERVICE TO TRUE.
005040     WRITE VEHICLE-MASTER-RECORD
005050         INVALID KEY
005060             MOVE "DUPLICATE ADD - ALREADY ON FILE"
005070                 TO WS-REJECT-REASON
005080             GO TO 2200-EXIT.
005090
005100     MOVE SPACES TO VEHMAST-CHANGE-RECORD.
005110     SET VC-ACTION-ADD TO TRUE.
005120     PERFORM 2800-WRITE-CHANGE-LOG THRU 2800-EXIT.
005130     ADD 1 TO WS-ADDED-COUNT.
005140 2200-EXIT.
005150     EXIT.
005160*
005170*-----------------------------------------------------------
005180* 2300-APPLY-TRANSFER - MOVE A LIVE VEHICLE TO THE FEED'S
005190*                       DEPOT. A TRANSFER TO THE DEPOT IT IS
005200*                       ALREADY AT IS REFUSED, SO A FEED SENT
005210*                       TWICE CHANGES NOTHING THE SECOND TIME.
005220*-----------------------------------------------------------
005230 2300-APPLY-TRANSFER.
005240     IF AD-DEPOT = SPACES
005250         MOVE "TRANSFER WITHOUT A DEPOT" TO WS-REJECT-REASON
005260         GO TO 2300-EXIT.
005270     PERFORM 2150-READ-LIVE-VEHICLE THRU 2150-EXIT.
005280     IF WS-REJECT-REASON NOT = SPACES
005290         GO TO 2300-EXIT.
005300     IF VM-DEPOT = AD-DEPOT
005310         MOVE "ALREADY AT THAT DEPOT" TO WS-REJECT-REASON
005320         GO TO 2300-EXIT.
005330
005340     PERFORM 2750-SAVE-BEFORE-IMAGE THRU 2750-EXIT.
005350     MOVE AD-DEPOT TO VM-DEPOT.
005360     REWRITE VEHICLE-MASTER-RECORD.
005370     SET VC-ACTION-DEPOT TO TRUE.
005380     PERFORM 2800-WRITE-CHANGE-LOG THRU 2800-EXIT.
005390     ADD 1 TO WS-TRANSFERRED-COUNT.
005400 2300-EXIT.
005410     EXIT.
005420*
005430*-----------------------------------------------------------
005440* 2400-APPLY-RETIRE - A DISPOSAL. THE VEHICLE STAYS ON THE
005450*                     MASTER FOR ITS HISTORY, FLAGGED RETIRED,
005460*                     THE SAME WAY LAB07-VMAINT RETIRES ONE.
005470*-----------------------------------------------------------
005480 2400-APPLY-RETIRE.
005490     PERFORM 2150-READ-LIVE-VEHICLE THRU 2150-EXIT.
005500     IF WS-REJECT-REASON NOT = SPACES
005510         GO TO 2400-EXIT.
005520
005530     PERFORM 2750-SAVE-BEFORE-IMAGE THRU 2750-EXIT.
005540     SET VM-RETIRED TO TRUE.
005550     REWRITE VEHICLE-MASTER-RECORD.
005560     SET VC-ACTION-RETIRE TO TRUE.
005570     PERFORM 2800-WRITE-CHANGE-LOG THRU 2800-EXIT.
005580     ADD 1 TO WS-RETIRED-COUNT.
005590 2400-EXIT.
005600     EXIT.
005610*
005620*-----------------------------------------------------------
005630* 2500-APPLY-TYPE-CHANGE - RE-TYPE A LIVE VEHICLE, SO IT RATES
005640*                          UNDER ITS NEW TYPE'S THRESHOLD SET
005650*                          FROM THE NEXT RUN ON.
005660*-----------------------------------------------------------
005670 2500-APPLY-TYPE-CHANGE.
005680     IF AD-VEHICLE-TYPE = SPACES
005690         MOVE "TYPE CHANGE WITHOUT A TYPE" TO WS-REJECT-REASON
005700         GO TO 2500-EXIT.
005710     PERFORM 2150-READ-LIVE-VEHICLE THRU 2150-EXIT.
005720     IF WS-REJECT-REASON NOT = SPACES
005730         GO TO 2500-EXIT.
005740     IF VM-VEHICLE-TYPE = AD-VEHICLE-TYPE
005750         MOVE "ALREADY THAT TYPE" TO WS-REJECT-REASON
005760         GO TO 2500-EXIT.
005770
005780     PERFORM 2750-SAVE-BEFORE-IMAGE THRU 2750-EXIT.
005790     MOVE AD-VEHICLE-TYPE TO VM-VEHICLE-TYPE.
005800     REWRITE VEHICLE-MASTER-RECORD.
005810     SET VC-ACTION-TYPE TO TRUE.
005820     PERFORM 2800-WRITE-CHANGE-LOG THRU 2800-EXIT.
005830     ADD 1 TO WS-RETYPED-COUNT.
005840 2500-EXIT.
005850     EXIT.
005860*
005870*-----------------------------------------------------------
005880* 2600-WRITE-REJECTS - EVERY FEED DETAIL REFUSED, WITH THE
005890*                      REASON, FOR THE ASSET TEAM TO CORRECT
005900*                      AT THEIR END.
005910*-----------------------------------------------------------
005920 2600-WRITE-REJECTS.
005930     MOVE SPACES TO SYNC-RPT-LINE.
005940     WRITE SYNC-RPT-LINE.
005950     MOVE "CHANGES REJECTED" TO SYNC-RPT-LINE.
005960     WRITE SYNC-RPT-LINE.
005970     IF WS-REJECTED-COUNT = ZERO
005980         MOVE SPACES TO SYNC-RPT-LINE
005990         MOVE "  NONE" TO SYNC-RPT-LINE
006000         WRITE SYNC-RPT-LINE
006010         GO TO 2600-EXIT.
006020     MOVE "  ACTION  VEHICLE  DEPOT  TYPE  REASON"
006030         TO SYNC-RPT-LINE.
006040     WRITE SYNC-RPT-LINE.
006050     PERFORM 2610-WRITE-ONE-REJECT THRU 2610-EXIT
006060         VARYING RJ-IDX FROM 1 BY 1
006070         UNTIL RJ-IDX > WS-REJ-COUNT.
006080     IF REJECT-TABLE-FULL
006090         MOVE SPACES TO SYNC-RPT-LINE
006100         MOVE "  MORE REJECTS THAN LISTED - SEE THE COUNT BELOW."
006110             TO SYNC-RPT-LINE
006120         WRITE SYNC-RPT-LINE.
006130 2600-EXIT.
006140     EXIT.
006150*
006160 2610-WRITE-ONE-REJECT.
006170     MOVE SPACES TO SYNC-RPT-LINE.
006180     STRING "  " WJ-ACTION (RJ-IDX)
006190         "     " WJ-VEHICLE-ID (RJ-IDX)
006200         "   " WJ-DEPOT (RJ-IDX)
006210         "   " WJ-VEHICLE-TYPE (RJ-IDX)
006220         "  " WJ-REASON (RJ-IDX)
006230         DELIMITED BY SIZE INTO SYNC-RPT-LINE.
006240     WRITE SYNC-RPT-LINE.
006250 2610-EXIT.
006260     EXIT.
006270*
006280*-----------------------------------------------------------
006290* 2700-WRITE-SYNC-COUNTS - THE FEED'S CONTROL TOTALS AND WHAT
006300*                          BECAME OF EVERY DETAIL.
006310*-----------------------------------------------------------
006320 2700-WRITE-SYNC-COUNTS.
006330     MOVE SPACES TO SYNC-RPT-LINE.
006340     WRITE SYNC-RPT-LINE.
006350     MOVE WS-FEED-DETAILS-READ TO WS-RPT-COUNT-ED.
006360     MOVE SPACES TO SYNC-RPT-LINE.
006370     STRING "FEED DETAILS          : " WS-RPT-COUNT-ED
006380         DELIMITED BY SIZE INTO SYNC-RPT-LINE.
006390     WRITE SYNC-RPT-LINE.
006400     MOVE WS-ADDED-COUNT TO WS-RPT-COUNT-ED.
006410     MOVE SPACES TO SYNC-RPT-LINE.
006420     STRING "VEHICLES ADDED        : " WS-RPT-COUNT-ED
006430         DELIMITED BY SIZE INTO SYNC-RPT-LINE.
006440     WRITE SYNC-RPT-LINE.
006450     MOVE WS-TRANSFERRED-COUNT TO WS-RPT-COUNT-ED.
006460     MOVE SPACES TO SYNC-RPT-LINE.
006470     STRING "DEPOT TRANSFERS       : " WS-RPT-COUNT-ED
006480         DELIMITED BY SIZE INTO SYNC-RPT-LINE.
006490     WRITE SYNC-RPT-LINE.
006500     MOVE WS-RETIRED-COUNT TO WS-RPT-COUNT-ED.
006510     MOVE SPACES TO SYNC-RPT-LINE.
006520     STRING "VEHICLES RETIRED      : " WS-RPT-COUNT-ED
006530         DELIMITED BY SIZE INTO SYNC-RPT-LINE.
006540     WRITE SYNC-RPT-LINE.
006550     MOVE WS-RETYPED-COUNT TO WS-RPT-COUNT-ED.
006560     MOVE SPACES TO SYNC-RPT-LINE.
006570     STRING "TYPE CHANGES          : " WS-RPT-COUNT-ED
006580         DELIMITED BY SIZE INTO SYNC-RPT-LINE.
006590     WRITE SYNC-RPT-LINE.
006600     MOVE WS-REJECTED-COUNT TO WS-RPT-COUNT-ED.
006610     MOVE SPACES TO SYNC-RPT-LINE.
006620     STRING "REJECTED              : " WS-RPT-COUNT-ED
006630         DELIMITED BY SIZE INTO SYNC-RPT-LINE.
006640     WRITE SYNC-RPT-LINE.
006650 2700-EXIT.
006660     EXIT.
006670*
006680*-----------------------------------------------------------
006690* 2750-SAVE-BEFORE-IMAGE - CLEAR THE CHANGE-LOG RECORD AND KEEP
006700*                          THE VEHICLE'S DEPOT, TYPE, AND STATUS
006710*                          AS THEY STOOD BEFORE THE CHANGE.
006720*-----------------------------------------------------------
006730 2750-SAVE-BEFORE-IMAGE.
006740     MOVE SPACES TO VEHMAST-CHANGE-RECORD.
006750     MOVE VM-DEPOT TO VC-OLD-DEPOT.
006760     MOVE VM-VEHICLE-TYPE TO VC-OLD-TYPE.
006770     MOVE VM-STATUS TO VC-OLD-STATUS.
006780 2750-EXIT.
006790     EXIT.
006800*
006810*-----------------------------------------------------------
006820* 2800-WRITE-CHANGE-LOG - APPEND ONE VEHMLOG LINE FOR THE CHANGE
006830*                         JUST APPLIED, UNDER THIS JOB'S NAME AS
006840*                         THE OPERATOR, AND LIST IT ON SYNCRPT
006850*                         FROM THE SAME BEFORE AND AFTER IMAGES.
006860*-----------------------------------------------------------
006870 2800-WRITE-CHANGE-LOG.
006880     ACCEPT VC-CHANGE-DATE FROM DATE YYYYMMDD.
006890     ACCEPT VC-CHANGE-TIME FROM TIME.
006900     MOVE WS-SYNC-OPERATOR-ID TO VC-OPERATOR-ID.
006910     MOVE VM-VEHICLE-ID TO VC-VEHICLE-ID.
006920     MOVE VM-DEPOT TO VC-NEW-DEPOT.
006930     MOVE VM-VEHICLE-TYPE TO VC-NEW-TYPE.
006940     MOVE VM-STATUS TO VC-NEW-STATUS.
006950     WRITE VEHMAST-CHANGE-LINE FROM VEHMAST-CHANGE-RECORD.
006960     ADD 1 TO WS-APPLIED-COUNT.
006970
006980     MOVE SPACES TO SYNC-RPT-LINE.
006990     STRING "  " VC-ACTION
007000         "  " VC-VEHICLE-ID
007010         "   " VC-OLD-DEPOT " > " VC-NEW-DEPOT
007020         "   " VC-OLD-TYPE " > " VC-NEW-TYPE
007030         "   " AD-EFFECTIVE-DATE
007040         DELIMITED BY SIZE INTO SYNC-RPT-LINE.
007050     WRITE SYNC-RPT-LINE.
007060 2800-EXIT.
007070     EXIT.
007080*
007090*-----------------------------------------------------------
007100* 2900-WRITE-SYNC-HEADING - THE REPORT TITLE, THE RUN DATE,
007110*                           AND THE FEED'S OWN DATE.
007120*-----------------------------------------------------------
007130 2900-WRITE-SYNC-HEADING.
007140     MOVE SPACES TO SYNC-RPT-LINE.
007150     MOVE "LAB07-ASTSYN ASSET CHANGE FEED - APPLIED/REJECTED"
007160         TO SYNC-RPT-LINE.
007170     WRITE SYNC-RPT-LINE.
007180     MOVE SPACES TO SYNC-RPT-LINE.
007190     STRING "RUN DATE              : " WS-RUN-DATE
007200         DELIMITED BY SIZE INTO SYNC-RPT-LINE.
007210     WRITE SYNC-RPT-LINE.
007220     MOVE SPACES TO SYNC-RPT-LINE.
007230     STRING "FEED DATE             : " WS-FEED-DATE
007240         DELIMITED BY SIZE INTO SYNC-RPT-LINE.
007250     WRITE SYNC-RPT-LINE.
007260 2900-EXIT.
007270     EXIT.
007280*
007290*-----------------------------------------------------------
007300* 2950-WRITE-BALANCE-FAILURE - THE FEED'S TRAILER DOES NOT
007310*                              MATCH THE DETAILS RECEIVED - SAY
007320*                              WHICH LEG FAILED AND APPLY
007330*                              NOTHING.
007340*-----------------------------------------------------------
007350 2950-WRITE-BALANCE-FAILURE.
007360     MOVE SPACES TO SYNC-RPT-LINE.
007370     WRITE SYNC-RPT-LINE.
007380     IF NOT FEED-HEADER-FOUND OR NOT FEED-TRAILER-FOUND
007390         MOVE "HEADER OR TRAILER MISSING FROM ASSETFD -"
007400             TO SYNC-RPT-LINE
007410     ELSE
007420         MOVE "TRAILER COUNT DOES NOT MATCH DETAILS RECEIVED -"
007430             TO SYNC-RPT-LINE.
007440     WRITE SYNC-RPT-LINE.
007450     MOVE "TRUNCATED OR GARBLED TRANSFER SUSPECTED - ASK THE"
007460         TO SYNC-RPT-LINE.
007470     WRITE SYNC-RPT-LINE.
007480     MOVE "ASSET TEAM TO RESEND. NOTHING APPLIED TO VEHMAST."
007490         TO SYNC-RPT-LINE.
007500     WRITE SYNC-RPT-LINE.
007510     MOVE WS-FEED-DETAILS-READ TO WS-RPT-COUNT-ED.
007520     MOVE SPACES TO SYNC-RPT-LINE.
007530     STRING "DETAILS RECEIVED      : " WS-RPT-COUNT-ED
007540         DELIMITED BY SIZE INTO SYNC-RPT-LINE.
007550     WRITE SYNC-RPT-LINE.
007560     MOVE WS-FEED-TRL-COUNT TO WS-RPT-COUNT-ED.
007570     MOVE SPACES TO SYNC-RPT-LINE.
007580     STRING "TRAILER COUNT         : " WS-RPT-COUNT-ED
007590         DELIMITED BY SIZE INTO SYNC-RPT-LINE.
007600     WRITE SYNC-RPT-LINE.
007610 2950-EXIT.
007620     EXIT.
007630*
007640*-----------------------------------------------------------
007650* 3000-COMPARE-REGISTER - WALK THE WHOLE MASTER IN VEHICLE
007660*                         ORDER AGAINST THE REGISTER EXTRACT
007670*                         AND LIST EVERY DIFFERENCE, THEN EVERY
007680*                         IN-SERVICE REGISTER VEHICLE THE MASTER
007690*                         DOES NOT HAVE. A VEHICLE RETIRED ON ONE
007700*                         SIDE AND ABSENT FROM THE OTHER IS GONE
007710*                         FROM BOTH AND IS NOT A DIFFERENCE.
007720*-----------------------------------------------------------
007730 3000-COMPARE-REGISTER.
007740     OPEN OUTPUT COMPARE-REPORT-FILE.
007750     PERFORM 3900-WRITE-COMPARE-HEADING THRU 3900-EXIT.
007760     MOVE SPACES TO COMPARE-RPT-LINE.
007770     WRITE COMPARE-RPT-LINE.
007780
007790     IF NOT REGISTER-RECEIVED
007800         MOVE "NO ASSETREG EXTRACT RECEIVED - NOT COMPARED."
007810             TO COMPARE-RPT-LINE
007820         WRITE COMPARE-RPT-LINE
007830         GO TO 3000-CLOSE-REPORT.
007840     IF NOT REGISTER-IN-BALANCE
007850         MOVE "ASSETREG HEADER/TRAILER/COUNT DOES NOT BALANCE -"
007860             TO COMPARE-RPT-LINE
007870         WRITE COMPARE-RPT-LINE
007880         MOVE "ASK THE ASSET TEAM TO RESEND. NOT COMPARED."
007890             TO COMPARE-RPT-LINE
007900         WRITE COMPARE-RPT-LINE
007910         GO TO 3000-CLOSE-REPORT.
007920     IF REGISTER-TABLE-FULL
007930         MOVE "ASSETREG HOLDS MORE VEHICLES THAN THE TABLE -"
007940             TO COMPARE-RPT-LINE
007950         WRITE COMPARE-RPT-LINE
007960         MOVE "NOT COMPARED." TO COMPARE-RPT-LINE
007970         WRITE COMPARE-RPT-LINE
007980         GO TO 3000-CLOSE-REPORT.
007990
008000     MOVE "DIFFERENCES - VEHICLE ON VEHMAST" TO COMPARE-RPT-LINE.
008010     WRITE COMPARE-RPT-LINE.
008020     OPEN INPUT VEHICLE-MASTER-FILE.
008030     IF NOT VEHMAST-FILE-MISSING
008040         MOVE "N" TO WS-EOF-SW
008050         PERFORM 3950-READ-MASTER THRU 3950-EXIT
008060         PERFORM 3100-COMPARE-ONE-MASTER THRU 3100-EXIT
008070             UNTIL END-OF-FILE
008080         CLOSE VEHICLE-MASTER-FILE.
008090     IF WS-DIFFER-COUNT = ZERO
008100         MOVE SPACES TO COMPARE-RPT-LINE
008110         MOVE "  NONE" TO COMPARE-RPT-LINE
008120         WRITE COMPARE-RPT-LINE.
008130
008140     MOVE SPACES TO COMPARE-RPT-LINE.
008150     WRITE COMPARE-RPT-LINE.
008160     MOVE "IN SERVICE ON THE REGISTER - NOT ON VEHMAST"
008170         TO COMPARE-RPT-LINE.
008180     WRITE COMPARE-RPT-LINE.
008190     PERFORM 3300-CHECK-ONE-REG-ONLY THRU 3300-EXIT
008200         VARYING RG-IDX FROM 1 BY 1
008210         UNTIL RG-IDX > WS-REG-COUNT.
008220     IF WS-REG-ONLY-COUNT = ZERO
008230         MOVE SPACES TO COMPARE-RPT-LINE
008240         MOVE "  NONE" TO COMPARE-RPT-LINE
008250         WRITE COMPARE-RPT-LINE.
008260
008270     PERFORM 3800-WRITE-COMPARE-COUNTS THRU 3800-EXIT.
008280 3000-CLOSE-REPORT.
008290     CLOSE COMPARE-REPORT-FILE.
008300 3000-EXIT.
008310     EXIT.
008320*
008330*-----------------------------------------------------------
008340* 3100-COMPARE-ONE-MASTER - FIND THE MASTER VEHICLE ON THE
008350*                           REGISTER AND LIST EACH FIELD THAT
008360*                           DISAGREES, OR THE VEHICLE ITSELF
008370*                           WHEN THE REGISTER HAS NO SUCH ID.
008380*-----------------------------------------------------------
008390 3100-COMPARE-ONE-MASTER.
008400     ADD 1 TO WS-MASTER-COUNT.
008410     MOVE "N" TO WS-VEH-DIFFERS-SW WS-REG-FOUND-SW.
008420     PERFORM 3110-FIND-ONE-REGISTER THRU 3110-EXIT
008430         VARYING RG-IDX FROM 1 BY 1
008440         UNTIL RG-IDX > WS-REG-COUNT
008450            OR REG-ENTRY-FOUND.
008460
008470     IF NOT REG-ENTRY-FOUND
008480         IF VM-IN-SERVICE
008490             SET VEHICLE-DIFFERS TO TRUE
008500             MOVE SPACES TO COMPARE-RPT-LINE
008510             STRING "  " VM-VEHICLE-ID
008520                 "  IN SERVICE AT DEPOT " VM-DEPOT
008530                 " TYPE " VM-VEHICLE-TYPE
008540                 " - NOT ON THE REGISTER"
008550                 DELIMITED BY SIZE INTO COMPARE-RPT-LINE
008560             WRITE COMPARE-RPT-LINE
008570             ADD 1 TO WS-DIFF-LINE-COUNT
008580         END-IF
008590         GO TO 3100-COUNT.
008600
008610     SET RG-IDX TO WS-REG-FOUND-IDX.
008620     MOVE "Y" TO WG-MATCHED-SW (RG-IDX).
008630     IF VM-DEPOT NOT = WG-DEPOT (RG-IDX)
008640         MOVE "DEPOT" TO WS-DIFF-FIELD
008650         MOVE VM-DEPOT TO WS-DIFF-MASTER
008660         MOVE WG-DEPOT (RG-IDX) TO WS-DIFF-REGISTER
008670         PERFORM 3150-WRITE-ONE-DIFF THRU 3150-EXIT.
008680     IF VM-VEHICLE-TYPE NOT = WG-VEHICLE-TYPE (RG-IDX)
008690         MOVE "TYPE" TO WS-DIFF-FIELD
008700         MOVE VM-VEHICLE-TYPE TO WS-DIFF-MASTER
008710         MOVE WG-VEHICLE-TYPE (RG-IDX) TO WS-DIFF-REGISTER
008720         PERFORM 3150-WRITE-ONE-DIFF THRU 3150-EXIT.
008730     IF VM-STATUS NOT = WG-STATUS (RG-IDX)
008740         MOVE "STATUS" TO WS-DIFF-FIELD
008750         MOVE VM-STATUS TO WS-DIFF-MASTER
008760         MOVE WG-STATUS (RG-IDX) TO WS-DIFF-REGISTER
008770         PERFORM 3150-WRITE-ONE-DIFF THRU 3150-EXIT.
008780 3100-COUNT.
008790     IF VEHICLE-DIFFERS
008800         ADD 1 TO WS-DIFFER-COUNT
008810     ELSE
008820         ADD 1 TO WS-AGREE-COUNT.
008830     PERFORM 3950-READ-MASTER THRU 3950-EXIT.
008840 3100-EXIT.
008850     EXIT.
008860*
008870 3110-FIND-ONE-REGISTER.
008880     IF WG-VEHICLE-ID (RG-IDX) = VM-VEHICLE-ID
008890         SET REG-ENTRY-FOUND TO TRUE
008900         SET WS-REG-FOUND-IDX TO RG-IDX.
008910 3110-EXIT.
008920     EXIT.
008930*
008940 3150-WRITE-ONE-DIFF.
008950     SET VEHICLE-DIFFERS TO TRUE.
008960     ADD 1 TO WS-DIFF-LINE-COUNT.
008970     MOVE SPACES TO COMPARE-RPT-LINE.
008980     STRING "  " VM-VEHICLE-ID
008990         "  " WS-DIFF-FIELD
009000         "  VEHMAST " WS-DIFF-MASTER
009010         "  REGISTER " WS-DIFF-REGISTER
009020         DELIMITED BY SIZE INTO COMPARE-RPT-LINE.
009030     WRITE COMPARE-RPT-LINE.
009040 3150-EXIT.
009050     EXIT.
009060*
009070*-----------------------------------------------------------
009080* 3300-CHECK-ONE-REG-ONLY - AN IN-SERVICE REGISTER VEHICLE NO
009090*                           MASTER RECORD MATCHED - ONE THE
009100*                           FEED NEVER ADDED.
009110*-----------------------------------------------------------
009120 3300-CHECK-ONE-REG-ONLY.
009130     IF WG-MATCHED-SW (RG-IDX) = "Y"
009140             OR WG-STATUS (RG-IDX) NOT = "A"
009150         GO TO 3300-EXIT.
009160     ADD 1 TO WS-REG-ONLY-COUNT.
009170     MOVE SPACES TO COMPARE-RPT-LINE.
009180     STRING "  " WG-VEHICLE-ID (RG-IDX)
009190         "  IN SERVICE AT DEPOT " WG-DEPOT (RG-IDX)
009200         " TYPE " WG-VEHICLE-TYPE (RG-IDX)
009210         " - NOT ON VEHMAST"
009220         DELIMITED BY SIZE INTO COMPARE-RPT-LINE.
009230     WRITE COMPARE-RPT-LINE.
009240 3300-EXIT.
009250     EXIT.
009260*
009270*-----------------------------------------------------------
009280* 3800-WRITE-COMPARE-COUNTS - THE COMPARE TOTALS.
009290*-----------------------------------------------------------
009300 3800-WRITE-COMPARE-COUNTS.
009310     MOVE SPACES TO COMPARE-RPT-LINE.
009320     WRITE COMPARE-RPT-LINE.
009330     MOVE WS-MASTER-COUNT TO WS-RPT-COUNT-ED.
009340     MOVE SPACES TO COMPARE-RPT-LINE.
009350     STRING "VEHMAST VEHICLES      : " WS-RPT-COUNT-ED
009360         DELIMITED BY SIZE INTO COMPARE-RPT-LINE.
009370     WRITE COMPARE-RPT-LINE.
009380     MOVE WS-REG-COUNT TO WS-RPT-COUNT-ED.
009390     MOVE SPACES TO COMPARE-RPT-LINE.
009400     STRING "REGISTER VEHICLES     : " WS-RPT-COUNT-ED
009410         DELIMITED BY SIZE INTO COMPARE-RPT-LINE.
009420     WRITE COMPARE-RPT-LINE.
009430     MOVE WS-AGREE-COUNT TO WS-RPT-COUNT-ED.
009440     MOVE SPACES TO COMPARE-RPT-LINE.
009450     STRING "IN AGREEMENT          : " WS-RPT-COUNT-ED
009460         DELIMITED BY SIZE INTO COMPARE-RPT-LINE.
009470     WRITE COMPARE-RPT-LINE.
009480     MOVE WS-DIFFER-COUNT TO WS-RPT-COUNT-ED.
009490     MOVE SPACES TO COMPARE-RPT-LINE.
009500     STRING "VEHMAST VEHICLES OFF  : " WS-RPT-COUNT-ED
009510         DELIMITED BY SIZE INTO COMPARE-RPT-LINE.
009520     WRITE COMPARE-RPT-LINE.
009530     MOVE WS-DIFF-LINE-COUNT TO WS-RPT-COUNT-ED.
009540     MOVE SPACES TO COMPARE-RPT-LINE.
009550     STRING "DIFFERENCES LISTED    : " WS-RPT-COUNT-ED
009560         DELIMITED BY SIZE INTO COMPARE-RPT-LINE.
009570     WRITE COMPARE-RPT-LINE.
009580     MOVE WS-REG-ONLY-COUNT TO WS-RPT-COUNT-ED.
009590     MOVE SPACES TO COMPARE-RPT-LINE.
009600     STRING "NOT ON VEHMAST        : " WS-RPT-COUNT-ED
009610         DELIMITED BY SIZE INTO COMPARE-RPT-LINE.
009620     WRITE COMPARE-RPT-LINE.
009630 3800-EXIT.
009640     EXIT.
009650*
009660 3900-WRITE-COMPARE-HEADING.
009670     MOVE SPACES TO COMPARE-RPT-LINE.
009680     MOVE "LAB07-ASTSYN VEHMAST / ASSET REGISTER FULL COMPARE"
009690         TO COMPARE-RPT-LINE.
009700     WRITE COMPARE-RPT-LINE.
009710     MOVE SPACES TO COMPARE-RPT-LINE.
009720     STRING "RUN DATE              : " WS-RUN-DATE
009730         DELIMITED BY SIZE INTO COMPARE-RPT-LINE.
009740     WRITE COMPARE-RPT-LINE.
009750     MOVE SPACES TO COMPARE-RPT-LINE.
009760     STRING "REGISTER EXTRACT DATE : " WS-REG-DATE
009770         DELIMITED BY SIZE INTO COMPARE-RPT-LINE.
009780     WRITE COMPARE-RPT-LINE.
009790 3900-EXIT.
009800     EXIT.
009810*
009820 3950-READ-MASTER.
009830     READ VEHICLE-MASTER-FILE NEXT RECORD
009840         AT END SET END-OF-FILE TO TRUE.
009850 3950-EXIT.
009860     EXIT.
009870*
009880*-----------------------------------------------------------
009890* 9000-TERMINATE - THE RUN SUMMARY FOR THE OPERATOR LOG.
009900*-----------------------------------------------------------
009910 9000-TERMINATE.
009920     IF NOT FEED-RECEIVED
009930         DISPLAY "LAB07-ASTSYN - ASSETFD NOT FOUND - NO CHANGE "
009940             "FEED RECEIVED."
009950     ELSE IF NOT FEED-IN-BALANCE
009960         DISPLAY "LAB07-ASTSYN - CHANGE FEED OUT OF BALANCE - "
009970             "NOTHING APPLIED."
009980     ELSE
009990         DISPLAY "LAB07-ASTSYN - FEED DETAILS    : "
010000             WS-FEED-DETAILS-READ
010010         DISPLAY "LAB07-ASTSYN - APPLIED         : "
010020             WS-APPLIED-COUNT
010030         DISPLAY "LAB07-ASTSYN - REJECTED        : "
010040             WS-REJECTED-COUNT.
010050
010060     IF NOT REGISTER-RECEIVED
010070         DISPLAY "LAB07-ASTSYN - ASSETREG NOT FOUND - NO COMPARE."
010080     ELSE IF NOT REGISTER-IN-BALANCE OR REGISTER-TABLE-FULL
010090         DISPLAY "LAB07-ASTSYN - REGISTER EXTRACT NOT COMPARED - "
010100             "SEE SYNCCMP."
010110     ELSE
010120         DISPLAY "LAB07-ASTSYN - VEHICLES OFF    : "
010130             WS-DIFFER-COUNT
010140         DISPLAY "LAB07-ASTSYN - NOT ON VEHMAST  : "
010150             WS-REG-ONLY-COUNT.
010160 9000-EXIT.
010170     EXIT.
010180*
010190 END PROGRAM LAB07-ASTSYN.
