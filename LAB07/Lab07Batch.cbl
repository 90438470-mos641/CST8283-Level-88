001123*                    on Wednesday for Friday takes force on the
001124*                    right night's run. Future-dated entries
001125*                    stay queued on THRPEND.
001126*   2026-10-15 MAA   THRAUDIT operator column widened to the
001127*                    eight-character operator ID PARTA now
001128*                    stamps; applied pending bands are logged
001129*                    under BATCH.
001130*   2026-10-15 MAA   Rating run restructured for volume. FUELEXT
001131*                    is sorted into vehicle order (a vehicle's
001132*                    readings keep their extract order) and
001133*                    rated as a sequential match against VEHMAST
001134*                    and VEHHIST - one master read and one
001135*                    history rewrite per vehicle instead of a
001136*                    random read of each per reading. CHKPOINT
001137*                    is now taken at the first vehicle break
001138*                    after every CHKPFREQ readings (default 500)
001139*                    rather than after every reading; VEHHIST
001140*                    before-images go to the CHKPVHB journal and
001141*                    tonight's FARC rows are held on CHKPARC
001142*                    until the run completes, so a restart puts
001143*                    VEHHIST back, cuts FUELOUT, AUDITLOG and
001144*                    the side files back to the checkpoint and
001145*                    rates the rest exactly once. The master
001146*                    reconciliation and the depot breaks come
001147*                    from one pass of FUELOUT against VEHMAST,
001148*                    the depot tallies sorted into depot order,
001149*                    replacing the rated-vehicle table scan and
001150*                    the depot exchange sort. FUELOUT, AUDITLOG,
001151*                    FUELORD and the FARC rows now come out in
001152*                    vehicle order. Elapsed time and records per
001153*                    second are displayed for each phase.
001154*   2026-10-15 MAA   Out-of-sequence readings. A reading whose
001155*                    vehicle/date is already in the vehicle's
001156*                    history window is skipped as a duplicate -
001157*                    audited, not rated again, so no repeat
001158*                    FUELOUT or FUELORD line. A back-dated reading
001159*                    is placed in date order in the window and
001160*                    judged for plausibility against the readings
001161*                    before it instead of the newest one. A
001162*                    reading dated after the business date is
001163*                    held on the new FUELSUSP suspense file and
001164*                    goes into the sort on the night its date
001165*                    arrives. RATERPT gains an out-of-sequence
001166*                    section - duplicates, late arrivals by depot
001167*                    with days late, and held readings - rebuilt
001168*                    from the new CHKPSEQ side file on a restart.
001169*   2026-10-15 MAA   A vehicle's history (and its CHKPVHB image)
001170*                    is only written back when a reading went
001171*                    into it, so a vehicle with only held or
001172*                    duplicate readings gets no empty VEHHIST
001173*                    record. A reading older than a full window
001174*                    is looked for on FARCyyyymm for its month
001175*                    and, if found there, skipped as a duplicate.
001176*   2026-10-15 MAA   A reading pushed out of the window is kept
001177*                    for the duplicate check; dates not held are
001178*                    counted on RATERPT. Late readings of depots
001179*                    beyond the depot table list as OTHER DEPOTS.
001180*   2026-10-15 MAA   A back-dated rise that falls past the swing
001181*                    limit by the next entry is flagged S, not R.
001182******************************************************************
001183 IDENTIFICATION DIVISION.
001184*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001185 PROGRAM-ID. LAB07-BATCH.
001186 AUTHOR. MOSTAPHA A.
001187 INSTALLATION. FLEET OPERATIONS - DISPATCH SYSTEMS.
001188 DATE-WRITTEN. 2026-08-09.
001189 DATE-COMPILED.
001190 ENVIRONMENT DIVISION.
001191*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001192 CONFIGURATION SECTION.
001200*-----------------------
001210 INPUT-OUTPUT SECTION.
001220*-----------------------
001240     SELECT FUEL-EXTRACT-FILE ASSIGN TO "FUELEXT"
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS WS-EXTRACT-STATUS.
001261
001262     SELECT FUEL-SORTED-FILE ASSIGN TO "FUELSRT"
001263         ORGANIZATION IS LINE SEQUENTIAL
001264         FILE STATUS IS WS-SORTED-STATUS.
001265
001266     SELECT FUEL-SUSPENSE-FILE ASSIGN TO "FUELSUSP"
001267         ORGANIZATION IS LINE SEQUENTIAL
001268         FILE STATUS IS WS-SUSPENSE-STATUS.
001269
001270     SELECT READING-SORT-FILE ASSIGN TO "SORTWK1".
001271
001272     SELECT DEPOT-SORT-FILE ASSIGN TO "SORTWK2".
001273
001280     SELECT FUEL-RATED-FILE ASSIGN TO "FUELOUT"
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-RATED-STATUS.
001710
001720     SELECT CHECKPOINT-FLAG-FILE ASSIGN TO "CHKPFLG"
001730         ORGANIZATION IS LINE SEQUENTIAL
001739         FILE STATUS IS WS-CHKPFLG-STATUS.
001740
001741     SELECT CHECKPOINT-SEQUENCE-FILE ASSIGN TO "CHKPSEQ"
001742         ORGANIZATION IS LINE SEQUENTIAL
001743         FILE STATUS IS WS-CHKPSEQ-STATUS.
001744
001745     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
001746         ORGANIZATION IS LINE SEQUENTIAL
001748         FILE STATUS IS WS-RUNCTL-STATUS.
001749
001763     SELECT THRESHOLD-AUDIT-FILE ASSIGN TO "THRAUDIT"
001764         ORGANIZATION IS LINE SEQUENTIAL
001765         FILE STATUS IS WS-THRAUD-STATUS.
001766
001767     SELECT CHECKPOINT-INTERVAL-FILE ASSIGN TO "CHKPFREQ"
001768         ORGANIZATION IS LINE SEQUENTIAL
001769         FILE STATUS IS WS-CHKPFREQ-STATUS.
001770
001771     SELECT CHECKPOINT-HISTORY-FILE ASSIGN TO "CHKPVHB"
001772         ORGANIZATION IS LINE SEQUENTIAL
001773         FILE STATUS IS WS-CHKPVHB-STATUS.
001774
001775     SELECT CHECKPOINT-ARCHIVE-FILE ASSIGN TO "CHKPARC"
001776         ORGANIZATION IS LINE SEQUENTIAL
001777         FILE STATUS IS WS-CHKPARC-STATUS.
001778
001779     SELECT CHECKPOINT-WORK-FILE ASSIGN TO "CHKPWRK"
001780         ORGANIZATION IS LINE SEQUENTIAL
001781         FILE STATUS IS WS-CHKPWRK-STATUS.
001782
001783     SELECT MISSING-VEHICLE-FILE ASSIGN TO "MISSWRK"
001784         ORGANIZATION IS LINE SEQUENTIAL
001785         FILE STATUS IS WS-MISSWRK-STATUS.
001786 DATA DIVISION.
001787*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001788 FILE SECTION.
001789*-----------------------
001790 FD  FUEL-EXTRACT-FILE
001800     RECORD CONTAINS 20 CHARACTERS.
001810     COPY FUELREC REPLACING FUEL-READING-RECORD BY
001820         FUEL-EXTRACT-RECORD.
001821
001822 FD  FUEL-SORTED-FILE
001823     RECORD CONTAINS 20 CHARACTERS.
001824     COPY FUELREC REPLACING FUEL-READING-RECORD BY
001825         FUEL-SORTED-RECORD.
001826
001827 FD  FUEL-SUSPENSE-FILE
001828     RECORD CONTAINS 20 CHARACTERS.
001829     COPY FUELREC REPLACING FUEL-READING-RECORD BY
001830         FUEL-SUSPENSE-RECORD.
001831
001832 SD  READING-SORT-FILE
001833     RECORD CONTAINS 20 CHARACTERS.
001834 01  READING-SORT-RECORD.
001835     05  SR-VEHICLE-ID           PIC X(06).
001836     05  SR-READING-DATE         PIC 9(08).
001837     05  FILLER                  PIC X(06).
001838
001839 SD  DEPOT-SORT-FILE
001840     RECORD CONTAINS 6 CHARACTERS.
001841 01  DEPOT-SORT-RECORD.
001842     05  DT-DEPOT                PIC X(04).
001843     05  DT-RATING-CODE          PIC X(02).
001844
001845 FD  FUEL-RATED-FILE
001850     RECORD CONTAINS 20 CHARACTERS.
001860     COPY FUELREC REPLACING FUEL-READING-RECORD BY
001870         FUEL-RATED-RECORD.
002150     COPY DAYSTATS.
002160
002170 FD  CHECKPOINT-FILE
002180     RECORD CONTAINS 91 CHARACTERS.
002190     COPY CHKPTREC.
002200
002210 FD  CHECKPOINT-EXCEPTION-FILE
002240
002250 FD  CHECKPOINT-FLAG-FILE
002260     RECORD CONTAINS 23 CHARACTERS.
002269     COPY CHKPFLG.
002270
002271 FD  CHECKPOINT-SEQUENCE-FILE
002272     RECORD CONTAINS 27 CHARACTERS.
002273     COPY CHKPSEQ.
002274
002275 FD  RUN-CONTROL-FILE
002276     RECORD CONTAINS 11 CHARACTERS.
002278 01  RUN-CONTROL-LINE           PIC X(11).
002279
002297     05  NF-FLAG-DATE            PIC 9(08).
002298     05  FILLER                  PIC X(01).
002299     05  NF-FLAG-TYPE            PIC X(01).
002300
002301 FD  CHECKPOINT-INTERVAL-FILE
002302     RECORD CONTAINS 5 CHARACTERS.
002303 01  CHECKPOINT-INTERVAL-RECORD PIC X(05).
002304
002305 FD  CHECKPOINT-HISTORY-FILE
002306     RECORD CONTAINS 114 CHARACTERS.
002307     COPY CHKPVHB.
002308
002309 FD  CHECKPOINT-ARCHIVE-FILE
002310     RECORD CONTAINS 21 CHARACTERS.
002311     COPY VEHARCH REPLACING VEHICLE-ARCHIVE-RECORD BY
002312         CHECKPOINT-ARCHIVE-RECORD.
002313
002314 FD  CHECKPOINT-WORK-FILE
002315     RECORD CONTAINS 80 CHARACTERS.
002316 01  CHECKPOINT-WORK-LINE       PIC X(80).
002317
002318 FD  MISSING-VEHICLE-FILE
002319     RECORD CONTAINS 14 CHARACTERS.
002320 01  MISSING-VEHICLE-RECORD.
002321     05  MW-VEHICLE-ID           PIC X(06).
002322     05  MW-DEPOT                PIC X(04).
002323     05  MW-VEHICLE-TYPE         PIC X(04).
002324*-----------------------
002325 WORKING-STORAGE SECTION.
002326*-----------------------
002327     COPY RATEFLDS.
002328
002330 01  EXTRACT-FILE-SWITCHES.
002340     05  WS-EXTRACT-STATUS       PIC X(02) VALUE SPACES.
002350         88  EXTRACT-FILE-OK     VALUE "00".
002360         88  EXTRACT-FILE-EOF    VALUE "10".
002370         88  EXTRACT-FILE-MISSING VALUE "35".
002380
002381 01  SORTED-FILE-SWITCHES.
002382     05  WS-SORTED-STATUS        PIC X(02) VALUE SPACES.
002383         88  SORTED-FILE-OK      VALUE "00".
002384         88  SORTED-FILE-EOF     VALUE "10".
002385
002386 01  SUSPENSE-FILE-SWITCHES.
002387     05  WS-SUSPENSE-STATUS      PIC X(02) VALUE SPACES.
002388         88  SUSPENSE-FILE-OK    VALUE "00".
002389         88  SUSPENSE-FILE-EOF   VALUE "10".
002390         88  SUSPENSE-FILE-MISSING VALUE "35".
002391     05  WS-SUSP-SORT-EOF-SW     PIC X(01) VALUE "N".
002392         88  SUSPENSE-SORT-EOF   VALUE "Y".
002393
002394 01  RATED-FILE-SWITCHES.
002400     05  WS-RATED-STATUS         PIC X(02) VALUE SPACES.
002410         88  RATED-FILE-OK       VALUE "00".
002420         88  RATED-FILE-MISSING  VALUE "35".
002670         88  VEHHIST-OK          VALUE "00".
002680         88  VEHHIST-NOT-FOUND   VALUE "23".
002690         88  VEHHIST-FILE-MISSING VALUE "35".
002691     05  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
002692         88  HISTORY-EOF         VALUE "Y".
002693     05  WS-HIST-FOUND-SW        PIC X(01) VALUE "N".
002694         88  HISTORY-ON-FILE     VALUE "Y".
002695     05  WS-HIST-CHANGED-SW      PIC X(01) VALUE "N".
002696         88  HISTORY-CHANGED     VALUE "Y".
002697
002698 01  HISTORY-HOLD-RECORD.
002699     05  WH-VEHICLE-ID           PIC X(06).
002700     05  FILLER                  PIC X(100).
002705
002710 01  VEHMAST-SWITCHES.
002720     05  WS-VEHMAST-STATUS       PIC X(02) VALUE SPACES.
002730         88  VEHMAST-OK          VALUE "00".
003050     05  WS-CHKPFLG-STATUS       PIC X(02) VALUE SPACES.
003060         88  CHKPFLG-FILE-OK     VALUE "00".
003070         88  CHKPFLG-FILE-EOF    VALUE "10".
003079         88  CHKPFLG-FILE-MISSING VALUE "35".
003080
003081 01  CHECKPOINT-SEQUENCE-SWITCHES.
003082     05  WS-CHKPSEQ-STATUS       PIC X(02) VALUE SPACES.
003083         88  CHKPSEQ-FILE-OK     VALUE "00".
003084         88  CHKPSEQ-FILE-EOF    VALUE "10".
003085         88  CHKPSEQ-FILE-MISSING VALUE "35".
003086
003087 01  RUNCTL-SWITCHES.
003088     05  WS-RUNCTL-STATUS        PIC X(02) VALUE SPACES.
003089         88  RUNCTL-FILE-OK      VALUE "00".
003090         88  RUNCTL-FILE-EOF     VALUE "10".
003091         88  RUNCTL-FILE-MISSING VALUE "35".
003092     05  WS-RUNCTL-FOUND-SW      PIC X(01) VALUE "N".
003093         88  RUNCTL-FOUND        VALUE "Y".
003094     05  WS-RUN-TODAY            PIC 9(08) VALUE ZERO.
003095
003096     COPY RUNCTL.
003097
003098 01  PENDING-FILE-SWITCHES.
003099     05  WS-PEND-STATUS          PIC X(02) VALUE SPACES.
003100         88  PEND-FILE-OK        VALUE "00".
003101         88  PEND-FILE-EOF       VALUE "10".
003102         88  PEND-FILE-MISSING   VALUE "35".
003103
003104 01  THRAUDIT-FILE-SWITCHES.
003105     05  WS-THRAUD-STATUS        PIC X(02) VALUE SPACES.
003106         88  THRAUD-FILE-OK      VALUE "00".
003107         88  THRAUD-FILE-MISSING VALUE "35".
003108
003109 01  PENDING-CHANGE-TABLE.
003110     05  WS-PEND-MAX             PIC 9(02) COMP VALUE 50.
003111     05  WS-PEND-COUNT           PIC 9(02) COMP VALUE ZERO.
003112     05  WS-PEND-SUB             PIC 9(02) COMP VALUE ZERO.
003113     05  WS-PEND-ENTRY           OCCURS 50 TIMES.
003114         10  WN-VEHICLE-TYPE     PIC X(04).
003115         10  WN-BAND-CODE        PIC X(02).
003116         10  WN-LOW              PIC 9(03)V9(01).
003117         10  WN-HIGH             PIC 9(03)V9(01).
003118         10  WN-EFFECTIVE-DATE   PIC 9(08).
003119         10  WN-DUE-SW           PIC X(01).
003120
003121 01  PENDING-WORK-FIELDS.
003122     05  WS-PEND-OVFL-SW         PIC X(01) VALUE "N".
003123         88  PENDING-TABLE-FULL  VALUE "Y".
003124     05  WS-PEND-TODAY           PIC 9(08) VALUE ZERO.
003125     05  WS-PEND-DUE-COUNT       PIC 9(02) COMP VALUE ZERO.
003126     05  WS-PEND-BAND-SUB        PIC 9(02) COMP VALUE ZERO.
003127     05  WS-PEND-BAND-IDX        PIC 9(02) COMP VALUE ZERO.
003128     05  WS-SAVE-SET-SUB         PIC 9(02) COMP VALUE ZERO.
003129     05  WS-SAVE-BAND-SUB        PIC 9(02) COMP VALUE ZERO.
003130     05  WS-PEND-TIME            PIC 9(08) VALUE ZERO.
003131     05  WS-AUD-LOW-ED           PIC ZZ9.9.
003132     05  WS-AUD-HIGH-ED          PIC ZZ9.9.
003133
003134 01  NIGHTFLG-SWITCHES.
003135     05  WS-NIGHTFLG-STATUS      PIC X(02) VALUE SPACES.
003136         88  NIGHTFLG-FILE-OK    VALUE "00".
003137         88  NIGHTFLG-FILE-MISSING VALUE "35".
003138
003139 01  VEHARCH-SWITCHES.
003140     05  WS-VEHARCH-STATUS       PIC X(02) VALUE SPACES.
003141         88  VEHARCH-FILE-OK     VALUE "00".
003142         88  VEHARCH-FILE-MISSING VALUE "35".
003143     05  WS-VEHARCH-OPEN-SW      PIC X(01) VALUE "N".
003144         88  VEH-ARCHIVE-OPEN    VALUE "Y".
003145
003146 01  VEHARCH-NAME-FIELDS.
003147     05  WS-VEH-ARCHIVE-NAME     PIC X(10) VALUE SPACES.
003148     05  WS-VEH-ARCHIVE-YYYYMM   PIC X(06) VALUE SPACES.
003149     05  WS-CUR-ARCHIVE-YYYYMM   PIC X(06) VALUE SPACES.
003150
003151 01  BATCH-SWITCHES.
003152     05  WS-EOF-SW           PIC X(01) VALUE "N".
003153         88  END-OF-FILE     VALUE "Y".
003154     05  WS-OUTPUT-OPEN-SW   PIC X(01) VALUE "Y".
003155         88  OUTPUT-FILES-OPEN VALUE "Y".
003156     05  WS-RUN-BLOCKED-SW   PIC X(01) VALUE "N".
003157         88  RUN-ALREADY-COMPLETE VALUE "Y".
003158
003159 01  BATCH-COUNTERS.
003160     05  WS-RECORDS-READ     PIC 9(07) COMP VALUE ZERO.
003161     05  WS-RECORDS-RATED    PIC 9(07) COMP VALUE ZERO.
003162     05  WS-SKIP-IDX         PIC 9(07) COMP VALUE ZERO.
003163     05  WS-CHKPEXC-IDX      PIC 9(04) COMP VALUE ZERO.
003164     05  WS-SORT-RELEASED    PIC 9(07) COMP VALUE ZERO.
003165
003166 01  VEHICLE-MATCH-FIELDS.
003167     05  WS-CUR-VEHICLE-ID   PIC X(06) VALUE SPACES.
003168     05  WS-CUR-VEHICLE-TYPE PIC X(04) VALUE SPACES.
003169     05  WS-CUR-VEHICLE-DEPOT PIC X(04) VALUE SPACES.
003170
003171 01  CHECKPOINT-INTERVAL-SWITCHES.
003172     05  WS-CHKPFREQ-STATUS      PIC X(02) VALUE SPACES.
003173         88  CHKPFREQ-FILE-OK    VALUE "00".
003174         88  CHKPFREQ-FILE-EOF   VALUE "10".
003175         88  CHKPFREQ-FILE-MISSING VALUE "35".
003176
003177 01  CHECKPOINT-HISTORY-SWITCHES.
003178     05  WS-CHKPVHB-STATUS       PIC X(02) VALUE SPACES.
003179         88  CHKPVHB-FILE-OK     VALUE "00".
003180         88  CHKPVHB-FILE-EOF    VALUE "10".
003181         88  CHKPVHB-FILE-MISSING VALUE "35".
003182
003183 01  CHECKPOINT-ARCHIVE-SWITCHES.
003184     05  WS-CHKPARC-STATUS       PIC X(02) VALUE SPACES.
003185         88  CHKPARC-FILE-OK     VALUE "00".
003186         88  CHKPARC-FILE-EOF    VALUE "10".
003187         88  CHKPARC-FILE-MISSING VALUE "35".
003188
003189 01  CHECKPOINT-WORK-SWITCHES.
003190     05  WS-CHKPWRK-STATUS       PIC X(02) VALUE SPACES.
003191         88  CHKPWRK-FILE-OK     VALUE "00".
003192         88  CHKPWRK-FILE-EOF    VALUE "10".
003193
003194 01  CHECKPOINT-WORK-FIELDS.
003195     05  WS-CHKPT-INTERVAL       PIC 9(05) VALUE 500.
003196     05  WS-CHKPT-NO             PIC 9(07) COMP VALUE ZERO.
003197     05  WS-CHKPT-FLAG-COUNT     PIC 9(07) COMP VALUE ZERO.
003198     05  WS-SINCE-CHKPT          PIC 9(07) COMP VALUE ZERO.
003199     05  WS-RESUME-READ          PIC 9(07) COMP VALUE ZERO.
003200     05  WS-RESTORED-COUNT       PIC 9(07) COMP VALUE ZERO.
003201     05  WS-TRIM-KEEP            PIC 9(07) COMP VALUE ZERO.
003202     05  WS-TRIM-COUNT           PIC 9(07) COMP VALUE ZERO.
003203     05  WS-TRIM-EOF-SW          PIC X(01) VALUE "N".
003204         88  TRIM-EOF            VALUE "Y".
003205     05  WS-TRIM-FILE-NAME       PIC X(08) VALUE SPACES.
003206     05  WS-ARCHIVE-POSTED       PIC 9(07) COMP VALUE ZERO.
003207
003220 01  RATING-BAND-COUNTERS.
003230     05  WS-COUNT-E          PIC 9(07) COMP VALUE ZERO.
003240     05  WS-COUNT-G          PIC 9(07) COMP VALUE ZERO.
003590     05  WS-CHKPFLG-IDX      PIC 9(04) COMP VALUE ZERO.
003600     05  WS-COUNT-REFUEL     PIC 9(07) COMP VALUE ZERO.
003610     05  WS-COUNT-SENSOR     PIC 9(07) COMP VALUE ZERO.
003611     05  WS-PRIOR-POS        PIC 9(02) COMP VALUE ZERO.
003612
003613 01  SEQUENCE-TABLE.
003614     05  WS-SEQ-MAX          PIC 9(04) COMP VALUE 500.
003615     05  WS-SEQ-COUNT        PIC 9(07) COMP VALUE ZERO.
003616     05  WS-SEQ-ENTRY        OCCURS 500 TIMES
003617                             INDEXED BY SQ-IDX.
003618         10  WQ-EVENT-TYPE       PIC X(01).
003619         10  WQ-VEHICLE-ID       PIC X(06).
003620         10  WQ-READING-DATE     PIC 9(08).
003621         10  WQ-FUEL-VALUE       PIC 9(03)V9(01).
003622         10  WQ-DEPOT            PIC X(04).
003623         10  WQ-DAYS-LATE        PIC 9(03).
003624         10  WQ-PLACEMENT        PIC X(01).
003625
003626 01  SEQUENCE-WORK-FIELDS.
003627     05  WS-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
003628     05  WS-SEQ-ACTION-SW    PIC X(01) VALUE "R".
003629         88  SEQ-RATE-READING    VALUE "R".
003630         88  SEQ-HOLD-READING    VALUE "H".
003631         88  SEQ-SKIP-DUPLICATE  VALUE "D".
003632     05  WS-PLACEMENT        PIC X(01) VALUE "N".
003633         88  PLACED-NEWEST       VALUE "N".
003634         88  PLACED-BEHIND       VALUE "B".
003635         88  NOT-PLACED          VALUE "O".
003636     05  WS-INSERT-POS       PIC 9(02) COMP VALUE ZERO.
003637     05  WS-INSERT-FOUND-SW  PIC X(01) VALUE "N".
003638         88  INSERT-POS-FOUND    VALUE "Y".
003639     05  WS-SHIFT-IDX        PIC 9(02) COMP VALUE ZERO.
003640     05  WS-SHIFT-LIMIT      PIC 9(02) COMP VALUE ZERO.
003641     05  WS-LATE-GRACE-DAYS  PIC 9(03) VALUE 1.
003642     05  WS-DAYS-LATE        PIC 9(03) VALUE ZERO.
003643     05  WS-DAYS-LATE-MAX    PIC 9(03) VALUE 999.
003644     05  WS-WORK-EVENT-TYPE  PIC X(01) VALUE SPACES.
003645     05  WS-COUNT-DUPLICATE  PIC 9(07) COMP VALUE ZERO.
003646     05  WS-COUNT-LATE       PIC 9(07) COMP VALUE ZERO.
003647     05  WS-COUNT-HELD       PIC 9(07) COMP VALUE ZERO.
003648     05  WS-COUNT-RELEASED   PIC 9(07) COMP VALUE ZERO.
003649     05  WS-SUSP-KEPT        PIC 9(07) COMP VALUE ZERO.
003650     05  WS-CHKPSEQ-IDX      PIC 9(07) COMP VALUE ZERO.
003651     05  WS-PREV-SUSP-VEHICLE PIC X(06) VALUE SPACES.
003652     05  WS-PREV-SUSP-DATE   PIC 9(08) VALUE ZERO.
003653     05  WS-LATE-GROUP-SW    PIC X(01) VALUE "N".
003654         88  LATE-GROUP-MODE VALUE "Y".
003655         88  LATE-OTHER-MODE VALUE "O".
003656     05  WS-CUR-LATE-DEPOT   PIC X(04) VALUE SPACES.
003657     05  WS-DEPOT-LATE-COUNT PIC 9(07) COMP VALUE ZERO.
003658     05  WS-DEPOT-LATE-MOST  PIC 9(03) VALUE ZERO.
003659     05  WS-RPT-DAYS-ED      PIC ZZ9.
003660     05  WS-RPT-PLACE-TEXT   PIC X(14) VALUE SPACES.
003661     05  WS-LATE-DEPOT-SW    PIC X(01) VALUE "N".
003662         88  LATE-DEPOT-LISTED VALUE "Y".
003663
003664 01  CALENDAR-WORK-FIELDS.
003665     05  WS-CUR-DATE         PIC 9(08) VALUE ZERO.
003666     05  WS-CUR-DATE-PARTS REDEFINES WS-CUR-DATE.
003667         10  WS-CUR-YYYY     PIC 9(04).
003668         10  WS-CUR-MM       PIC 9(02).
003669         10  WS-CUR-DD       PIC 9(02).
003670     05  WS-DAYS-IN-MONTH    PIC 9(02) COMP VALUE ZERO.
003671     05  WS-LEAP-QUOTIENT    PIC 9(04) COMP VALUE ZERO.
003672     05  WS-LEAP-REMAINDER   PIC 9(04) COMP VALUE ZERO.
003673
003674 01  OLD-READING-TABLE.
003676     05  WS-OLD-MAX          PIC 9(02) COMP VALUE 50.
003679     05  WS-OLD-COUNT        PIC 9(02) COMP VALUE ZERO.
003682     05  WS-OLD-ENTRY        OCCURS 50 TIMES
003685                             INDEXED BY OD-IDX.
003688         10  WO-READING-DATE     PIC 9(08).
003691     05  WS-VEHARCH-EOF-SW   PIC X(01) VALUE "N".
003694         88  VEHARCH-EOF     VALUE "Y".
003695     05  WS-OLD-ADD-DATE     PIC 9(08) VALUE ZERO.
003696     05  WS-OLD-OVERFLOW     PIC 9(07) COMP VALUE ZERO.
003697
003700 01  RECONCILE-WORK-FIELDS.
003710     05  WS-RECON-EOF-SW     PIC X(01) VALUE "N".
003720         88  RECON-EOF       VALUE "Y".
003730     05  WS-MASTER-EOF-SW    PIC X(01) VALUE "N".
003740         88  MASTER-EOF      VALUE "Y".
003743     05  WS-MASTER-MATCHED-SW PIC X(01) VALUE "N".
003746         88  MASTER-MATCHED  VALUE "Y".
003749     05  WS-PASS-COUNT       PIC 9(07) COMP VALUE ZERO.
003752     05  WS-EXC-NEXT         PIC 9(04) COMP VALUE ZERO.
003755     05  WS-EXC-LIMIT        PIC 9(04) COMP VALUE ZERO.
003758     05  WS-EXC-STAMP-SW     PIC X(01) VALUE "N".
003761         88  EXC-STAMP-DONE  VALUE "Y".
003770     05  WS-MISSING-COUNT    PIC 9(07) COMP VALUE ZERO.
003771
003772 01  MISSWRK-SWITCHES.
003773     05  WS-MISSWRK-STATUS       PIC X(02) VALUE SPACES.
003774         88  MISSWRK-FILE-OK     VALUE "00".
003775         88  MISSWRK-FILE-EOF    VALUE "10".
003776         88  MISSWRK-FILE-MISSING VALUE "35".
003780
003790 01  DEPOT-SUMMARY-TABLE.
003800     05  WS-DEPOT-MAX        PIC 9(03) COMP VALUE 100.
003930     05  WS-LOOKUP-DEPOT     PIC X(04) VALUE SPACES.
003940     05  WS-MASTER-AVAIL-SW  PIC X(01) VALUE "N".
003950         88  MASTER-AVAILABLE VALUE "Y".
003990     05  WS-DEPOT-OVFL-SW    PIC X(01) VALUE "N".
004000         88  DEPOT-TABLE-FULL VALUE "Y".
004010     05  WS-PREV-DEPOT       PIC X(04) VALUE SPACES.
004020     05  WS-DEPOT-SORT-EOF-SW PIC X(01) VALUE "N".
004030         88  DEPOT-SORT-EOF  VALUE "Y".
004110     05  WS-EXC-GROUP-SW     PIC X(01) VALUE "N".
004120         88  EXC-GROUP-MODE  VALUE "Y".
004130     05  WS-CUR-EXC-DEPOT    PIC X(04) VALUE SPACES.
004300         10  WS-AUDIT-TIME       PIC 9(08).
004310     05  WS-AUDIT-RATING         PIC X(02).
004320     05  WS-AUDIT-VALUE-ED       PIC ZZ9.9.
004321     05  WS-AUDIT-NOTE           PIC X(24) VALUE SPACES.
004322
004323 01  PHASE-TIMING-TABLE.
004324     05  WS-PHASE-NAMES.
004325         10  FILLER  PIC X(20) VALUE "SORT FUELEXT".
004326         10  FILLER  PIC X(20) VALUE "RATING PASS".
004327         10  FILLER  PIC X(20) VALUE "FARC POSTING".
004328         10  FILLER  PIC X(20) VALUE "RECONCILE AND REPORT".
004329     05  WS-PHASE-NAME-TABLE REDEFINES WS-PHASE-NAMES.
004330         10  WP-PHASE-NAME   PIC X(20) OCCURS 4 TIMES.
004331     05  WS-PHASE-ENTRY      OCCURS 4 TIMES.
004332         10  WP-START-HSEC   PIC 9(08) COMP VALUE ZERO.
004333         10  WP-ELAPSED-HSEC PIC 9(08) COMP VALUE ZERO.
004334         10  WP-RECORDS      PIC 9(07) COMP VALUE ZERO.
004335         10  WP-USED-SW      PIC X(01) VALUE "N".
004336
004337 01  PHASE-WORK-FIELDS.
004338     05  WS-PHASE-NO         PIC 9(01) VALUE ZERO.
004339     05  WS-PHASE-TIME       PIC 9(08) VALUE ZERO.
004340     05  WS-PHASE-TIME-R     REDEFINES WS-PHASE-TIME.
004341         10  WS-PHASE-HH     PIC 9(02).
004342         10  WS-PHASE-MM     PIC 9(02).
004343         10  WS-PHASE-SS     PIC 9(02).
004344         10  WS-PHASE-HS     PIC 9(02).
004345     05  WS-PHASE-HSEC       PIC 9(08) COMP VALUE ZERO.
004346     05  WS-PHASE-RATE       PIC 9(09) COMP VALUE ZERO.
004347     05  WS-PHASE-SECS       PIC 9(06)V9(02) VALUE ZERO.
004348     05  WS-PHASE-SECS-ED    PIC ZZZ,ZZ9.99.
004349     05  WS-PHASE-RECS-ED    PIC Z,ZZZ,ZZ9.
004350     05  WS-PHASE-RATE-ED    PIC ZZZ,ZZZ,ZZ9.
004351*-----------------------
004352 PROCEDURE DIVISION.
004353*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
004360 0000-MAINLINE.
004370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004380
004400         DISPLAY "LAB07-BATCH - FUELEXT NOT FOUND - RUN ABORTED, "
004410             "NOTHING RATED."
004420     ELSE
004430         PERFORM 2000-PROCESS-VEHICLE THRU 2000-EXIT
004440             UNTIL END-OF-FILE
004450         PERFORM 9000-TERMINATE THRU 9000-EXIT.
004460
004470     STOP RUN.
004480*
004490*-----------------------------------------------------------
004496* 1000-INITIALIZE - BACK OUT ANY PART OF AN INTERRUPTED RUN
004502*                   PAST ITS LAST CHECKPOINT, SORT THE EXTRACT
004508*                   INTO VEHICLE ORDER, OPEN THE FILES AND
004514*                   PRIME THE READ.
004520*-----------------------------------------------------------
004530 1000-INITIALIZE.
004535     PERFORM 1030-APPLY-PENDING-THRESHOLDS THRU 1030-EXIT.
004540     PERFORM 5000-LOAD-THRESHOLDS THRU 5000-EXIT.
004545     PERFORM 1045-READ-CHECKPOINT-INTERVAL THRU 1045-EXIT.
004550     PERFORM 1060-READ-CHECKPOINT THRU 1060-EXIT.
004572
004574     PERFORM 1090-CHECK-RUN-CONTROL THRU 1090-EXIT.
004576     IF RUN-ALREADY-COMPLETE
004578         GO TO 1000-EXIT.
004579     MOVE WS-RUN-TODAY TO WS-BUSINESS-DATE.
004580     IF RC-BUSINESS-DATE NUMERIC
004581             AND RC-BUSINESS-DATE > ZERO
004582         MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE.
004583
004590     OPEN INPUT FUEL-EXTRACT-FILE.
004600     IF EXTRACT-FILE-MISSING
004610         GO TO 1000-EXIT.
004611     CLOSE FUEL-EXTRACT-FILE.
004612
004613     PERFORM 1100-BACK-OUT-TO-CHECKPOINT THRU 1100-EXIT.
004614     PERFORM 1065-READ-CHECKPOINT-EXCEPTIONS THRU 1065-EXIT.
004615     PERFORM 1067-READ-CHECKPOINT-FLAGS THRU 1067-EXIT.
004616     PERFORM 1063-READ-CHECKPOINT-SEQUENCE THRU 1063-EXIT.
004617
004618     PERFORM 1200-SORT-EXTRACT THRU 1200-EXIT.
004619     IF SORT-RETURN NOT = ZERO
004620         DISPLAY "LAB07-BATCH - SORT OF FUELEXT FAILED - RUN "
004621             "ABORTED, NOTHING RATED."
004622         MOVE "N" TO WS-OUTPUT-OPEN-SW
004623         SET END-OF-FILE TO TRUE
004624         GO TO 1000-EXIT.
004625
004630     IF WS-RECORDS-READ > ZERO
004640         OPEN EXTEND FUEL-RATED-FILE
004650         IF RATED-FILE-MISSING
004820         GO TO 1000-EXIT.
004830     PERFORM 1050-OPEN-HISTORY-FILE THRU 1050-EXIT.
004832     PERFORM 1055-OPEN-RATING-MASTER THRU 1055-EXIT.
004833     OPEN EXTEND CHECKPOINT-ARCHIVE-FILE.
004834     IF CHKPARC-FILE-MISSING
004835         OPEN OUTPUT CHECKPOINT-ARCHIVE-FILE.
004836     OPEN INPUT FUEL-SORTED-FILE.
004837
004838     MOVE WS-RECORDS-READ TO WS-RESUME-READ.
004839     MOVE 2 TO WS-PHASE-NO.
004840     PERFORM 8500-START-PHASE THRU 8500-EXIT.
004841     PERFORM 1070-SKIP-PROCESSED-RECORDS THRU 1070-EXIT.
004850
004860     PERFORM 2900-READ-EXTRACT THRU 2900-EXIT.
004870 1000-EXIT.
004880     EXIT.
004890*
004900*-----------------------------------------------------------
004906* 1050-OPEN-HISTORY-FILE - OPEN THE VEHICLE HISTORY FILE FOR
004912*                          UPDATE, CREATING IT EMPTY THE
004918*                          FIRST TIME THE BATCH RUN IS EVER
004924*                          EXECUTED. ITS FIRST RECORD PRIMES
004930*                          THE SEQUENTIAL MATCH, AND THE
004936*                          CHKPVHB JOURNAL STARTS EMPTY FOR
004942*                          THE FIRST CHECKPOINT INTERVAL.
004950*-----------------------------------------------------------
004960 1050-OPEN-HISTORY-FILE.
004970     OPEN I-O VEHICLE-HISTORY-FILE.
004990         OPEN OUTPUT VEHICLE-HISTORY-FILE
005000         CLOSE VEHICLE-HISTORY-FILE
005010         OPEN I-O VEHICLE-HISTORY-FILE.
005012     MOVE "N" TO WS-HIST-EOF-SW.
005014     PERFORM 2065-READ-NEXT-HISTORY THRU 2065-EXIT.
005016     OPEN OUTPUT CHECKPOINT-HISTORY-FILE.
005020 1050-EXIT.
005030     EXIT.
005031*
005182     MOVE SPACES TO THRESHOLD-AUDIT-LINE.
005183     STRING WS-PEND-TODAY
005184         " " WS-PEND-TIME
005185         " BATCH    TYPE " WN-VEHICLE-TYPE (WS-PEND-SUB)
005186         " BAND " WN-BAND-CODE (WS-PEND-SUB)
005187         " NOW " WS-AUD-LOW-ED "-" WS-AUD-HIGH-ED
005188         " APPLIED BY BATCH, EFF "
005263     EXIT.
005264*
005265*-----------------------------------------------------------
005266* 1045-READ-CHECKPOINT-INTERVAL - HOW MANY READINGS GO BY
005267*                                 BETWEEN CHECKPOINTS, FROM
005268*                                 THE ONE-LINE CHKPFREQ PARM
005269*                                 FILE. A MISSING FILE OR A
005270*                                 BLANK, ZERO OR NON-NUMERIC
005271*                                 VALUE LEAVES THE DEFAULT OF
005272*                                 500.
005273*-----------------------------------------------------------
005274 1045-READ-CHECKPOINT-INTERVAL.
005275     OPEN INPUT CHECKPOINT-INTERVAL-FILE.
005276     IF CHKPFREQ-FILE-MISSING
005277         GO TO 1045-EXIT.
005278     READ CHECKPOINT-INTERVAL-FILE
005279         AT END SET CHKPFREQ-FILE-EOF TO TRUE
005280     END-READ.
005281     IF CHKPFREQ-FILE-OK
005282             AND CHECKPOINT-INTERVAL-RECORD NUMERIC
005283             AND CHECKPOINT-INTERVAL-RECORD NOT = "00000"
005284         MOVE CHECKPOINT-INTERVAL-RECORD TO WS-CHKPT-INTERVAL.
005285     CLOSE CHECKPOINT-INTERVAL-FILE.
005286 1045-EXIT.
005287     EXIT.
005288*
005289*-----------------------------------------------------------
005290* 1055-OPEN-RATING-MASTER - OPEN THE VEHICLE MASTER FOR THE
005291*                           TYPE LOOKUPS THE PER-TYPE THRESHOLD
005292*                           SETS NEED, READ IN KEY ORDER
005293*                           ALONGSIDE THE SORTED READINGS.
005294*                           CLOSED AGAIN AT 9000 BEFORE THE
005295*                           END-OF-RUN PASS REOPENS IT.
005296*-----------------------------------------------------------
005297 1055-OPEN-RATING-MASTER.
005298     PERFORM 9360-OPEN-MASTER THRU 9360-EXIT.
005299 1055-EXIT.
005300     EXIT.
005301*
005302*-----------------------------------------------------------
005303* 1060-READ-CHECKPOINT - RESTORE THE RUNNING COUNTS FROM A
005304*                        PRIOR, INTERRUPTED RUN, OR START AT
005305*                        ZERO IF THERE IS NO CHECKPOINT FILE
005306*                        OR IT IS EMPTY. THE CHECKPOINT NUMBER
005307*                        AND FLAG-ROW COUNT TELL 1100 HOW FAR
005308*                        TO BACK OUT, AS DO THE DUPLICATE,
005309*                        LATE AND HELD COUNTS.
005310*-----------------------------------------------------------
005311 1060-READ-CHECKPOINT.
005312     MOVE ZERO TO WS-RECORDS-READ WS-RECORDS-RATED
005313         WS-COUNT-E WS-COUNT-G WS-COUNT-F WS-COUNT-P1
005314         WS-COUNT-P2 WS-COUNT-EXCEPTION WS-CHKPT-NO
005315         WS-CHKPT-FLAG-COUNT WS-COUNT-DUPLICATE
005316         WS-COUNT-LATE WS-COUNT-HELD WS-SEQ-COUNT.
005317
005318     OPEN INPUT CHECKPOINT-FILE.
005319     IF NOT CHKPT-FILE-MISSING
005320         READ CHECKPOINT-FILE
005321             AT END SET CHKPT-FILE-EOF TO TRUE
005322         END-READ
005323         IF CHKPT-FILE-OK
005324             MOVE CP-RECORDS-READ TO WS-RECORDS-READ
005325             MOVE CP-RECORDS-RATED TO WS-RECORDS-RATED
005326             MOVE CP-COUNT-E TO WS-COUNT-E
005327             MOVE CP-COUNT-G TO WS-COUNT-G
005328             MOVE CP-COUNT-F TO WS-COUNT-F
005329             MOVE CP-COUNT-P1 TO WS-COUNT-P1
005330             MOVE CP-COUNT-P2 TO WS-COUNT-P2
005331             MOVE CP-COUNT-EXCEPTION TO WS-COUNT-EXCEPTION
005332             MOVE CP-CHECKPOINT-NO TO WS-CHKPT-NO
005333             MOVE CP-FLAG-COUNT TO WS-CHKPT-FLAG-COUNT
005334             MOVE CP-COUNT-DUPLICATE TO WS-COUNT-DUPLICATE
005335             MOVE CP-COUNT-LATE TO WS-COUNT-LATE
005336             MOVE CP-COUNT-HELD TO WS-COUNT-HELD
005337             ADD WS-COUNT-DUPLICATE WS-COUNT-LATE WS-COUNT-HELD
005338                 GIVING WS-SEQ-COUNT
005339         END-IF
005340         CLOSE CHECKPOINT-FILE.
005341 1060-EXIT.
005342     EXIT.
005343*
005350*-----------------------------------------------------------
005360* 1065-READ-CHECKPOINT-EXCEPTIONS - ON A RESUMED RUN, REBUILD
005370*                                   THE IN-MEMORY EXCEPTION-
006150         AT END SET CHKPFLG-FILE-EOF TO TRUE.
006160 1068-EXIT.
006170     EXIT.
006171*
006172*-----------------------------------------------------------
006173* 1063-READ-CHECKPOINT-SEQUENCE - ON A RESUMED RUN, REBUILD THE
006174*                                 OUT-OF-SEQUENCE TABLE FROM
006175*                                 THE CHKPSEQ SIDE FILE, THE
006176*                                 SAME WAY 1067 REBUILDS THE
006177*                                 FLAGS. THE DUPLICATE, LATE
006178*                                 AND HELD COUNTS THEMSELVES
006179*                                 COME BACK WITH THE CHECKPOINT.
006180*-----------------------------------------------------------
006181 1063-READ-CHECKPOINT-SEQUENCE.
006182     IF WS-SEQ-COUNT = ZERO
006183         GO TO 1063-EXIT.
006184
006185     MOVE ZERO TO WS-CHKPSEQ-IDX.
006186     OPEN INPUT CHECKPOINT-SEQUENCE-FILE.
006187     IF CHKPSEQ-FILE-MISSING
006188         GO TO 1063-EXIT.
006189
006190     PERFORM 1064-READ-CHECKPOINT-SEQ-ROW THRU 1064-EXIT.
006191     PERFORM 1062-LOAD-ONE-SEQUENCE-ROW THRU 1062-EXIT
006192         UNTIL CHKPSEQ-FILE-EOF.
006193     CLOSE CHECKPOINT-SEQUENCE-FILE.
006194 1063-EXIT.
006195     EXIT.
006196*
006197 1062-LOAD-ONE-SEQUENCE-ROW.
006198     ADD 1 TO WS-CHKPSEQ-IDX.
006199     IF WS-CHKPSEQ-IDX NOT > WS-SEQ-MAX
006200         SET SQ-IDX TO WS-CHKPSEQ-IDX
006201         MOVE CQ-EVENT-TYPE TO WQ-EVENT-TYPE (SQ-IDX)
006202         MOVE CQ-VEHICLE-ID TO WQ-VEHICLE-ID (SQ-IDX)
006203         MOVE CQ-READING-DATE TO WQ-READING-DATE (SQ-IDX)
006204         MOVE CQ-FUEL-VALUE TO WQ-FUEL-VALUE (SQ-IDX)
006205         MOVE CQ-DEPOT TO WQ-DEPOT (SQ-IDX)
006206         MOVE CQ-DAYS-LATE TO WQ-DAYS-LATE (SQ-IDX)
006207         MOVE CQ-PLACEMENT TO WQ-PLACEMENT (SQ-IDX).
006208     PERFORM 1064-READ-CHECKPOINT-SEQ-ROW THRU 1064-EXIT.
006209 1062-EXIT.
006210     EXIT.
006211*
006212 1064-READ-CHECKPOINT-SEQ-ROW.
006213     READ CHECKPOINT-SEQUENCE-FILE
006214         AT END SET CHKPSEQ-FILE-EOF TO TRUE.
006215 1064-EXIT.
006216     EXIT.
006217*
006218*-----------------------------------------------------------
006219* 1070-SKIP-PROCESSED-RECORDS - ON A RESUMED RUN, READ PAST
006220*                               THE READINGS THE CHECKPOINT
006221*                               SAYS WERE ALREADY RATED, SO
006222*                               THE MAIN LOOP PICKS UP WITH
006230*                               THE NEXT UNPROCESSED READING
006238*                               OF THE SORTED EXTRACT.
006250*-----------------------------------------------------------
006260 1070-SKIP-PROCESSED-RECORDS.
006270     PERFORM 1080-SKIP-ONE-RECORD THRU 1080-EXIT
006320     EXIT.
006330*
006340 1080-SKIP-ONE-RECORD.
006350     READ FUEL-SORTED-FILE
006360         AT END SET END-OF-FILE TO TRUE.
006370 1080-EXIT.
006380     EXIT.
006424     EXIT.
006425*
006426*-----------------------------------------------------------
006427* 1100-BACK-OUT-TO-CHECKPOINT - PUT EVERYTHING BACK THE WAY
006428*                               IT STOOD AT THE LAST
006429*                               CHECKPOINT, SO THE READINGS AN
006430*                               INTERRUPTED RUN RATED AFTER IT
006431*                               ARE RATED AGAIN EXACTLY ONCE -
006432*                               VEHHIST FROM THE CHKPVHB
006433*                               BEFORE-IMAGES, THEN FUELOUT,
006434*                               AUDITLOG AND THE CHKPARC,
006435*                               CHKPEXC, CHKPFLG AND CHKPSEQ
006436*                               SIDE FILES CUT BACK TO THE
006437*                               CHECKPOINT COUNTS. AUDITLOG
006438*                               ALSO KEEPS THE DUPLICATE AND
006439*                               HELD LINES. A FRESH RUN (NO
006440*                               CHECKPOINT) EMPTIES THE SIDE
006441*                               FILES; 1000 STARTS FUELOUT AND
006442*                               AUDITLOG OVER ANYWAY.
006443*-----------------------------------------------------------
006444 1100-BACK-OUT-TO-CHECKPOINT.
006445     PERFORM 1110-RESTORE-HISTORY-IMAGES THRU 1110-EXIT.
006446
006447     MOVE WS-RECORDS-RATED TO WS-TRIM-KEEP.
006448     IF WS-RECORDS-READ > ZERO
006449         PERFORM 1120-TRIM-RATED-FILE THRU 1120-EXIT
006450         ADD WS-COUNT-DUPLICATE WS-COUNT-HELD TO WS-TRIM-KEEP
006451         PERFORM 1130-TRIM-AUDIT-FILE THRU 1130-EXIT
006452         MOVE WS-RECORDS-RATED TO WS-TRIM-KEEP.
006453     PERFORM 1140-TRIM-ARCHIVE-HOLD THRU 1140-EXIT.
006454
006455     MOVE WS-COUNT-EXCEPTION TO WS-TRIM-KEEP.
006456     IF WS-TRIM-KEEP > WS-EXCEPTION-MAX
006457         MOVE WS-EXCEPTION-MAX TO WS-TRIM-KEEP.
006458     PERFORM 1150-TRIM-EXCEPTION-ROWS THRU 1150-EXIT.
006459
006460     MOVE WS-CHKPT-FLAG-COUNT TO WS-TRIM-KEEP.
006461     IF WS-TRIM-KEEP > WS-FLAG-MAX
006462         MOVE WS-FLAG-MAX TO WS-TRIM-KEEP.
006463     PERFORM 1160-TRIM-FLAG-ROWS THRU 1160-EXIT.
006464     MOVE WS-SEQ-COUNT TO WS-TRIM-KEEP.
006465     IF WS-TRIM-KEEP > WS-SEQ-MAX
006466         MOVE WS-SEQ-MAX TO WS-TRIM-KEEP.
006467     PERFORM 1170-TRIM-SEQUENCE-ROWS THRU 1170-EXIT.
006468 1100-EXIT.
006469     EXIT.
006470*
006471*-----------------------------------------------------------
006472* 1110-RESTORE-HISTORY-IMAGES - PUT BACK EVERY VEHHIST RECORD
006473*                               THE INTERRUPTED RUN CHANGED
006474*                               AFTER ITS LAST CHECKPOINT - AN
006475*                               UPDATED RECORD IS REWRITTEN AS
006476*                               IT WAS, AN ADDED ONE DELETED.
006477*                               IMAGES STAMPED WITH A
006478*                               CHECKPOINT ALREADY TAKEN ARE
006479*                               LEFT ALONE, SO A SECOND
006480*                               RESTART DOES NO HARM.
006481*-----------------------------------------------------------
006482 1110-RESTORE-HISTORY-IMAGES.
006483     MOVE ZERO TO WS-RESTORED-COUNT.
006484     OPEN INPUT CHECKPOINT-HISTORY-FILE.
006485     IF CHKPVHB-FILE-MISSING
006486         GO TO 1110-EXIT.
006487     OPEN I-O VEHICLE-HISTORY-FILE.
006488     IF VEHHIST-FILE-MISSING
006489         CLOSE CHECKPOINT-HISTORY-FILE
006490         GO TO 1110-EXIT.
006491
006492     PERFORM 1112-READ-HISTORY-IMAGE THRU 1112-EXIT.
006493     PERFORM 1111-RESTORE-ONE-IMAGE THRU 1111-EXIT
006494         UNTIL CHKPVHB-FILE-EOF.
006495     CLOSE CHECKPOINT-HISTORY-FILE.
006496     CLOSE VEHICLE-HISTORY-FILE.
006497     IF WS-RESTORED-COUNT > ZERO
006498         DISPLAY "LAB07-BATCH - VEHHIST RECORDS PUT BACK TO LAST "
006499             "CHECKPOINT: " WS-RESTORED-COUNT.
006500 1110-EXIT.
006501     EXIT.
006502*
006503 1111-RESTORE-ONE-IMAGE.
006504     IF CV-CHECKPOINT-NO > WS-CHKPT-NO
006505         MOVE CV-HISTORY-IMAGE TO VEHICLE-HISTORY-RECORD
006506         IF CV-HISTORY-ADDED
006507             DELETE VEHICLE-HISTORY-FILE RECORD
006508                 INVALID KEY CONTINUE
006509             END-DELETE
006510         ELSE
006511             REWRITE VEHICLE-HISTORY-RECORD
006512                 INVALID KEY WRITE VEHICLE-HISTORY-RECORD
006513             END-REWRITE
006514         END-IF
006515         ADD 1 TO WS-RESTORED-COUNT.
006516     PERFORM 1112-READ-HISTORY-IMAGE THRU 1112-EXIT.
006517 1111-EXIT.
006518     EXIT.
006519*
006520 1112-READ-HISTORY-IMAGE.
006521     READ CHECKPOINT-HISTORY-FILE
006522         AT END SET CHKPVHB-FILE-EOF TO TRUE.
006523 1112-EXIT.
006524     EXIT.
006525*
006526*-----------------------------------------------------------
006527* 1120-TRIM-RATED-FILE - CUT FUELOUT BACK TO ITS
006528*                       FIRST WS-TRIM-KEEP RECORDS,
006529*                       BY WAY OF THE CHKPWRK WORK
006530*                       FILE. LEFT ALONE WHEN IT HOLDS
006531*                       NOTHING PAST THE CHECKPOINT.
006532*-----------------------------------------------------------
006533 1120-TRIM-RATED-FILE.
006534     OPEN INPUT FUEL-RATED-FILE.
006535     IF RATED-FILE-MISSING
006536         GO TO 1120-EXIT.
006537     PERFORM 1190-START-TRIM THRU 1190-EXIT.
006538     PERFORM 1121-SAVE-ONE-RATED THRU 1121-EXIT
006539         UNTIL TRIM-EOF OR WS-TRIM-COUNT NOT < WS-TRIM-KEEP.
006540     IF NOT TRIM-EOF
006541         READ FUEL-RATED-FILE
006542             AT END SET TRIM-EOF TO TRUE
006543         END-READ.
006544     CLOSE FUEL-RATED-FILE.
006545     CLOSE CHECKPOINT-WORK-FILE.
006546     IF TRIM-EOF
006547         GO TO 1120-EXIT.
006548
006549     OPEN OUTPUT FUEL-RATED-FILE.
006550     PERFORM 1195-OPEN-TRIM-WORK THRU 1195-EXIT.
006551     PERFORM 1122-PUT-BACK-ONE-RATED THRU 1122-EXIT
006552         UNTIL TRIM-EOF.
006553     CLOSE FUEL-RATED-FILE.
006554     CLOSE CHECKPOINT-WORK-FILE.
006555     MOVE "FUELOUT" TO WS-TRIM-FILE-NAME.
006556     PERFORM 1199-REPORT-TRIM THRU 1199-EXIT.
006557 1120-EXIT.
006558     EXIT.
006559*
006560 1121-SAVE-ONE-RATED.
006561     READ FUEL-RATED-FILE
006562         AT END SET TRIM-EOF TO TRUE.
006563     IF NOT TRIM-EOF
006564         WRITE CHECKPOINT-WORK-LINE
006565             FROM FUEL-RATED-RECORD
006566         ADD 1 TO WS-TRIM-COUNT.
006567 1121-EXIT.
006568     EXIT.
006569*
006570 1122-PUT-BACK-ONE-RATED.
006571     WRITE FUEL-RATED-RECORD FROM CHECKPOINT-WORK-LINE.
006572     PERFORM 1196-READ-TRIM-WORK THRU 1196-EXIT.
006573 1122-EXIT.
006574     EXIT.
006575*
006576*-----------------------------------------------------------
006577* 1130-TRIM-AUDIT-FILE - CUT AUDITLOG BACK TO ITS
006578*                       FIRST WS-TRIM-KEEP RECORDS,
006579*                       BY WAY OF THE CHKPWRK WORK
006580*                       FILE. LEFT ALONE WHEN IT HOLDS
006581*                       NOTHING PAST THE CHECKPOINT.
006582*-----------------------------------------------------------
006583 1130-TRIM-AUDIT-FILE.
006584     OPEN INPUT AUDIT-LOG-FILE.
006585     IF AUDIT-FILE-MISSING
006586         GO TO 1130-EXIT.
006587     PERFORM 1190-START-TRIM THRU 1190-EXIT.
006588     PERFORM 1131-SAVE-ONE-AUDIT THRU 1131-EXIT
006589         UNTIL TRIM-EOF OR WS-TRIM-COUNT NOT < WS-TRIM-KEEP.
006590     IF NOT TRIM-EOF
006591         READ AUDIT-LOG-FILE
006592             AT END SET TRIM-EOF TO TRUE
006593         END-READ.
006594     CLOSE AUDIT-LOG-FILE.
006595     CLOSE CHECKPOINT-WORK-FILE.
006596     IF TRIM-EOF
006597         GO TO 1130-EXIT.
006598
006599     OPEN OUTPUT AUDIT-LOG-FILE.
006600     PERFORM 1195-OPEN-TRIM-WORK THRU 1195-EXIT.
006601     PERFORM 1132-PUT-BACK-ONE-AUDIT THRU 1132-EXIT
006602         UNTIL TRIM-EOF.
006603     CLOSE AUDIT-LOG-FILE.
006604     CLOSE CHECKPOINT-WORK-FILE.
006605     MOVE "AUDITLOG" TO WS-TRIM-FILE-NAME.
006606     PERFORM 1199-REPORT-TRIM THRU 1199-EXIT.
006607 1130-EXIT.
006608     EXIT.
006609*
006610 1131-SAVE-ONE-AUDIT.
006611     READ AUDIT-LOG-FILE
006612         AT END SET TRIM-EOF TO TRUE.
006613     IF NOT TRIM-EOF
006614         WRITE CHECKPOINT-WORK-LINE
006615             FROM AUDIT-LINE
006616         ADD 1 TO WS-TRIM-COUNT.
006617 1131-EXIT.
006618     EXIT.
006619*
006620 1132-PUT-BACK-ONE-AUDIT.
006621     WRITE AUDIT-LINE FROM CHECKPOINT-WORK-LINE.
006622     PERFORM 1196-READ-TRIM-WORK THRU 1196-EXIT.
006623 1132-EXIT.
006624     EXIT.
006625*
006626*-----------------------------------------------------------
006627* 1140-TRIM-ARCHIVE-HOLD - CUT CHKPARC BACK TO ITS
006628*                         FIRST WS-TRIM-KEEP RECORDS,
006629*                         BY WAY OF THE CHKPWRK WORK
006630*                         FILE. LEFT ALONE WHEN IT HOLDS
006631*                         NOTHING PAST THE CHECKPOINT.
006632*-----------------------------------------------------------
006633 1140-TRIM-ARCHIVE-HOLD.
006634     OPEN INPUT CHECKPOINT-ARCHIVE-FILE.
006635     IF CHKPARC-FILE-MISSING
006636         GO TO 1140-EXIT.
006637     PERFORM 1190-START-TRIM THRU 1190-EXIT.
006638     PERFORM 1141-SAVE-ONE-ARCHIVE THRU 1141-EXIT
006639         UNTIL TRIM-EOF OR WS-TRIM-COUNT NOT < WS-TRIM-KEEP.
006640     IF NOT TRIM-EOF
006641         READ CHECKPOINT-ARCHIVE-FILE
006642             AT END SET TRIM-EOF TO TRUE
006643         END-READ.
006644     CLOSE CHECKPOINT-ARCHIVE-FILE.
006645     CLOSE CHECKPOINT-WORK-FILE.
006646     IF TRIM-EOF
006647         GO TO 1140-EXIT.
006648
006649     OPEN OUTPUT CHECKPOINT-ARCHIVE-FILE.
006650     PERFORM 1195-OPEN-TRIM-WORK THRU 1195-EXIT.
006651     PERFORM 1142-PUT-BACK-ONE-ARCHIVE THRU 1142-EXIT
006652         UNTIL TRIM-EOF.
006653     CLOSE CHECKPOINT-ARCHIVE-FILE.
006654     CLOSE CHECKPOINT-WORK-FILE.
006655     MOVE "CHKPARC" TO WS-TRIM-FILE-NAME.
006656     PERFORM 1199-REPORT-TRIM THRU 1199-EXIT.
006657 1140-EXIT.
006658     EXIT.
006659*
006660 1141-SAVE-ONE-ARCHIVE.
006661     READ CHECKPOINT-ARCHIVE-FILE
006662         AT END SET TRIM-EOF TO TRUE.
006663     IF NOT TRIM-EOF
006664         WRITE CHECKPOINT-WORK-LINE
006665             FROM CHECKPOINT-ARCHIVE-RECORD
006666         ADD 1 TO WS-TRIM-COUNT.
006667 1141-EXIT.
006668     EXIT.
006669*
006670 1142-PUT-BACK-ONE-ARCHIVE.
006671     WRITE CHECKPOINT-ARCHIVE-RECORD FROM CHECKPOINT-WORK-LINE.
006672     PERFORM 1196-READ-TRIM-WORK THRU 1196-EXIT.
006673 1142-EXIT.
006674     EXIT.
006675*
006676*-----------------------------------------------------------
006677* 1150-TRIM-EXCEPTION-ROWS - CUT CHKPEXC BACK TO ITS
006678*                           FIRST WS-TRIM-KEEP RECORDS,
006679*                           BY WAY OF THE CHKPWRK WORK
006680*                           FILE. LEFT ALONE WHEN IT HOLDS
006681*                           NOTHING PAST THE CHECKPOINT.
006682*-----------------------------------------------------------
006683 1150-TRIM-EXCEPTION-ROWS.
006684     OPEN INPUT CHECKPOINT-EXCEPTION-FILE.
006685     IF CHKPEXC-FILE-MISSING
006686         GO TO 1150-EXIT.
006687     PERFORM 1190-START-TRIM THRU 1190-EXIT.
006688     PERFORM 1151-SAVE-ONE-EXCEPTION THRU 1151-EXIT
006689         UNTIL TRIM-EOF OR WS-TRIM-COUNT NOT < WS-TRIM-KEEP.
006690     IF NOT TRIM-EOF
006691         READ CHECKPOINT-EXCEPTION-FILE
006692             AT END SET TRIM-EOF TO TRUE
006693         END-READ.
006694     CLOSE CHECKPOINT-EXCEPTION-FILE.
006695     CLOSE CHECKPOINT-WORK-FILE.
006696     IF TRIM-EOF
006697         GO TO 1150-EXIT.
006698
006699     OPEN OUTPUT CHECKPOINT-EXCEPTION-FILE.
006700     PERFORM 1195-OPEN-TRIM-WORK THRU 1195-EXIT.
006701     PERFORM 1152-PUT-BACK-ONE-EXCEPTION THRU 1152-EXIT
006702         UNTIL TRIM-EOF.
006703     CLOSE CHECKPOINT-EXCEPTION-FILE.
006704     CLOSE CHECKPOINT-WORK-FILE.
006705     MOVE "CHKPEXC" TO WS-TRIM-FILE-NAME.
006706     PERFORM 1199-REPORT-TRIM THRU 1199-EXIT.
006707 1150-EXIT.
006708     EXIT.
006709*
006710 1151-SAVE-ONE-EXCEPTION.
006711     READ CHECKPOINT-EXCEPTION-FILE
006712         AT END SET TRIM-EOF TO TRUE.
006713     IF NOT TRIM-EOF
006714         WRITE CHECKPOINT-WORK-LINE
006715             FROM CHECKPOINT-EXCEPTION-RECORD
006716         ADD 1 TO WS-TRIM-COUNT.
006717 1151-EXIT.
006718     EXIT.
006719*
006720 1152-PUT-BACK-ONE-EXCEPTION.
006721     WRITE CHECKPOINT-EXCEPTION-RECORD FROM CHECKPOINT-WORK-LINE.
006722     PERFORM 1196-READ-TRIM-WORK THRU 1196-EXIT.
006723 1152-EXIT.
006724     EXIT.
006725*
006726*-----------------------------------------------------------
006727* 1160-TRIM-FLAG-ROWS - CUT CHKPFLG BACK TO ITS
006728*                      FIRST WS-TRIM-KEEP RECORDS,
006729*                      BY WAY OF THE CHKPWRK WORK
006730*                      FILE. LEFT ALONE WHEN IT HOLDS
006731*                      NOTHING PAST THE CHECKPOINT.
006732*-----------------------------------------------------------
006733 1160-TRIM-FLAG-ROWS.
006734     OPEN INPUT CHECKPOINT-FLAG-FILE.
006735     IF CHKPFLG-FILE-MISSING
006736         GO TO 1160-EXIT.
006737     PERFORM 1190-START-TRIM THRU 1190-EXIT.
006738     PERFORM 1161-SAVE-ONE-FLAG THRU 1161-EXIT
006739         UNTIL TRIM-EOF OR WS-TRIM-COUNT NOT < WS-TRIM-KEEP.
006740     IF NOT TRIM-EOF
006741         READ CHECKPOINT-FLAG-FILE
006742             AT END SET TRIM-EOF TO TRUE
006743         END-READ.
006744     CLOSE CHECKPOINT-FLAG-FILE.
006745     CLOSE CHECKPOINT-WORK-FILE.
006746     IF TRIM-EOF
006747         GO TO 1160-EXIT.
006748
006749     OPEN OUTPUT CHECKPOINT-FLAG-FILE.
006750     PERFORM 1195-OPEN-TRIM-WORK THRU 1195-EXIT.
006751     PERFORM 1162-PUT-BACK-ONE-FLAG THRU 1162-EXIT
006752         UNTIL TRIM-EOF.
006753     CLOSE CHECKPOINT-FLAG-FILE.
006754     CLOSE CHECKPOINT-WORK-FILE.
006755     MOVE "CHKPFLG" TO WS-TRIM-FILE-NAME.
006756     PERFORM 1199-REPORT-TRIM THRU 1199-EXIT.
006757 1160-EXIT.
006758     EXIT.
006759*
006760 1161-SAVE-ONE-FLAG.
006761     READ CHECKPOINT-FLAG-FILE
006762         AT END SET TRIM-EOF TO TRUE.
006763     IF NOT TRIM-EOF
006764         WRITE CHECKPOINT-WORK-LINE
006765             FROM CHECKPOINT-FLAG-RECORD
006766         ADD 1 TO WS-TRIM-COUNT.
006767 1161-EXIT.
006768     EXIT.
006769*
006770 1162-PUT-BACK-ONE-FLAG.
006771     WRITE CHECKPOINT-FLAG-RECORD FROM CHECKPOINT-WORK-LINE.
006772     PERFORM 1196-READ-TRIM-WORK THRU 1196-EXIT.
006773 1162-EXIT.
006774     EXIT.
006775*
006776*-----------------------------------------------------------
006777* 1170-TRIM-SEQUENCE-ROWS - CUT CHKPSEQ BACK TO ITS
006778*                          FIRST WS-TRIM-KEEP RECORDS,
006779*                          BY WAY OF THE CHKPWRK WORK
006780*                          FILE. LEFT ALONE WHEN IT HOLDS
006781*                          NOTHING PAST THE CHECKPOINT.
006782*-----------------------------------------------------------
006783 1170-TRIM-SEQUENCE-ROWS.
006784     OPEN INPUT CHECKPOINT-SEQUENCE-FILE.
006785     IF CHKPSEQ-FILE-MISSING
006786         GO TO 1170-EXIT.
006787     PERFORM 1190-START-TRIM THRU 1190-EXIT.
006788     PERFORM 1171-SAVE-ONE-SEQUENCE THRU 1171-EXIT
006789         UNTIL TRIM-EOF OR WS-TRIM-COUNT NOT < WS-TRIM-KEEP.
006790     IF NOT TRIM-EOF
006791         READ CHECKPOINT-SEQUENCE-FILE
006792             AT END SET TRIM-EOF TO TRUE
006793         END-READ.
006794     CLOSE CHECKPOINT-SEQUENCE-FILE.
006795     CLOSE CHECKPOINT-WORK-FILE.
006796     IF TRIM-EOF
006797         GO TO 1170-EXIT.
006798
006799     OPEN OUTPUT CHECKPOINT-SEQUENCE-FILE.
006800     PERFORM 1195-OPEN-TRIM-WORK THRU 1195-EXIT.
006801     PERFORM 1172-PUT-BACK-ONE-SEQUENCE THRU 1172-EXIT
006802         UNTIL TRIM-EOF.
006803     CLOSE CHECKPOINT-SEQUENCE-FILE.
006804     CLOSE CHECKPOINT-WORK-FILE.
006805     MOVE "CHKPSEQ" TO WS-TRIM-FILE-NAME.
006806     PERFORM 1199-REPORT-TRIM THRU 1199-EXIT.
006807 1170-EXIT.
006808     EXIT.
006809*
006810 1171-SAVE-ONE-SEQUENCE.
006811     READ CHECKPOINT-SEQUENCE-FILE
006812         AT END SET TRIM-EOF TO TRUE.
006813     IF NOT TRIM-EOF
006814         WRITE CHECKPOINT-WORK-LINE
006815             FROM CHECKPOINT-SEQUENCE-RECORD
006816         ADD 1 TO WS-TRIM-COUNT.
006817 1171-EXIT.
006818     EXIT.
006819*
006820 1172-PUT-BACK-ONE-SEQUENCE.
006821     WRITE CHECKPOINT-SEQUENCE-RECORD FROM CHECKPOINT-WORK-LINE.
006822     PERFORM 1196-READ-TRIM-WORK THRU 1196-EXIT.
006823 1172-EXIT.
006824     EXIT.
006825*
006826 1190-START-TRIM.
006827     MOVE ZERO TO WS-TRIM-COUNT.
006828     MOVE "N" TO WS-TRIM-EOF-SW.
006829     OPEN OUTPUT CHECKPOINT-WORK-FILE.
006830 1190-EXIT.
006831     EXIT.
006832*
006833 1195-OPEN-TRIM-WORK.
006834     MOVE "N" TO WS-TRIM-EOF-SW.
006835     OPEN INPUT CHECKPOINT-WORK-FILE.
006836     PERFORM 1196-READ-TRIM-WORK THRU 1196-EXIT.
006837 1195-EXIT.
006838     EXIT.
006839*
006840 1196-READ-TRIM-WORK.
006841     READ CHECKPOINT-WORK-FILE
006842         AT END SET TRIM-EOF TO TRUE.
006843 1196-EXIT.
006844     EXIT.
006845*
006846 1199-REPORT-TRIM.
006847     DISPLAY "LAB07-BATCH - " WS-TRIM-FILE-NAME
006848         " CUT BACK TO LAST CHECKPOINT - RECORDS KEPT: "
006849         WS-TRIM-COUNT.
006850 1199-EXIT.
006851     EXIT.
006852*
006853*-----------------------------------------------------------
006854* 1200-SORT-EXTRACT - SORT TONIGHT'S EXTRACT INTO VEHICLE
006855*                     ORDER ON FUELSRT FOR THE SEQUENTIAL
006856*                     MATCH. A VEHICLE'S READINGS KEEP THEIR
006857*                     EXTRACT ORDER, SO ITS HISTORY ROLLS THE
006858*                     SAME AS BEFORE. SORTED AGAIN ON A
006859*                     RESTART - THE SAME EXTRACT SORTS THE SAME
006860*                     WAY, SO THE CHECKPOINT COUNT STILL POINTS
006861*                     AT THE RIGHT READING. HELD READINGS
006862*                     WHOSE DATE HAS ARRIVED COME OFF
006863*                     FUELSUSP INTO THE SAME SORT - FUELSUSP
006864*                     IS ONLY REBUILT ONCE THE RUN COMPLETES,
006865*                     SO A RESTART RELEASES THE SAME ONES.
006866*-----------------------------------------------------------
006867 1200-SORT-EXTRACT.
006868     MOVE 1 TO WS-PHASE-NO.
006869     PERFORM 8500-START-PHASE THRU 8500-EXIT.
006870     MOVE ZERO TO WS-SORT-RELEASED.
006871     SORT READING-SORT-FILE
006872         ON ASCENDING KEY SR-VEHICLE-ID
006873         WITH DUPLICATES IN ORDER
006874         INPUT PROCEDURE IS 1210-RELEASE-EXTRACT THRU 1210-EXIT
006875         GIVING FUEL-SORTED-FILE.
006876     MOVE WS-SORT-RELEASED TO WP-RECORDS (1).
006877     PERFORM 8510-END-PHASE THRU 8510-EXIT.
006878 1200-EXIT.
006879     EXIT.
006880*
006881 1210-RELEASE-EXTRACT.
006882     OPEN INPUT FUEL-EXTRACT-FILE.
006883     PERFORM 1220-READ-EXTRACT-FOR-SORT THRU 1220-EXIT.
006884     PERFORM 1215-RELEASE-ONE-READING THRU 1215-EXIT
006885         UNTIL EXTRACT-FILE-EOF.
006886     CLOSE FUEL-EXTRACT-FILE.
006887     PERFORM 1230-RELEASE-DUE-SUSPENSE THRU 1230-EXIT.
006888 1210-EXIT.
006889     EXIT.
006890*
006891 1215-RELEASE-ONE-READING.
006892     RELEASE READING-SORT-RECORD FROM FUEL-EXTRACT-RECORD.
006893     ADD 1 TO WS-SORT-RELEASED.
006894     PERFORM 1220-READ-EXTRACT-FOR-SORT THRU 1220-EXIT.
006895 1215-EXIT.
006896     EXIT.
006897*
006898 1220-READ-EXTRACT-FOR-SORT.
006899     READ FUEL-EXTRACT-FILE
006900         AT END SET EXTRACT-FILE-EOF TO TRUE.
006901 1220-EXIT.
006902     EXIT.
006903*
006904*-----------------------------------------------------------
006905* 1230-RELEASE-DUE-SUSPENSE - FEED INTO THE SORT EVERY HELD
006906*                             READING ON FUELSUSP DATED ON OR
006907*                             BEFORE THE BUSINESS DATE. THE
006908*                             REST STAY HELD FOR A LATER
006909*                             NIGHT.
006910*-----------------------------------------------------------
006911 1230-RELEASE-DUE-SUSPENSE.
006912     MOVE ZERO TO WS-COUNT-RELEASED.
006913     OPEN INPUT FUEL-SUSPENSE-FILE.
006914     IF SUSPENSE-FILE-MISSING
006915         GO TO 1230-EXIT.
006916     PERFORM 1240-READ-SUSPENSE THRU 1240-EXIT.
006917     PERFORM 1235-RELEASE-ONE-DUE THRU 1235-EXIT
006918         UNTIL SUSPENSE-FILE-EOF.
006919     CLOSE FUEL-SUSPENSE-FILE.
006920 1230-EXIT.
006921     EXIT.
006922*
006923 1235-RELEASE-ONE-DUE.
006924     IF FR-READING-DATE OF FUEL-SUSPENSE-RECORD
006925             NOT > WS-BUSINESS-DATE
006926         RELEASE READING-SORT-RECORD FROM FUEL-SUSPENSE-RECORD
006927         ADD 1 TO WS-SORT-RELEASED
006928         ADD 1 TO WS-COUNT-RELEASED.
006929     PERFORM 1240-READ-SUSPENSE THRU 1240-EXIT.
006930 1235-EXIT.
006931     EXIT.
006932*
006933 1240-READ-SUSPENSE.
006934     READ FUEL-SUSPENSE-FILE
006935         AT END SET SUSPENSE-FILE-EOF TO TRUE.
006936 1240-EXIT.
006937     EXIT.
006938*
006939*-----------------------------------------------------------
006940* 2000-PROCESS-VEHICLE - ONE VEHICLE'S READINGS FROM THE
006941*                        SORTED EXTRACT - MATCH IT ON THE
006942*                        MASTER AND THE HISTORY FILE, BOTH READ
006943*                        IN KEY ORDER, RATE EACH OF ITS READINGS
006944*                        IN TURN, THEN WRITE ITS HISTORY BACK
006945*                        ONCE IF ANY READING WENT INTO IT. A
006946*                        CHECKPOINT IS TAKEN AT THE VEHICLE
006947*                        BREAK ONCE THE INTERVAL HAS GONE BY.
006948*-----------------------------------------------------------
006949 2000-PROCESS-VEHICLE.
006950     MOVE FR-VEHICLE-ID OF FUEL-SORTED-RECORD
006951         TO WS-CUR-VEHICLE-ID.
006952     PERFORM 2050-MATCH-MASTER THRU 2050-EXIT.
006953     PERFORM 2150-SELECT-TYPE-THRESHOLDS THRU 2150-EXIT.
006954     PERFORM 2060-MATCH-HISTORY THRU 2060-EXIT.
006955
006956     PERFORM 2010-PROCESS-READING THRU 2010-EXIT
006957         UNTIL END-OF-FILE
006958            OR FR-VEHICLE-ID OF FUEL-SORTED-RECORD
006959               NOT = WS-CUR-VEHICLE-ID.
006960     IF HISTORY-CHANGED
006961         PERFORM 2080-SAVE-HISTORY THRU 2080-EXIT.
006962
006963     IF WS-SINCE-CHKPT NOT < WS-CHKPT-INTERVAL
006964         PERFORM 2410-CLOSE-FOR-CHECKPOINT THRU 2410-EXIT
006965         PERFORM 2400-WRITE-CHECKPOINT THRU 2400-EXIT
006966         PERFORM 2420-REOPEN-AFTER-CHECKPOINT THRU 2420-EXIT.
006967 2000-EXIT.
006968     EXIT.
006969*
006970*-----------------------------------------------------------
006971* 2010-PROCESS-READING - RATE ONE VEHICLE READING USING THE
006972*                        SAME E/G/F/P LOGIC AS LAB07-PARTA
006973*                        AND WRITE IT TO THE RATED FILE. A
006974*                        READING DATED AFTER THE BUSINESS
006975*                        DATE IS HELD, AND ONE ALREADY RATED
006976*                        IS SKIPPED, INSTEAD.
006977*-----------------------------------------------------------
006978 2010-PROCESS-READING.
006979     ADD 1 TO WS-RECORDS-READ.
006980
006981     PERFORM 2020-CHECK-SEQUENCE THRU 2020-EXIT.
006982     IF SEQ-HOLD-READING
006983         PERFORM 2030-HOLD-READING THRU 2030-EXIT
006984     ELSE IF SEQ-SKIP-DUPLICATE
006985         PERFORM 2035-SKIP-DUPLICATE THRU 2035-EXIT.
006986     IF NOT SEQ-RATE-READING
006987         ADD 1 TO WS-SINCE-CHKPT
006988         PERFORM 2900-READ-EXTRACT THRU 2900-EXIT
006989         GO TO 2010-EXIT.
006990     MOVE FR-FUEL-VALUE OF FUEL-SORTED-RECORD TO MILEAGE_IN.
006991
006992     PERFORM 2100-RATE-READING THRU 2100-EXIT.
006993
006994     MOVE FR-VEHICLE-ID OF FUEL-SORTED-RECORD
006995         TO FR-VEHICLE-ID OF FUEL-RATED-RECORD.
006996     MOVE FR-READING-DATE OF FUEL-SORTED-RECORD
006997         TO FR-READING-DATE OF FUEL-RATED-RECORD.
006998     MOVE FR-FUEL-VALUE OF FUEL-SORTED-RECORD
006999         TO FR-FUEL-VALUE OF FUEL-RATED-RECORD.
007000
007001     WRITE FUEL-RATED-RECORD.
007002     ADD 1 TO WS-RECORDS-RATED.
007003
007004     PERFORM 2370-APPEND-VEH-ARCHIVE THRU 2370-EXIT.
007005
007006     ADD 1 TO WS-SINCE-CHKPT.
007007
007008     PERFORM 2900-READ-EXTRACT THRU 2900-EXIT.
007009 2010-EXIT.
007010     EXIT.
007011*
007012*-----------------------------------------------------------
007013* 2020-CHECK-SEQUENCE - WORK OUT WHERE THE READING BELONGS
007014*                       BEFORE IT IS RATED. DATED AFTER THE
007015*                       BUSINESS DATE, IT IS HELD. ITS DATE
007016*                       ALREADY IN THE VEHICLE'S HISTORY
007017*                       WINDOW (RATED ON AN EARLIER NIGHT, OR
007018*                       EARLIER TONIGHT), IT IS A DUPLICATE.
007019*                       OTHERWISE ITS PLACE IN THE WINDOW IS
007020*                       AFTER THE LAST ENTRY DATED BEFORE IT,
007021*                       BEHIND NEWER ENTRIES IF BACK-DATED. A
007022*                       READING OLDER THAN EVERY ENTRY OF A
007023*                       FULL WINDOW HAS NO PLACE IN IT, AND IS
007024*                       CHECKED AGAINST THE ARCHIVE INSTEAD.
007025*-----------------------------------------------------------
007026 2020-CHECK-SEQUENCE.
007027     SET SEQ-RATE-READING TO TRUE.
007028     SET PLACED-NEWEST TO TRUE.
007029     ADD 1 TO VH-HISTORY-COUNT GIVING WS-INSERT-POS.
007030     IF FR-READING-DATE OF FUEL-SORTED-RECORD > WS-BUSINESS-DATE
007031         SET SEQ-HOLD-READING TO TRUE
007032         GO TO 2020-EXIT.
007033
007034     PERFORM 2025-CHECK-ONE-DUPLICATE THRU 2025-EXIT
007035         VARYING VH-IDX FROM 1 BY 1
007036         UNTIL VH-IDX > VH-HISTORY-COUNT
007037            OR SEQ-SKIP-DUPLICATE.
007038     IF SEQ-SKIP-DUPLICATE
007039         GO TO 2020-EXIT.
007040
007041     MOVE "N" TO WS-INSERT-FOUND-SW.
007042     PERFORM 2027-STEP-BACK-ONE-ENTRY THRU 2027-EXIT
007043         UNTIL WS-INSERT-POS = 1
007044            OR INSERT-POS-FOUND.
007045     IF WS-INSERT-POS NOT > VH-HISTORY-COUNT
007046         SET PLACED-BEHIND TO TRUE
007047         IF WS-INSERT-POS = 1 AND VH-HISTORY-COUNT = 7
007048             SET NOT-PLACED TO TRUE
007049             PERFORM 2028-CHECK-ARCHIVE THRU 2028-EXIT.
007050     IF SEQ-SKIP-DUPLICATE
007051         GO TO 2020-EXIT.
007052
007053     PERFORM 2040-CHECK-LATE THRU 2040-EXIT.
007054 2020-EXIT.
007055     EXIT.
007056*
007057 2025-CHECK-ONE-DUPLICATE.
007058     IF VH-READING-DATE (VH-IDX) =
007059             FR-READING-DATE OF FUEL-SORTED-RECORD
007060         SET SEQ-SKIP-DUPLICATE TO TRUE.
007061 2025-EXIT.
007062     EXIT.
007063*
007064 2027-STEP-BACK-ONE-ENTRY.
007065     SUBTRACT 1 FROM WS-INSERT-POS GIVING WS-PRIOR-POS.
007066     IF VH-READING-DATE (WS-PRIOR-POS) <
007067             FR-READING-DATE OF FUEL-SORTED-RECORD
007068         SET INSERT-POS-FOUND TO TRUE
007069     ELSE
007070         MOVE WS-PRIOR-POS TO WS-INSERT-POS.
007071 2027-EXIT.
007072     EXIT.
007073*
007074*-----------------------------------------------------------
007075* 2028-CHECK-ARCHIVE - A READING OLDER THAN EVERY ENTRY OF A
007076*                      FULL WINDOW CANNOT BE CHECKED AGAINST
007077*                      THE WINDOW, SO IT IS LOOKED FOR AMONG
007078*                      THE VEHICLE'S OLD-READING DATES - THOSE
007079*                      PUSHED OUT OF THE WINDOW TONIGHT AND
007080*                      THOSE THAT NEVER GOT INTO IT - THEN ON
007081*                      FARCYYYYMM FOR ITS READING MONTH. FOUND
007082*                      EITHER WAY, IT IS A DUPLICATE.
007083*-----------------------------------------------------------
007084 2028-CHECK-ARCHIVE.
007085     PERFORM 2029-CHECK-ONE-OLD-READING THRU 2029-EXIT
007086         VARYING OD-IDX FROM 1 BY 1
007087         UNTIL OD-IDX > WS-OLD-COUNT
007088            OR SEQ-SKIP-DUPLICATE.
007089     IF SEQ-SKIP-DUPLICATE
007090         GO TO 2028-EXIT.
007091
007092     MOVE FR-READING-DATE OF FUEL-SORTED-RECORD (1:6)
007093         TO WS-VEH-ARCHIVE-YYYYMM.
007094     MOVE SPACES TO WS-VEH-ARCHIVE-NAME.
007095     STRING "FARC" WS-VEH-ARCHIVE-YYYYMM
007096         DELIMITED BY SIZE INTO WS-VEH-ARCHIVE-NAME.
007097     OPEN INPUT VEHICLE-ARCHIVE-FILE.
007098     IF NOT VEHARCH-FILE-MISSING
007099         MOVE "N" TO WS-VEHARCH-EOF-SW
007100         PERFORM 2026-READ-VEH-ARCHIVE THRU 2026-EXIT
007101             UNTIL VEHARCH-EOF
007102                OR SEQ-SKIP-DUPLICATE
007103         CLOSE VEHICLE-ARCHIVE-FILE.
007104     IF SEQ-SKIP-DUPLICATE
007105         GO TO 2028-EXIT.
007106
007107     MOVE FR-READING-DATE OF FUEL-SORTED-RECORD
007108         TO WS-OLD-ADD-DATE.
007109     PERFORM 2315-KEEP-OLD-READING THRU 2315-EXIT.
007112 2028-EXIT.
007113     EXIT.
007114*
007115 2029-CHECK-ONE-OLD-READING.
007116     IF WO-READING-DATE (OD-IDX) =
007117             FR-READING-DATE OF FUEL-SORTED-RECORD
007118         SET SEQ-SKIP-DUPLICATE TO TRUE.
007119 2029-EXIT.
007120     EXIT.
007121*
007122 2026-READ-VEH-ARCHIVE.
007123     READ VEHICLE-ARCHIVE-FILE
007124         AT END SET VEHARCH-EOF TO TRUE.
007125     IF NOT VEHARCH-EOF
007126             AND VA-VEHICLE-ID OF VEHICLE-ARCHIVE-RECORD =
007127                 FR-VEHICLE-ID OF FUEL-SORTED-RECORD
007128             AND VA-READING-DATE OF VEHICLE-ARCHIVE-RECORD =
007129                 FR-READING-DATE OF FUEL-SORTED-RECORD
007130         SET SEQ-SKIP-DUPLICATE TO TRUE.
007131 2026-EXIT.
007132     EXIT.
007133*
007134*-----------------------------------------------------------
007135* 2030-HOLD-READING - A READING DATED AFTER THE BUSINESS DATE
007136*                     IS NOT RATED TONIGHT. IT IS AUDITED AND
007137*                     LISTED HERE, AND 9070 PUTS IT ON FUELSUSP
007138*                     UNTIL ITS DATE ARRIVES.
007139*-----------------------------------------------------------
007140 2030-HOLD-READING.
007141     ADD 1 TO WS-COUNT-HELD.
007142     MOVE "H" TO WS-WORK-EVENT-TYPE.
007143     MOVE ZERO TO WS-DAYS-LATE.
007144     MOVE SPACES TO WS-PLACEMENT.
007145     PERFORM 2070-LOG-SEQUENCE-EVENT THRU 2070-EXIT.
007146     MOVE "--" TO WS-AUDIT-RATING.
007147     MOVE "HELD - FUTURE DATE" TO WS-AUDIT-NOTE.
007148     PERFORM 2250-WRITE-AUDIT THRU 2250-EXIT.
007149 2030-EXIT.
007150     EXIT.
007151*
007152*-----------------------------------------------------------
007153* 2035-SKIP-DUPLICATE - THE VEHICLE/DATE HAS ALREADY BEEN
007154*                       RATED. THE READING IS AUDITED AND
007155*                       LISTED BUT NOT RATED AGAIN, SO IT PUTS
007156*                       NOTHING ON FUELOUT, VEHHIST OR FARC.
007157*-----------------------------------------------------------
007158 2035-SKIP-DUPLICATE.
007159     ADD 1 TO WS-COUNT-DUPLICATE.
007160     MOVE "D" TO WS-WORK-EVENT-TYPE.
007161     MOVE ZERO TO WS-DAYS-LATE.
007162     MOVE SPACES TO WS-PLACEMENT.
007163     PERFORM 2070-LOG-SEQUENCE-EVENT THRU 2070-EXIT.
007164     MOVE "--" TO WS-AUDIT-RATING.
007165     MOVE "DUPLICATE - NOT RATED" TO WS-AUDIT-NOTE.
007166     PERFORM 2250-WRITE-AUDIT THRU 2250-EXIT.
007167 2035-EXIT.
007168     EXIT.
007169*
007170*-----------------------------------------------------------
007171* 2040-CHECK-LATE - HOW MANY DAYS THE READING IS BEHIND THE
007172*                   BUSINESS DATE, COUNTED A CALENDAR DAY AT A
007173*                   TIME UP TO 999. MORE THAN THE GRACE DAYS
007174*                   BEHIND (A READING TAKEN THE NIGHT BEFORE IS
007175*                   ON TIME), IT IS A LATE ARRIVAL AND IS
007176*                   LISTED UNDER ITS DEPOT. IT IS STILL RATED.
007177*-----------------------------------------------------------
007178 2040-CHECK-LATE.
007179     MOVE ZERO TO WS-DAYS-LATE.
007180     IF FR-READING-DATE OF FUEL-SORTED-RECORD
007181             NOT < WS-BUSINESS-DATE
007182         GO TO 2040-EXIT.
007183     MOVE FR-READING-DATE OF FUEL-SORTED-RECORD TO WS-CUR-DATE.
007184     PERFORM 2045-COUNT-ONE-DAY THRU 2045-EXIT
007185         UNTIL WS-CUR-DATE NOT < WS-BUSINESS-DATE
007186            OR WS-DAYS-LATE NOT < WS-DAYS-LATE-MAX.
007187     IF WS-DAYS-LATE NOT > WS-LATE-GRACE-DAYS
007188         GO TO 2040-EXIT.
007189
007190     ADD 1 TO WS-COUNT-LATE.
007191     MOVE "L" TO WS-WORK-EVENT-TYPE.
007192     PERFORM 2070-LOG-SEQUENCE-EVENT THRU 2070-EXIT.
007193 2040-EXIT.
007194     EXIT.
007195*
007196 2045-COUNT-ONE-DAY.
007197     PERFORM 7100-NEXT-DAY THRU 7100-EXIT.
007198     ADD 1 TO WS-DAYS-LATE.
007199 2045-EXIT.
007200     EXIT.
007201*
007202*-----------------------------------------------------------
007203* 2050-MATCH-MASTER - BRING THE MASTER UP TO THIS VEHICLE. IT
007204*                     IS READ IN KEY ORDER ALONGSIDE THE SORTED
007205*                     READINGS, SO EACH MASTER RECORD IS READ
007206*                     ONCE. A VEHICLE NOT ON THE MASTER (OR NO
007207*                     MASTER AT ALL) TAKES THE FLEET DEFAULT
007208*                     TYPE AND DEPOT "????".
007209*-----------------------------------------------------------
007210 2050-MATCH-MASTER.
007211     MOVE WS-DEFAULT-SET-TYPE TO WS-CUR-VEHICLE-TYPE.
007212     MOVE "????" TO WS-CUR-VEHICLE-DEPOT.
007213     PERFORM 9330-READ-MASTER THRU 9330-EXIT
007214         UNTIL MASTER-EOF
007215            OR VM-VEHICLE-ID NOT < WS-CUR-VEHICLE-ID.
007216     IF NOT MASTER-EOF
007217             AND VM-VEHICLE-ID = WS-CUR-VEHICLE-ID
007218         MOVE VM-VEHICLE-TYPE TO WS-CUR-VEHICLE-TYPE
007219         MOVE VM-DEPOT TO WS-CUR-VEHICLE-DEPOT.
007220 2050-EXIT.
007221     EXIT.
007222*
007223*-----------------------------------------------------------
007224* 2060-MATCH-HISTORY - BRING VEHHIST UP TO THIS VEHICLE,
007225*                      READING IT IN KEY ORDER THROUGH THE HOLD
007226*                      AREA. THE VEHICLE'S RECORD - OR A NEW,
007227*                      EMPTY ONE WHEN IT HAS NO HISTORY YET -
007228*                      IS SET UP IN THE RECORD AREA FOR 2300 TO
007229*                      ROLL, AND THE HOLD AREA KEEPS THE
007230*                      BEFORE-IMAGE FOR THE CHECKPOINT JOURNAL.
007231*-----------------------------------------------------------
007232 2060-MATCH-HISTORY.
007233     MOVE "N" TO WS-HIST-FOUND-SW WS-HIST-CHANGED-SW.
007234     MOVE ZERO TO WS-OLD-COUNT.
007235     PERFORM 2065-READ-NEXT-HISTORY THRU 2065-EXIT
007236         UNTIL HISTORY-EOF
007237            OR WH-VEHICLE-ID NOT < WS-CUR-VEHICLE-ID.
007238     IF NOT HISTORY-EOF
007239             AND WH-VEHICLE-ID = WS-CUR-VEHICLE-ID
007240         MOVE HISTORY-HOLD-RECORD TO VEHICLE-HISTORY-RECORD
007241         SET HISTORY-ON-FILE TO TRUE
007242         GO TO 2060-EXIT.
007243
007244     MOVE WS-CUR-VEHICLE-ID TO VH-VEHICLE-ID.
007245     MOVE ZERO TO VH-HISTORY-COUNT.
007246     PERFORM 2062-CLEAR-ONE-ENTRY THRU 2062-EXIT
007247         VARYING VH-IDX FROM 1 BY 1
007248         UNTIL VH-IDX > 7.
007249 2060-EXIT.
007250     EXIT.
007251*
007252 2062-CLEAR-ONE-ENTRY.
007253     MOVE ZERO TO VH-READING-DATE (VH-IDX)
007254                  VH-FUEL-VALUE (VH-IDX).
007255     MOVE SPACES TO VH-RATING-CODE (VH-IDX).
007256 2062-EXIT.
007257     EXIT.
007258*
007259 2065-READ-NEXT-HISTORY.
007260     READ VEHICLE-HISTORY-FILE NEXT RECORD
007261         INTO HISTORY-HOLD-RECORD
007262         AT END SET HISTORY-EOF TO TRUE.
007263 2065-EXIT.
007264     EXIT.
007265*
007266*-----------------------------------------------------------
007267* 2080-SAVE-HISTORY - JOURNAL THE VEHICLE'S BEFORE-IMAGE TO
007268*                     CHKPVHB, STAMPED WITH THE CHECKPOINT THAT
007269*                     WILL COVER IT, THEN WRITE ITS ROLLED
007270*                     HISTORY BACK - ONE REWRITE FOR ALL OF ITS
007271*                     READINGS, OR ONE ADD FOR A VEHICLE NEW TO
007272*                     VEHHIST. AFTER AN ADD THE SEQUENTIAL READ
007273*                     IS SET BACK PAST THE HOLD RECORD.
007274*-----------------------------------------------------------
007275 2080-SAVE-HISTORY.
007276     ADD 1 TO WS-CHKPT-NO GIVING CV-CHECKPOINT-NO.
007277     IF HISTORY-ON-FILE
007278         SET CV-HISTORY-UPDATED TO TRUE
007279         MOVE HISTORY-HOLD-RECORD TO CV-HISTORY-IMAGE
007280     ELSE
007281         SET CV-HISTORY-ADDED TO TRUE
007282         MOVE SPACES TO CV-HISTORY-IMAGE
007283         MOVE WS-CUR-VEHICLE-ID TO CV-HISTORY-IMAGE (1:6).
007284     WRITE CHECKPOINT-HISTORY-RECORD.
007285
007286     IF HISTORY-ON-FILE
007287         REWRITE VEHICLE-HISTORY-RECORD
007288         GO TO 2080-EXIT.
007289
007290     WRITE VEHICLE-HISTORY-RECORD.
007291     IF NOT HISTORY-EOF
007292         MOVE WH-VEHICLE-ID TO VH-VEHICLE-ID
007293         START VEHICLE-HISTORY-FILE
007294             KEY IS GREATER THAN VH-VEHICLE-ID
007295             INVALID KEY SET HISTORY-EOF TO TRUE
007296         END-START.
007297 2080-EXIT.
007298     EXIT.
007299*
007300*-----------------------------------------------------------
007301* 2070-LOG-SEQUENCE-EVENT - SAVE ONE DUPLICATE, LATE OR HELD
007302*                           READING FOR THE OUT-OF-SEQUENCE
007303*                           SECTION OF THE END-OF-RUN REPORT
007304*                           AND CHECKPOINT THE ROW TO CHKPSEQ,
007305*                           THE SAME WAY 2360 DOES FOR FLAGS.
007306*-----------------------------------------------------------
007307 2070-LOG-SEQUENCE-EVENT.
007308     ADD 1 TO WS-SEQ-COUNT.
007309     IF WS-SEQ-COUNT NOT > WS-SEQ-MAX
007310         SET SQ-IDX TO WS-SEQ-COUNT
007311         MOVE WS-WORK-EVENT-TYPE TO WQ-EVENT-TYPE (SQ-IDX)
007312         MOVE FR-VEHICLE-ID OF FUEL-SORTED-RECORD
007313             TO WQ-VEHICLE-ID (SQ-IDX)
007314         MOVE FR-READING-DATE OF FUEL-SORTED-RECORD
007315             TO WQ-READING-DATE (SQ-IDX)
007316         MOVE FR-FUEL-VALUE OF FUEL-SORTED-RECORD
007317             TO WQ-FUEL-VALUE (SQ-IDX)
007318         MOVE WS-CUR-VEHICLE-DEPOT TO WQ-DEPOT (SQ-IDX)
007319         MOVE WS-DAYS-LATE TO WQ-DAYS-LATE (SQ-IDX)
007320         MOVE WS-PLACEMENT TO WQ-PLACEMENT (SQ-IDX)
007321         PERFORM 2075-APPEND-SEQUENCE-CHECKPOINT THRU 2075-EXIT.
007322 2070-EXIT.
007323     EXIT.
007324*
007325*-----------------------------------------------------------
007326* 2075-APPEND-SEQUENCE-CHECKPOINT - ADD ONE ROW TO THE CHKPSEQ
007327*                                   SIDE FILE, CREATING IT THE
007328*                                   FIRST TIME IT IS NEEDED.
007329*-----------------------------------------------------------
007330 2075-APPEND-SEQUENCE-CHECKPOINT.
007331     OPEN EXTEND CHECKPOINT-SEQUENCE-FILE.
007332     IF CHKPSEQ-FILE-MISSING
007333         OPEN OUTPUT CHECKPOINT-SEQUENCE-FILE.
007334     MOVE WQ-EVENT-TYPE (SQ-IDX)   TO CQ-EVENT-TYPE.
007335     MOVE WQ-VEHICLE-ID (SQ-IDX)   TO CQ-VEHICLE-ID.
007336     MOVE WQ-READING-DATE (SQ-IDX) TO CQ-READING-DATE.
007337     MOVE WQ-FUEL-VALUE (SQ-IDX)   TO CQ-FUEL-VALUE.
007338     MOVE WQ-DEPOT (SQ-IDX)        TO CQ-DEPOT.
007339     MOVE WQ-DAYS-LATE (SQ-IDX)    TO CQ-DAYS-LATE.
007340     MOVE WQ-PLACEMENT (SQ-IDX)    TO CQ-PLACEMENT.
007341     WRITE CHECKPOINT-SEQUENCE-RECORD.
007342     CLOSE CHECKPOINT-SEQUENCE-FILE.
007343 2075-EXIT.
007344     EXIT.
007345*
007346*-----------------------------------------------------------
007347* 2100-RATE-READING - RATE AGAINST THE THRESHOLD-TABLE LOADED
007348*                     FROM THE THRESHLD PARAMETER FILE, SO
007349*                     OPS CAN MOVE A CUTOFF WITHOUT A
007350*                     RECOMPILE. SAME RULES AS LAB07-PARTA.
007351*-----------------------------------------------------------
007352 2100-RATE-READING.
007353     PERFORM 6000-RATE-FROM-TABLE THRU 6000-EXIT.
007354     MOVE WS-TABLE-BAND-CODE TO FR-RATING-CODE OF
007355         FUEL-RATED-RECORD.
007356
007357     IF WS-TABLE-BAND-CODE = "E"
007358         ADD 1 TO WS-COUNT-E
007359     ELSE IF WS-TABLE-BAND-CODE = "G"
007360         ADD 1 TO WS-COUNT-G
007361     ELSE IF WS-TABLE-BAND-CODE = "F"
007362         ADD 1 TO WS-COUNT-F
007363     ELSE IF WS-TABLE-BAND-CODE = "P1"
007364         ADD 1 TO WS-COUNT-P1
007365     ELSE IF WS-TABLE-BAND-CODE = "P2"
007366         ADD 1 TO WS-COUNT-P2
007367     ELSE
007368         PERFORM 2200-LOG-EXCEPTION THRU 2200-EXIT.
007369
007370     MOVE FR-RATING-CODE OF FUEL-RATED-RECORD TO WS-AUDIT-RATING.
007371     MOVE SPACES TO WS-AUDIT-NOTE.
007372     PERFORM 2250-WRITE-AUDIT THRU 2250-EXIT.
007373     PERFORM 2300-UPDATE-HISTORY THRU 2300-EXIT.
007374 2100-EXIT.
007375     EXIT.
007376*
007377*-----------------------------------------------------------
007378* 2150-SELECT-TYPE-THRESHOLDS - SELECT THE VEHICLE'S TYPE
007379*                               THRESHOLD SET, AS FOUND ON THE
007380*                               MASTER BY 2050, AS THE ACTIVE
007381*                               RATING TABLE. A VEHICLE NOT ON
007382*                               THE MASTER (OR NO MASTER AT
007383*                               ALL) RATES UNDER THE FLEET
007384*                               DEFAULT SET.
007385*-----------------------------------------------------------
007386 2150-SELECT-TYPE-THRESHOLDS.
007387     MOVE WS-CUR-VEHICLE-TYPE TO WS-WANTED-VEHICLE-TYPE.
007388     PERFORM 5500-SELECT-TYPE-SET THRU 5500-EXIT.
007389 2150-EXIT.
007390     EXIT.
007391*
007392*-----------------------------------------------------------
007393* 2200-LOG-EXCEPTION - A READING FELL OUTSIDE E/G/F/P. SAVE
007394*                      IT FOR THE EXCEPTION SECTION OF THE
007395*                      END-OF-RUN REPORT, AND CHECKPOINT THE
007396*                      DETAIL ROW SO A RESTART CAN REBUILD IT.
007397*-----------------------------------------------------------
007398 2200-LOG-EXCEPTION.
007399     ADD 1 TO WS-COUNT-EXCEPTION.
007400     IF WS-COUNT-EXCEPTION NOT > WS-EXCEPTION-MAX
007401         SET EX-IDX TO WS-COUNT-EXCEPTION
007402         MOVE FR-VEHICLE-ID OF FUEL-SORTED-RECORD
007403             TO WE-VEHICLE-ID (EX-IDX)
007404         MOVE FR-READING-DATE OF FUEL-SORTED-RECORD
007405             TO WE-READING-DATE (EX-IDX)
007406         MOVE FR-FUEL-VALUE OF FUEL-SORTED-RECORD
007407             TO WE-FUEL-VALUE (EX-IDX)
007408         PERFORM 2205-APPEND-EXCEPTION-CHECKPOINT THRU 2205-EXIT.
007409 2200-EXIT.
007410     EXIT.
007411*
007412*-----------------------------------------------------------
007413* 2205-APPEND-EXCEPTION-CHECKPOINT - ADD ONE EXCEPTION DETAIL
007414*                                    ROW TO THE CHKPEXC SIDE
007415*                                    FILE, CREATING IT THE
007416*                                    FIRST TIME IT IS NEEDED.
007417*-----------------------------------------------------------
007418 2205-APPEND-EXCEPTION-CHECKPOINT.
007419     OPEN EXTEND CHECKPOINT-EXCEPTION-FILE.
007420     IF CHKPEXC-FILE-MISSING
007421         OPEN OUTPUT CHECKPOINT-EXCEPTION-FILE.
007422     MOVE WE-VEHICLE-ID (EX-IDX)   TO CE-VEHICLE-ID.
007423     MOVE WE-READING-DATE (EX-IDX) TO CE-READING-DATE.
007424     MOVE WE-FUEL-VALUE (EX-IDX)   TO CE-FUEL-VALUE.
007425     WRITE CHECKPOINT-EXCEPTION-RECORD.
007426     CLOSE CHECKPOINT-EXCEPTION-FILE.
007427 2205-EXIT.
007428     EXIT.
007429*
007430*-----------------------------------------------------------
007431* 2250-WRITE-AUDIT - RECORD WHAT WAS SEEN AND WHICH RULE
007432*                    FIRED FOR THIS READING, DATE/TIME
007433*                    STAMPED, SO A DISPUTED RATING CAN BE
007434*                    TRACED BACK LATER. A HELD OR DUPLICATE
007435*                    READING CARRIES "--" FOR ITS RATING AND
007436*                    A NOTE OF WHY IT WAS NOT RATED.
007437*-----------------------------------------------------------
007438 2250-WRITE-AUDIT.
007439     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
007440     ACCEPT WS-AUDIT-TIME FROM TIME.
007450     MOVE FR-FUEL-VALUE OF FUEL-SORTED-RECORD
007460         TO WS-AUDIT-VALUE-ED.
007470
007480     MOVE SPACES TO AUDIT-LINE.
007490     STRING FR-VEHICLE-ID OF FUEL-SORTED-RECORD
007500         " " FR-READING-DATE OF FUEL-SORTED-RECORD
007510         " " WS-AUDIT-VALUE-ED
007520         " " WS-AUDIT-RATING
007530         " " WS-AUDIT-DATE
007540         " " WS-AUDIT-TIME
007550         DELIMITED BY SIZE INTO AUDIT-LINE.
007553     IF WS-AUDIT-NOTE NOT = SPACES
007556         MOVE WS-AUDIT-NOTE TO AUDIT-LINE (44:24).
007560     WRITE AUDIT-LINE.
007570 2250-EXIT.
007580     EXIT.
007600*-----------------------------------------------------------
007610* 2300-UPDATE-HISTORY - KEEP THE VEHICLE'S ROLLING HISTORY
007620*                       RECORD CURRENT SO A LOOKUP CAN SHOW
007630*                       ITS LAST SEVEN RATINGS. THE RECORD
007640*                       STAYS IN THE RECORD AREA FOR ALL OF
007650*                       THE VEHICLE'S READINGS AND IS WRITTEN
007660*                       BACK ONCE BY 2080.
007670*-----------------------------------------------------------
007680 2300-UPDATE-HISTORY.
007690     PERFORM 2350-CHECK-PLAUSIBILITY THRU 2350-EXIT.
007700
007710     PERFORM 2310-PLACE-HISTORY-ENTRY THRU 2310-EXIT.
007790 2300-EXIT.
007800     EXIT.
007810*
007820*-----------------------------------------------------------
007830* 2310-PLACE-HISTORY-ENTRY - PUT THE READING INTO THE WINDOW
007840*                            IN DATE ORDER AT THE PLACE 2020
007850*                            FOUND - NORMALLY AS THE NEWEST
007860*                            ENTRY - DROPPING THE OLDEST ONE
007862*                            ONCE THE SEVEN-ENTRY WINDOW IS
007864*                            FULL. A READING OLDER THAN EVERY
007866*                            ENTRY OF A FULL WINDOW STAYS OUT.
007867*                            THE DROPPED ENTRY'S DATE IS KEPT
007868*                            FOR THE DUPLICATE CHECK IN 2028.
007870*-----------------------------------------------------------
007880 2310-PLACE-HISTORY-ENTRY.
007883     IF NOT-PLACED
007886         GO TO 2310-EXIT.
007890     IF VH-HISTORY-COUNT < 7
007900         ADD 1 TO VH-HISTORY-COUNT
007902         PERFORM 2325-SHIFT-ONE-ENTRY-UP THRU 2325-EXIT
007904             VARYING WS-SHIFT-IDX FROM VH-HISTORY-COUNT BY -1
007906             UNTIL WS-SHIFT-IDX NOT > WS-INSERT-POS
007908         SET VH-IDX TO WS-INSERT-POS
007910     ELSE
007911         MOVE VH-READING-DATE (1) TO WS-OLD-ADD-DATE
007913         PERFORM 2315-KEEP-OLD-READING THRU 2315-EXIT
007915         SUBTRACT 2 FROM WS-INSERT-POS GIVING WS-SHIFT-LIMIT
007920         PERFORM 2320-SHIFT-ONE-ENTRY THRU 2320-EXIT
007930             VARYING VH-IDX FROM 1 BY 1
007935             UNTIL VH-IDX > WS-SHIFT-LIMIT
007940         SET VH-IDX TO WS-INSERT-POS
007945         SET VH-IDX DOWN BY 1.
007950
007970     MOVE FR-READING-DATE OF FUEL-SORTED-RECORD
007980         TO VH-READING-DATE (VH-IDX).
007990     MOVE FR-FUEL-VALUE OF FUEL-SORTED-RECORD
008000         TO VH-FUEL-VALUE (VH-IDX).
008010     MOVE FR-RATING-CODE OF FUEL-RATED-RECORD
008020         TO VH-RATING-CODE (VH-IDX).
008025     SET HISTORY-CHANGED TO TRUE.
008030 2310-EXIT.
008040     EXIT.
008041*
008042 2315-KEEP-OLD-READING.
008043     IF WS-OLD-COUNT NOT < WS-OLD-MAX
008044         ADD 1 TO WS-OLD-OVERFLOW
008045         GO TO 2315-EXIT.
008046     ADD 1 TO WS-OLD-COUNT.
008047     MOVE WS-OLD-ADD-DATE TO WO-READING-DATE (WS-OLD-COUNT).
008048 2315-EXIT.
008049     EXIT.
008050*
008060*-----------------------------------------------------------
008070* 2320-SHIFT-ONE-ENTRY - MOVE ONE ENTRY DOWN TO MAKE ROOM
008080*                        FOR THE NEW READING IN A FULL WINDOW.
008090*-----------------------------------------------------------
008100 2320-SHIFT-ONE-ENTRY.
008110     MOVE VH-HISTORY-ENTRY (VH-IDX + 1)
008120         TO VH-HISTORY-ENTRY (VH-IDX).
008130 2320-EXIT.
008140     EXIT.
008141*
008142*-----------------------------------------------------------
008143* 2325-SHIFT-ONE-ENTRY-UP - MOVE ONE ENTRY UP TO MAKE ROOM FOR
008144*                           A BACK-DATED READING IN A WINDOW
008145*                           THAT IS NOT YET FULL.
008146*-----------------------------------------------------------
008147 2325-SHIFT-ONE-ENTRY-UP.
008148     MOVE VH-HISTORY-ENTRY (WS-SHIFT-IDX - 1)
008149         TO VH-HISTORY-ENTRY (WS-SHIFT-IDX).
008150 2325-EXIT.
008151     EXIT.
008152*
008160*-----------------------------------------------------------
008170* 2350-CHECK-PLAUSIBILITY - JUDGE THE INCOMING READING
008180*                           AGAINST ITS NEIGHBOURS IN THE
008190*                           HISTORY WINDOW - THE ENTRY DATED
008193*                           JUST BEFORE IT, AND THE ONE JUST
008196*                           AFTER IT IF IT IS BACK-DATED -
008198*                           BEFORE THE WINDOW
008200*                           ROLLS: A RISE PAST THE REFUEL
008210*                           LIMIT IS A REFUEL EVENT (R), A
008220*                           FALL PAST THE SWING LIMIT IS A
008230*                           SUSPECTED SENSOR FAULT (S) - SO
008233*                           IS A RISE THAT FALLS AGAIN PAST
008236*                           THE SWING LIMIT BY THE NEWER
008238*                           ENTRY - AND A
008240*                           VALUE UNCHANGED ACROSS THE LAST
008250*                           FIVE READINGS IS A STUCK SENSOR
008260*                           (U). THE READING STILL RATES
008270*                           NORMALLY EITHER WAY. WITH NO
008272*                           ENTRY BEFORE IT, IT IS NOT
008274*                           JUDGED, THE SAME AS A FIRST
008276*                           READING.
008280*-----------------------------------------------------------
008290 2350-CHECK-PLAUSIBILITY.
008300     MOVE SPACES TO WS-WORK-FLAG-TYPE.
008310     IF WS-INSERT-POS = 1
008320         GO TO 2350-EXIT.
008330
008335     SUBTRACT 1 FROM WS-INSERT-POS GIVING WS-PRIOR-POS.
008340     SET VH-IDX TO WS-PRIOR-POS.
008350     MOVE VH-FUEL-VALUE (VH-IDX) TO WS-PRIOR-VALUE.
008360
008370     IF FR-FUEL-VALUE OF FUEL-SORTED-RECORD > WS-PRIOR-VALUE
008380         SUBTRACT WS-PRIOR-VALUE
008390             FROM FR-FUEL-VALUE OF FUEL-SORTED-RECORD
008400             GIVING WS-VALUE-DIFF
008410         IF WS-VALUE-DIFF > WS-REFUEL-JUMP-LIMIT
008420             MOVE "R" TO WS-WORK-FLAG-TYPE
008430         END-IF
008440     ELSE
008450         SUBTRACT FR-FUEL-VALUE OF FUEL-SORTED-RECORD
008460             FROM WS-PRIOR-VALUE
008470             GIVING WS-VALUE-DIFF
008480         IF WS-VALUE-DIFF > WS-SENSOR-FALL-LIMIT
008490             MOVE "S" TO WS-WORK-FLAG-TYPE
008500         END-IF
008510     END-IF.
008511
008512     IF WS-WORK-FLAG-TYPE = "R"
008513             AND WS-INSERT-POS NOT > VH-HISTORY-COUNT
008514             AND FR-FUEL-VALUE OF FUEL-SORTED-RECORD >
008515                 VH-FUEL-VALUE (WS-INSERT-POS)
008516                 + WS-SENSOR-FALL-LIMIT
008517         MOVE "S" TO WS-WORK-FLAG-TYPE.
008520
008530     IF WS-WORK-FLAG-TYPE = SPACES
008540             AND WS-PRIOR-POS NOT < WS-STUCK-NIGHTS
008550         MOVE ZERO TO WS-STUCK-MATCHES
008560         PERFORM 2355-CHECK-ONE-STUCK THRU 2355-EXIT
008570             VARYING WS-STUCK-IDX FROM WS-PRIOR-POS BY -1
008580             UNTIL WS-STUCK-IDX <
008590                   WS-PRIOR-POS - WS-STUCK-NIGHTS + 1
008600         IF WS-STUCK-MATCHES = WS-STUCK-NIGHTS
008610             MOVE "U" TO WS-WORK-FLAG-TYPE
008620         END-IF
008690*
008700 2355-CHECK-ONE-STUCK.
008710     IF VH-FUEL-VALUE (WS-STUCK-IDX) =
008720             FR-FUEL-VALUE OF FUEL-SORTED-RECORD
008730         ADD 1 TO WS-STUCK-MATCHES.
008740 2355-EXIT.
008750     EXIT.
008870     ADD 1 TO WS-FLAG-COUNT.
008880     IF WS-FLAG-COUNT NOT > WS-FLAG-MAX
008890         SET FG-IDX TO WS-FLAG-COUNT
008900         MOVE FR-VEHICLE-ID OF FUEL-SORTED-RECORD
008910             TO WF-VEHICLE-ID (FG-IDX)
008920         MOVE FR-READING-DATE OF FUEL-SORTED-RECORD
008930             TO WF-READING-DATE (FG-IDX)
008940         MOVE FR-FUEL-VALUE OF FUEL-SORTED-RECORD
008950             TO WF-FUEL-VALUE (FG-IDX)
008960         MOVE WS-PRIOR-VALUE TO WF-PRIOR-VALUE (FG-IDX)
008970         MOVE WS-WORK-FLAG-TYPE TO WF-FLAG-TYPE (FG-IDX)
009210     EXIT.
009220*
009221*-----------------------------------------------------------
009222* 2370-APPEND-VEH-ARCHIVE - HOLD THE JUST-RATED READING, WITH
009223*                           THE PLAUSIBILITY FLAG 2350 JUST
009224*                           RAISED, ON THE CHKPARC SIDE FILE
009225*                           FOR THE PERMANENT PER-VEHICLE
009226*                           ARCHIVE. 9060 POSTS THE HELD ROWS
009227*                           TO THEIR FARCYYYYMM GENERATIONS
009228*                           ONCE THE RUN COMPLETES, SO A
009229*                           RESTART CANNOT ARCHIVE A READING
009230*                           TWICE.
009231*-----------------------------------------------------------
009232 2370-APPEND-VEH-ARCHIVE.
009233     MOVE FR-VEHICLE-ID OF FUEL-SORTED-RECORD
009234         TO VA-VEHICLE-ID OF CHECKPOINT-ARCHIVE-RECORD.
009235     MOVE FR-READING-DATE OF FUEL-SORTED-RECORD
009236         TO VA-READING-DATE OF CHECKPOINT-ARCHIVE-RECORD.
009237     MOVE FR-FUEL-VALUE OF FUEL-SORTED-RECORD
009238         TO VA-FUEL-VALUE OF CHECKPOINT-ARCHIVE-RECORD.
009239     MOVE FR-RATING-CODE OF FUEL-RATED-RECORD
009240         TO VA-RATING-CODE OF CHECKPOINT-ARCHIVE-RECORD.
009241     MOVE WS-WORK-FLAG-TYPE
009242         TO VA-FLAG-TYPE OF CHECKPOINT-ARCHIVE-RECORD.
009243     WRITE CHECKPOINT-ARCHIVE-RECORD.
009249 2370-EXIT.
009250     EXIT.
009251*
009274* 2400-WRITE-CHECKPOINT - SAVE HOW FAR THE RUN HAS GOTTEN, SO
009275*                         A RESTART AFTER AN INTERRUPTION CAN
009276*                         SKIP EVERY READING ALREADY RATED
009279*                         INSTEAD OF RATING IT TWICE. TAKEN AT
009282*                         A VEHICLE BREAK EVERY CHKPFREQ
009285*                         READINGS AND ONCE MORE WHEN THE
009288*                         RATING PASS ENDS. EACH CHECKPOINT IS
009291*                         NUMBERED; THE CHKPVHB IMAGES OF THE
009294*                         INTERVAL IT CLOSES CARRY THE SAME
009297*                         NUMBER, SO A RESTART PUTS BACK ONLY
009300*                         WHAT CAME AFTER IT.
009310*-----------------------------------------------------------
009320 2400-WRITE-CHECKPOINT.
009325     ADD 1 TO WS-CHKPT-NO.
009330     OPEN OUTPUT CHECKPOINT-FILE.
009340     MOVE WS-RECORDS-READ  TO CP-RECORDS-READ.
009350     MOVE WS-RECORDS-RATED TO CP-RECORDS-RATED.
009390     MOVE WS-COUNT-P1      TO CP-COUNT-P1.
009400     MOVE WS-COUNT-P2      TO CP-COUNT-P2.
009410     MOVE WS-COUNT-EXCEPTION TO CP-COUNT-EXCEPTION.
009413     MOVE WS-CHKPT-NO      TO CP-CHECKPOINT-NO.
009416     MOVE WS-FLAG-COUNT    TO CP-FLAG-COUNT.
009417     MOVE WS-COUNT-DUPLICATE TO CP-COUNT-DUPLICATE.
009418     MOVE WS-COUNT-LATE    TO CP-COUNT-LATE.
009419     MOVE WS-COUNT-HELD    TO CP-COUNT-HELD.
009420     WRITE CHECKPOINT-RECORD.
009430     CLOSE CHECKPOINT-FILE.
009435     MOVE ZERO TO WS-SINCE-CHKPT.
009440 2400-EXIT.
009450     EXIT.
009460*
009461*-----------------------------------------------------------
009462* 2410-CLOSE-FOR-CHECKPOINT - CLOSE FUELOUT, AUDITLOG, CHKPARC
009463*                             AND THE CHKPVHB JOURNAL AHEAD OF
009464*                             THE CHECKPOINT, SO EVERYTHING IT
009465*                             COUNTS IS ON DISK BEFORE IT IS
009466*                             WRITTEN.
009467*-----------------------------------------------------------
009468 2410-CLOSE-FOR-CHECKPOINT.
009469     CLOSE FUEL-RATED-FILE.
009470     CLOSE AUDIT-LOG-FILE.
009471     CLOSE CHECKPOINT-ARCHIVE-FILE.
009472     CLOSE CHECKPOINT-HISTORY-FILE.
009473 2410-EXIT.
009474     EXIT.
009475*
009476*-----------------------------------------------------------
009477* 2420-REOPEN-AFTER-CHECKPOINT - START THE NEXT INTERVAL - THE
009478*                                OUTPUTS CARRY ON WHERE THEY
009479*                                LEFT OFF AND THE JOURNAL
009480*                                STARTS EMPTY.
009481*-----------------------------------------------------------
009482 2420-REOPEN-AFTER-CHECKPOINT.
009483     OPEN EXTEND FUEL-RATED-FILE.
009484     OPEN EXTEND AUDIT-LOG-FILE.
009485     OPEN EXTEND CHECKPOINT-ARCHIVE-FILE.
009486     OPEN OUTPUT CHECKPOINT-HISTORY-FILE.
009487 2420-EXIT.
009488     EXIT.
009489*
009490*-----------------------------------------------------------
009491* 2900-READ-EXTRACT - READ THE NEXT READING OF THE SORTED
009492*                     EXTRACT, SETTING THE END-OF-FILE SWITCH
009493*                     WHEN EXHAUSTED.
009500*-----------------------------------------------------------
009510 2900-READ-EXTRACT.
009520     READ FUEL-SORTED-FILE
009530         AT END SET END-OF-FILE TO TRUE.
009540 2900-EXIT.
009550     EXIT.
009560*
009570*-----------------------------------------------------------
009573* 9000-TERMINATE - CLOSE THE FILES, TAKE THE FINAL CHECKPOINT,
009576*                  POST THE HELD ARCHIVE ROWS TO FARC, REBUILD
009579*                  FUELSUSP, WRITE THE SUMMARY AND EXCEPTION
009582*                  REPORT, DISPLAY THE RUN COUNTS AND THE PHASE
009583*                  TIMINGS.
009585*-----------------------------------------------------------
009588 9000-TERMINATE.
009591     CLOSE FUEL-SORTED-FILE.
009594     IF MASTER-AVAILABLE
009597         CLOSE VEHICLE-MASTER-FILE
009600         MOVE "N" TO WS-MASTER-AVAIL-SW.
009603     IF OUTPUT-FILES-OPEN
009606         MOVE 2 TO WS-PHASE-NO
009609         SUBTRACT WS-RESUME-READ FROM WS-RECORDS-READ
009612             GIVING WP-RECORDS (2)
009615         PERFORM 8510-END-PHASE THRU 8510-EXIT
009618         CLOSE FUEL-RATED-FILE
009621         CLOSE AUDIT-LOG-FILE
009624         CLOSE VEHICLE-HISTORY-FILE
009627         CLOSE CHECKPOINT-HISTORY-FILE
009630         CLOSE CHECKPOINT-ARCHIVE-FILE
009633         PERFORM 2400-WRITE-CHECKPOINT THRU 2400-EXIT
009636         MOVE 3 TO WS-PHASE-NO
009639         PERFORM 8500-START-PHASE THRU 8500-EXIT
009642         PERFORM 9060-POST-ARCHIVE THRU 9060-EXIT
009645         MOVE WS-ARCHIVE-POSTED TO WP-RECORDS (3)
009648         PERFORM 8510-END-PHASE THRU 8510-EXIT
009649         PERFORM 9070-REBUILD-SUSPENSE THRU 9070-EXIT
009651         PERFORM 9050-CLEAR-CHECKPOINT THRU 9050-EXIT
009654         PERFORM 9090-APPEND-DAILY-STATS THRU 9090-EXIT
009657         PERFORM 9098-WRITE-NIGHT-FLAGS THRU 9098-EXIT
009660         PERFORM 9095-MARK-RUN-COMPLETE THRU 9095-EXIT.
009663     MOVE 4 TO WS-PHASE-NO.
009666     PERFORM 8500-START-PHASE THRU 8500-EXIT.
009690     OPEN OUTPUT RATE-REPORT-FILE.
009700     PERFORM 9080-WRITE-RPT-HEADING THRU 9080-EXIT.
009710     IF OUTPUT-FILES-OPEN
009740     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
009750     PERFORM 9200-WRITE-EXCEPTIONS THRU 9200-EXIT.
009760     PERFORM 9250-WRITE-PLAUSIBILITY THRU 9250-EXIT.
009765     PERFORM 9400-WRITE-OUT-OF-SEQUENCE THRU 9400-EXIT.
009770     IF OUTPUT-FILES-OPEN
009780         PERFORM 9300-RECONCILE-MASTER THRU 9300-EXIT.
009790     CLOSE RATE-REPORT-FILE.
009792     MOVE 4 TO WS-PHASE-NO.
009794     MOVE WS-PASS-COUNT TO WP-RECORDS (4).
009796     PERFORM 8510-END-PHASE THRU 8510-EXIT.
009800
009810     DISPLAY "LAB07-BATCH - READINGS READ : " WS-RECORDS-READ.
009820     DISPLAY "LAB07-BATCH - READINGS RATED: " WS-RECORDS-RATED.
009830     DISPLAY "LAB07-BATCH - EXCEPTIONS    : " WS-COUNT-EXCEPTION.
009840     DISPLAY "LAB07-BATCH - REFUEL FLAGS  : " WS-COUNT-REFUEL.
009850     DISPLAY "LAB07-BATCH - SENSOR FLAGS  : " WS-COUNT-SENSOR.
009851     DISPLAY "LAB07-BATCH - DUPLICATES    : " WS-COUNT-DUPLICATE.
009852     DISPLAY "LAB07-BATCH - LATE ARRIVALS : " WS-COUNT-LATE.
009853     DISPLAY "LAB07-BATCH - HELD (FUTURE) : " WS-COUNT-HELD.
009854     DISPLAY "LAB07-BATCH - HELD RELEASED : " WS-COUNT-RELEASED.
009855     PERFORM 9600-DISPLAY-PHASE-TIMES THRU 9600-EXIT.
009860 9000-EXIT.
009870     EXIT.
009880*
009890*-----------------------------------------------------------
009895* 9050-CLEAR-CHECKPOINT - THE RUN FINISHED CLEANLY, SO EMPTY
009900*                         OUT THE CHECKPOINT FILES - THE NEXT
009905*                         RUN STARTS AT READING ONE AGAIN. THE
009910*                         CHKPVHB JOURNAL GOES FIRST - ONCE
009915*                         CHKPOINT IS EMPTY NO IMAGE MAY BE
009920*                         LEFT FOR THE NEXT RUN TO PUT BACK.
009925*-----------------------------------------------------------
009930 9050-CLEAR-CHECKPOINT.
009935     OPEN OUTPUT CHECKPOINT-HISTORY-FILE.
009940     CLOSE CHECKPOINT-HISTORY-FILE.
009945     OPEN OUTPUT CHECKPOINT-ARCHIVE-FILE.
009950     CLOSE CHECKPOINT-ARCHIVE-FILE.
009955     OPEN OUTPUT CHECKPOINT-FILE.
009960     CLOSE CHECKPOINT-FILE.
009970     OPEN OUTPUT CHECKPOINT-EXCEPTION-FILE.
009980     CLOSE CHECKPOINT-EXCEPTION-FILE.
009990     OPEN OUTPUT CHECKPOINT-FLAG-FILE.
010000     CLOSE CHECKPOINT-FLAG-FILE.
010003     OPEN OUTPUT CHECKPOINT-SEQUENCE-FILE.
010006     CLOSE CHECKPOINT-SEQUENCE-FILE.
010010 9050-EXIT.
010020     EXIT.
010030*
010031*-----------------------------------------------------------
010032* 9060-POST-ARCHIVE - APPEND TONIGHT'S HELD CHKPARC ROWS TO THE
010033*                     PERMANENT PER-VEHICLE ARCHIVE, EACH TO
010034*                     THE FARCYYYYMM GENERATION FOR ITS READING
010035*                     MONTH, ROLLING TO A NEW GENERATION WHEN
010036*                     THE MONTH CHANGES.
010037*-----------------------------------------------------------
010038 9060-POST-ARCHIVE.
010039     MOVE ZERO TO WS-ARCHIVE-POSTED.
010040     OPEN INPUT CHECKPOINT-ARCHIVE-FILE.
010041     IF CHKPARC-FILE-MISSING
010042         GO TO 9060-EXIT.
010043     PERFORM 9062-READ-ARCHIVE-HOLD THRU 9062-EXIT.
010044     PERFORM 9061-POST-ONE-ARCHIVE-ROW THRU 9061-EXIT
010045         UNTIL CHKPARC-FILE-EOF.
010046     CLOSE CHECKPOINT-ARCHIVE-FILE.
010047     IF VEH-ARCHIVE-OPEN
010048         CLOSE VEHICLE-ARCHIVE-FILE
010049         MOVE "N" TO WS-VEHARCH-OPEN-SW.
010050 9060-EXIT.
010051     EXIT.
010052*
010053 9061-POST-ONE-ARCHIVE-ROW.
010054     MOVE VA-READING-DATE OF CHECKPOINT-ARCHIVE-RECORD (1:6)
010055         TO WS-VEH-ARCHIVE-YYYYMM.
010056     IF NOT VEH-ARCHIVE-OPEN
010057             OR WS-VEH-ARCHIVE-YYYYMM NOT = WS-CUR-ARCHIVE-YYYYMM
010058         PERFORM 2375-OPEN-VEH-ARCHIVE THRU 2375-EXIT.
010059     WRITE VEHICLE-ARCHIVE-RECORD FROM CHECKPOINT-ARCHIVE-RECORD.
010060     ADD 1 TO WS-ARCHIVE-POSTED.
010061     PERFORM 9062-READ-ARCHIVE-HOLD THRU 9062-EXIT.
010062 9061-EXIT.
010063     EXIT.
010064*
010065 9062-READ-ARCHIVE-HOLD.
010066     READ CHECKPOINT-ARCHIVE-FILE
010067         AT END SET CHKPARC-FILE-EOF TO TRUE.
010068 9062-EXIT.
010069     EXIT.
010070*
010071*-----------------------------------------------------------
010072* 9070-REBUILD-SUSPENSE - REWRITE FUELSUSP ONCE THE RUN HAS
010073*                         COMPLETED - THE HELD READINGS STILL
010074*                         NOT DUE, PLUS TONIGHT'S READINGS
010075*                         DATED AFTER THE BUSINESS DATE, SORTED
010076*                         BY VEHICLE AND DATE. A READING HELD
010077*                         TWICE (SENT AGAIN BEFORE ITS DATE) IS
010078*                         KEPT ONCE. THE DUE ONES WENT INTO
010079*                         TONIGHT'S SORT AND DROP OFF HERE.
010080*-----------------------------------------------------------
010081 9070-REBUILD-SUSPENSE.
010082     MOVE ZERO TO WS-SUSP-KEPT.
010083     SORT READING-SORT-FILE
010084         ON ASCENDING KEY SR-VEHICLE-ID SR-READING-DATE
010085         WITH DUPLICATES IN ORDER
010086         INPUT PROCEDURE IS 9071-RELEASE-HELD THRU 9071-EXIT
010087         OUTPUT PROCEDURE IS 9075-WRITE-SUSPENSE THRU 9075-EXIT.
010088     IF SORT-RETURN NOT = ZERO
010089         DISPLAY "LAB07-BATCH - SORT FOR FUELSUSP FAILED - "
010090             "HELD READINGS NOT REBUILT."
010091         GO TO 9070-EXIT.
010092     DISPLAY "LAB07-BATCH - READINGS HELD ON FUELSUSP: "
010093         WS-SUSP-KEPT.
010094 9070-EXIT.
010095     EXIT.
010096*
010097 9071-RELEASE-HELD.
010098     OPEN INPUT FUEL-SUSPENSE-FILE.
010099     IF NOT SUSPENSE-FILE-MISSING
010100         PERFORM 1240-READ-SUSPENSE THRU 1240-EXIT
010101         PERFORM 9072-RELEASE-ONE-NOT-DUE THRU 9072-EXIT
010102             UNTIL SUSPENSE-FILE-EOF
010103         CLOSE FUEL-SUSPENSE-FILE.
010104
010105     OPEN INPUT FUEL-SORTED-FILE.
010106     PERFORM 9074-READ-SORTED THRU 9074-EXIT.
010107     PERFORM 9073-RELEASE-ONE-FUTURE THRU 9073-EXIT
010108         UNTIL SORTED-FILE-EOF.
010109     CLOSE FUEL-SORTED-FILE.
010110 9071-EXIT.
010111     EXIT.
010112*
010113 9072-RELEASE-ONE-NOT-DUE.
010114     IF FR-READING-DATE OF FUEL-SUSPENSE-RECORD
010115             > WS-BUSINESS-DATE
010116         RELEASE READING-SORT-RECORD FROM FUEL-SUSPENSE-RECORD.
010117     PERFORM 1240-READ-SUSPENSE THRU 1240-EXIT.
010118 9072-EXIT.
010119     EXIT.
010120*
010121 9073-RELEASE-ONE-FUTURE.
010122     IF FR-READING-DATE OF FUEL-SORTED-RECORD
010123             > WS-BUSINESS-DATE
010124         RELEASE READING-SORT-RECORD FROM FUEL-SORTED-RECORD.
010125     PERFORM 9074-READ-SORTED THRU 9074-EXIT.
010126 9073-EXIT.
010127     EXIT.
010128*
010129 9074-READ-SORTED.
010130     READ FUEL-SORTED-FILE
010131         AT END SET SORTED-FILE-EOF TO TRUE.
010132 9074-EXIT.
010133     EXIT.
010134*
010135 9075-WRITE-SUSPENSE.
010136     OPEN OUTPUT FUEL-SUSPENSE-FILE.
010137     MOVE "N" TO WS-SUSP-SORT-EOF-SW.
010138     MOVE SPACES TO WS-PREV-SUSP-VEHICLE.
010139     MOVE ZERO TO WS-PREV-SUSP-DATE.
010140     PERFORM 9077-RETURN-HELD THRU 9077-EXIT.
010141     PERFORM 9076-WRITE-ONE-HELD THRU 9076-EXIT
010142         UNTIL SUSPENSE-SORT-EOF.
010143     CLOSE FUEL-SUSPENSE-FILE.
010144 9075-EXIT.
010145     EXIT.
010146*
010147 9076-WRITE-ONE-HELD.
010148     IF SR-VEHICLE-ID NOT = WS-PREV-SUSP-VEHICLE
010149             OR SR-READING-DATE NOT = WS-PREV-SUSP-DATE
010150         WRITE FUEL-SUSPENSE-RECORD FROM READING-SORT-RECORD
010151         ADD 1 TO WS-SUSP-KEPT
010152         MOVE SR-VEHICLE-ID TO WS-PREV-SUSP-VEHICLE
010153         MOVE SR-READING-DATE TO WS-PREV-SUSP-DATE.
010154     PERFORM 9077-RETURN-HELD THRU 9077-EXIT.
010155 9076-EXIT.
010156     EXIT.
010157*
010158 9077-RETURN-HELD.
010159     RETURN READING-SORT-FILE
010160         AT END SET SUSPENSE-SORT-EOF TO TRUE.
010161 9077-EXIT.
010162     EXIT.
010163*
010164*-----------------------------------------------------------
010165* 9080-WRITE-RPT-HEADING - THE REPORT TITLE LINE, AHEAD OF
010166*                          THE DEPOT AND FLEET SECTIONS.
010167*-----------------------------------------------------------
010168 9080-WRITE-RPT-HEADING.
010169     MOVE SPACES TO RPT-LINE.
010170     MOVE "LAB07-BATCH FLEET FUEL RATING SUMMARY" TO RPT-LINE.
010171     WRITE RPT-LINE.
010172 9080-EXIT.
010173     EXIT.
010174*
010175*-----------------------------------------------------------
010176* 9090-APPEND-DAILY-STATS - ADD TONIGHT'S RUN AS ONE DATED
010177*                           RECORD ON THE PERMANENT DAYSTATS
010180*                           FILE, CREATING THE FILE THE FIRST
010190*                           TIME. THE MONTH-END TREND REPORT
010200*                           (LAB07-TREND) READS THIS FILE.
010850     EXIT.
010860*
010870*-----------------------------------------------------------
010878* 9140-BUILD-DEPOT-SUMMARY - THE END-OF-RUN PASS. TONIGHT'S
010886*                            RATED OUTPUT FILE, IN VEHICLE
010894*                            ORDER, IS MATCHED ONCE AGAINST THE
010902*                            VEHMAST MASTER IN KEY ORDER. EACH
010910*                            RATED READING TAKES ITS VEHICLE'S
010918*                            DEPOT ("????" FOR A VEHICLE NOT ON
010926*                            THE MASTER, OR NO MASTER AT ALL)
010934*                            AND GOES TO THE DEPOT SORT; P1/P2
010942*                            READINGS GO TO THE FUELORD
010950*                            EXTRACT; EXCEPTION-TABLE ENTRIES
010958*                            ARE STAMPED WITH THEIR DEPOT; AND
010966*                            EVERY IN-SERVICE MASTER VEHICLE
010974*                            THE PASS STEPS OVER UNMATCHED GOES
010982*                            TO MISSWRK FOR THE RECONCILIATION
010990*                            SECTION. THE SORTED TALLIES THEN
010998*                            BREAK BY DEPOT INTO THE SUMMARY
011006*                            TABLE, ALREADY IN DEPOT ORDER.
011014*                            BUILT FROM THE RATED FILE ITSELF,
011022*                            SO IT IS RIGHT EVEN WHEN THE RUN
011030*                            RESUMED FROM A CHECKPOINT.
011038*-----------------------------------------------------------
011046 9140-BUILD-DEPOT-SUMMARY.
011054     MOVE ZERO TO WS-DEPOT-COUNT WS-PASS-COUNT WS-MISSING-COUNT.
011062     MOVE "N" TO WS-DEPOT-OVFL-SW.
011070     SORT DEPOT-SORT-FILE
011078         ON ASCENDING KEY DT-DEPOT
011086         INPUT PROCEDURE IS 9141-MATCH-RATED-TO-MASTER
011094             THRU 9141-EXIT
011102         OUTPUT PROCEDURE IS 9155-BREAK-BY-DEPOT
011110             THRU 9155-EXIT.
011118 9140-EXIT.
011126     EXIT.
011134*
011142 9141-MATCH-RATED-TO-MASTER.
011150     PERFORM 9360-OPEN-MASTER THRU 9360-EXIT.
011158     OPEN OUTPUT MISSING-VEHICLE-FILE.
011166     MOVE 1 TO WS-EXC-NEXT.
011174     MOVE WS-COUNT-EXCEPTION TO WS-EXC-LIMIT.
011182     IF WS-EXC-LIMIT > WS-EXCEPTION-MAX
011190         MOVE WS-EXCEPTION-MAX TO WS-EXC-LIMIT.
011198
011206     MOVE "N" TO WS-RECON-EOF-SW.
011214     OPEN INPUT FUEL-RATED-FILE.
011222     IF NOT RATED-FILE-MISSING
011230         PERFORM 9142-OPEN-ORDER-EXTRACT THRU 9142-EXIT
011238         PERFORM 9315-READ-RATED THRU 9315-EXIT
011246         PERFORM 9145-TALLY-ONE-RATED THRU 9145-EXIT
011254             UNTIL RECON-EOF
011262         CLOSE FUEL-RATED-FILE
011270         PERFORM 9149-CLOSE-ORDER-EXTRACT THRU 9149-EXIT.
011278
011286     PERFORM 9320-CHECK-ONE-MASTER THRU 9320-EXIT
011294         UNTIL MASTER-EOF.
011302     CLOSE MISSING-VEHICLE-FILE.
011310     PERFORM 9365-CLOSE-MASTER THRU 9365-EXIT.
011318 9141-EXIT.
011326     EXIT.
011334*
011342*-----------------------------------------------------------
011350* 9145-TALLY-ONE-RATED - ONE RATED READING - STEP THE MASTER
011358*                        UP TO ITS VEHICLE, TAKE THE DEPOT, AND
011366*                        RELEASE ITS BAND TO THE DEPOT SORT.
011374*-----------------------------------------------------------
011382 9145-TALLY-ONE-RATED.
011390     ADD 1 TO WS-PASS-COUNT.
011398     PERFORM 9320-CHECK-ONE-MASTER THRU 9320-EXIT
011406         UNTIL MASTER-EOF
011414            OR VM-VEHICLE-ID NOT <
011422               FR-VEHICLE-ID OF FUEL-RATED-RECORD.
011430     MOVE "????" TO WS-LOOKUP-DEPOT.
011438     IF NOT MASTER-EOF
011446             AND VM-VEHICLE-ID =
011454                 FR-VEHICLE-ID OF FUEL-RATED-RECORD
011462         MOVE VM-DEPOT TO WS-LOOKUP-DEPOT
011470         SET MASTER-MATCHED TO TRUE.
011478
011486     PERFORM 9147-STAMP-EXCEPTION-DEPOTS THRU 9147-EXIT.
011494
011502     MOVE WS-LOOKUP-DEPOT TO DT-DEPOT.
011510     MOVE FR-RATING-CODE OF FUEL-RATED-RECORD TO DT-RATING-CODE.
011518     RELEASE DEPOT-SORT-RECORD.
011526
011534     IF FR-RATING-CODE OF FUEL-RATED-RECORD = "P1"
011542             OR FR-RATING-CODE OF FUEL-RATED-RECORD = "P2"
011550         PERFORM 9146-WRITE-ORDER-DETAIL THRU 9146-EXIT.
011558
011566     PERFORM 9315-READ-RATED THRU 9315-EXIT.
011574 9145-EXIT.
011582     EXIT.
011650*
011660*-----------------------------------------------------------
011670* 9142-OPEN-ORDER-EXTRACT - START TONIGHT'S FUEL-ORDERING
012220     EXIT.
012230*
012240*-----------------------------------------------------------
012243* 9147-STAMP-EXCEPTION-DEPOTS - THE EXCEPTION TABLE IS IN THE
012246*                               SAME VEHICLE ORDER AS THE RATED
012249*                               FILE, SO EACH ENTRY FOR THIS
012252*                               VEHICLE TAKES THE DEPOT JUST
012255*                               FOUND, FOR THE GROUPED
012258*                               EXCEPTION SECTION.
012261*-----------------------------------------------------------
012264 9147-STAMP-EXCEPTION-DEPOTS.
012267     MOVE "N" TO WS-EXC-STAMP-SW.
012270     PERFORM 9148-SET-EXCEPTION-DEPOT THRU 9148-EXIT
012273         UNTIL EXC-STAMP-DONE.
012276 9147-EXIT.
012279     EXIT.
012282*
012285 9148-SET-EXCEPTION-DEPOT.
012288     IF WS-EXC-NEXT > WS-EXC-LIMIT
012291         SET EXC-STAMP-DONE TO TRUE
012294         GO TO 9148-EXIT.
012297     IF WE-VEHICLE-ID (WS-EXC-NEXT) >
012300             FR-VEHICLE-ID OF FUEL-RATED-RECORD
012303         SET EXC-STAMP-DONE TO TRUE
012306         GO TO 9148-EXIT.
012309     MOVE WS-LOOKUP-DEPOT TO WE-DEPOT (WS-EXC-NEXT).
012312     ADD 1 TO WS-EXC-NEXT.
012330 9148-EXIT.
012340     EXIT.
012350*
012650     EXIT.
012660*
012670*-----------------------------------------------------------
012674* 9155-BREAK-BY-DEPOT - TAKE THE DEPOT TALLIES BACK IN DEPOT
012678*                       ORDER AND ADD EACH BAND TO ITS DEPOT'S
012682*                       LINE OF THE SUMMARY TABLE, STARTING A
012686*                       NEW LINE ON EACH CHANGE OF DEPOT. IF
012690*                       THE TABLE IS EVER FULL, EXTRA DEPOTS
012694*                       COMBINE INTO THE LAST LINE AND THE
012698*                       REPORT SAYS SO.
012702*-----------------------------------------------------------
012706 9155-BREAK-BY-DEPOT.
012710     MOVE "N" TO WS-DEPOT-SORT-EOF-SW.
012714     MOVE LOW-VALUES TO WS-PREV-DEPOT.
012718     PERFORM 9156-RETURN-DEPOT-TALLY THRU 9156-EXIT.
012722     PERFORM 9157-TALLY-ONE-DEPOT THRU 9157-EXIT
012726         UNTIL DEPOT-SORT-EOF.
012730 9155-EXIT.
012734     EXIT.
012738*
012742 9156-RETURN-DEPOT-TALLY.
012746     RETURN DEPOT-SORT-FILE
012750         AT END SET DEPOT-SORT-EOF TO TRUE.
012754 9156-EXIT.
012758     EXIT.
012762*
012766 9157-TALLY-ONE-DEPOT.
012770     IF DT-DEPOT NOT = WS-PREV-DEPOT
012774         PERFORM 9158-START-DEPOT THRU 9158-EXIT.
012778
012782     EVALUATE DT-RATING-CODE
012786         WHEN "E "
012790             ADD 1 TO WD-COUNT-E (DP-IDX)
012794         WHEN "G "
012798             ADD 1 TO WD-COUNT-G (DP-IDX)
012802         WHEN "F "
012806             ADD 1 TO WD-COUNT-F (DP-IDX)
012810         WHEN "P1"
012814             ADD 1 TO WD-COUNT-P1 (DP-IDX)
012818         WHEN "P2"
012822             ADD 1 TO WD-COUNT-P2 (DP-IDX)
012826         WHEN OTHER
012830             ADD 1 TO WD-COUNT-EXCEPTION (DP-IDX)
012834     END-EVALUATE.
012838     PERFORM 9156-RETURN-DEPOT-TALLY THRU 9156-EXIT.
012842 9157-EXIT.
012846     EXIT.
012850*
012854 9158-START-DEPOT.
012858     MOVE DT-DEPOT TO WS-PREV-DEPOT.
012862     IF WS-DEPOT-COUNT < WS-DEPOT-MAX
012866         ADD 1 TO WS-DEPOT-COUNT
012870         SET DP-IDX TO WS-DEPOT-COUNT
012874         MOVE DT-DEPOT TO WD-DEPOT (DP-IDX)
012878         MOVE ZERO TO WD-COUNT-E (DP-IDX)
012882                      WD-COUNT-G (DP-IDX)
012886                      WD-COUNT-F (DP-IDX)
012890                      WD-COUNT-P1 (DP-IDX)
012894                      WD-COUNT-P2 (DP-IDX)
012898                      WD-COUNT-EXCEPTION (DP-IDX)
012902     ELSE
012906         SET DEPOT-TABLE-FULL TO TRUE
012910         SET DP-IDX TO WS-DEPOT-MAX.
012914 9158-EXIT.
012918     EXIT.
012960*
012970*-----------------------------------------------------------
012980* 9160-WRITE-ONE-DEPOT - ONE DEPOT'S LINE OF THE PER-DEPOT
014680*-----------------------------------------------------------
014690* 9300-RECONCILE-MASTER - LIST EVERY IN-SERVICE VEHICLE ON
014700*                         THE VEHMAST MASTER FOR WHICH NO
014710*                         READING WAS RATED TONIGHT, AS THE
014720*                         END-OF-RUN PASS (9140) FOUND THEM ON
014730*                         ITS WAY THROUGH THE MASTER.
014740*-----------------------------------------------------------
014750 9300-RECONCILE-MASTER.
014760     MOVE SPACES TO RPT-LINE.
014770     WRITE RPT-LINE.
014780     MOVE SPACES TO RPT-LINE.
014790     MOVE "IN-SERVICE VEHICLES WITH NO READING TONIGHT"
014800         TO RPT-LINE.
014810     WRITE RPT-LINE.
014820
014830     IF NOT MASTER-AVAILABLE
014840         MOVE SPACES TO RPT-LINE
014850         MOVE "  NO VEHICLE MASTER - RECONCILIATION SKIPPED"
014860             TO RPT-LINE
014870         WRITE RPT-LINE
014880         GO TO 9300-EXIT.
014890
014900     OPEN INPUT MISSING-VEHICLE-FILE.
014910     IF NOT MISSWRK-FILE-MISSING
014920         PERFORM 9335-READ-MISSING THRU 9335-EXIT
014930         PERFORM 9350-WRITE-ONE-MISSING THRU 9350-EXIT
014940             UNTIL MISSWRK-FILE-EOF
014950         CLOSE MISSING-VEHICLE-FILE.
014960
014970     IF WS-MISSING-COUNT = ZERO
014980         MOVE SPACES TO RPT-LINE
014990         MOVE "  NONE - EVERY IN-SERVICE VEHICLE REPORTED"
015000             TO RPT-LINE
015010         WRITE RPT-LINE.
015110 9300-EXIT.
015120     EXIT.
015130*
015180     EXIT.
015190*
015200*-----------------------------------------------------------
015210* 9320-CHECK-ONE-MASTER - STEP PAST ONE MASTER VEHICLE. AN
015220*                         IN-SERVICE VEHICLE NO RATED READING
015230*                         MATCHED GOES TO MISSWRK.
015240*-----------------------------------------------------------
015250 9320-CHECK-ONE-MASTER.
015260     IF VM-IN-SERVICE AND NOT MASTER-MATCHED
015270         ADD 1 TO WS-MISSING-COUNT
015280         MOVE VM-VEHICLE-ID TO MW-VEHICLE-ID
015290         MOVE VM-DEPOT TO MW-DEPOT
015300         MOVE VM-VEHICLE-TYPE TO MW-VEHICLE-TYPE
015310         WRITE MISSING-VEHICLE-RECORD.
015320     MOVE "N" TO WS-MASTER-MATCHED-SW.
015330     PERFORM 9330-READ-MASTER THRU 9330-EXIT.
015390 9320-EXIT.
015400     EXIT.
015410*
015450 9330-EXIT.
015460     EXIT.
015470*
015480 9335-READ-MISSING.
015490     READ MISSING-VEHICLE-FILE
015500         AT END SET MISSWRK-FILE-EOF TO TRUE.
015510 9335-EXIT.
015520     EXIT.
015530*
015540*-----------------------------------------------------------
015570*-----------------------------------------------------------
015580 9350-WRITE-ONE-MISSING.
015590     MOVE SPACES TO RPT-LINE.
015598     STRING "  VEHICLE " MW-VEHICLE-ID
015606         "  DEPOT " MW-DEPOT
015614         "  TYPE " MW-VEHICLE-TYPE
015622         DELIMITED BY SIZE INTO RPT-LINE.
015630     WRITE RPT-LINE.
015638     PERFORM 9335-READ-MISSING THRU 9335-EXIT.
015650 9350-EXIT.
015660     EXIT.
015670*
015680*-----------------------------------------------------------
015686* 9360-OPEN-MASTER - OPEN THE VEHICLE MASTER FOR A PASS IN KEY
015692*                    ORDER, NOTING WHETHER IT EXISTS AT ALL,
015698*                    AND READ ITS FIRST RECORD.
015704*-----------------------------------------------------------
015710 9360-OPEN-MASTER.
015716     MOVE "N" TO WS-MASTER-AVAIL-SW WS-MASTER-EOF-SW
015722         WS-MASTER-MATCHED-SW.
015728     OPEN INPUT VEHICLE-MASTER-FILE.
015734     IF VEHMAST-FILE-MISSING
015740         SET MASTER-EOF TO TRUE
015746     ELSE
015752         SET MASTER-AVAILABLE TO TRUE
015758         PERFORM 9330-READ-MASTER THRU 9330-EXIT.
015770 9360-EXIT.
015780     EXIT.
015790*
015800 9365-CLOSE-MASTER.
015810     IF MASTER-AVAILABLE
015820         CLOSE VEHICLE-MASTER-FILE.
015827 9365-EXIT.
015828     EXIT.
015829*
015830*-----------------------------------------------------------
015831* 9400-WRITE-OUT-OF-SEQUENCE - THE OUT-OF-SEQUENCE SECTION -
015832*                              READINGS SKIPPED AS DUPLICATES
015833*                              OF ONES ALREADY RATED, LATE
015834*                              ARRIVALS GROUPED BY DEPOT WITH
015835*                              HOW MANY DAYS LATE EACH WAS,
015836*                              THOSE OF DEPOTS BEYOND THE
015837*                              DEPOT TABLE UNDER OTHER DEPOTS,
015838*                              AND READINGS HELD ON FUELSUSP
015839*                              BECAUSE THEY ARE DATED AFTER
015840*                              THE BUSINESS DATE.
015841*-----------------------------------------------------------
015842 9400-WRITE-OUT-OF-SEQUENCE.
015843     MOVE SPACES TO RPT-LINE.
015844     WRITE RPT-LINE.
015845     MOVE SPACES TO RPT-LINE.
015846     MOVE "OUT-OF-SEQUENCE READINGS" TO RPT-LINE.
015847     WRITE RPT-LINE.
015848
015849     MOVE WS-COUNT-DUPLICATE TO WS-RPT-COUNT-ED.
015850     MOVE SPACES TO RPT-LINE.
015851     STRING "  DUPLICATES - ALREADY RATED, SKIPPED : "
015852         WS-RPT-COUNT-ED
015853         DELIMITED BY SIZE INTO RPT-LINE.
015854     WRITE RPT-LINE.
015855     IF WS-COUNT-DUPLICATE = ZERO
015856         MOVE SPACES TO RPT-LINE
015857         MOVE "    NONE" TO RPT-LINE
015858         WRITE RPT-LINE
015859     ELSE
015860         MOVE "D" TO WS-WORK-EVENT-TYPE
015861         PERFORM 9410-WRITE-ONE-SKIPPED THRU 9410-EXIT
015862             VARYING SQ-IDX FROM 1 BY 1
015863             UNTIL SQ-IDX > WS-SEQ-COUNT
015864                OR SQ-IDX > WS-SEQ-MAX.
015865
015866     MOVE WS-COUNT-LATE TO WS-RPT-COUNT-ED.
015867     MOVE SPACES TO RPT-LINE.
015868     STRING "  LATE ARRIVALS BY DEPOT              : "
015869         WS-RPT-COUNT-ED
015870         DELIMITED BY SIZE INTO RPT-LINE.
015871     WRITE RPT-LINE.
015872     IF WS-COUNT-LATE = ZERO
015873         MOVE SPACES TO RPT-LINE
015874         MOVE "    NONE" TO RPT-LINE
015875         WRITE RPT-LINE
015876     ELSE IF WS-DEPOT-COUNT = ZERO
015877         MOVE "N" TO WS-LATE-GROUP-SW
015878         PERFORM 9430-WRITE-ONE-LATE THRU 9430-EXIT
015879             VARYING SQ-IDX FROM 1 BY 1
015880             UNTIL SQ-IDX > WS-SEQ-COUNT
015881                OR SQ-IDX > WS-SEQ-MAX
015882     ELSE
015883         SET LATE-GROUP-MODE TO TRUE
015884         PERFORM 9420-WRITE-DEPOT-LATE THRU 9420-EXIT
015885             VARYING DP-IDX FROM 1 BY 1
015886             UNTIL DP-IDX > WS-DEPOT-COUNT.
015887     IF WS-COUNT-LATE > ZERO AND DEPOT-TABLE-FULL
015888         PERFORM 9425-WRITE-OTHER-LATE THRU 9425-EXIT.
015889
015890     MOVE WS-COUNT-HELD TO WS-RPT-COUNT-ED.
015891     MOVE SPACES TO RPT-LINE.
015892     STRING "  HELD - DATED AFTER THE BUSINESS DATE: "
015893         WS-RPT-COUNT-ED
015894         DELIMITED BY SIZE INTO RPT-LINE.
015895     WRITE RPT-LINE.
015896     IF WS-COUNT-HELD = ZERO
015897         MOVE SPACES TO RPT-LINE
015898         MOVE "    NONE" TO RPT-LINE
015899         WRITE RPT-LINE
015900     ELSE
015901         MOVE "H" TO WS-WORK-EVENT-TYPE
015902         PERFORM 9410-WRITE-ONE-SKIPPED THRU 9410-EXIT
015903             VARYING SQ-IDX FROM 1 BY 1
015904             UNTIL SQ-IDX > WS-SEQ-COUNT
015905                OR SQ-IDX > WS-SEQ-MAX.
015906
015907     MOVE WS-COUNT-RELEASED TO WS-RPT-COUNT-ED.
015908     MOVE SPACES TO RPT-LINE.
015909     STRING "  HELD EARLIER, RELEASED TONIGHT      : "
015910         WS-RPT-COUNT-ED
015911         DELIMITED BY SIZE INTO RPT-LINE.
015912     WRITE RPT-LINE.
015913
015914     IF WS-SEQ-COUNT > WS-SEQ-MAX
015915         MOVE SPACES TO RPT-LINE
015916         MOVE "  ADDITIONAL READINGS NOT LISTED - TABLE FULL"
015917             TO RPT-LINE
015918         WRITE RPT-LINE.
015919
015920     IF WS-OLD-OVERFLOW > ZERO
015921         MOVE WS-OLD-OVERFLOW TO WS-RPT-COUNT-ED
015922         MOVE SPACES TO RPT-LINE
015923         STRING "  OLD DATES NOT HELD FOR DUPLICATE CHECK: "
015924             WS-RPT-COUNT-ED
015925             DELIMITED BY SIZE INTO RPT-LINE
015926         WRITE RPT-LINE.
015927 9400-EXIT.
015928     EXIT.
015929*
015930*-----------------------------------------------------------
015931* 9410-WRITE-ONE-SKIPPED - ONE DETAIL LINE OF THE DUPLICATE OR
015932*                          HELD LIST - ONLY THE ENTRIES OF THE
015933*                          KIND BEING LISTED.
015934*-----------------------------------------------------------
015935 9410-WRITE-ONE-SKIPPED.
015936     IF WQ-EVENT-TYPE (SQ-IDX) NOT = WS-WORK-EVENT-TYPE
015937         GO TO 9410-EXIT.
015938     MOVE WQ-FUEL-VALUE (SQ-IDX) TO WS-RPT-VALUE-ED.
015939     MOVE SPACES TO RPT-LINE.
015940     STRING "    VEHICLE " WQ-VEHICLE-ID (SQ-IDX)
015941         "  DATE " WQ-READING-DATE (SQ-IDX)
015942         "  VALUE " WS-RPT-VALUE-ED
015943         "  DEPOT " WQ-DEPOT (SQ-IDX)
015944         DELIMITED BY SIZE INTO RPT-LINE.
015945     WRITE RPT-LINE.
015946 9410-EXIT.
015947     EXIT.
015948*
015949*-----------------------------------------------------------
015950* 9420-WRITE-DEPOT-LATE - ONE DEPOT'S GROUP OF LATE ARRIVALS -
015951*                         A DEPOT HEADER LINE, EVERY LATE
015952*                         READING OF ITS VEHICLES, THEN THE
015953*                         DEPOT'S COUNT AND ITS MOST DAYS LATE.
015954*                         A DEPOT WITH NONE IS LEFT OUT.
015955*-----------------------------------------------------------
015956 9420-WRITE-DEPOT-LATE.
015957     MOVE WD-DEPOT (DP-IDX) TO WS-CUR-LATE-DEPOT.
015958     MOVE ZERO TO WS-DEPOT-LATE-COUNT WS-DEPOT-LATE-MOST.
015959     PERFORM 9430-WRITE-ONE-LATE THRU 9430-EXIT
015960         VARYING SQ-IDX FROM 1 BY 1
015961         UNTIL SQ-IDX > WS-SEQ-COUNT
015962            OR SQ-IDX > WS-SEQ-MAX.
015963     IF WS-DEPOT-LATE-COUNT = ZERO
015964         GO TO 9420-EXIT.
015965     MOVE WS-DEPOT-LATE-COUNT TO WS-RPT-COUNT-ED.
015966     MOVE WS-DEPOT-LATE-MOST TO WS-RPT-DAYS-ED.
015967     MOVE SPACES TO RPT-LINE.
015968     STRING "    DEPOT " WS-CUR-LATE-DEPOT
015969         " LATE READINGS " WS-RPT-COUNT-ED
015970         "  MOST DAYS LATE " WS-RPT-DAYS-ED
015971         DELIMITED BY SIZE INTO RPT-LINE.
015972     WRITE RPT-LINE.
015973 9420-EXIT.
015974     EXIT.
015975*
015976*-----------------------------------------------------------
015977* 9425-WRITE-OTHER-LATE - THE LATE ARRIVALS OF DEPOTS THE DEPOT
015978*                         TABLE HAD NO ROOM FOR, AS ONE GROUP
015979*                         WITH ITS COUNT AND MOST DAYS LATE.
015980*-----------------------------------------------------------
015981 9425-WRITE-OTHER-LATE.
015982     SET LATE-OTHER-MODE TO TRUE.
015983     MOVE ZERO TO WS-DEPOT-LATE-COUNT WS-DEPOT-LATE-MOST.
015984     PERFORM 9430-WRITE-ONE-LATE THRU 9430-EXIT
015985         VARYING SQ-IDX FROM 1 BY 1
015986         UNTIL SQ-IDX > WS-SEQ-COUNT
015987            OR SQ-IDX > WS-SEQ-MAX.
015988     IF WS-DEPOT-LATE-COUNT = ZERO
015989         GO TO 9425-EXIT.
015990     MOVE WS-DEPOT-LATE-COUNT TO WS-RPT-COUNT-ED.
015991     MOVE WS-DEPOT-LATE-MOST TO WS-RPT-DAYS-ED.
015992     MOVE SPACES TO RPT-LINE.
015993     STRING "    OTHER DEPOTS LATE READINGS " WS-RPT-COUNT-ED
015994         "  MOST DAYS LATE " WS-RPT-DAYS-ED
015995         DELIMITED BY SIZE INTO RPT-LINE.
015996     WRITE RPT-LINE.
015997 9425-EXIT.
015998     EXIT.
015999*
016000*-----------------------------------------------------------
016001* 9430-WRITE-ONE-LATE - ONE DETAIL LINE OF THE LATE ARRIVALS,
016002*                       WITH WHERE THE READING WENT IN THE
016003*                       HISTORY WINDOW WHEN IT WAS NOT THE
016004*                       NEWEST. IN GROUPED MODE, ONLY THE
016005*                       ENTRIES OF THE DEPOT CURRENTLY
016006*                       BREAKING, ITS HEADER AHEAD OF THE
016007*                       FIRST ONE. FOR OTHER DEPOTS, ONLY
016008*                       THE ENTRIES WHOSE DEPOT IS NOT IN
016009*                       THE DEPOT TABLE.
016010*-----------------------------------------------------------
016011 9430-WRITE-ONE-LATE.
016012     IF WQ-EVENT-TYPE (SQ-IDX) NOT = "L"
016013         GO TO 9430-EXIT.
016014     IF LATE-GROUP-MODE
016015         AND WQ-DEPOT (SQ-IDX) NOT = WS-CUR-LATE-DEPOT
016016         GO TO 9430-EXIT.
016017     IF LATE-OTHER-MODE
016018         MOVE "N" TO WS-LATE-DEPOT-SW
016019         PERFORM 9435-MATCH-LATE-DEPOT THRU 9435-EXIT
016020             VARYING DP-IDX FROM 1 BY 1
016021             UNTIL DP-IDX > WS-DEPOT-COUNT
016022                OR LATE-DEPOT-LISTED
016023         IF LATE-DEPOT-LISTED
016024             GO TO 9430-EXIT.
016025     IF LATE-GROUP-MODE AND WS-DEPOT-LATE-COUNT = ZERO
016026         MOVE SPACES TO RPT-LINE
016027         STRING "    DEPOT " WS-CUR-LATE-DEPOT
016028             DELIMITED BY SIZE INTO RPT-LINE
016029         WRITE RPT-LINE.
016030     IF LATE-OTHER-MODE AND WS-DEPOT-LATE-COUNT = ZERO
016031         MOVE SPACES TO RPT-LINE
016032         MOVE "    OTHER DEPOTS - MORE THAN THE DEPOT TABLE HOLDS"
016033             TO RPT-LINE
016034         WRITE RPT-LINE.
016035     ADD 1 TO WS-DEPOT-LATE-COUNT.
016036     IF WQ-DAYS-LATE (SQ-IDX) > WS-DEPOT-LATE-MOST
016037         MOVE WQ-DAYS-LATE (SQ-IDX) TO WS-DEPOT-LATE-MOST.
016038
016039     EVALUATE WQ-PLACEMENT (SQ-IDX)
016040         WHEN "B"
016041             MOVE "BEHIND NEWER" TO WS-RPT-PLACE-TEXT
016042         WHEN "O"
016043             MOVE "NOT IN HISTORY" TO WS-RPT-PLACE-TEXT
016044         WHEN OTHER
016045             MOVE SPACES TO WS-RPT-PLACE-TEXT
016046     END-EVALUATE.
016047     MOVE WQ-FUEL-VALUE (SQ-IDX) TO WS-RPT-VALUE-ED.
016048     MOVE WQ-DAYS-LATE (SQ-IDX) TO WS-RPT-DAYS-ED.
016049     MOVE SPACES TO RPT-LINE.
016050     STRING "      VEHICLE " WQ-VEHICLE-ID (SQ-IDX)
016051         "  DATE " WQ-READING-DATE (SQ-IDX)
016052         "  VALUE " WS-RPT-VALUE-ED
016053         "  LATE " WS-RPT-DAYS-ED " DAYS"
016054         "  " WS-RPT-PLACE-TEXT
016055         DELIMITED BY SIZE INTO RPT-LINE.
016056     WRITE RPT-LINE.
016057 9430-EXIT.
016058     EXIT.
016059*
016060 9435-MATCH-LATE-DEPOT.
016061     IF WD-DEPOT (DP-IDX) = WQ-DEPOT (SQ-IDX)
016062         SET LATE-DEPOT-LISTED TO TRUE.
016063 9435-EXIT.
016064     EXIT.
016065*
016066*-----------------------------------------------------------
016067* 9600-DISPLAY-PHASE-TIMES - ELAPSED TIME AND RECORDS PER
016068*                            SECOND FOR EACH PHASE THE RUN WENT
016069*                            THROUGH, SO OPERATIONS CAN SEE
016070*                            WHERE THE BATCH WINDOW GOES.
016071*-----------------------------------------------------------
016072 9600-DISPLAY-PHASE-TIMES.
016073     DISPLAY "LAB07-BATCH - PHASE TIMINGS, CHECKPOINT EVERY "
016074         WS-CHKPT-INTERVAL " READINGS".
016075     PERFORM 9610-DISPLAY-ONE-PHASE THRU 9610-EXIT
016076         VARYING WS-PHASE-NO FROM 1 BY 1
016077         UNTIL WS-PHASE-NO > 4.
016078 9600-EXIT.
016079     EXIT.
016080*
016081 9610-DISPLAY-ONE-PHASE.
016082     IF WP-USED-SW (WS-PHASE-NO) NOT = "Y"
016083         GO TO 9610-EXIT.
016084     MOVE WP-ELAPSED-HSEC (WS-PHASE-NO) TO WS-PHASE-HSEC.
016085     IF WS-PHASE-HSEC = ZERO
016086         MOVE 1 TO WS-PHASE-HSEC.
016087     COMPUTE WS-PHASE-RATE =
016088         WP-RECORDS (WS-PHASE-NO) * 100 / WS-PHASE-HSEC.
016090     COMPUTE WS-PHASE-SECS = WP-ELAPSED-HSEC (WS-PHASE-NO) / 100.
016100     MOVE WS-PHASE-SECS TO WS-PHASE-SECS-ED.
016110     MOVE WP-RECORDS (WS-PHASE-NO) TO WS-PHASE-RECS-ED.
016120     MOVE WS-PHASE-RATE TO WS-PHASE-RATE-ED.
016130     DISPLAY "LAB07-BATCH - " WP-PHASE-NAME (WS-PHASE-NO)
016140         WS-PHASE-SECS-ED " SECS " WS-PHASE-RECS-ED " RECS "
016150         WS-PHASE-RATE-ED " PER SEC".
016160 9610-EXIT.
016170     EXIT.
016180*
016183*-----------------------------------------------------------
016186* 7100-NEXT-DAY - STEP WS-CUR-DATE FORWARD ONE CALENDAR DAY,
016189*                 LEAP FEBRUARY INCLUDED, THE SAME WAY
016192*                 LAB07-DLVREC WALKS ITS DELIVERY WINDOW.
016195*-----------------------------------------------------------
016198 7100-NEXT-DAY.
016201     PERFORM 7200-SET-DAYS-IN-MONTH THRU 7200-EXIT.
016204     IF WS-CUR-DD < WS-DAYS-IN-MONTH
016207         ADD 1 TO WS-CUR-DD
016210         GO TO 7100-EXIT.
016213     MOVE 1 TO WS-CUR-DD.
016216     IF WS-CUR-MM < 12
016219         ADD 1 TO WS-CUR-MM
016222     ELSE
016225         MOVE 1 TO WS-CUR-MM
016228         ADD 1 TO WS-CUR-YYYY.
016231 7100-EXIT.
016234     EXIT.
016237*
016240*-----------------------------------------------------------
016243* 7200-SET-DAYS-IN-MONTH - HOW MANY DAYS WS-CUR-DATE'S MONTH
016246*                          HAS, TESTING THE YEAR FOR A LEAP
016249*                          FEBRUARY WITH PLAIN DIVIDES.
016252*-----------------------------------------------------------
016255 7200-SET-DAYS-IN-MONTH.
016258     EVALUATE WS-CUR-MM
016261         WHEN 01
016264         WHEN 03
016267         WHEN 05
016270         WHEN 07
016273         WHEN 08
016276         WHEN 10
016279         WHEN 12
016282             MOVE 31 TO WS-DAYS-IN-MONTH
016285         WHEN 04
016288         WHEN 06
016291         WHEN 09
016294         WHEN 11
016297             MOVE 30 TO WS-DAYS-IN-MONTH
016300         WHEN 02
016303             MOVE 28 TO WS-DAYS-IN-MONTH
016306             DIVIDE WS-CUR-YYYY BY 4
016309                 GIVING WS-LEAP-QUOTIENT
016312                 REMAINDER WS-LEAP-REMAINDER
016315             IF WS-LEAP-REMAINDER = ZERO
016318                 DIVIDE WS-CUR-YYYY BY 100
016321                     GIVING WS-LEAP-QUOTIENT
016324                     REMAINDER WS-LEAP-REMAINDER
016327                 IF WS-LEAP-REMAINDER NOT = ZERO
016330                     MOVE 29 TO WS-DAYS-IN-MONTH
016333                 ELSE
016336                     DIVIDE WS-CUR-YYYY BY 400
016339                         GIVING WS-LEAP-QUOTIENT
016342                         REMAINDER WS-LEAP-REMAINDER
016345                     IF WS-LEAP-REMAINDER = ZERO
016348                         MOVE 29 TO WS-DAYS-IN-MONTH
016351                     END-IF
016354                 END-IF
016357             END-IF
016360         WHEN OTHER
016363             MOVE 31 TO WS-DAYS-IN-MONTH
016366     END-EVALUATE.
016369 7200-EXIT.
016372     EXIT.
016375*
016441*-----------------------------------------------------------
016442* 8000-READ-RUN-CONTROL - READ THE SINGLE RUNCTL RECORD INTO
016443*                         THE WORKING-STORAGE GROUP, NOTING
016470 8100-EXIT.
016471     EXIT.
016472*
016482*-----------------------------------------------------------
016492* 8500-START-PHASE - NOTE THE TIME OF DAY PHASE WS-PHASE-NO
016502*                    STARTS, IN HUNDREDTHS OF A SECOND.
016512*-----------------------------------------------------------
016522 8500-START-PHASE.
016532     PERFORM 8520-TIME-IN-HSEC THRU 8520-EXIT.
016542     MOVE WS-PHASE-HSEC TO WP-START-HSEC (WS-PHASE-NO).
016552     MOVE "Y" TO WP-USED-SW (WS-PHASE-NO).
016562 8500-EXIT.
016572     EXIT.
016582*
016592*-----------------------------------------------------------
016602* 8510-END-PHASE - THE PHASE'S ELAPSED TIME, ALLOWING FOR A
016612*                  PHASE THAT RUNS PAST MIDNIGHT.
016622*-----------------------------------------------------------
016632 8510-END-PHASE.
016642     PERFORM 8520-TIME-IN-HSEC THRU 8520-EXIT.
016652     IF WS-PHASE-HSEC < WP-START-HSEC (WS-PHASE-NO)
016662         ADD 8640000 TO WS-PHASE-HSEC.
016672     SUBTRACT WP-START-HSEC (WS-PHASE-NO) FROM WS-PHASE-HSEC
016682         GIVING WP-ELAPSED-HSEC (WS-PHASE-NO).
016692 8510-EXIT.
016702     EXIT.
016712*
016722 8520-TIME-IN-HSEC.
016732     ACCEPT WS-PHASE-TIME FROM TIME.
016742     COMPUTE WS-PHASE-HSEC =
016752         ((WS-PHASE-HH * 60 + WS-PHASE-MM) * 60 + WS-PHASE-SS)
016762         * 100 + WS-PHASE-HS.
016772 8520-EXIT.
016782     EXIT.
016792*
016802     COPY RATELOOK.
016812 END PROGRAM LAB07-BATCH.
