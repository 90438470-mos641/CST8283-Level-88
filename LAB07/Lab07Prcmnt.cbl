000010******************************************************************
000020* Author......: Mostapha A
000030* Installation: Fleet Operations - Dispatch Systems
000040* Date-Written: 2026-10-15
000050* Purpose.....: Fuel price maintenance. Menu-driven, in the style
000060*               of LAB07-VMAINT, so fleet finance can keep the
000070*               FUELPRC price file the month-end LAB07-FCOST
000080*               costing job charges deliveries and refuels at. A
000090*               price is keyed by depot, vehicle type, and the
000100*               date it takes effect ("****" for any depot or any
000110*               type), so a new price never overwrites the one
000120*               the earlier part of a month must still be costed
000130*               at. Supervisors and administrators may add,
000140*               correct, and remove prices; dispatch may list them
000150*               and ask what price is in force for a depot, type,
000160*               and date. Every change is written to the PRCAUDIT
000170*               trail with the signed-on operator's ID.
000180*--------------------------------------------------------------
000190* Modification History
000200*   DATE       BY    DESCRIPTION
000210*   ---------- ----- ----------------------------------------
000220*   2026-10-15 MAA   Original.
000222*   2026-10-15 MAA   A FUELPRC with more lines than the price
000224*                    table holds is warned of at sign-on, and
000226*                    add and remove are refused, so a save
000228*                    cannot drop the lines that were not loaded.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000260 PROGRAM-ID. LAB07-PRCMNT.
000270 AUTHOR. MOSTAPHA A.
000280 INSTALLATION. FLEET OPERATIONS - DISPATCH SYSTEMS.
000290 DATE-WRITTEN. 2026-10-15.
000300 DATE-COMPILED.
000310 ENVIRONMENT DIVISION.
000320*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000330 CONFIGURATION SECTION.
000340*-----------------------
000350 INPUT-OUTPUT SECTION.
000360*-----------------------
000370 FILE-CONTROL.
000380     SELECT FUEL-PRICE-FILE ASSIGN TO "FUELPRC"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-PRICE-STATUS.
000410
000420     SELECT PRICE-AUDIT-FILE ASSIGN TO "PRCAUDIT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-PRCAUD-STATUS.
000450
000460     SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS OS-OPERATOR-ID
000500         FILE STATUS IS WS-OPERSEC-STATUS.
000510 DATA DIVISION.
000520*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000530 FILE SECTION.
000540*-----------------------
000550 FD  FUEL-PRICE-FILE
000560     RECORD CONTAINS 43 CHARACTERS.
000570     COPY FUELPRC.
000580
000590 FD  PRICE-AUDIT-FILE
000600     RECORD CONTAINS 100 CHARACTERS.
000610 01  PRICE-AUDIT-LINE           PIC X(100).
000620
000630 FD  OPERATOR-SECURITY-FILE
000640     RECORD CONTAINS 47 CHARACTERS.
000650     COPY OPERSEC.
000660*-----------------------
000670 WORKING-STORAGE SECTION.
000680*-----------------------
000690 01  PRICE-FILE-SWITCHES.
000700     05  WS-PRICE-STATUS         PIC X(02) VALUE SPACES.
000710         88  PRICE-FILE-OK       VALUE "00".
000720         88  PRICE-FILE-EOF      VALUE "10".
000730         88  PRICE-FILE-MISSING  VALUE "35".
000740
000750 01  PRCAUDIT-FILE-SWITCHES.
000760     05  WS-PRCAUD-STATUS        PIC X(02) VALUE SPACES.
000770         88  PRCAUD-FILE-OK      VALUE "00".
000780         88  PRCAUD-FILE-MISSING VALUE "35".
000790
000800     COPY SIGNFLDS.
000810
000820     COPY PRICETB.
000830
000840 01  MENU-WORK-FIELDS.
000850     05  WS-MENU-CHOICE          PIC X(01) VALUE SPACES.
000860     05  WS-MENU-DONE-SW         PIC X(01) VALUE "N".
000870         88  MENU-DONE           VALUE "Y".
000880
000890 01  MAINT-WORK-FIELDS.
000900     05  WS-WORK-DEPOT           PIC X(04) VALUE SPACES.
000910     05  WS-WORK-VEHICLE-TYPE    PIC X(04) VALUE SPACES.
000920     05  WS-WORK-DATE-IN         PIC X(08) VALUE SPACES.
000930     05  WS-WORK-DATE            PIC 9(08) VALUE ZERO.
000940     05  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
000950         10  WS-WORK-YYYY        PIC 9(04).
000960         10  WS-WORK-MM          PIC 9(02).
000970         10  WS-WORK-DD          PIC 9(02).
000980     05  WS-WORK-PRICE           PIC 9(02)V9(04) VALUE ZERO.
000990     05  WS-CONFIRM              PIC X(01) VALUE SPACES.
001000     05  WS-TODAY                PIC 9(08) VALUE ZERO.
001010     05  WS-KEY-VALID-SW         PIC X(01) VALUE "N".
001020         88  KEY-VALID           VALUE "Y".
001030     05  WS-DATE-VALID-SW        PIC X(01) VALUE "N".
001040         88  DATE-VALID          VALUE "Y".
001050     05  WS-LISTED-COUNT         PIC 9(04) COMP VALUE ZERO.
001060
001070 01  PRICE-INPUT-FIELDS.
001080     05  WS-PRICE-INPUT          PIC X(07) VALUE SPACES.
001090     05  WS-PRICE-CHARS REDEFINES WS-PRICE-INPUT.
001100         10  WS-PRICE-CHAR       PIC X(01) OCCURS 7 TIMES.
001110     05  WS-CHAR-IDX             PIC 9(02) COMP VALUE ZERO.
001120     05  WS-ONE-DIGIT            PIC 9(01) VALUE ZERO.
001130     05  WS-DIGITS-BEFORE        PIC 9(02) COMP VALUE ZERO.
001140     05  WS-DIGITS-AFTER         PIC 9(02) COMP VALUE ZERO.
001150     05  WS-POINT-SEEN-SW        PIC X(01) VALUE "N".
001160         88  POINT-SEEN          VALUE "Y".
001170     05  WS-INPUT-ENDED-SW       PIC X(01) VALUE "N".
001180         88  INPUT-ENDED         VALUE "Y".
001190     05  WS-PRICE-VALID-SW       PIC X(01) VALUE "N".
001200         88  PRICE-ENTRY-VALID   VALUE "Y".
001210     05  WS-PRICE-WHOLE          PIC 9(02) VALUE ZERO.
001220     05  WS-PRICE-FRACTION       PIC 9(04) VALUE ZERO.
001230     05  WS-PRICE-FRACTION-X REDEFINES WS-PRICE-FRACTION.
001240         10  WS-FRACTION-DIGIT   PIC X(01) OCCURS 4 TIMES.
001250
001260 01  DATE-CHECK-FIELDS.
001270     05  WS-DAYS-IN-MONTH        PIC 9(02) COMP VALUE ZERO.
001280     05  WS-LEAP-QUOTIENT        PIC 9(04) COMP VALUE ZERO.
001290     05  WS-LEAP-REMAINDER       PIC 9(04) COMP VALUE ZERO.
001300
001310 01  AUDIT-WORK-FIELDS.
001320     05  WS-AUD-TIME             PIC 9(08) VALUE ZERO.
001330     05  WS-AUD-ACTION           PIC X(07) VALUE SPACES.
001340     05  WS-AUD-OLD-PRICE-ED     PIC Z9.9999.
001350     05  WS-AUD-NEW-PRICE-ED     PIC Z9.9999.
001360
001370 01  DISPLAY-WORK-FIELDS.
001380     05  WS-DSP-PRICE-ED         PIC Z9.9999.
001390     05  WS-DSP-LINE             PIC X(45) VALUE SPACES.
001400*-----------------------
001410 PROCEDURE DIVISION.
001420*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001430 MAIN-PROCEDURE.
001440     PERFORM 8800-SIGN-ON-OPERATOR THRU 8800-EXIT.
001450     IF NOT OPERATOR-SIGNED-ON
001460         DISPLAY "LAB07-PRCMNT - NOT SIGNED ON - NO ACCESS."
001470         STOP RUN.
001480
001490     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001500     PERFORM 5700-LOAD-PRICES THRU 5700-EXIT.
001510     IF PRICE-FILE-MISSING
001520         DISPLAY "NO FUEL PRICE FILE YET - IT WILL BE CREATED "
001530             "WITH THE FIRST PRICE ADDED.".
001531
001532     IF WS-PRICE-OVERFLOW > ZERO
001533         DISPLAY "*** FUELPRC HAS " WS-PRICE-OVERFLOW
001534             " LINES MORE THAN THE PRICE TABLE HOLDS."
001535         DISPLAY "*** ADD AND REMOVE ARE CLOSED UNTIL THE FILE "
001536             "FITS THE TABLE.".
001540
001550     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
001560         UNTIL MENU-DONE.
001570
001580     STOP RUN.
001590*
001600******************************************************************
001610* 2000-MENU-LOOP - OFFER ONE PASS OF THE PRICE MENU AND CARRY
001620*                  OUT WHICHEVER ACTION WAS CHOSEN. THE OPTIONS
001630*                  THAT CHANGE FUELPRC ARE OFFERED ONLY TO A
001640*                  ROLE ALLOWED TO MAKE THEM, AND ARE REFUSED
001645*                  WHILE FUELPRC IS OVER THE TABLE SIZE.
001650******************************************************************
001660 2000-MENU-LOOP.
001670     DISPLAY " ".
001680     DISPLAY "FLEET FUEL PRICES - MAINTENANCE MENU".
001690     IF SIGNON-CAN-UPDATE
001700         DISPLAY "  1. ADD OR CORRECT A PRICE"
001710         DISPLAY "  2. REMOVE A PRICE".
001720     DISPLAY "  3. LIST PRICES".
001730     DISPLAY "  4. PRICE IN FORCE ON A DATE".
001740     DISPLAY "  5. EXIT".
001750     DISPLAY "ENTER CHOICE (1-5): ".
001760     ACCEPT WS-MENU-CHOICE.
001770     IF NOT SIGNON-CAN-UPDATE
001780             AND (WS-MENU-CHOICE = "1" OR "2")
001790         DISPLAY "OPTION " WS-MENU-CHOICE
001800             " IS NOT OPEN TO YOUR ROLE."
001810         GO TO 2000-EXIT.
001811     IF WS-PRICE-OVERFLOW > ZERO
001812             AND (WS-MENU-CHOICE = "1" OR "2")
001813         DISPLAY "OPTION " WS-MENU-CHOICE
001814             " IS CLOSED - FUELPRC IS OVER THE TABLE SIZE."
001815         GO TO 2000-EXIT.
001820
001830     EVALUATE WS-MENU-CHOICE
001840         WHEN "1"
001850             PERFORM 2100-ADD-PRICE THRU 2100-EXIT
001860         WHEN "2"
001870             PERFORM 2200-REMOVE-PRICE THRU 2200-EXIT
001880         WHEN "3"
001890             PERFORM 2300-LIST-PRICES THRU 2300-EXIT
001900         WHEN "4"
001910             PERFORM 2400-SHOW-PRICE-IN-FORCE THRU 2400-EXIT
001920         WHEN "5"
001930             SET MENU-DONE TO TRUE
001940         WHEN OTHER
001950             DISPLAY "INVALID CHOICE - PLEASE SELECT 1-5."
001960     END-EVALUATE.
001970 2000-EXIT.
001980     EXIT.
001990*
002000******************************************************************
002010* 2100-ADD-PRICE - ADD A PRICE FOR A DEPOT AND TYPE FROM AN
002020*                  EFFECTIVE DATE. A LINE ALREADY ON FILE FOR THE
002030*                  SAME DEPOT, TYPE, AND DATE IS CORRECTED IN
002040*                  PLACE. CORRECTING A PRICE THAT IS ALREADY IN
002050*                  FORCE CHANGES WHAT A MONTH NOT YET COSTED WILL
002060*                  BE CHARGED, SO IT MUST BE CONFIRMED.
002070******************************************************************
002080 2100-ADD-PRICE.
002090     PERFORM 3000-GET-PRICE-KEY THRU 3000-EXIT.
002100     IF NOT KEY-VALID
002110         GO TO 2100-EXIT.
002120     PERFORM 3100-GET-UNIT-PRICE THRU 3100-EXIT.
002130
002140     MOVE SPACES TO FUEL-PRICE-RECORD.
002150     MOVE WS-WORK-DEPOT TO FP-DEPOT.
002160     MOVE WS-WORK-VEHICLE-TYPE TO FP-VEHICLE-TYPE.
002170     MOVE WS-WORK-DATE TO FP-EFFECTIVE-DATE.
002180     PERFORM 3300-FIND-EXACT-PRICE THRU 3300-EXIT.
002190     IF WS-PRICE-FOUND-IDX NOT = ZERO
002200             AND WS-WORK-DATE NOT > WS-TODAY
002210         MOVE WP-UNIT-PRICE (WS-PRICE-FOUND-IDX)
002220             TO WS-DSP-PRICE-ED
002230         DISPLAY "THIS PRICE (" WS-DSP-PRICE-ED
002240             ") IS ALREADY IN FORCE."
002250         DISPLAY "CORRECT IT (Y/N)? "
002260         ACCEPT WS-CONFIRM
002270         IF WS-CONFIRM NOT = "Y"
002280             DISPLAY "PRICE NOT CHANGED."
002290             GO TO 2100-EXIT.
002300
002310     MOVE WS-WORK-PRICE TO FP-UNIT-PRICE.
002320     MOVE WS-TODAY TO FP-CHANGED-DATE.
002330     MOVE WS-SIGNON-OPERATOR-ID TO FP-OPERATOR-ID.
002340     PERFORM 5720-PLACE-PRICE THRU 5720-EXIT.
002350     IF PRICE-TABLE-FULL
002360         DISPLAY "PRICE TABLE FULL - PRICE NOT ADDED."
002370         GO TO 2100-EXIT.
002380
002390     PERFORM 3500-SAVE-PRICES THRU 3500-EXIT.
002400     IF PRICE-REPLACED
002410         MOVE "CORRECT" TO WS-AUD-ACTION
002420         DISPLAY "PRICE CORRECTED AND SAVED TO FUELPRC."
002430     ELSE
002440         MOVE "ADD" TO WS-AUD-ACTION
002450         MOVE ZERO TO WS-OLD-UNIT-PRICE
002460         DISPLAY "PRICE ADDED AND SAVED TO FUELPRC.".
002470     MOVE WS-OLD-UNIT-PRICE TO WS-AUD-OLD-PRICE-ED.
002480     MOVE WS-WORK-PRICE TO WS-AUD-NEW-PRICE-ED.
002490     PERFORM 3600-WRITE-AUDIT-LINE THRU 3600-EXIT.
002500 2100-EXIT.
002510     EXIT.
002520*
002530******************************************************************
002540* 2200-REMOVE-PRICE - TAKE ONE PRICE LINE OFF FUELPRC, AFTER
002550*                     SHOWING IT AND ASKING FOR CONFIRMATION.
002560******************************************************************
002570 2200-REMOVE-PRICE.
002580     PERFORM 3000-GET-PRICE-KEY THRU 3000-EXIT.
002590     IF NOT KEY-VALID
002600         GO TO 2200-EXIT.
002610
002620     MOVE WS-WORK-DEPOT TO FP-DEPOT.
002630     MOVE WS-WORK-VEHICLE-TYPE TO FP-VEHICLE-TYPE.
002640     MOVE WS-WORK-DATE TO FP-EFFECTIVE-DATE.
002650     PERFORM 3300-FIND-EXACT-PRICE THRU 3300-EXIT.
002660     IF WS-PRICE-FOUND-IDX = ZERO
002670         DISPLAY "NO PRICE ON FILE FOR DEPOT " WS-WORK-DEPOT
002680             " TYPE " WS-WORK-VEHICLE-TYPE " FROM " WS-WORK-DATE
002690             "."
002700         GO TO 2200-EXIT.
002710
002720     MOVE WP-UNIT-PRICE (WS-PRICE-FOUND-IDX) TO WS-DSP-PRICE-ED.
002730     DISPLAY "PRICE " WS-DSP-PRICE-ED " FROM " WS-WORK-DATE
002740         " - REMOVE IT (Y/N)? ".
002750     ACCEPT WS-CONFIRM.
002760     IF WS-CONFIRM NOT = "Y"
002770         DISPLAY "PRICE NOT REMOVED."
002780         GO TO 2200-EXIT.
002790
002800     MOVE WP-UNIT-PRICE (WS-PRICE-FOUND-IDX)
002810         TO WS-AUD-OLD-PRICE-ED.
002820     MOVE ZERO TO WS-AUD-NEW-PRICE-ED.
002830     PERFORM 2210-CLOSE-UP-ONE THRU 2210-EXIT
002840         VARYING WS-PRICE-SUB FROM WS-PRICE-FOUND-IDX BY 1
002850         UNTIL WS-PRICE-SUB NOT < WS-PRICE-COUNT.
002860     SUBTRACT 1 FROM WS-PRICE-COUNT.
002870
002880     PERFORM 3500-SAVE-PRICES THRU 3500-EXIT.
002890     MOVE "REMOVE" TO WS-AUD-ACTION.
002900     PERFORM 3600-WRITE-AUDIT-LINE THRU 3600-EXIT.
002910     DISPLAY "PRICE REMOVED AND FUELPRC SAVED.".
002920 2200-EXIT.
002930     EXIT.
002940*
002950 2210-CLOSE-UP-ONE.
002960     MOVE WP-PRICE-ENTRY (WS-PRICE-SUB + 1)
002970         TO WP-PRICE-ENTRY (WS-PRICE-SUB).
002980 2210-EXIT.
002990     EXIT.
003000*
003010******************************************************************
003020* 2300-LIST-PRICES - LIST THE PRICE LINES FOR ONE DEPOT, OR
003030*                    EVERY LINE WHEN THE DEPOT IS LEFT BLANK, IN
003040*                    DEPOT, TYPE, AND EFFECTIVE DATE ORDER.
003050******************************************************************
003060 2300-LIST-PRICES.
003070     DISPLAY "ENTER DEPOT CODE (BLANK = ALL DEPOTS): ".
003080     MOVE SPACES TO WS-WORK-DEPOT.
003090     ACCEPT WS-WORK-DEPOT.
003100     MOVE ZERO TO WS-LISTED-COUNT.
003110     DISPLAY "DEPOT TYPE EFFECTIVE   PRICE  CHANGED  BY".
003120     PERFORM 2310-LIST-ONE-PRICE THRU 2310-EXIT
003130         VARYING PR-IDX FROM 1 BY 1
003140         UNTIL PR-IDX > WS-PRICE-COUNT.
003150     IF WS-LISTED-COUNT = ZERO
003160         DISPLAY "NO PRICES ON FILE.".
003170 2300-EXIT.
003180     EXIT.
003190*
003200 2310-LIST-ONE-PRICE.
003210     IF WS-WORK-DEPOT NOT = SPACES
003220             AND WP-DEPOT (PR-IDX) NOT = WS-WORK-DEPOT
003230         GO TO 2310-EXIT.
003240     ADD 1 TO WS-LISTED-COUNT.
003250     MOVE WP-UNIT-PRICE (PR-IDX) TO WS-DSP-PRICE-ED.
003260     MOVE SPACES TO WS-DSP-LINE.
003270     STRING WP-DEPOT (PR-IDX)
003280         "  " WP-VEHICLE-TYPE (PR-IDX)
003290         " " WP-EFFECTIVE-DATE (PR-IDX)
003300         " " WS-DSP-PRICE-ED
003310         " " WP-CHANGED-DATE (PR-IDX)
003320         " " WP-OPERATOR-ID (PR-IDX)
003330         DELIMITED BY SIZE INTO WS-DSP-LINE.
003340     DISPLAY WS-DSP-LINE.
003350 2310-EXIT.
003360     EXIT.
003370*
003380******************************************************************
003390* 2400-SHOW-PRICE-IN-FORCE - THE PRICE LAB07-FCOST WOULD CHARGE
003400*                            FOR A DEPOT, TYPE, AND DATE, AND
003410*                            THE LINE IT COMES FROM.
003420******************************************************************
003430 2400-SHOW-PRICE-IN-FORCE.
003440     DISPLAY "ENTER DEPOT CODE (4 CHARACTERS): ".
003450     MOVE SPACES TO WS-WANTED-PRICE-DEPOT.
003460     ACCEPT WS-WANTED-PRICE-DEPOT.
003470     DISPLAY "ENTER VEHICLE TYPE (4 CHARACTERS): ".
003480     MOVE SPACES TO WS-WANTED-PRICE-TYPE.
003490     ACCEPT WS-WANTED-PRICE-TYPE.
003500     DISPLAY "ENTER DATE (YYYYMMDD, BLANK = TODAY): ".
003510     PERFORM 3200-GET-DATE THRU 3200-EXIT.
003520     IF NOT DATE-VALID
003530         DISPLAY "NOT A REAL CALENDAR DATE - CANCELLED."
003540         GO TO 2400-EXIT.
003550     MOVE WS-WORK-DATE TO WS-WANTED-PRICE-DATE.
003560
003570     PERFORM 5800-FIND-PRICE-IN-FORCE THRU 5800-EXIT.
003580     IF NOT PRICE-FOUND
003590         DISPLAY "NO PRICE IN FORCE ON " WS-WORK-DATE
003600             " - FCOST WOULD LEAVE IT UNCOSTED."
003610         GO TO 2400-EXIT.
003620     MOVE WS-PRICE-IN-FORCE TO WS-DSP-PRICE-ED.
003630     DISPLAY "PRICE IN FORCE: " WS-DSP-PRICE-ED.
003640     DISPLAY "FROM THE LINE : DEPOT "
003650         WP-DEPOT (WS-PRICE-FOUND-IDX)
003660         " TYPE " WP-VEHICLE-TYPE (WS-PRICE-FOUND-IDX)
003670         " EFFECTIVE " WP-EFFECTIVE-DATE (WS-PRICE-FOUND-IDX).
003680 2400-EXIT.
003690     EXIT.
003700*
003710******************************************************************
003720* 3000-GET-PRICE-KEY - PROMPT FOR THE DEPOT, THE VEHICLE TYPE,
003730*                      AND THE EFFECTIVE DATE. A BLANK DEPOT
003740*                      BACKS OUT TO THE MENU; "****" STANDS FOR
003750*                      ANY DEPOT OR ANY TYPE.
003760******************************************************************
003770 3000-GET-PRICE-KEY.
003780     MOVE "N" TO WS-KEY-VALID-SW.
003790     MOVE SPACES TO WS-WORK-DEPOT WS-WORK-VEHICLE-TYPE.
003800     DISPLAY "ENTER DEPOT CODE (**** = ALL, BLANK TO CANCEL): ".
003810     ACCEPT WS-WORK-DEPOT.
003820     IF WS-WORK-DEPOT = SPACES
003830         DISPLAY "CANCELLED."
003840         GO TO 3000-EXIT.
003850     DISPLAY "ENTER VEHICLE TYPE (**** = ALL TYPES): ".
003860     ACCEPT WS-WORK-VEHICLE-TYPE.
003870     IF WS-WORK-VEHICLE-TYPE = SPACES
003880         MOVE WS-DEFAULT-PRICE-KEY TO WS-WORK-VEHICLE-TYPE.
003890     DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD, BLANK = TODAY): ".
003900     PERFORM 3200-GET-DATE THRU 3200-EXIT.
003910     IF NOT DATE-VALID
003920         DISPLAY "NOT A REAL CALENDAR DATE - CANCELLED."
003930         GO TO 3000-EXIT.
003940     SET KEY-VALID TO TRUE.
003950 3000-EXIT.
003960     EXIT.
003970*
003980******************************************************************
003990* 3100-GET-UNIT-PRICE - PROMPT FOR THE PRICE PER LITRE-
004000*                       EQUIVALENT AND REPROMPT UNTIL IT IS A
004010*                       NUMBER ABOVE ZERO WITH AT MOST 2 DIGITS
004020*                       BEFORE AND 4 AFTER THE POINT.
004030******************************************************************
004040 3100-GET-UNIT-PRICE.
004050     DISPLAY "ENTER PRICE PER LITRE-EQUIVALENT "
004060         "(00.0001-99.9999): ".
004070     MOVE SPACES TO WS-PRICE-INPUT.
004080     ACCEPT WS-PRICE-INPUT.
004090     PERFORM 3110-EDIT-PRICE-INPUT THRU 3110-EXIT.
004100     IF NOT PRICE-ENTRY-VALID
004110         DISPLAY "*** INVALID PRICE - NUMERIC ONLY, ABOVE ZERO."
004120         DISPLAY "*** AT MOST 2 DIGITS BEFORE, 4 AFTER THE POINT."
004130         DISPLAY "*** PLEASE REENTER."
004140         GO TO 3100-GET-UNIT-PRICE.
004150 3100-EXIT.
004160     EXIT.
004170*
004180 3110-EDIT-PRICE-INPUT.
004190     MOVE "N" TO WS-PRICE-VALID-SW WS-POINT-SEEN-SW
004200         WS-INPUT-ENDED-SW.
004210     MOVE ZERO TO WS-DIGITS-BEFORE WS-DIGITS-AFTER
004220         WS-PRICE-WHOLE WS-PRICE-FRACTION.
004230     IF WS-PRICE-INPUT = SPACES
004240         GO TO 3110-EXIT.
004250     SET PRICE-ENTRY-VALID TO TRUE.
004260     PERFORM 3120-EDIT-ONE-CHAR THRU 3120-EXIT
004270         VARYING WS-CHAR-IDX FROM 1 BY 1
004280         UNTIL WS-CHAR-IDX > 7.
004290     IF WS-DIGITS-BEFORE + WS-DIGITS-AFTER = ZERO
004300             OR WS-DIGITS-BEFORE > 2
004310             OR WS-DIGITS-AFTER > 4
004320         MOVE "N" TO WS-PRICE-VALID-SW.
004330     IF NOT PRICE-ENTRY-VALID
004340         GO TO 3110-EXIT.
004350     COMPUTE WS-WORK-PRICE =
004360         WS-PRICE-WHOLE + WS-PRICE-FRACTION / 10000.
004370     IF WS-WORK-PRICE = ZERO
004380         MOVE "N" TO WS-PRICE-VALID-SW.
004390 3110-EXIT.
004400     EXIT.
004410*
004420 3120-EDIT-ONE-CHAR.
004430     IF WS-PRICE-CHAR (WS-CHAR-IDX) = SPACE
004440         SET INPUT-ENDED TO TRUE
004450         GO TO 3120-EXIT.
004460     IF INPUT-ENDED
004470         MOVE "N" TO WS-PRICE-VALID-SW
004480         GO TO 3120-EXIT.
004490     IF WS-PRICE-CHAR (WS-CHAR-IDX) = "."
004500         IF POINT-SEEN
004510             MOVE "N" TO WS-PRICE-VALID-SW
004520         ELSE
004530             SET POINT-SEEN TO TRUE
004540         END-IF
004550         GO TO 3120-EXIT.
004560     IF WS-PRICE-CHAR (WS-CHAR-IDX) NOT NUMERIC
004570         MOVE "N" TO WS-PRICE-VALID-SW
004580         GO TO 3120-EXIT.
004590
004600     MOVE WS-PRICE-CHAR (WS-CHAR-IDX) TO WS-ONE-DIGIT.
004610     IF POINT-SEEN
004620         ADD 1 TO WS-DIGITS-AFTER
004630         IF WS-DIGITS-AFTER NOT > 4
004640             MOVE WS-PRICE-CHAR (WS-CHAR-IDX)
004650                 TO WS-FRACTION-DIGIT (WS-DIGITS-AFTER)
004660         END-IF
004670     ELSE
004680         ADD 1 TO WS-DIGITS-BEFORE
004690         IF WS-DIGITS-BEFORE NOT > 2
004700             COMPUTE WS-PRICE-WHOLE =
004710                 WS-PRICE-WHOLE * 10 + WS-ONE-DIGIT
004720         END-IF
004730     END-IF.
004740 3120-EXIT.
004750     EXIT.
004760*
004770******************************************************************
004780* 3200-GET-DATE - ACCEPT A YYYYMMDD DATE INTO WS-WORK-DATE,
004790*                 BLANK MEANING TODAY. DATE-VALID WHEN IT IS ALL
004800*                 DIGITS AND NAMES A REAL CALENDAR DAY.
004810******************************************************************
004820 3200-GET-DATE.
004830     MOVE "N" TO WS-DATE-VALID-SW.
004840     MOVE SPACES TO WS-WORK-DATE-IN.
004850     ACCEPT WS-WORK-DATE-IN.
004860     IF WS-WORK-DATE-IN = SPACES
004870         MOVE WS-TODAY TO WS-WORK-DATE-IN.
004880     IF WS-WORK-DATE-IN NOT NUMERIC
004890         GO TO 3200-EXIT.
004900     MOVE WS-WORK-DATE-IN TO WS-WORK-DATE.
004910     IF WS-WORK-MM < 01 OR WS-WORK-MM > 12
004920         GO TO 3200-EXIT.
004930     PERFORM 3210-SET-DAYS-IN-MONTH THRU 3210-EXIT.
004940     IF WS-WORK-DD < 01 OR WS-WORK-DD > WS-DAYS-IN-MONTH
004950         GO TO 3200-EXIT.
004960     SET DATE-VALID TO TRUE.
004970 3200-EXIT.
004980     EXIT.
004990*
005000 3210-SET-DAYS-IN-MONTH.
005010     EVALUATE WS-WORK-MM
005020         WHEN 04
005030         WHEN 06
005040         WHEN 09
005050         WHEN 11
005060             MOVE 30 TO WS-DAYS-IN-MONTH
005070         WHEN 02
005080             MOVE 28 TO WS-DAYS-IN-MONTH
005090             DIVIDE WS-WORK-YYYY BY 4
005100                 GIVING WS-LEAP-QUOTIENT
005110                 REMAINDER WS-LEAP-REMAINDER
005120             IF WS-LEAP-REMAINDER = ZERO
005130                 DIVIDE WS-WORK-YYYY BY 100
005140                     GIVING WS-LEAP-QUOTIENT
005150                     REMAINDER WS-LEAP-REMAINDER
005160                 IF WS-LEAP-REMAINDER NOT = ZERO
005170                     MOVE 29 TO WS-DAYS-IN-MONTH
005180                 ELSE
005190                     DIVIDE WS-WORK-YYYY BY 400
005200                         GIVING WS-LEAP-QUOTIENT
005210                         REMAINDER WS-LEAP-REMAINDER
005220                     IF WS-LEAP-REMAINDER = ZERO
005230                         MOVE 29 TO WS-DAYS-IN-MONTH
005240                     END-IF
005250                 END-IF
005260             END-IF
005270         WHEN OTHER
005280             MOVE 31 TO WS-DAYS-IN-MONTH
005290     END-EVALUATE.
005300 3210-EXIT.
005310     EXIT.
005320*
005330******************************************************************
005340* 3300-FIND-EXACT-PRICE - THE TABLE LINE FOR EXACTLY THE DEPOT,
005350*                         TYPE, AND EFFECTIVE DATE IN FP-DEPOT,
005360*                         FP-VEHICLE-TYPE, AND FP-EFFECTIVE-DATE,
005370*                         OR ZERO IN WS-PRICE-FOUND-IDX.
005380******************************************************************
005390 3300-FIND-EXACT-PRICE.
005400     MOVE ZERO TO WS-PRICE-FOUND-IDX.
005410     MOVE FP-DEPOT TO WS-NEW-PRICE-DEPOT.
005420     MOVE FP-VEHICLE-TYPE TO WS-NEW-PRICE-TYPE.
005430     MOVE FP-EFFECTIVE-DATE TO WS-NEW-PRICE-DATE.
005440     PERFORM 3310-MATCH-ONE-PRICE THRU 3310-EXIT
005450         VARYING PR-IDX FROM 1 BY 1
005460         UNTIL PR-IDX > WS-PRICE-COUNT
005470            OR WS-PRICE-FOUND-IDX NOT = ZERO.
005480 3300-EXIT.
005490     EXIT.
005500*
005510 3310-MATCH-ONE-PRICE.
005520     IF WP-PRICE-KEY (PR-IDX) = WS-NEW-PRICE-KEY
005530         SET WS-PRICE-FOUND-IDX TO PR-IDX.
005540 3310-EXIT.
005550     EXIT.
005560*
005570******************************************************************
005580* 3500-SAVE-PRICES - REWRITE FUELPRC FROM THE TABLE, IN DEPOT,
005590*                    TYPE, AND EFFECTIVE DATE ORDER, THE SAME WAY
005600*                    LAB07-PARTA SAVES THRESHLD.
005610******************************************************************
005620 3500-SAVE-PRICES.
005630     OPEN OUTPUT FUEL-PRICE-FILE.
005640     PERFORM 3510-SAVE-ONE-PRICE THRU 3510-EXIT
005650         VARYING PR-IDX FROM 1 BY 1
005660         UNTIL PR-IDX > WS-PRICE-COUNT.
005670     CLOSE FUEL-PRICE-FILE.
005680 3500-EXIT.
005690     EXIT.
005700*
005710 3510-SAVE-ONE-PRICE.
005720     MOVE SPACES TO FUEL-PRICE-RECORD.
005730     MOVE WP-DEPOT (PR-IDX) TO FP-DEPOT.
005740     MOVE WP-VEHICLE-TYPE (PR-IDX) TO FP-VEHICLE-TYPE.
005750     MOVE WP-EFFECTIVE-DATE (PR-IDX) TO FP-EFFECTIVE-DATE.
005760     MOVE WP-UNIT-PRICE (PR-IDX) TO FP-UNIT-PRICE.
005770     MOVE WP-CHANGED-DATE (PR-IDX) TO FP-CHANGED-DATE.
005780     MOVE WP-OPERATOR-ID (PR-IDX) TO FP-OPERATOR-ID.
005790     WRITE FUEL-PRICE-RECORD.
005800 3510-EXIT.
005810     EXIT.
005820*
005830******************************************************************
005840* 3600-WRITE-AUDIT-LINE - APPEND ONE PRCAUDIT LINE FOR THE CHANGE
005850*                         JUST SAVED - DATE/TIME, OPERATOR, THE
005860*                         ACTION, THE PRICE LINE'S KEY, AND THE
005870*                         OLD AND NEW PRICE. APPEND-ONLY, CREATED
005880*                         ON FIRST USE, THE SAME WAY LAB07-PARTA
005890*                         KEEPS THRAUDIT.
005900******************************************************************
005910 3600-WRITE-AUDIT-LINE.
005920     ACCEPT WS-AUD-TIME FROM TIME.
005930     OPEN EXTEND PRICE-AUDIT-FILE.
005940     IF PRCAUD-FILE-MISSING
005950         OPEN OUTPUT PRICE-AUDIT-FILE.
005960     MOVE SPACES TO PRICE-AUDIT-LINE.
005970     STRING WS-TODAY
005980         " " WS-AUD-TIME
005990         " " WS-SIGNON-OPERATOR-ID
006000         " " WS-AUD-ACTION
006010         " DEPOT " WS-WORK-DEPOT
006020         " TYPE " WS-WORK-VEHICLE-TYPE
006030         " FROM " WS-WORK-DATE
006040         " OLD " WS-AUD-OLD-PRICE-ED
006050         " NEW " WS-AUD-NEW-PRICE-ED
006060         DELIMITED BY SIZE INTO PRICE-AUDIT-LINE.
006070     WRITE PRICE-AUDIT-LINE.
006080     CLOSE PRICE-AUDIT-FILE.
006090 3600-EXIT.
006100     EXIT.
006110*
006120     COPY PRCLOOK.
006130     COPY SIGNON.
006140 END PROGRAM LAB07-PRCMNT.
