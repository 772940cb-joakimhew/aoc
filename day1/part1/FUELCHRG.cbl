000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    FUELCHRG.
000030 AUTHOR.        J HEWSON.
000040 INSTALLATION.  MISSION PLANNING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100*    DATE        INIT  DESCRIPTION
000110*    2026-10-15  JH    FUEL CHARGEBACK TO OWNING TEAMS. WALKS THE
000120*                      MASS FILE, LOOKS EACH MODULE UP ON THE
000130*                      MODULE MASTER (VIA THE SHARED MODLOOK
000140*                      ROUTINE), AND ROLLS EVERY ACTIVE MODULE'S
000150*                      STANDARD AND RECURSIVE FUEL UP TO ITS
000160*                      OWNING TEAM, PER DESTINATION, WITH THE
000170*                      SHARED MASSCALC ROUTINE. MODULES WITH NO
000180*                      MASTER RECORD OR A BLANK TEAM GO TO AN
000190*                      UNASSIGNED BUCKET, AND INACTIVE MODULES AND
000200*                      INVALID MASSES ARE LEFT OUT EXACTLY AS THE
000210*                      FUEL RUN LEAVES THEM OUT, SO THE TEAM
000220*                      STANDARD FUEL ADDS UP TO THE PUBLISHED
000230*                      FUELTOT TOTAL - WHICH IS PROVEN BEFORE
000240*                      ANYTHING IS POSTED. FUEL IS PRICED FROM THE
000250*                      NEW EFFECTIVE-DATED FUEL PRICE FILE (LATEST
000260*                      PRICE NOT AFTER THE CHARGE DATE, AS WITH
000270*                      DESTRATE). WRITES A TEAM CHARGE STATEMENT
000280*                      AND POSTS A MONTH-TO-DATE CHARGE LEDGER
000290*                      KSDS THAT BUILDS UP ACROSS RUNS. A DAY
000300*                      ALREADY POSTED TO THE LEDGER IS NEVER
000310*                      POSTED AGAIN (RC 12).
000320*    2026-10-15  JH    DAYS CHARGED ARE NOW KEPT ONE RECORD PER
000330*                      DESTINATION AND CHARGE DATE ON A NEW
000340*                      CHARGED-DAY KSDS, AND ONLY A DAY ALREADY
000350*                      ON IT IS REFUSED - AN EARLIER DAY MISSED IN
000360*                      THE MONTH CAN NOW BE BACKFILLED. A TEAM AND
000370*                      DESTINATION WITH NO FUEL FOR THE DAY,
000380*                      UNASSIGNED INCLUDED, IS NO LONGER POSTED.
000390*-----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT MASS ASSIGN TO MASSDD
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS MASS-MODULE-ID
000470         FILE STATUS IS WS-MASS-STATUS.
000480     SELECT PUBHIST ASSIGN TO 'FUELTOT.DAT'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-PUBHIST-STATUS.
000510     SELECT OPTIONAL FUELPRIC ASSIGN TO 'FUELPRIC.DAT'
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-FUELPRIC-STATUS.
000540     SELECT CHRGLDGR ASSIGN TO CHRGLDGD
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS LG-LEDGER-KEY
000580         FILE STATUS IS WS-CHRGLDGR-STATUS.
000590     SELECT CHRGDAYS ASSIGN TO CHRGDAYD
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS CD-DAY-KEY
000630         FILE STATUS IS WS-CHRGDAYS-STATUS.
000640     SELECT CHRGSTMT ASSIGN TO 'CHRGSTMT.DAT'
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  MASS.
000690 01  MASS-FILE.
000700     05  MASS-MODULE-ID          PIC X(05).
000710     05  MASS-NUMBER             PIC 9(10).
000720*-----------------------------------------------------------------
000730*    PUBHIST - THE ACCUMULATED FUELTOT RESULTS, READ BACK FOR THE
000740*    FIGURE THE CHARGES MUST ADD UP TO. LAYOUT MATCHES THE
000750*    FUELTOT-RECORD WRITTEN BY HELLO, WITH THE RESTATEMENT
000760*    COLUMNS WRITTEN BY FUELRSTM.
000770*-----------------------------------------------------------------
000780 FD  PUBHIST.
000790 01  PUBHIST-RECORD.
000800     05  PT-RUN-DATE              PIC X(10).
000810     05  PT-SPACER-1              PIC X(01).
000820     05  PT-INPUT-FILE-NAME       PIC X(20).
000830     05  PT-SPACER-2              PIC X(01).
000840     05  PT-RECORD-COUNT          PIC 9(06).
000850     05  PT-SPACER-3              PIC X(01).
000860     05  PT-MASS-TOTAL            PIC -9(10).
000870     05  PT-SPACER-4              PIC X(01).
000880     05  PT-DEST-CODE             PIC X(08).
000890     05  PT-SPACER-5              PIC X(01).
000900     05  PT-ORIGINAL-TOTAL        PIC -9(10).
000910     05  PT-SPACER-6              PIC X(01).
000920     05  PT-RESTATE-SEQ           PIC 9(03).
000930*-----------------------------------------------------------------
000940*    FUELPRIC.DAT - FUEL PRICE PER UNIT OF FUEL: DESTINATION
000950*    CODE, EFFECTIVE DATE (YYYY-MM-DD, BLANK MEANING ALWAYS IN
000960*    EFFECT), AND UNIT PRICE WITH TWO IMPLIED DECIMALS. SEVERAL
000970*    RECORDS MAY EXIST PER DESTINATION - THE ONE WITH THE LATEST
000980*    EFFECTIVE DATE NOT AFTER THE CHARGE DATE WINS, AS ON THE
000990*    DESTRATE DATASET.
001000*-----------------------------------------------------------------
001010 FD  FUELPRIC.
001020 01  FUELPRIC-RECORD.
001030     05  FP-DEST-CODE             PIC X(08).
001040     05  FP-SPACER-1              PIC X(01).
001050     05  FP-EFF-DATE              PIC X(10).
001060     05  FP-SPACER-2              PIC X(01).
001070     05  FP-UNIT-PRICE            PIC 9(05)V99.
001080*-----------------------------------------------------------------
001090*    CHRGLDGD - MONTH-TO-DATE CHARGE LEDGER KSDS, ONE RECORD PER
001100*    MONTH, OWNING TEAM, AND DESTINATION, ACCUMULATED BY EVERY
001110*    CHARGEBACK RUN IN THE MONTH
001120*-----------------------------------------------------------------
001130 FD  CHRGLDGR.
001140 01  CHRGLDGR-RECORD.
001150     05  LG-LEDGER-KEY.
001160         10  LG-MONTH             PIC X(07).
001170         10  LG-TEAM              PIC X(10).
001180         10  LG-DEST-CODE         PIC X(08).
001190     05  LG-SPACER-1              PIC X(01).
001200     05  LG-DAYS-CHARGED          PIC 9(03).
001210     05  LG-SPACER-2              PIC X(01).
001220     05  LG-FUEL-SIMPLE           PIC -9(12).
001230     05  LG-SPACER-3              PIC X(01).
001240     05  LG-FUEL-RECURSIVE        PIC 9(12).
001250     05  LG-SPACER-4              PIC X(01).
001260     05  LG-CHARGE                PIC -9(13).99.
001270     05  LG-SPACER-5              PIC X(01).
001280     05  LG-LAST-CHARGE-DATE      PIC X(10).
001290*-----------------------------------------------------------------
001300*    CHRGDAYD - CHARGED-DAY KSDS, ONE RECORD PER DESTINATION AND
001310*    CHARGE DATE POSTED TO THE LEDGER, WITH THE DATE IT WAS POSTED
001320*    AND THE DAY'S FIGURES. A DAY IS NEVER POSTED TWICE, BUT DAYS
001330*    MAY BE POSTED IN ANY ORDER.
001340*-----------------------------------------------------------------
001350 FD  CHRGDAYS.
001360 01  CHRGDAYS-RECORD.
001370     05  CD-DAY-KEY.
001380         10  CD-DEST-CODE         PIC X(08).
001390         10  CD-CHARGE-DATE       PIC X(10).
001400     05  CD-SPACER-1              PIC X(01).
001410     05  CD-POSTED-ON             PIC X(10).
001420     05  CD-SPACER-2              PIC X(01).
001430     05  CD-TEAM-COUNT            PIC 9(04).
001440     05  CD-SPACER-3              PIC X(01).
001450     05  CD-FUEL-SIMPLE           PIC -9(12).
001460     05  CD-SPACER-4              PIC X(01).
001470     05  CD-CHARGE                PIC -9(13).99.
001480*-----------------------------------------------------------------
001490*    CHRGSTMT.DAT - 132-CHARACTER TEAM CHARGE STATEMENT, ONE PAGE
001500*    PER DESTINATION
001510*-----------------------------------------------------------------
001520 FD  CHRGSTMT.
001530 01  PRINT-RECORD                 PIC X(132).
001540 WORKING-STORAGE SECTION.
001550*-----------------------------------------------------------------
001560*    MASS RECORD WORK AREA
001570*-----------------------------------------------------------------
001580 01  WS-MASS.
001590     05  WS-MODULE-ID            PIC X(05).
001600     05  WS-MASS-NUMBER          PIC 9(10).
001610*-----------------------------------------------------------------
001620*    SWITCHES AND COUNTERS
001630*-----------------------------------------------------------------
001640 01  WS-MASS-EOF                  PIC X(01)   VALUE 'N'.
001650     88  END-OF-MASS-FILE                     VALUE 'Y'.
001660 01  WS-PUBHIST-EOF               PIC X(01)   VALUE 'N'.
001670     88  END-OF-PUBHIST-FILE                  VALUE 'Y'.
001680 01  WS-FUELPRIC-EOF              PIC X(01)   VALUE 'N'.
001690     88  END-OF-FUELPRIC-FILE                 VALUE 'Y'.
001700 01  WS-MASS-STATUS               PIC X(02)   VALUE '00'.
001710 01  WS-PUBHIST-STATUS            PIC X(02)   VALUE '00'.
001720 01  WS-FUELPRIC-STATUS           PIC X(02)   VALUE '00'.
001730 01  WS-CHRGLDGR-STATUS           PIC X(02)   VALUE '00'.
001740 01  WS-CHRGDAYS-STATUS           PIC X(02)   VALUE '00'.
001750 01  WS-POST-SW                   PIC X(01)   VALUE 'Y'.
001760     88  LEDGER-TO-BE-POSTED                  VALUE 'Y'.
001770 01  WS-POSTED-SW                 PIC X(01)   VALUE 'N'.
001780     88  LEDGER-POSTED                        VALUE 'Y'.
001790 01  WS-READ-COUNT                PIC 9(06)   VALUE ZERO.
001800 01  WS-CHARGED-COUNT             PIC 9(06)   VALUE ZERO.
001810 01  WS-SKIPPED-COUNT             PIC 9(06)   VALUE ZERO.
001820 01  WS-INACTIVE-COUNT            PIC 9(06)   VALUE ZERO.
001830 01  WS-UNASSIGNED-COUNT          PIC 9(06)   VALUE ZERO.
001840 01  WS-LEDGER-WRITE-COUNT        PIC 9(06)   VALUE ZERO.
001850 01  WS-LEDGER-NOTE               PIC X(60)   VALUE SPACES.
001860*-----------------------------------------------------------------
001870*    DESTINATIONS CHARGED - FROM THE PARM LIST, EACH WITH ITS
001880*    PRICE IN EFFECT, THE PUBLISHED FIGURE IT MUST ADD UP TO,
001890*    AND ITS RUN TOTALS
001900*-----------------------------------------------------------------
001910 01  WS-DEST-CODE                 PIC X(08)   VALUE 'EARTH'.
001920 01  WS-DEST-MAX                  PIC 9(04)   COMP VALUE 5.
001930 01  WS-DEST-COUNT                PIC 9(04)   COMP VALUE ZERO.
001940 01  WS-DEST-SUB                  PIC 9(04)   COMP VALUE ZERO.
001950 01  WS-DEST-SCAN                 PIC 9(04)   COMP VALUE ZERO.
001960 01  WS-DEST-FOUND-SUB            PIC 9(04)   COMP VALUE ZERO.
001970 01  WS-LOOKUP-DEST               PIC X(08)   VALUE SPACES.
001980 01  WS-DEST-LIST                 PIC X(44)   VALUE SPACES.
001990 01  WS-DEST-LIST-LENGTH          PIC 9(02)   VALUE ZERO.
002000 01  WS-DEST-TABLE.
002010     05  WS-DEST-ENTRY OCCURS 5 TIMES.
002020         10  DT-DEST-CODE         PIC X(08).
002030         10  DT-PRICE-SW          PIC X(01).
002040         10  DT-PRICE-EFF-DATE    PIC X(10).
002050         10  DT-UNIT-PRICE        PIC 9(05)V99.
002060         10  DT-PUB-SW            PIC X(01).
002070         10  DT-PUB-TOTAL         PIC S9(10).
002080         10  DT-PUB-ORIGINAL      PIC S9(10).
002090         10  DT-PUB-RESTATE-SEQ   PIC 9(03).
002100         10  DT-RECON-SW          PIC X(01).
002110         10  DT-FUEL-SIMPLE       PIC S9(12).
002120         10  DT-FUEL-RECURSIVE    PIC 9(12).
002130         10  DT-CHARGE            PIC S9(13)V99.
002140         10  DT-MTD-CHARGE        PIC S9(13)V99.
002150 01  WS-RECORD-EFF-DATE           PIC X(10)   VALUE SPACES.
002160 01  WS-PUB-DEST                  PIC X(08)   VALUE SPACES.
002170*-----------------------------------------------------------------
002180*    OWNING TEAMS CHARGED - ENTRY 1 IS ALWAYS THE UNASSIGNED
002190*    BUCKET. A TEAM ARRIVING AFTER THE TABLE IS FULL IS CHARGED
002200*    TO UNASSIGNED WITH A WARNING SO NO FUEL GOES UNCHARGED.
002210*-----------------------------------------------------------------
002220 01  WS-UNASSIGNED-TEAM           PIC X(10)   VALUE 'UNASSIGNED'.
002230 01  WS-TEAM-NAME                 PIC X(10)   VALUE SPACES.
002240 01  WS-TEAM-MAX                  PIC 9(04)   COMP VALUE 200.
002250 01  WS-TEAM-COUNT                PIC 9(04)   COMP VALUE ZERO.
002260 01  WS-TEAM-SUB                  PIC 9(04)   COMP VALUE ZERO.
002270 01  WS-TEAM-SCAN                 PIC 9(04)   COMP VALUE ZERO.
002280 01  WS-TEAM-FOUND-SUB            PIC 9(04)   COMP VALUE ZERO.
002290 01  WS-TEAM-OVERFLOW-SW          PIC X(01)   VALUE 'N'.
002300     88  TEAM-TABLE-OVERFLOWED                VALUE 'Y'.
002310 01  WS-TEAM-TABLE.
002320     05  WS-TEAM-ENTRY OCCURS 200 TIMES.
002330         10  TM-TEAM              PIC X(10).
002340         10  TM-MODULE-COUNT      PIC 9(06).
002350         10  TM-DEST-FIGURES OCCURS 5 TIMES.
002360             15  TM-FUEL-SIMPLE   PIC S9(12).
002370             15  TM-FUEL-RECURSIVE
002380                                  PIC 9(12).
002390             15  TM-CHARGE        PIC S9(13)V99.
002400             15  TM-MTD-CHARGE    PIC S9(13)V99.
002410*-----------------------------------------------------------------
002420*    PER-MODULE FUEL FIGURES AND PRICING WORK FIELDS
002430*-----------------------------------------------------------------
002440 01  WS-FUEL-SIMPLE               PIC S9(10).
002450 01  WS-FUEL-RECURSIVE            PIC S9(10).
002460 01  WS-FUEL-TOTAL                PIC S9(12).
002470 01  WS-LEDGER-FUEL-SIMPLE        PIC S9(12).
002480 01  WS-LEDGER-FUEL-RECURSIVE     PIC 9(12).
002490 01  WS-LEDGER-CHARGE             PIC S9(13)V99.
002500 01  WS-TOTAL-CHARGE              PIC S9(13)V99 VALUE ZERO.
002510*-----------------------------------------------------------------
002520*    CHARGE DATE AND PARM
002530*-----------------------------------------------------------------
002540 01  WS-CHARGE-DATE               PIC X(10)   VALUE SPACES.
002550 01  WS-CHARGE-MONTH              PIC X(07)   VALUE SPACES.
002560 01  WS-PARM-TEXT                 PIC X(60)   VALUE SPACES.
002570 01  WS-PARM-LENGTH               PIC S9(04)  COMP VALUE ZERO.
002580*-----------------------------------------------------------------
002590*    RUN IDENTIFICATION
002600*-----------------------------------------------------------------
002610 01  WS-RUN-DATE.
002620     05  WS-RUN-YYYY              PIC 9(04).
002630     05  WS-RUN-MM                PIC 9(02).
002640     05  WS-RUN-DD                PIC 9(02).
002650 01  WS-RUN-DATE-DISPLAY          PIC X(10).
002660*-----------------------------------------------------------------
002670*    MODULE MASTER LOOKUP AREA FOR THE SHARED MODLOOK ROUTINE
002680*-----------------------------------------------------------------
002690 01  WS-MODLOOK-AREA.
002700     05  ML-MODULE-ID            PIC X(05).
002710     05  ML-FOUND-SW             PIC X(01).
002720     05  ML-MODULE-NAME          PIC X(20).
002730     05  ML-STAGE-DESC           PIC X(20).
002740     05  ML-OWNING-TEAM          PIC X(10).
002750     05  ML-STATUS               PIC X(01).
002760*-----------------------------------------------------------------
002770*    PAGE CONTROL
002780*-----------------------------------------------------------------
002790 01  WS-LINES-PER-PAGE            PIC 9(03)   VALUE 55.
002800 01  WS-LINE-COUNT                PIC 9(03)   VALUE ZERO.
002810 01  WS-PAGE-NUMBER               PIC 9(04)   VALUE ZERO.
002820*-----------------------------------------------------------------
002830*    STATEMENT LINES
002840*-----------------------------------------------------------------
002850 01  WS-HEADING-1.
002860     05  FILLER                   PIC X(42)   VALUE
002870         'FUEL CHARGEBACK STATEMENT BY OWNING TEAM'.
002880     05  FILLER                   PIC X(12)   VALUE
002890         'CHARGE DATE '.
002900     05  H1-CHARGE-DATE           PIC X(10).
002910     05  FILLER                   PIC X(07)   VALUE '  DEST '.
002920     05  H1-DEST-CODE             PIC X(08).
002930     05  FILLER                   PIC X(13)   VALUE
002940         '  UNIT PRICE '.
002950     05  H1-UNIT-PRICE            PIC ZZZZ9.99.
002960     05  FILLER                   PIC X(19)   VALUE SPACES.
002970     05  FILLER                   PIC X(05)   VALUE 'PAGE '.
002980     05  H1-PAGE-NUMBER           PIC ZZZ9.
002990     05  FILLER                   PIC X(04)   VALUE SPACES.
003000 01  WS-HEADING-2.
003010     05  FILLER                   PIC X(13)   VALUE 'OWNING TEAM'.
003020     05  FILLER                   PIC X(06)   VALUE '  MODS'.
003030     05  FILLER                   PIC X(03)   VALUE SPACES.
003040     05  FILLER                   PIC X(13)   VALUE
003050         'STANDARD FUEL'.
003060     05  FILLER                   PIC X(03)   VALUE SPACES.
003070     05  FILLER                   PIC X(12)   VALUE
003080         '  RECURSIVE'.
003090     05  FILLER                   PIC X(03)   VALUE SPACES.
003100     05  FILLER                   PIC X(13)   VALUE
003110         '   TOTAL FUEL'.
003120     05  FILLER                   PIC X(03)   VALUE SPACES.
003130     05  FILLER                   PIC X(18)   VALUE
003140         '            CHARGE'.
003150     05  FILLER                   PIC X(03)   VALUE SPACES.
003160     05  FILLER                   PIC X(18)   VALUE
003170         ' MONTH-TO-DATE CHG'.
003180     05  FILLER                   PIC X(24)   VALUE SPACES.
003190 01  WS-CHARGE-LINE.
003200     05  CL-TEAM                  PIC X(10).
003210     05  FILLER                   PIC X(03)   VALUE SPACES.
003220     05  CL-MODULE-COUNT          PIC ZZZZZ9.
003230     05  FILLER                   PIC X(03)   VALUE SPACES.
003240     05  CL-FUEL-SIMPLE           PIC -ZZZZZZZZZZZ9.
003250     05  FILLER                   PIC X(03)   VALUE SPACES.
003260     05  CL-FUEL-RECURSIVE        PIC ZZZZZZZZZZZ9.
003270     05  FILLER                   PIC X(03)   VALUE SPACES.
003280     05  CL-FUEL-TOTAL            PIC -ZZZZZZZZZZZ9.
003290     05  FILLER                   PIC X(03)   VALUE SPACES.
003300     05  CL-CHARGE                PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
003310     05  FILLER                   PIC X(03)   VALUE SPACES.
003320     05  CL-MTD-CHARGE            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
003330     05  CL-MTD-TEXT REDEFINES CL-MTD-CHARGE
003340                                  PIC X(18).
003350     05  FILLER                   PIC X(24)   VALUE SPACES.
003360 01  WS-RECON-LINE.
003370     05  FILLER                   PIC X(24)   VALUE
003380         'PUBLISHED FUELTOT TOTAL '.
003390     05  RL-PUB-TOTAL             PIC -ZZZZZZZZZ9.
003400     05  FILLER                   PIC X(25)   VALUE
003410         '   STANDARD FUEL CHARGED '.
003420     05  RL-FUEL-CHARGED          PIC -ZZZZZZZZZZZ9.
003430     05  FILLER                   PIC X(03)   VALUE SPACES.
003440     05  RL-STATUS                PIC X(40).
003450     05  FILLER                   PIC X(16)   VALUE SPACES.
003460 01  WS-RESTATE-LINE.
003470     05  FILLER                   PIC X(12)   VALUE
003480         'RESTATEMENT '.
003490     05  RS-RESTATE-SEQ           PIC ZZ9.
003500     05  FILLER                   PIC X(17)   VALUE
003510         ' RESTATED TOTAL '.
003520     05  RS-PUB-TOTAL             PIC -ZZZZZZZZZ9.
003530     05  FILLER                   PIC X(45)   VALUE
003540         ' - DELTA NOT CHARGED, CHARGES MATCH ORIGINAL'.
003550     05  FILLER                   PIC X(44)   VALUE SPACES.
003560 01  WS-NOTE-LINE.
003570     05  NL-NOTE                  PIC X(60).
003580     05  FILLER                   PIC X(72)   VALUE SPACES.
003590 01  WS-PRINT-LINE                PIC X(132).
003600 01  WS-BLANK-LINE                PIC X(132)  VALUE SPACES.
003610*-----------------------------------------------------------------
003620*    RUN-LOG PARAMETER AREA FOR THE SHARED RUNLOG ROUTINE
003630*-----------------------------------------------------------------
003640 01  WS-RUNLOG-AREA.
003650     05  RA-PROGRAM-ID            PIC X(08)   VALUE 'FUELCHRG'.
003660     05  RA-PHASE                 PIC X(01)   VALUE SPACE.
003670     05  RA-INPUT-NAME            PIC X(20)   VALUE 'MASSDD'.
003680     05  RA-RECORDS-READ          PIC 9(06)   VALUE ZERO.
003690     05  RA-RECORDS-REJECTED      PIC 9(06)   VALUE ZERO.
003700     05  RA-FINAL-TOTAL           PIC S9(10)  VALUE ZERO.
003710     05  RA-RETURN-CODE           PIC 9(04)   VALUE ZERO.
003720 LINKAGE SECTION.
003730*-----------------------------------------------------------------
003740*    LK-PARM - THE JCL PARM STRING, DELIVERED LENGTH-PREFIXED PER
003750*    MVS CONVENTION: THE DESTINATION CODE OR COMMA-SEPARATED LIST
003760*    OF UP TO FIVE DESTINATIONS (DEFAULT EARTH) AND AN OPTIONAL
003770*    CHARGE DATE AS YYYY-MM-DD (DEFAULT TODAY), E.G.
003780*    PARM='EARTH,MARS 2026-08-31' TO CHARGE A PRIOR DAY'S RUN.
003790*-----------------------------------------------------------------
003800 01  LK-PARM.
003810     05  LK-PARM-LENGTH           PIC S9(04) COMP.
003820     05  LK-PARM-DATA             PIC X(60).
003830 PROCEDURE DIVISION USING LK-PARM.
003840*-----------------------------------------------------------------
003850*    0000-MAINLINE
003860*-----------------------------------------------------------------
003870 0000-MAINLINE.
003880     PERFORM 1000-INITIALIZE
003890         THRU 1000-INITIALIZE-EXIT.
003900     IF RETURN-CODE NOT = ZERO
003910         GO TO 0000-MAINLINE-EXIT
003920     END-IF.
003930     PERFORM 2000-PROCESS-MASS-FILE
003940         THRU 2000-PROCESS-MASS-FILE-EXIT.
003950     PERFORM 3000-PRICE-CHARGES
003960         THRU 3000-PRICE-CHARGES-EXIT.
003970     PERFORM 3500-RECONCILE-PUBLISHED
003980         THRU 3500-RECONCILE-PUBLISHED-EXIT.
003990     PERFORM 4000-POST-LEDGER
004000         THRU 4000-POST-LEDGER-EXIT.
004010     PERFORM 5000-PRINT-STATEMENT
004020         THRU 5000-PRINT-STATEMENT-EXIT.
004030     PERFORM 9000-TERMINATE
004040         THRU 9000-TERMINATE-EXIT.
004050 0000-MAINLINE-EXIT.
004060     STOP RUN.
004070*-----------------------------------------------------------------
004080*    1000-INITIALIZE - PARSE THE PARM, ESTABLISH THE PRICE IN
004090*    EFFECT AND THE PUBLISHED FIGURE FOR EVERY DESTINATION, AND
004100*    OPEN THE MASS FILE. A DESTINATION WITH NO PRICE OR NOTHING
004110*    PUBLISHED CANNOT BE CHARGED, SO THE RUN IS REFUSED (RC 12).
004120*-----------------------------------------------------------------
004130 1000-INITIALIZE.
004140     MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH.
004150     IF WS-PARM-LENGTH > 60
004160         MOVE 60 TO WS-PARM-LENGTH
004170     END-IF.
004180     IF WS-PARM-LENGTH > ZERO
004190         MOVE LK-PARM-DATA(1:WS-PARM-LENGTH) TO WS-PARM-TEXT
004200     END-IF.
004210     UNSTRING WS-PARM-TEXT DELIMITED BY SPACE
004220         INTO WS-DEST-LIST COUNT IN WS-DEST-LIST-LENGTH
004230             WS-CHARGE-DATE
004240     END-UNSTRING.
004250     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004260     STRING WS-RUN-YYYY  '-' WS-RUN-MM  '-' WS-RUN-DD
004270         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
004280     IF WS-CHARGE-DATE = SPACES
004290         MOVE WS-RUN-DATE-DISPLAY TO WS-CHARGE-DATE
004300     END-IF.
004310     MOVE WS-CHARGE-DATE(1:7) TO WS-CHARGE-MONTH.
004320     MOVE 'S' TO RA-PHASE.
004330     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
004340     IF WS-DEST-LIST-LENGTH > 44
004350         DISPLAY "FUELCHRG: DESTINATION LIST PARM LONGER THAN 44"
004360             " CHARACTERS"
004370         MOVE 16 TO RETURN-CODE
004380         GO TO 1000-INITIALIZE-EXIT
004390     END-IF.
004400     IF WS-DEST-LIST = SPACES
004410         MOVE 'EARTH' TO WS-DEST-LIST
004420     END-IF.
004430     PERFORM 1300-PARSE-DEST-LIST
004440         THRU 1300-PARSE-DEST-LIST-EXIT.
004450     IF RETURN-CODE NOT = ZERO
004460         GO TO 1000-INITIALIZE-EXIT
004470     END-IF.
004480     PERFORM 1100-LOAD-PRICES
004490         THRU 1100-LOAD-PRICES-EXIT.
004500     IF RETURN-CODE NOT = ZERO
004510         PERFORM 1400-LOG-REFUSAL
004520             THRU 1400-LOG-REFUSAL-EXIT
004530         GO TO 1000-INITIALIZE-EXIT
004540     END-IF.
004550     PERFORM 1200-FIND-PUBLISHED-RUNS
004560         THRU 1200-FIND-PUBLISHED-RUNS-EXIT.
004570     IF RETURN-CODE NOT = ZERO
004580         PERFORM 1400-LOG-REFUSAL
004590             THRU 1400-LOG-REFUSAL-EXIT
004600         GO TO 1000-INITIALIZE-EXIT
004610     END-IF.
004620     OPEN INPUT MASS.
004630     IF WS-MASS-STATUS NOT = '00'
004640         DISPLAY "FUELCHRG: UNABLE TO OPEN THE MASS FILE"
004650         DISPLAY "FUELCHRG: FILE STATUS = " WS-MASS-STATUS
004660         MOVE 16 TO RETURN-CODE
004670         GO TO 1000-INITIALIZE-EXIT
004680     END-IF.
004690     MOVE 1 TO WS-TEAM-COUNT.
004700     MOVE 1 TO WS-TEAM-SUB.
004710     MOVE WS-UNASSIGNED-TEAM TO WS-TEAM-NAME.
004720     PERFORM 2130-INIT-TEAM-ENTRY
004730         THRU 2130-INIT-TEAM-ENTRY-EXIT.
004740 1000-INITIALIZE-EXIT.
004750     EXIT.
004760*-----------------------------------------------------------------
004770*    1100-LOAD-PRICES - ONE PASS OF THE FUEL PRICE FILE, KEEPING
004780*    FOR EACH DESTINATION THE PRICE WITH THE LATEST EFFECTIVE
004790*    DATE NOT AFTER THE CHARGE DATE. EVERY DESTINATION MUST END
004800*    UP WITH A PRICE.
004810*-----------------------------------------------------------------
004820 1100-LOAD-PRICES.
004830     OPEN INPUT FUELPRIC.
004840     IF WS-FUELPRIC-STATUS NOT = '00'
004850             AND WS-FUELPRIC-STATUS NOT = '05'
004860         DISPLAY "FUELCHRG: UNABLE TO OPEN THE FUEL PRICE FILE"
004870         DISPLAY "FUELCHRG: FILE STATUS = " WS-FUELPRIC-STATUS
004880         MOVE 16 TO RETURN-CODE
004890         GO TO 1100-LOAD-PRICES-EXIT
004900     END-IF.
004910     PERFORM 1110-READ-ONE-PRICE
004920         THRU 1110-READ-ONE-PRICE-EXIT
004930         UNTIL END-OF-FUELPRIC-FILE.
004940     CLOSE FUELPRIC.
004950     MOVE 1 TO WS-DEST-SUB.
004960     PERFORM 1120-CHECK-ONE-PRICE
004970         THRU 1120-CHECK-ONE-PRICE-EXIT
004980         UNTIL WS-DEST-SUB > WS-DEST-COUNT.
004990 1100-LOAD-PRICES-EXIT.
005000     EXIT.
005010*-----------------------------------------------------------------
005020*    1110-READ-ONE-PRICE - NEXT PRICE RECORD. A BLANK EFFECTIVE
005030*    DATE MEANS ALWAYS IN EFFECT AND SORTS LOWEST, SO ANY DATED
005040*    PRICE IN EFFECT BEATS IT.
005050*-----------------------------------------------------------------
005060 1110-READ-ONE-PRICE.
005070     READ FUELPRIC
005080         AT END
005090             MOVE 'Y' TO WS-FUELPRIC-EOF
005100             GO TO 1110-READ-ONE-PRICE-EXIT
005110     END-READ.
005120     MOVE FP-DEST-CODE TO WS-LOOKUP-DEST.
005130     PERFORM 1215-FIND-DEST-ENTRY
005140         THRU 1215-FIND-DEST-ENTRY-EXIT.
005150     IF WS-DEST-FOUND-SUB = ZERO
005160         GO TO 1110-READ-ONE-PRICE-EXIT
005170     END-IF.
005180     IF FP-UNIT-PRICE IS NOT NUMERIC
005190         DISPLAY "FUELCHRG: UNUSABLE PRICE RECORD FOR "
005200             FP-DEST-CODE " - IGNORED"
005210         GO TO 1110-READ-ONE-PRICE-EXIT
005220     END-IF.
005230     MOVE FP-EFF-DATE TO WS-RECORD-EFF-DATE.
005240     IF WS-RECORD-EFF-DATE = SPACES
005250         MOVE '0000-00-00' TO WS-RECORD-EFF-DATE
005260     END-IF.
005270     IF WS-RECORD-EFF-DATE > WS-CHARGE-DATE
005280         GO TO 1110-READ-ONE-PRICE-EXIT
005290     END-IF.
005300     IF DT-PRICE-SW (WS-DEST-FOUND-SUB) = 'N'
005310             OR WS-RECORD-EFF-DATE
005320                 > DT-PRICE-EFF-DATE (WS-DEST-FOUND-SUB)
005330         MOVE 'Y' TO DT-PRICE-SW (WS-DEST-FOUND-SUB)
005340         MOVE WS-RECORD-EFF-DATE
005350             TO DT-PRICE-EFF-DATE (WS-DEST-FOUND-SUB)
005360         MOVE FP-UNIT-PRICE TO DT-UNIT-PRICE (WS-DEST-FOUND-SUB)
005370     END-IF.
005380 1110-READ-ONE-PRICE-EXIT.
005390     EXIT.
005400*-----------------------------------------------------------------
005410*    1120-CHECK-ONE-PRICE - A DESTINATION WITHOUT A PRICE IN
005420*    EFFECT CANNOT BE CHARGED
005430*-----------------------------------------------------------------
005440 1120-CHECK-ONE-PRICE.
005450     IF DT-PRICE-SW (WS-DEST-SUB) = 'Y'
005460         DISPLAY "FUELCHRG: " DT-DEST-CODE (WS-DEST-SUB)
005470             " UNIT PRICE " DT-UNIT-PRICE (WS-DEST-SUB)
005480             " EFFECTIVE " DT-PRICE-EFF-DATE (WS-DEST-SUB)
005490     ELSE
005500         DISPLAY "FUELCHRG: NO FUEL PRICE IN EFFECT ON "
005510             WS-CHARGE-DATE " FOR " DT-DEST-CODE (WS-DEST-SUB)
005520             " - CHARGEBACK REFUSED"
005530         MOVE 12 TO RETURN-CODE
005540     END-IF.
005550     ADD 1 TO WS-DEST-SUB.
005560 1120-CHECK-ONE-PRICE-EXIT.
005570     EXIT.
005580*-----------------------------------------------------------------
005590*    1200-FIND-PUBLISHED-RUNS - THE FUELTOT HISTORY MUST CARRY A
005600*    RECORD FOR THE CHARGE DATE AND EVERY DESTINATION. THE
005610*    LATEST MATCHING RECORD WINS. A FIGURE THAT WAS NEVER
005620*    PUBLISHED IS NOT CHARGED.
005630*-----------------------------------------------------------------
005640 1200-FIND-PUBLISHED-RUNS.
005650     OPEN INPUT PUBHIST.
005660     IF WS-PUBHIST-STATUS NOT = '00'
005670         DISPLAY "FUELCHRG: FUELTOT HISTORY UNREADABLE -"
005680             " CHARGEBACK REFUSED"
005690         DISPLAY "FUELCHRG: FILE STATUS = " WS-PUBHIST-STATUS
005700         MOVE 12 TO RETURN-CODE
005710         GO TO 1200-FIND-PUBLISHED-RUNS-EXIT
005720     END-IF.
005730     PERFORM 1210-READ-ONE-PUBLISHED
005740         THRU 1210-READ-ONE-PUBLISHED-EXIT
005750         UNTIL END-OF-PUBHIST-FILE.
005760     CLOSE PUBHIST.
005770     MOVE 1 TO WS-DEST-SUB.
005780     PERFORM 1220-CHECK-ONE-PUBLISHED
005790         THRU 1220-CHECK-ONE-PUBLISHED-EXIT
005800         UNTIL WS-DEST-SUB > WS-DEST-COUNT.
005810 1200-FIND-PUBLISHED-RUNS-EXIT.
005820     EXIT.
005830*-----------------------------------------------------------------
005840*    1210-READ-ONE-PUBLISHED - CONSIDER ONE FUELTOT RECORD.
005850*    RECORDS WRITTEN BEFORE THE DESTINATION COLUMN EXISTED CARRY
005860*    SPACES AND ARE TREATED AS EARTH. A RESTATED RECORD ALSO
005870*    CARRIES THE ORIGINAL TOTAL THE FUEL RUN PUBLISHED.
005880*-----------------------------------------------------------------
005890 1210-READ-ONE-PUBLISHED.
005900     READ PUBHIST
005910         AT END
005920             MOVE 'Y' TO WS-PUBHIST-EOF
005930             GO TO 1210-READ-ONE-PUBLISHED-EXIT
005940     END-READ.
005950     IF PT-RECORD-COUNT IS NOT NUMERIC
005960         GO TO 1210-READ-ONE-PUBLISHED-EXIT
005970     END-IF.
005980     IF PT-RUN-DATE NOT = WS-CHARGE-DATE
005990         GO TO 1210-READ-ONE-PUBLISHED-EXIT
006000     END-IF.
006010     MOVE PT-DEST-CODE TO WS-PUB-DEST.
006020     IF WS-PUB-DEST = SPACES
006030         MOVE 'EARTH' TO WS-PUB-DEST
006040     END-IF.
006050     MOVE WS-PUB-DEST TO WS-LOOKUP-DEST.
006060     PERFORM 1215-FIND-DEST-ENTRY
006070         THRU 1215-FIND-DEST-ENTRY-EXIT.
006080     IF WS-DEST-FOUND-SUB = ZERO
006090         GO TO 1210-READ-ONE-PUBLISHED-EXIT
006100     END-IF.
006110     MOVE 'Y' TO DT-PUB-SW (WS-DEST-FOUND-SUB).
006120     MOVE PT-MASS-TOTAL TO DT-PUB-TOTAL (WS-DEST-FOUND-SUB).
006130     IF PT-RESTATE-SEQ IS NUMERIC
006140         MOVE PT-RESTATE-SEQ
006150             TO DT-PUB-RESTATE-SEQ (WS-DEST-FOUND-SUB)
006160         MOVE PT-ORIGINAL-TOTAL
006170             TO DT-PUB-ORIGINAL (WS-DEST-FOUND-SUB)
006180     ELSE
006190         MOVE ZERO TO DT-PUB-RESTATE-SEQ (WS-DEST-FOUND-SUB)
006200         MOVE PT-MASS-TOTAL TO DT-PUB-ORIGINAL (WS-DEST-FOUND-SUB)
006210     END-IF.
006220 1210-READ-ONE-PUBLISHED-EXIT.
006230     EXIT.
006240*-----------------------------------------------------------------
006250*    1215-FIND-DEST-ENTRY - LOCATE THE DESTINATION TABLE ENTRY
006260*    FOR WS-LOOKUP-DEST. LEAVES WS-DEST-FOUND-SUB AT ZERO WHEN
006270*    THE DESTINATION IS NOT ON THIS RUN.
006280*-----------------------------------------------------------------
006290 1215-FIND-DEST-ENTRY.
006300     MOVE ZERO TO WS-DEST-FOUND-SUB.
006310     MOVE 1 TO WS-DEST-SCAN.
006320     PERFORM 1216-TEST-DEST-ENTRY
006330         THRU 1216-TEST-DEST-ENTRY-EXIT
006340         UNTIL WS-DEST-FOUND-SUB > ZERO
006350            OR WS-DEST-SCAN > WS-DEST-COUNT.
006360 1215-FIND-DEST-ENTRY-EXIT.
006370     EXIT.
006380*-----------------------------------------------------------------
006390*    1216-TEST-DEST-ENTRY - DOES THIS ENTRY MATCH THE LOOKUP
006400*    DESTINATION
006410*-----------------------------------------------------------------
006420 1216-TEST-DEST-ENTRY.
006430     IF DT-DEST-CODE (WS-DEST-SCAN) = WS-LOOKUP-DEST
006440         MOVE WS-DEST-SCAN TO WS-DEST-FOUND-SUB
006450     ELSE
006460         ADD 1 TO WS-DEST-SCAN
006470     END-IF.
006480 1216-TEST-DEST-ENTRY-EXIT.
006490     EXIT.
006500*-----------------------------------------------------------------
006510*    1220-CHECK-ONE-PUBLISHED - A DESTINATION WITH NOTHING
006520*    PUBLISHED FOR THE CHARGE DATE CANNOT BE CHARGED
006530*-----------------------------------------------------------------
006540 1220-CHECK-ONE-PUBLISHED.
006550     IF DT-PUB-SW (WS-DEST-SUB) NOT = 'Y'
006560         DISPLAY "FUELCHRG: NO PUBLISHED FUELTOT RECORD FOR "
006570             WS-CHARGE-DATE " " DT-DEST-CODE (WS-DEST-SUB)
006580             " - CHARGEBACK REFUSED"
006590         MOVE 12 TO RETURN-CODE
006600     END-IF.
006610     ADD 1 TO WS-DEST-SUB.
006620 1220-CHECK-ONE-PUBLISHED-EXIT.
006630     EXIT.
006640*-----------------------------------------------------------------
006650*    1300-PARSE-DEST-LIST - SPLIT THE COMMA-SEPARATED
006660*    DESTINATION LIST INTO THE DESTINATION TABLE
006670*-----------------------------------------------------------------
006680 1300-PARSE-DEST-LIST.
006690     MOVE ZERO TO WS-DEST-COUNT.
006700     UNSTRING WS-DEST-LIST DELIMITED BY ','
006710         INTO DT-DEST-CODE (1) DT-DEST-CODE (2)
006720             DT-DEST-CODE (3) DT-DEST-CODE (4)
006730             DT-DEST-CODE (5)
006740         TALLYING IN WS-DEST-COUNT
006750         ON OVERFLOW
006760             DISPLAY "FUELCHRG: MORE THAN " WS-DEST-MAX
006770                 " DESTINATIONS IN THE PARM LIST"
006780             MOVE 16 TO RETURN-CODE
006790     END-UNSTRING.
006800     IF RETURN-CODE NOT = ZERO
006810         GO TO 1300-PARSE-DEST-LIST-EXIT
006820     END-IF.
006830     MOVE 1 TO WS-DEST-SUB.
006840     PERFORM 1310-INIT-ONE-DEST
006850         THRU 1310-INIT-ONE-DEST-EXIT
006860         UNTIL WS-DEST-SUB > WS-DEST-COUNT
006870            OR RETURN-CODE NOT = ZERO.
006880 1300-PARSE-DEST-LIST-EXIT.
006890     EXIT.
006900*-----------------------------------------------------------------
006910*    1310-INIT-ONE-DEST - VALIDATE AND CLEAR ONE DESTINATION
006920*    TABLE ENTRY
006930*-----------------------------------------------------------------
006940 1310-INIT-ONE-DEST.
006950     IF DT-DEST-CODE (WS-DEST-SUB) = SPACES
006960         DISPLAY "FUELCHRG: EMPTY DESTINATION IN THE PARM LIST"
006970         MOVE 16 TO RETURN-CODE
006980         GO TO 1310-INIT-ONE-DEST-EXIT
006990     END-IF.
007000     MOVE 'N' TO DT-PRICE-SW (WS-DEST-SUB).
007010     MOVE SPACES TO DT-PRICE-EFF-DATE (WS-DEST-SUB).
007020     MOVE ZERO TO DT-UNIT-PRICE (WS-DEST-SUB).
007030     MOVE 'N' TO DT-PUB-SW (WS-DEST-SUB).
007040     MOVE ZERO TO DT-PUB-TOTAL (WS-DEST-SUB).
007050     MOVE ZERO TO DT-PUB-ORIGINAL (WS-DEST-SUB).
007060     MOVE ZERO TO DT-PUB-RESTATE-SEQ (WS-DEST-SUB).
007070     MOVE 'N' TO DT-RECON-SW (WS-DEST-SUB).
007080     MOVE ZERO TO DT-FUEL-SIMPLE (WS-DEST-SUB).
007090     MOVE ZERO TO DT-FUEL-RECURSIVE (WS-DEST-SUB).
007100     MOVE ZERO TO DT-CHARGE (WS-DEST-SUB).
007110     MOVE ZERO TO DT-MTD-CHARGE (WS-DEST-SUB).
007120     ADD 1 TO WS-DEST-SUB.
007130 1310-INIT-ONE-DEST-EXIT.
007140     EXIT.
007150*-----------------------------------------------------------------
007160*    1400-LOG-REFUSAL - A DESIGNED REFUSAL ENDS THE RUN BEFORE
007170*    9000-TERMINATE, SO LOG THE END-OF-RUN RECORD HERE THE WAY
007180*    THE PREREQUISITE GATES DO - THE OPERATIONS SUMMARY THEN
007190*    SHOWS THE REFUSAL AND ITS RETURN CODE RATHER THAN A
007200*    PROBABLE ABEND.
007210*-----------------------------------------------------------------
007220 1400-LOG-REFUSAL.
007230     MOVE 'E' TO RA-PHASE.
007240     MOVE RETURN-CODE TO RA-RETURN-CODE.
007250     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
007260 1400-LOG-REFUSAL-EXIT.
007270     EXIT.
007280*-----------------------------------------------------------------
007290*    2000-PROCESS-MASS-FILE - MAIN READ LOOP
007300*-----------------------------------------------------------------
007310 2000-PROCESS-MASS-FILE.
007320     PERFORM 2010-CHARGE-MODULE
007330         THRU 2010-CHARGE-MODULE-EXIT
007340         UNTIL END-OF-MASS-FILE.
007350 2000-PROCESS-MASS-FILE-EXIT.
007360     EXIT.
007370*-----------------------------------------------------------------
007380*    2010-CHARGE-MODULE - NEXT MASS RECORD. THE TRAILER, INACTIVE
007390*    MODULES, AND INVALID MASSES ARE SKIPPED - THE SAME RECORDS
007400*    THE FUEL RUN LEAVES OUT OF ITS PUBLISHED FIGURES. EVERY
007410*    OTHER MODULE'S FUEL IS CHARGED TO ITS OWNING TEAM FOR EACH
007420*    DESTINATION.
007430*-----------------------------------------------------------------
007440 2010-CHARGE-MODULE.
007450     READ MASS NEXT RECORD INTO WS-MASS
007460         AT END
007470             MOVE 'Y' TO WS-MASS-EOF
007480             GO TO 2010-CHARGE-MODULE-EXIT
007490     END-READ.
007500     IF WS-MODULE-ID = 'CNTRL'
007510         GO TO 2010-CHARGE-MODULE-EXIT
007520     END-IF.
007530     ADD 1 TO WS-READ-COUNT.
007540     MOVE WS-MODULE-ID TO ML-MODULE-ID.
007550     CALL 'MODLOOK' USING WS-MODLOOK-AREA.
007560     IF ML-STATUS = 'I'
007570         ADD 1 TO WS-INACTIVE-COUNT
007580         GO TO 2010-CHARGE-MODULE-EXIT
007590     END-IF.
007600     IF WS-MASS-NUMBER IS NOT NUMERIC OR WS-MASS-NUMBER NOT > ZERO
007610         ADD 1 TO WS-SKIPPED-COUNT
007620         GO TO 2010-CHARGE-MODULE-EXIT
007630     END-IF.
007640     PERFORM 2100-FIND-TEAM
007650         THRU 2100-FIND-TEAM-EXIT.
007660     ADD 1 TO TM-MODULE-COUNT (WS-TEAM-FOUND-SUB).
007670     ADD 1 TO WS-CHARGED-COUNT.
007680     MOVE 1 TO WS-DEST-SUB.
007690     PERFORM 2200-CHARGE-ONE-DEST
007700         THRU 2200-CHARGE-ONE-DEST-EXIT
007710         UNTIL WS-DEST-SUB > WS-DEST-COUNT.
007720 2010-CHARGE-MODULE-EXIT.
007730     EXIT.
007740*-----------------------------------------------------------------
007750*    2100-FIND-TEAM - LOCATE (OR ADD) THE TEAM TABLE ENTRY FOR
007760*    THE MODULE'S OWNING TEAM. A MODULE NOT ON THE MASTER, OR ON
007770*    IT WITH A BLANK TEAM, IS CHARGED TO UNASSIGNED. LEAVES
007780*    WS-TEAM-FOUND-SUB POINTING AT THE ENTRY.
007790*-----------------------------------------------------------------
007800 2100-FIND-TEAM.
007810     MOVE ML-OWNING-TEAM TO WS-TEAM-NAME.
007820     IF ML-FOUND-SW NOT = 'Y' OR WS-TEAM-NAME = SPACES
007830         MOVE WS-UNASSIGNED-TEAM TO WS-TEAM-NAME
007840         ADD 1 TO WS-UNASSIGNED-COUNT
007850     END-IF.
007860     MOVE ZERO TO WS-TEAM-FOUND-SUB.
007870     MOVE 1 TO WS-TEAM-SCAN.
007880     PERFORM 2110-TEST-TEAM-ENTRY
007890         THRU 2110-TEST-TEAM-ENTRY-EXIT
007900         UNTIL WS-TEAM-FOUND-SUB > ZERO
007910            OR WS-TEAM-SCAN > WS-TEAM-COUNT.
007920     IF WS-TEAM-FOUND-SUB > ZERO
007930         GO TO 2100-FIND-TEAM-EXIT
007940     END-IF.
007950     IF WS-TEAM-COUNT NOT < WS-TEAM-MAX
007960         IF NOT TEAM-TABLE-OVERFLOWED
007970             DISPLAY "FUELCHRG: MORE THAN " WS-TEAM-MAX
007980                 " OWNING TEAMS - EXTRA TEAMS CHARGED TO "
007990                 WS-UNASSIGNED-TEAM
008000             SET TEAM-TABLE-OVERFLOWED TO TRUE
008010         END-IF
008020         MOVE 1 TO WS-TEAM-FOUND-SUB
008030         GO TO 2100-FIND-TEAM-EXIT
008040     END-IF.
008050     ADD 1 TO WS-TEAM-COUNT.
008060     MOVE WS-TEAM-COUNT TO WS-TEAM-SUB.
008070     PERFORM 2130-INIT-TEAM-ENTRY
008080         THRU 2130-INIT-TEAM-ENTRY-EXIT.
008090     MOVE WS-TEAM-COUNT TO WS-TEAM-FOUND-SUB.
008100 2100-FIND-TEAM-EXIT.
008110     EXIT.
008120*-----------------------------------------------------------------
008130*    2110-TEST-TEAM-ENTRY - DOES THIS ENTRY MATCH THE TEAM
008140*-----------------------------------------------------------------
008150 2110-TEST-TEAM-ENTRY.
008160     IF TM-TEAM (WS-TEAM-SCAN) = WS-TEAM-NAME
008170         MOVE WS-TEAM-SCAN TO WS-TEAM-FOUND-SUB
008180     ELSE
008190         ADD 1 TO WS-TEAM-SCAN
008200     END-IF.
008210 2110-TEST-TEAM-ENTRY-EXIT.
008220     EXIT.
008230*-----------------------------------------------------------------
008240*    2130-INIT-TEAM-ENTRY - CLEAR THE TEAM TABLE ENTRY AT
008250*    WS-TEAM-SUB FOR THE TEAM IN WS-TEAM-NAME
008260*-----------------------------------------------------------------
008270 2130-INIT-TEAM-ENTRY.
008280     MOVE WS-TEAM-NAME TO TM-TEAM (WS-TEAM-SUB).
008290     MOVE ZERO TO TM-MODULE-COUNT (WS-TEAM-SUB).
008300     MOVE 1 TO WS-DEST-SUB.
008310     PERFORM 2140-INIT-TEAM-DEST
008320         THRU 2140-INIT-TEAM-DEST-EXIT
008330         UNTIL WS-DEST-SUB > WS-DEST-MAX.
008340 2130-INIT-TEAM-ENTRY-EXIT.
008350     EXIT.
008360*-----------------------------------------------------------------
008370*    2140-INIT-TEAM-DEST - CLEAR ONE DESTINATION'S FIGURES IN THE
008380*    TEAM ENTRY
008390*-----------------------------------------------------------------
008400 2140-INIT-TEAM-DEST.
008410     MOVE ZERO TO TM-FUEL-SIMPLE (WS-TEAM-SUB WS-DEST-SUB).
008420     MOVE ZERO TO TM-FUEL-RECURSIVE (WS-TEAM-SUB WS-DEST-SUB).
008430     MOVE ZERO TO TM-CHARGE (WS-TEAM-SUB WS-DEST-SUB).
008440     MOVE ZERO TO TM-MTD-CHARGE (WS-TEAM-SUB WS-DEST-SUB).
008450     ADD 1 TO WS-DEST-SUB.
008460 2140-INIT-TEAM-DEST-EXIT.
008470     EXIT.
008480*-----------------------------------------------------------------
008490*    2200-CHARGE-ONE-DEST - THE MODULE'S FUEL FOR ONE
008500*    DESTINATION, ADDED TO ITS TEAM AND TO THE DESTINATION TOTAL
008510*-----------------------------------------------------------------
008520 2200-CHARGE-ONE-DEST.
008530     MOVE DT-DEST-CODE (WS-DEST-SUB) TO WS-DEST-CODE.
008540     CALL 'MASSCALC' USING WS-MASS-NUMBER
008550         WS-FUEL-SIMPLE WS-FUEL-RECURSIVE WS-DEST-CODE
008560         WS-CHARGE-DATE.
008570     ADD WS-FUEL-SIMPLE
008580         TO TM-FUEL-SIMPLE (WS-TEAM-FOUND-SUB WS-DEST-SUB).
008590     ADD WS-FUEL-RECURSIVE
008600         TO TM-FUEL-RECURSIVE (WS-TEAM-FOUND-SUB WS-DEST-SUB).
008610     ADD WS-FUEL-SIMPLE TO DT-FUEL-SIMPLE (WS-DEST-SUB).
008620     ADD WS-FUEL-RECURSIVE TO DT-FUEL-RECURSIVE (WS-DEST-SUB).
008630     ADD 1 TO WS-DEST-SUB.
008640 2200-CHARGE-ONE-DEST-EXIT.
008650     EXIT.
008660*-----------------------------------------------------------------
008670*    3000-PRICE-CHARGES - PRICE EVERY TEAM'S FUEL FOR EVERY
008680*    DESTINATION. THE CHARGE IS THE TEAM'S STANDARD PLUS
008690*    RECURSIVE FUEL AT THE DESTINATION'S UNIT PRICE.
008700*-----------------------------------------------------------------
008710 3000-PRICE-CHARGES.
008720     MOVE 1 TO WS-TEAM-SUB.
008730     PERFORM 3100-PRICE-ONE-TEAM
008740         THRU 3100-PRICE-ONE-TEAM-EXIT
008750         UNTIL WS-TEAM-SUB > WS-TEAM-COUNT.
008760 3000-PRICE-CHARGES-EXIT.
008770     EXIT.
008780*-----------------------------------------------------------------
008790*    3100-PRICE-ONE-TEAM - ALL DESTINATIONS FOR ONE TEAM
008800*-----------------------------------------------------------------
008810 3100-PRICE-ONE-TEAM.
008820     MOVE 1 TO WS-DEST-SUB.
008830     PERFORM 3110-PRICE-ONE-DEST
008840         THRU 3110-PRICE-ONE-DEST-EXIT
008850         UNTIL WS-DEST-SUB > WS-DEST-COUNT.
008860     ADD 1 TO WS-TEAM-SUB.
008870 3100-PRICE-ONE-TEAM-EXIT.
008880     EXIT.
008890*-----------------------------------------------------------------
008900*    3110-PRICE-ONE-DEST - ONE TEAM'S CHARGE FOR ONE DESTINATION
008910*-----------------------------------------------------------------
008920 3110-PRICE-ONE-DEST.
008930     COMPUTE WS-FUEL-TOTAL =
008940         TM-FUEL-SIMPLE (WS-TEAM-SUB WS-DEST-SUB)
008950         + TM-FUEL-RECURSIVE (WS-TEAM-SUB WS-DEST-SUB).
008960     COMPUTE TM-CHARGE (WS-TEAM-SUB WS-DEST-SUB) ROUNDED =
008970         WS-FUEL-TOTAL * DT-UNIT-PRICE (WS-DEST-SUB).
008980     ADD TM-CHARGE (WS-TEAM-SUB WS-DEST-SUB)
008990         TO DT-CHARGE (WS-DEST-SUB).
009000     ADD TM-CHARGE (WS-TEAM-SUB WS-DEST-SUB) TO WS-TOTAL-CHARGE.
009010     ADD 1 TO WS-DEST-SUB.
009020 3110-PRICE-ONE-DEST-EXIT.
009030     EXIT.
009040*-----------------------------------------------------------------
009050*    3500-RECONCILE-PUBLISHED - THE TEAMS' STANDARD FUEL MUST ADD
009060*    UP TO THE FIGURE THE FUEL RUN PUBLISHED FOR EACH
009070*    DESTINATION, OR THE LEDGER IS NOT POSTED (RC 12). TEAMS
009080*    FOLDED INTO UNASSIGNED BECAUSE THE TEAM TABLE FILLED ARE
009090*    FLAGGED RC 4.
009100*-----------------------------------------------------------------
009110 3500-RECONCILE-PUBLISHED.
009120     IF TEAM-TABLE-OVERFLOWED AND RETURN-CODE < 4
009130         MOVE 4 TO RETURN-CODE
009140     END-IF.
009150     MOVE 1 TO WS-DEST-SUB.
009160     PERFORM 3510-RECONCILE-ONE-DEST
009170         THRU 3510-RECONCILE-ONE-DEST-EXIT
009180         UNTIL WS-DEST-SUB > WS-DEST-COUNT.
009190 3500-RECONCILE-PUBLISHED-EXIT.
009200     EXIT.
009210*-----------------------------------------------------------------
009220*    3510-RECONCILE-ONE-DEST - A RESTATED DAY IS RECONCILED
009230*    AGAINST THE ORIGINAL TOTAL THE FUEL RUN PUBLISHED FROM THIS
009240*    MASS FILE - THE RESTATEMENT DELTA BELONGS TO CORRECTED
009250*    MODULES THAT ARE STILL INVALID ON THE MASS FILE, SO IT IS
009260*    NOT CHARGED AND THE STEP ENDS RC 4 TO SAY SO.
009270*-----------------------------------------------------------------
009280 3510-RECONCILE-ONE-DEST.
009290     IF DT-FUEL-SIMPLE (WS-DEST-SUB)
009300             = DT-PUB-ORIGINAL (WS-DEST-SUB)
009310         MOVE 'Y' TO DT-RECON-SW (WS-DEST-SUB)
009320         IF DT-PUB-RESTATE-SEQ (WS-DEST-SUB) > ZERO
009330             DISPLAY "FUELCHRG: " DT-DEST-CODE (WS-DEST-SUB)
009340                 " RESTATED - RESTATEMENT DELTA NOT CHARGED"
009350             IF RETURN-CODE < 4
009360                 MOVE 4 TO RETURN-CODE
009370             END-IF
009380         END-IF
009390     ELSE
009400         MOVE 'N' TO DT-RECON-SW (WS-DEST-SUB)
009410         MOVE 'N' TO WS-POST-SW
009420         DISPLAY "FUELCHRG: " DT-DEST-CODE (WS-DEST-SUB)
009430             " CHARGED STANDARD FUEL "
009440             DT-FUEL-SIMPLE (WS-DEST-SUB)
009450         DISPLAY "FUELCHRG: " DT-DEST-CODE (WS-DEST-SUB)
009460             " PUBLISHED TOTAL       "
009470             DT-PUB-ORIGINAL (WS-DEST-SUB)
009480         DISPLAY "FUELCHRG: CHARGES DO NOT ADD UP TO THE"
009490             " PUBLISHED TOTAL - LEDGER NOT POSTED"
009500         MOVE 'CHARGES DO NOT RECONCILE - LEDGER NOT POSTED'
009510             TO WS-LEDGER-NOTE
009520         MOVE 12 TO RETURN-CODE
009530     END-IF.
009540     ADD 1 TO WS-DEST-SUB.
009550 3510-RECONCILE-ONE-DEST-EXIT.
009560     EXIT.
009570*-----------------------------------------------------------------
009580*    4000-POST-LEDGER - ADD THE DAY'S CHARGES TO THE MONTH-TO-
009590*    DATE LEDGER (THE FIRST RUN CREATES IT AND THE CHARGED-DAY
009600*    FILE). EVERY DESTINATION IS CHECKED FIRST - IF THE CHARGED-
009610*    DAY FILE ALREADY HOLDS THIS CHARGE DATE FOR ANY OF THEM,
009620*    NOTHING IS POSTED (RC 12), SO A RERUN CAN NEVER CHARGE A DAY
009630*    TWICE. AN EARLIER DAY NOT YET CHARGED CAN STILL BE POSTED.
009640*    THE DAY IS MARKED CHARGED BEFORE THE LEDGER IS TOUCHED.
009650*-----------------------------------------------------------------
009660 4000-POST-LEDGER.
009670     IF NOT LEDGER-TO-BE-POSTED
009680         GO TO 4000-POST-LEDGER-EXIT
009690     END-IF.
009700     OPEN I-O CHRGLDGR.
009710     IF WS-CHRGLDGR-STATUS = '35'
009720         OPEN OUTPUT CHRGLDGR
009730         CLOSE CHRGLDGR
009740         OPEN I-O CHRGLDGR
009750     END-IF.
009760     IF WS-CHRGLDGR-STATUS NOT = '00'
009770         DISPLAY "FUELCHRG: UNABLE TO OPEN THE CHARGE LEDGER"
009780         DISPLAY "FUELCHRG: FILE STATUS = " WS-CHRGLDGR-STATUS
009790         MOVE 'CHARGE LEDGER UNAVAILABLE - LEDGER NOT POSTED'
009800             TO WS-LEDGER-NOTE
009810         MOVE 16 TO RETURN-CODE
009820         GO TO 4000-POST-LEDGER-EXIT
009830     END-IF.
009840     OPEN I-O CHRGDAYS.
009850     IF WS-CHRGDAYS-STATUS = '35'
009860         OPEN OUTPUT CHRGDAYS
009870         CLOSE CHRGDAYS
009880         OPEN I-O CHRGDAYS
009890     END-IF.
009900     IF WS-CHRGDAYS-STATUS NOT = '00'
009910         DISPLAY "FUELCHRG: UNABLE TO OPEN THE CHARGED-DAY FILE"
009920         DISPLAY "FUELCHRG: FILE STATUS = " WS-CHRGDAYS-STATUS
009930         MOVE 'CHARGED-DAY FILE UNAVAILABLE - LEDGER NOT POSTED'
009940             TO WS-LEDGER-NOTE
009950         MOVE 16 TO RETURN-CODE
009960         CLOSE CHRGLDGR
009970         GO TO 4000-POST-LEDGER-EXIT
009980     END-IF.
009990     MOVE 1 TO WS-DEST-SUB.
010000     PERFORM 4100-CHECK-ONE-DEST
010010         THRU 4100-CHECK-ONE-DEST-EXIT
010020         UNTIL WS-DEST-SUB > WS-DEST-COUNT
010030            OR NOT LEDGER-TO-BE-POSTED.
010040     IF LEDGER-TO-BE-POSTED
010050         MOVE 1 TO WS-DEST-SUB
010060         PERFORM 4150-MARK-ONE-DEST
010070             THRU 4150-MARK-ONE-DEST-EXIT
010080             UNTIL WS-DEST-SUB > WS-DEST-COUNT
010090         MOVE 1 TO WS-TEAM-SUB
010100         PERFORM 4200-POST-ONE-TEAM
010110             THRU 4200-POST-ONE-TEAM-EXIT
010120             UNTIL WS-TEAM-SUB > WS-TEAM-COUNT
010130         SET LEDGER-POSTED TO TRUE
010140     END-IF.
010150     CLOSE CHRGDAYS.
010160     CLOSE CHRGLDGR.
010170 4000-POST-LEDGER-EXIT.
010180     EXIT.
010190*-----------------------------------------------------------------
010200*    4100-CHECK-ONE-DEST - HAS THIS DESTINATION ALREADY BEEN
010210*    CHARGED FOR THIS CHARGE DATE
010220*-----------------------------------------------------------------
010230 4100-CHECK-ONE-DEST.
010240     MOVE DT-DEST-CODE (WS-DEST-SUB) TO CD-DEST-CODE.
010250     MOVE WS-CHARGE-DATE TO CD-CHARGE-DATE.
010260     ADD 1 TO WS-DEST-SUB.
010270     READ CHRGDAYS
010280         INVALID KEY
010290             GO TO 4100-CHECK-ONE-DEST-EXIT
010300     END-READ.
010310     DISPLAY "FUELCHRG: LEDGER ALREADY CHARGED " CD-DEST-CODE
010320         " FOR " CD-CHARGE-DATE " ON " CD-POSTED-ON
010330         " - LEDGER NOT POSTED".
010340     MOVE 'DAY ALREADY ON THE LEDGER - LEDGER NOT POSTED'
010350         TO WS-LEDGER-NOTE.
010360     MOVE 'N' TO WS-POST-SW.
010370     MOVE 12 TO RETURN-CODE.
010380 4100-CHECK-ONE-DEST-EXIT.
010390     EXIT.
010400*-----------------------------------------------------------------
010410*    4150-MARK-ONE-DEST - RECORD THE DESTINATION AND CHARGE DATE
010420*    ON THE CHARGED-DAY FILE WITH THE DAY'S FIGURES
010430*-----------------------------------------------------------------
010440 4150-MARK-ONE-DEST.
010450     MOVE SPACES TO CHRGDAYS-RECORD.
010460     MOVE DT-DEST-CODE (WS-DEST-SUB) TO CD-DEST-CODE.
010470     MOVE WS-CHARGE-DATE TO CD-CHARGE-DATE.
010480     MOVE WS-RUN-DATE-DISPLAY TO CD-POSTED-ON.
010490     MOVE WS-TEAM-COUNT TO CD-TEAM-COUNT.
010500     MOVE DT-FUEL-SIMPLE (WS-DEST-SUB) TO CD-FUEL-SIMPLE.
010510     MOVE DT-CHARGE (WS-DEST-SUB) TO CD-CHARGE.
010520     WRITE CHRGDAYS-RECORD
010530         INVALID KEY
010540             DISPLAY "FUELCHRG: UNABLE TO WRITE CHARGED-DAY"
010550                 " RECORD " CD-DEST-CODE " " CD-CHARGE-DATE
010560             DISPLAY "FUELCHRG: FILE STATUS = " WS-CHRGDAYS-STATUS
010570             MOVE 16 TO RETURN-CODE
010580     END-WRITE.
010590     ADD 1 TO WS-DEST-SUB.
010600 4150-MARK-ONE-DEST-EXIT.
010610     EXIT.
010620*-----------------------------------------------------------------
010630*    4200-POST-ONE-TEAM - ALL DESTINATIONS FOR ONE TEAM
010640*-----------------------------------------------------------------
010650 4200-POST-ONE-TEAM.
010660     MOVE 1 TO WS-DEST-SUB.
010670     PERFORM 4210-POST-ONE-DEST
010680         THRU 4210-POST-ONE-DEST-EXIT
010690         UNTIL WS-DEST-SUB > WS-DEST-COUNT.
010700     ADD 1 TO WS-TEAM-SUB.
010710 4200-POST-ONE-TEAM-EXIT.
010720     EXIT.
010730*-----------------------------------------------------------------
010740*    4210-POST-ONE-DEST - ADD ONE TEAM'S DAY TO ITS LEDGER RECORD
010750*    FOR THE MONTH AND DESTINATION, CREATING THE RECORD ON THE
010760*    TEAM'S FIRST CHARGE OF THE MONTH. THE MONTH-TO-DATE CHARGE
010770*    IS KEPT FOR THE STATEMENT. A TEAM WITH NO FUEL FOR THE
010780*    DESTINATION TODAY (UNASSIGNED ON A CLEAN DAY, FOR ONE) IS NOT
010790*    POSTED - ANY MONTH-TO-DATE FIGURE IT ALREADY HAS IS CARRIED
010800*    TO THE STATEMENT UNCHANGED.
010810*-----------------------------------------------------------------
010820 4210-POST-ONE-DEST.
010830     MOVE WS-CHARGE-MONTH TO LG-MONTH.
010840     MOVE TM-TEAM (WS-TEAM-SUB) TO LG-TEAM.
010850     MOVE DT-DEST-CODE (WS-DEST-SUB) TO LG-DEST-CODE.
010860     COMPUTE WS-FUEL-TOTAL =
010870         TM-FUEL-SIMPLE (WS-TEAM-SUB WS-DEST-SUB)
010880         + TM-FUEL-RECURSIVE (WS-TEAM-SUB WS-DEST-SUB).
010890     IF WS-FUEL-TOTAL = ZERO
010900         PERFORM 4230-CARRY-MTD-CHARGE
010910             THRU 4230-CARRY-MTD-CHARGE-EXIT
010920         GO TO 4210-POST-ONE-DEST-NEXT
010930     END-IF.
010940     READ CHRGLDGR
010950         INVALID KEY
010960             MOVE ZERO TO WS-LEDGER-FUEL-SIMPLE
010970             MOVE ZERO TO WS-LEDGER-FUEL-RECURSIVE
010980             MOVE ZERO TO WS-LEDGER-CHARGE
010990             MOVE ZERO TO LG-DAYS-CHARGED
011000             MOVE SPACES TO LG-LAST-CHARGE-DATE
011010             GO TO 4210-POST-ONE-DEST-NEW
011020     END-READ.
011030     MOVE LG-FUEL-SIMPLE TO WS-LEDGER-FUEL-SIMPLE.
011040     MOVE LG-FUEL-RECURSIVE TO WS-LEDGER-FUEL-RECURSIVE.
011050     MOVE LG-CHARGE TO WS-LEDGER-CHARGE.
011060     PERFORM 4220-ACCUMULATE-LEDGER
011070         THRU 4220-ACCUMULATE-LEDGER-EXIT.
011080     REWRITE CHRGLDGR-RECORD
011090         INVALID KEY
011100             DISPLAY "FUELCHRG: UNABLE TO REWRITE LEDGER RECORD "
011110                 LG-TEAM " " LG-DEST-CODE
011120             DISPLAY "FUELCHRG: FILE STATUS = " WS-CHRGLDGR-STATUS
011130             MOVE 16 TO RETURN-CODE
011140     END-REWRITE.
011150     GO TO 4210-POST-ONE-DEST-NEXT.
011160 4210-POST-ONE-DEST-NEW.
011170     MOVE WS-CHARGE-MONTH TO LG-MONTH.
011180     MOVE TM-TEAM (WS-TEAM-SUB) TO LG-TEAM.
011190     MOVE DT-DEST-CODE (WS-DEST-SUB) TO LG-DEST-CODE.
011200     PERFORM 4220-ACCUMULATE-LEDGER
011210         THRU 4220-ACCUMULATE-LEDGER-EXIT.
011220     WRITE CHRGLDGR-RECORD
011230         INVALID KEY
011240             DISPLAY "FUELCHRG: UNABLE TO WRITE LEDGER RECORD "
011250                 LG-TEAM " " LG-DEST-CODE
011260             DISPLAY "FUELCHRG: FILE STATUS = " WS-CHRGLDGR-STATUS
011270             MOVE 16 TO RETURN-CODE
011280     END-WRITE.
011290 4210-POST-ONE-DEST-NEXT.
011300     ADD 1 TO WS-DEST-SUB.
011310 4210-POST-ONE-DEST-EXIT.
011320     EXIT.
011330*-----------------------------------------------------------------
011340*    4220-ACCUMULATE-LEDGER - ADD THE DAY'S FIGURES TO THE
011350*    MONTH-TO-DATE FIGURES IN HAND AND REBUILD THE LEDGER RECORD
011360*-----------------------------------------------------------------
011370 4220-ACCUMULATE-LEDGER.
011380     ADD 1 TO LG-DAYS-CHARGED.
011390     ADD TM-FUEL-SIMPLE (WS-TEAM-SUB WS-DEST-SUB)
011400         TO WS-LEDGER-FUEL-SIMPLE.
011410     ADD TM-FUEL-RECURSIVE (WS-TEAM-SUB WS-DEST-SUB)
011420         TO WS-LEDGER-FUEL-RECURSIVE.
011430     ADD TM-CHARGE (WS-TEAM-SUB WS-DEST-SUB) TO WS-LEDGER-CHARGE.
011440     MOVE SPACE TO LG-SPACER-1.
011450     MOVE SPACE TO LG-SPACER-2.
011460     MOVE SPACE TO LG-SPACER-3.
011470     MOVE SPACE TO LG-SPACER-4.
011480     MOVE SPACE TO LG-SPACER-5.
011490     MOVE WS-LEDGER-FUEL-SIMPLE TO LG-FUEL-SIMPLE.
011500     MOVE WS-LEDGER-FUEL-RECURSIVE TO LG-FUEL-RECURSIVE.
011510     MOVE WS-LEDGER-CHARGE TO LG-CHARGE.
011520     IF WS-CHARGE-DATE > LG-LAST-CHARGE-DATE
011530         MOVE WS-CHARGE-DATE TO LG-LAST-CHARGE-DATE
011540     END-IF.
011550     MOVE WS-LEDGER-CHARGE
011560         TO TM-MTD-CHARGE (WS-TEAM-SUB WS-DEST-SUB).
011570     ADD WS-LEDGER-CHARGE TO DT-MTD-CHARGE (WS-DEST-SUB).
011580     ADD 1 TO WS-LEDGER-WRITE-COUNT.
011590 4220-ACCUMULATE-LEDGER-EXIT.
011600     EXIT.
011610*-----------------------------------------------------------------
011620*    4230-CARRY-MTD-CHARGE - A TEAM NOT POSTED TODAY STILL SHOWS
011630*    ITS MONTH-TO-DATE CHARGE, IF IT HAS ONE, ON THE STATEMENT
011640*-----------------------------------------------------------------
011650 4230-CARRY-MTD-CHARGE.
011660     READ CHRGLDGR
011670         INVALID KEY
011680             GO TO 4230-CARRY-MTD-CHARGE-EXIT
011690     END-READ.
011700     MOVE LG-CHARGE TO WS-LEDGER-CHARGE.
011710     MOVE WS-LEDGER-CHARGE
011720         TO TM-MTD-CHARGE (WS-TEAM-SUB WS-DEST-SUB).
011730     ADD WS-LEDGER-CHARGE TO DT-MTD-CHARGE (WS-DEST-SUB).
011740 4230-CARRY-MTD-CHARGE-EXIT.
011750     EXIT.
011760*-----------------------------------------------------------------
011770*    5000-PRINT-STATEMENT - ONE PAGE PER DESTINATION: A LINE PER
011780*    TEAM, THE DESTINATION TOTAL, AND THE RECONCILIATION TO THE
011790*    PUBLISHED FIGURE
011800*-----------------------------------------------------------------
011810 5000-PRINT-STATEMENT.
011820     OPEN OUTPUT CHRGSTMT.
011830     MOVE 1 TO WS-DEST-SUB.
011840     PERFORM 5100-PRINT-ONE-DEST
011850         THRU 5100-PRINT-ONE-DEST-EXIT
011860         UNTIL WS-DEST-SUB > WS-DEST-COUNT.
011870     CLOSE CHRGSTMT.
011880 5000-PRINT-STATEMENT-EXIT.
011890     EXIT.
011900*-----------------------------------------------------------------
011910*    5100-PRINT-ONE-DEST - THE STATEMENT PAGE FOR ONE
011920*    DESTINATION
011930*-----------------------------------------------------------------
011940 5100-PRINT-ONE-DEST.
011950     PERFORM 5300-PRINT-HEADINGS
011960         THRU 5300-PRINT-HEADINGS-EXIT.
011970     MOVE 1 TO WS-TEAM-SUB.
011980     PERFORM 5110-PRINT-ONE-TEAM
011990         THRU 5110-PRINT-ONE-TEAM-EXIT
012000         UNTIL WS-TEAM-SUB > WS-TEAM-COUNT.
012010     MOVE WS-BLANK-LINE TO WS-PRINT-LINE.
012020     PERFORM 5200-PRINT-LINE
012030         THRU 5200-PRINT-LINE-EXIT.
012040     MOVE SPACES TO WS-CHARGE-LINE.
012050     MOVE 'TOTAL' TO CL-TEAM.
012060     MOVE WS-CHARGED-COUNT TO CL-MODULE-COUNT.
012070     MOVE DT-FUEL-SIMPLE (WS-DEST-SUB) TO CL-FUEL-SIMPLE.
012080     MOVE DT-FUEL-RECURSIVE (WS-DEST-SUB) TO CL-FUEL-RECURSIVE.
012090     COMPUTE WS-FUEL-TOTAL = DT-FUEL-SIMPLE (WS-DEST-SUB)
012100         + DT-FUEL-RECURSIVE (WS-DEST-SUB).
012110     MOVE WS-FUEL-TOTAL TO CL-FUEL-TOTAL.
012120     MOVE DT-CHARGE (WS-DEST-SUB) TO CL-CHARGE.
012130     IF LEDGER-POSTED
012140         MOVE DT-MTD-CHARGE (WS-DEST-SUB) TO CL-MTD-CHARGE
012150     ELSE
012160         MOVE 'NOT POSTED' TO CL-MTD-TEXT
012170     END-IF.
012180     MOVE WS-CHARGE-LINE TO WS-PRINT-LINE.
012190     PERFORM 5200-PRINT-LINE
012200         THRU 5200-PRINT-LINE-EXIT.
012210     MOVE WS-BLANK-LINE TO WS-PRINT-LINE.
012220     PERFORM 5200-PRINT-LINE
012230         THRU 5200-PRINT-LINE-EXIT.
012240     MOVE DT-PUB-ORIGINAL (WS-DEST-SUB) TO RL-PUB-TOTAL.
012250     MOVE DT-FUEL-SIMPLE (WS-DEST-SUB) TO RL-FUEL-CHARGED.
012260     IF DT-RECON-SW (WS-DEST-SUB) = 'Y'
012270         MOVE 'RECONCILED' TO RL-STATUS
012280     ELSE
012290         MOVE 'DOES NOT RECONCILE' TO RL-STATUS
012300     END-IF.
012310     MOVE WS-RECON-LINE TO WS-PRINT-LINE.
012320     PERFORM 5200-PRINT-LINE
012330         THRU 5200-PRINT-LINE-EXIT.
012340     IF DT-PUB-RESTATE-SEQ (WS-DEST-SUB) > ZERO
012350         MOVE DT-PUB-RESTATE-SEQ (WS-DEST-SUB) TO RS-RESTATE-SEQ
012360         MOVE DT-PUB-TOTAL (WS-DEST-SUB) TO RS-PUB-TOTAL
012370         MOVE WS-RESTATE-LINE TO WS-PRINT-LINE
012380         PERFORM 5200-PRINT-LINE
012390             THRU 5200-PRINT-LINE-EXIT
012400     END-IF.
012410     IF WS-LEDGER-NOTE NOT = SPACES
012420         MOVE WS-LEDGER-NOTE TO NL-NOTE
012430         MOVE WS-NOTE-LINE TO WS-PRINT-LINE
012440         PERFORM 5200-PRINT-LINE
012450             THRU 5200-PRINT-LINE-EXIT
012460     END-IF.
012470     ADD 1 TO WS-DEST-SUB.
012480 5100-PRINT-ONE-DEST-EXIT.
012490     EXIT.
012500*-----------------------------------------------------------------
012510*    5110-PRINT-ONE-TEAM - ONE TEAM'S CHARGE LINE. A TEAM WITH
012520*    NO MODULES (THE UNASSIGNED BUCKET ON A CLEAN DAY) IS LEFT
012530*    OFF THE STATEMENT.
012540*-----------------------------------------------------------------
012550 5110-PRINT-ONE-TEAM.
012560     IF TM-MODULE-COUNT (WS-TEAM-SUB) = ZERO
012570         GO TO 5110-PRINT-ONE-TEAM-NEXT
012580     END-IF.
012590     MOVE SPACES TO WS-CHARGE-LINE.
012600     MOVE TM-TEAM (WS-TEAM-SUB) TO CL-TEAM.
012610     MOVE TM-MODULE-COUNT (WS-TEAM-SUB) TO CL-MODULE-COUNT.
012620     MOVE TM-FUEL-SIMPLE (WS-TEAM-SUB WS-DEST-SUB)
012630         TO CL-FUEL-SIMPLE.
012640     MOVE TM-FUEL-RECURSIVE (WS-TEAM-SUB WS-DEST-SUB)
012650         TO CL-FUEL-RECURSIVE.
012660     COMPUTE WS-FUEL-TOTAL =
012670         TM-FUEL-SIMPLE (WS-TEAM-SUB WS-DEST-SUB)
012680         + TM-FUEL-RECURSIVE (WS-TEAM-SUB WS-DEST-SUB).
012690     MOVE WS-FUEL-TOTAL TO CL-FUEL-TOTAL.
012700     MOVE TM-CHARGE (WS-TEAM-SUB WS-DEST-SUB) TO CL-CHARGE.
012710     IF LEDGER-POSTED
012720         MOVE TM-MTD-CHARGE (WS-TEAM-SUB WS-DEST-SUB)
012730             TO CL-MTD-CHARGE
012740     ELSE
012750         MOVE 'NOT POSTED' TO CL-MTD-TEXT
012760     END-IF.
012770     MOVE WS-CHARGE-LINE TO WS-PRINT-LINE.
012780     PERFORM 5200-PRINT-LINE
012790         THRU 5200-PRINT-LINE-EXIT.
012800 5110-PRINT-ONE-TEAM-NEXT.
012810     ADD 1 TO WS-TEAM-SUB.
012820 5110-PRINT-ONE-TEAM-EXIT.
012830     EXIT.
012840*-----------------------------------------------------------------
012850*    5200-PRINT-LINE - WRITE THE LINE BUILT IN WS-PRINT-LINE,
012860*    BREAKING TO A NEW PAGE FIRST WHEN THE PAGE IS FULL
012870*-----------------------------------------------------------------
012880 5200-PRINT-LINE.
012890     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
012900         PERFORM 5300-PRINT-HEADINGS
012910             THRU 5300-PRINT-HEADINGS-EXIT
012920     END-IF.
012930     WRITE PRINT-RECORD FROM WS-PRINT-LINE
012940         AFTER ADVANCING 1 LINE.
012950     ADD 1 TO WS-LINE-COUNT.
012960 5200-PRINT-LINE-EXIT.
012970     EXIT.
012980*-----------------------------------------------------------------
012990*    5300-PRINT-HEADINGS - START A NEW PAGE WITH THE STATEMENT
013000*    AND COLUMN HEADINGS FOR THE DESTINATION IN HAND
013010*-----------------------------------------------------------------
013020 5300-PRINT-HEADINGS.
013030     ADD 1 TO WS-PAGE-NUMBER.
013040     MOVE WS-CHARGE-DATE TO H1-CHARGE-DATE.
013050     MOVE DT-DEST-CODE (WS-DEST-SUB) TO H1-DEST-CODE.
013060     MOVE DT-UNIT-PRICE (WS-DEST-SUB) TO H1-UNIT-PRICE.
013070     MOVE WS-PAGE-NUMBER TO H1-PAGE-NUMBER.
013080     IF WS-PAGE-NUMBER = 1
013090         WRITE PRINT-RECORD FROM WS-HEADING-1
013100             AFTER ADVANCING 1 LINE
013110     ELSE
013120         WRITE PRINT-RECORD FROM WS-HEADING-1
013130             AFTER ADVANCING PAGE
013140     END-IF.
013150     WRITE PRINT-RECORD FROM WS-HEADING-2
013160         AFTER ADVANCING 1 LINE.
013170     WRITE PRINT-RECORD FROM WS-BLANK-LINE
013180         AFTER ADVANCING 1 LINE.
013190     MOVE 3 TO WS-LINE-COUNT.
013200 5300-PRINT-HEADINGS-EXIT.
013210     EXIT.
013220*-----------------------------------------------------------------
013230*    9000-TERMINATE - CLOSE FILES AND REPORT THE RUN
013240*-----------------------------------------------------------------
013250 9000-TERMINATE.
013260     CLOSE MASS.
013270     IF WS-MASS-STATUS NOT = '00'
013280         DISPLAY "FUELCHRG: ERROR CLOSING THE MASS FILE"
013290         DISPLAY "FUELCHRG: FILE STATUS = " WS-MASS-STATUS
013300         MOVE 16 TO RETURN-CODE
013310     END-IF.
013320     DISPLAY "FUELCHRG: CHARGE DATE:        " WS-CHARGE-DATE.
013330     DISPLAY "FUELCHRG: RECORDS READ:       " WS-READ-COUNT.
013340     DISPLAY "FUELCHRG: MODULES CHARGED:    " WS-CHARGED-COUNT.
013350     DISPLAY "FUELCHRG: CHARGED UNASSIGNED: " WS-UNASSIGNED-COUNT.
013360     DISPLAY "FUELCHRG: INVALID SKIPPED:    " WS-SKIPPED-COUNT.
013370     DISPLAY "FUELCHRG: INACTIVE SKIPPED:   " WS-INACTIVE-COUNT.
013380     DISPLAY "FUELCHRG: OWNING TEAMS:       " WS-TEAM-COUNT.
013390     DISPLAY "FUELCHRG: LEDGER RECORDS:     "
013400         WS-LEDGER-WRITE-COUNT.
013410     DISPLAY "FUELCHRG: TOTAL CHARGE:       " WS-TOTAL-CHARGE.
013420     MOVE 'E' TO RA-PHASE.
013430     MOVE WS-READ-COUNT TO RA-RECORDS-READ.
013440     MOVE WS-SKIPPED-COUNT TO RA-RECORDS-REJECTED.
013450     MOVE WS-TOTAL-CHARGE TO RA-FINAL-TOTAL.
013460     MOVE RETURN-CODE TO RA-RETURN-CODE.
013470     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
013480 9000-TERMINATE-EXIT.
013490     EXIT.
