000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PRDCLOSE.
000030 AUTHOR.        J HEWSON.
000040 INSTALLATION.  MISSION PLANNING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100*    DATE        INIT  DESCRIPTION
000110*    2026-10-15  JH    MONTH-END PERIOD CLOSE. ROLLS THE PERIOD'S
000120*                      FUELTOT PUBLICATIONS (ARCHIVE INCLUDED),
000130*                      FUELADJ ADJUSTMENTS, AND REASNRPT
000140*                      REASONABLENESS FAILURES INTO ONE PERMANENT
000150*                      LEDGER RECORD PER DESTINATION ON THE
000160*                      MONTHLY FUEL LEDGER KSDS - DAYS PUBLISHED,
000170*                      PUBLICATIONS AND RESTATEMENTS, MODULES AND
000180*                      FUEL TOTAL FROM THE LATEST PUBLICATION OF
000190*                      EACH DAY, ADJUSTMENT RUNS, CORRECTED
000200*                      MODULES AND FUEL DELTAS, AND FAILURES -
000210*                      THEN MARKS THE PERIOD CLOSED ON THE
000220*                      PERIOD-CONTROL KSDS. FROM THEN ON THE FUEL
000230*                      RUN, FUELMRG, MASSCORR, FUELRSTM, AND
000240*                      RATEMNT REFUSE (RC 12) TO POST INTO IT
000250*                      UNLESS PRDOPEN HAS LOGGED A CONTROLLED
000260*                      REOPEN. CLOSING A REOPENED PERIOD AGAIN
000270*                      WRITES A NEW SET OF LEDGER RECORDS UNDER
000280*                      THE NEXT CLOSE NUMBER, SO EVERY CLOSED
000290*                      VERSION OF THE MONTH STAYS ON RECORD. EVERY
000300*                      CLOSE ATTEMPT IS APPENDED TO THE PERIOD
000310*                      LOG. A PERIOD THAT HAS NOT ENDED, OR IS
000320*                      ALREADY CLOSED, IS REFUSED RC 12.
000330*-----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PRDCTL ASSIGN TO PRDCTLD
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS PD-PERIOD
000410         FILE STATUS IS WS-PRDCTL-STATUS.
000420     SELECT FUELLDGR ASSIGN TO FUELLDGD
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS LG-LEDGER-KEY
000460         FILE STATUS IS WS-FUELLDGR-STATUS.
000470     SELECT FUELHIST ASSIGN TO 'FUELTOT.DAT'
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-FUELHIST-STATUS.
000500     SELECT OPTIONAL FUELARCH ASSIGN TO 'FUELTARC.DAT'
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-FUELARCH-STATUS.
000530     SELECT OPTIONAL FUELADJ ASSIGN TO 'FUELADJ.DAT'
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-FUELADJ-STATUS.
000560     SELECT OPTIONAL REASNRPT ASSIGN TO 'REASNRPT.DAT'
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-REASNRPT-STATUS.
000590     SELECT OPTIONAL PRDLOG ASSIGN TO 'PRDLOG.DAT'
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-PRDLOG-STATUS.
000620     SELECT CLOSERPT ASSIGN TO 'CLOSERPT.DAT'
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640 DATA DIVISION.
000650 FILE SECTION.
000660*-----------------------------------------------------------------
000670*    PRDCTLD - PERIOD-CONTROL KSDS, KEYED ON THE PERIOD
000680*    (YYYY-MM). STATUS IS C (CLOSED) OR R (REOPENED). THE CLOSE
000690*    NUMBER COUNTS THE TIMES THE PERIOD HAS BEEN CLOSED. THE
000700*    REOPEN COLUMNS HOLD THE LATEST REOPEN. LAYOUT MATCHES
000710*    PRDOPEN AND THE SHARED PRDLOOK ROUTINE.
000720*-----------------------------------------------------------------
000730 FD  PRDCTL.
000740 01  PRDCTL-RECORD.
000750     05  PD-PERIOD                PIC X(07).
000760     05  PD-SPACER-1              PIC X(01).
000770     05  PD-STATUS                PIC X(01).
000780     05  PD-SPACER-2              PIC X(01).
000790     05  PD-CLOSE-NUMBER          PIC 9(02).
000800     05  PD-SPACER-3              PIC X(01).
000810     05  PD-CLOSED-DATE           PIC X(10).
000820     05  PD-SPACER-4              PIC X(01).
000830     05  PD-CLOSED-BY             PIC X(08).
000840     05  PD-SPACER-5              PIC X(01).
000850     05  PD-REOPENED-DATE         PIC X(10).
000860     05  PD-SPACER-6              PIC X(01).
000870     05  PD-REOPENED-BY           PIC X(08).
000880     05  PD-SPACER-7              PIC X(01).
000890     05  PD-AUTHORISED-BY         PIC X(08).
000900     05  PD-SPACER-8              PIC X(01).
000910     05  PD-REOPEN-REASON         PIC X(50).
000920*-----------------------------------------------------------------
000930*    FUELLDGD - PERMANENT MONTHLY FUEL LEDGER KSDS, ONE RECORD
000940*    PER PERIOD, DESTINATION, AND CLOSE NUMBER. THE FUEL TOTAL
000950*    AND MODULE COUNT ARE THOSE OF THE LATEST PUBLICATION OF
000960*    EACH DAY, SO A RESTATED DAY ALREADY CARRIES ITS
000970*    ADJUSTMENT - THE ADJUSTMENT COLUMNS ARE SHOWN ALONGSIDE,
000980*    NOT ADDED IN.
000990*-----------------------------------------------------------------
001000 FD  FUELLDGR.
001010 01  FUELLDGR-RECORD.
001020     05  LG-LEDGER-KEY.
001030         10  LG-PERIOD            PIC X(07).
001040         10  LG-DEST-CODE         PIC X(08).
001050         10  LG-CLOSE-NUMBER      PIC 9(02).
001060     05  LG-SPACER-1              PIC X(01).
001070     05  LG-DAYS-PUBLISHED        PIC 9(02).
001080     05  LG-SPACER-2              PIC X(01).
001090     05  LG-PUBLICATIONS          PIC 9(04).
001100     05  LG-SPACER-3              PIC X(01).
001110     05  LG-RESTATEMENTS          PIC 9(04).
001120     05  LG-SPACER-4              PIC X(01).
001130     05  LG-MODULE-COUNT          PIC 9(08).
001140     05  LG-SPACER-5              PIC X(01).
001150     05  LG-FUEL-TOTAL            PIC -9(12).
001160     05  LG-SPACER-6              PIC X(01).
001170     05  LG-ADJ-RUNS              PIC 9(04).
001180     05  LG-SPACER-7              PIC X(01).
001190     05  LG-ADJ-MODULES           PIC 9(06).
001200     05  LG-SPACER-8              PIC X(01).
001210     05  LG-ADJ-FUEL              PIC -9(12).
001220     05  LG-SPACER-9              PIC X(01).
001230     05  LG-ADJ-RECURSIVE         PIC 9(12).
001240     05  LG-SPACER-10             PIC X(01).
001250     05  LG-REASN-FAILURES        PIC 9(04).
001260     05  LG-SPACER-11             PIC X(01).
001270     05  LG-CLOSED-DATE           PIC X(10).
001280     05  LG-SPACER-12             PIC X(01).
001290     05  LG-CLOSED-BY             PIC X(08).
001300*-----------------------------------------------------------------
001310*    FUELHIST - THE ACCUMULATED FUELTOT RESULTS DATASET, ONE
001320*    RECORD PER DESTINATION PER PUBLICATION, IN RUN ORDER. A
001330*    RESTATEMENT BY FUELRSTM IS A LATER, LONGER RECORD FOR THE
001340*    SAME DAY. FUELARCH - THE ARCHIVED HISTORY APPENDED BY
001350*    ARCHPURG, READ AHEAD OF THE LIVE FILE. BOTH ARE READ INTO
001360*    THE WS-HIST WORK AREA BELOW.
001370*-----------------------------------------------------------------
001380 FD  FUELHIST.
001390 01  FUELHIST-RECORD             PIC X(75).
001400 FD  FUELARCH.
001410 01  FUELARCH-RECORD             PIC X(75).
001420*-----------------------------------------------------------------
001430*    FUELADJ.DAT - FUEL ADJUSTMENT RECORDS WRITTEN BY MASSCORR,
001440*    ONE PER CORRECTED MODULE AND A 'TOTAL' RECORD PER RUN.
001450*    CONCATENATE THE PERIOD'S ADJUSTMENT FILES. LAYOUT MATCHES
001460*    MASSCORR.
001470*-----------------------------------------------------------------
001480 FD  FUELADJ.
001490 01  FUELADJ-RECORD.
001500     05  AJ-RUN-DATE              PIC X(10).
001510     05  AJ-SPACER-1              PIC X(01).
001520     05  AJ-MODULE-ID             PIC X(05).
001530     05  AJ-SPACER-2              PIC X(01).
001540     05  AJ-CORRECTED-MASS        PIC 9(10).
001550     05  AJ-SPACER-3              PIC X(01).
001560     05  AJ-FUEL-DELTA            PIC -9(10).
001570     05  AJ-SPACER-4              PIC X(01).
001580     05  AJ-RECURSIVE-DELTA       PIC 9(10).
001590     05  AJ-SPACER-5              PIC X(01).
001600     05  AJ-DEST-CODE             PIC X(08).
001610*-----------------------------------------------------------------
001620*    REASNRPT.DAT - REASONABLENESS-FAILURE REPORT, ONE LINE PER
001630*    FUEL RUN THE PRIOR-RUN GUARD STOPPED FROM PUBLISHING.
001640*    LAYOUT MATCHES HELLO AND FUELMRG.
001650*-----------------------------------------------------------------
001660 FD  REASNRPT.
001670 01  REASNRPT-RECORD.
001680     05  RF-RUN-DATE              PIC X(10).
001690     05  RF-SPACER-1              PIC X(01).
001700     05  RF-INPUT-NAME            PIC X(20).
001710     05  RF-SPACER-2              PIC X(01).
001720     05  RF-DEST-CODE             PIC X(08).
001730     05  RF-SPACER-3              PIC X(01).
001740     05  RF-PRIOR-COUNT           PIC 9(06).
001750     05  RF-SPACER-4              PIC X(01).
001760     05  RF-ACTUAL-COUNT          PIC 9(06).
001770     05  RF-SPACER-5              PIC X(01).
001780     05  RF-PRIOR-TOTAL           PIC -9(10).
001790     05  RF-SPACER-6              PIC X(01).
001800     05  RF-ACTUAL-TOTAL          PIC -9(10).
001810*-----------------------------------------------------------------
001820*    PRDLOG.DAT - PERMANENT PERIOD LOG, APPENDED HERE (ACTION
001830*    CLOSE) AND BY PRDOPEN (ACTION REOPEN). LAYOUT MATCHES
001840*    PRDOPEN.
001850*-----------------------------------------------------------------
001860 FD  PRDLOG.
001870 01  PRDLOG-RECORD.
001880     05  LO-LOG-DATE              PIC X(10).
001890     05  LO-SPACER-1              PIC X(01).
001900     05  LO-ACTION                PIC X(06).
001910     05  LO-SPACER-2              PIC X(01).
001920     05  LO-PERIOD                PIC X(07).
001930     05  LO-SPACER-3              PIC X(01).
001940     05  LO-CLOSE-NUMBER          PIC 9(02).
001950     05  LO-SPACER-4              PIC X(01).
001960     05  LO-USER-ID               PIC X(08).
001970     05  LO-SPACER-5              PIC X(01).
001980     05  LO-AUTHORISED-BY         PIC X(08).
001990     05  LO-SPACER-6              PIC X(01).
002000     05  LO-DISPOSITION           PIC X(22).
002010     05  LO-SPACER-7              PIC X(01).
002020     05  LO-REASON                PIC X(50).
002030*-----------------------------------------------------------------
002040*    CLOSERPT.DAT - PERIOD-CLOSE LEDGER REPORT
002050*-----------------------------------------------------------------
002060 FD  CLOSERPT.
002070 01  PRINT-RECORD                 PIC X(132).
002080 WORKING-STORAGE SECTION.
002090*-----------------------------------------------------------------
002100*    WS-HIST - ONE HISTORY RECORD, ARCHIVED OR LIVE, IN THE
002110*    LAYOUT HELLO WRITES TO FUELTOT, WITH THE RESTATEMENT
002120*    COLUMNS FUELRSTM ADDS (SPACES WHEN NEVER RESTATED)
002130*-----------------------------------------------------------------
002140 01  WS-HIST.
002150     05  FH-RUN-DATE             PIC X(10).
002160     05  FH-SPACER-1             PIC X(01).
002170     05  FH-INPUT-FILE-NAME      PIC X(20).
002180     05  FH-SPACER-2             PIC X(01).
002190     05  FH-RECORD-COUNT         PIC 9(06).
002200     05  FH-SPACER-3             PIC X(01).
002210     05  FH-MASS-TOTAL           PIC -9(10).
002220     05  FH-SPACER-4             PIC X(01).
002230     05  FH-DEST-CODE            PIC X(08).
002240     05  FH-SPACER-5             PIC X(01).
002250     05  FH-ORIGINAL-TOTAL       PIC X(11).
002260     05  FH-SPACER-6             PIC X(01).
002270     05  FH-RESTATE-SEQ          PIC X(03).
002280*-----------------------------------------------------------------
002290*    SWITCHES, FILE STATUSES AND COUNTERS
002300*-----------------------------------------------------------------
002310 01  WS-EOF                       PIC X(01)   VALUE 'N'.
002320     88  END-OF-FUELHIST-FILE                 VALUE 'Y'.
002330 01  WS-FUELARCH-EOF              PIC X(01)   VALUE 'N'.
002340     88  END-OF-FUELARCH-FILE                 VALUE 'Y'.
002350 01  WS-FUELADJ-EOF               PIC X(01)   VALUE 'N'.
002360     88  END-OF-FUELADJ-FILE                  VALUE 'Y'.
002370 01  WS-REASNRPT-EOF              PIC X(01)   VALUE 'N'.
002380     88  END-OF-REASNRPT-FILE                 VALUE 'Y'.
002390 01  WS-PRDCTL-STATUS             PIC X(02)   VALUE '00'.
002400 01  WS-FUELLDGR-STATUS           PIC X(02)   VALUE '00'.
002410 01  WS-FUELHIST-STATUS           PIC X(02)   VALUE '00'.
002420 01  WS-FUELARCH-STATUS           PIC X(02)   VALUE '00'.
002430 01  WS-FUELADJ-STATUS            PIC X(02)   VALUE '00'.
002440 01  WS-REASNRPT-STATUS           PIC X(02)   VALUE '00'.
002450 01  WS-PRDLOG-STATUS             PIC X(02)   VALUE '00'.
002460 01  WS-CONTROL-FOUND-SW          PIC X(01)   VALUE 'N'.
002470     88  CONTROL-RECORD-FOUND                 VALUE 'Y'.
002480 01  WS-HISTORY-COUNT             PIC 9(06)   VALUE ZERO.
002490 01  WS-PUBLICATION-COUNT         PIC 9(06)   VALUE ZERO.
002500 01  WS-ADJUSTMENT-COUNT          PIC 9(06)   VALUE ZERO.
002510 01  WS-FAILURE-COUNT             PIC 9(06)   VALUE ZERO.
002520 01  WS-REJECTED-COUNT            PIC 9(06)   VALUE ZERO.
002530 01  WS-LEDGER-COUNT              PIC 9(06)   VALUE ZERO.
002540 01  WS-LEDGER-FAIL-COUNT         PIC 9(06)   VALUE ZERO.
002550 01  WS-UNPUBLISHED-COUNT         PIC 9(06)   VALUE ZERO.
002560 01  WS-DEST-DROPPED-COUNT        PIC 9(06)   VALUE ZERO.
002570 01  WS-DELTA-IN                  PIC S9(10)  VALUE ZERO.
002580 01  WS-MASS-TOTAL-IN             PIC S9(10)  VALUE ZERO.
002590*-----------------------------------------------------------------
002600*    PARM - THE PERIOD TO CLOSE (YYYY-MM) AND THE USER ID OF THE
002610*    PERSON CLOSING IT
002620*-----------------------------------------------------------------
002630 01  WS-PARM-TEXT                 PIC X(16)   VALUE SPACES.
002640 01  WS-PARM-LENGTH               PIC S9(04)  COMP VALUE ZERO.
002650 01  WS-PERIOD                    PIC X(07)   VALUE SPACES.
002660 01  WS-PERIOD-SPLIT REDEFINES WS-PERIOD.
002670     05  WS-PERIOD-YYYY           PIC X(04).
002680     05  WS-PERIOD-SEP            PIC X(01).
002690     05  WS-PERIOD-MM             PIC X(02).
002700 01  WS-PERIOD-LENGTH             PIC 9(02)   VALUE ZERO.
002710 01  WS-CLOSED-BY                 PIC X(08)   VALUE SPACES.
002720 01  WS-CLOSED-BY-LENGTH          PIC 9(02)   VALUE ZERO.
002730*-----------------------------------------------------------------
002740*    CLOSE IN PROGRESS - THE CLOSE NUMBER BEING WRITTEN AND THE
002750*    PERIOD LOG DISPOSITION AND REASON
002760*-----------------------------------------------------------------
002770 01  WS-CLOSE-NUMBER              PIC 9(02)   VALUE ZERO.
002780 01  WS-DISPOSITION               PIC X(22)   VALUE SPACES.
002790 01  WS-LOG-REASON                PIC X(50)   VALUE SPACES.
002800*-----------------------------------------------------------------
002810*    DAY OF THE MONTH A RECORD IS DATED, AS A TABLE SUBSCRIPT
002820*-----------------------------------------------------------------
002830 01  WS-DAY-TEXT                  PIC X(02)   VALUE SPACES.
002840 01  WS-DAY-NUMBER REDEFINES WS-DAY-TEXT
002850                                  PIC 9(02).
002860*-----------------------------------------------------------------
002870*    DESTINATION TABLE - THE PERIOD'S FIGURES PER DESTINATION.
002880*    EACH DAY SLOT HOLDS THE LATEST PUBLICATION OF THAT DAY.
002890*-----------------------------------------------------------------
002900 01  WS-DEST-MAX                  PIC 9(04)   COMP VALUE 20.
002910 01  WS-DEST-COUNT                PIC 9(04)   COMP VALUE ZERO.
002920 01  WS-DEST-SUB                  PIC 9(04)   COMP VALUE ZERO.
002930 01  WS-DEST-SCAN                 PIC 9(04)   COMP VALUE ZERO.
002940 01  WS-DAY-SUB                   PIC 9(04)   COMP VALUE ZERO.
002950 01  WS-FIND-DEST                 PIC X(08)   VALUE SPACES.
002960 01  WS-DEST-TABLE.
002970     05  WS-DEST-ENTRY OCCURS 20 TIMES.
002980         10  DS-DEST-CODE         PIC X(08).
002990         10  DS-PUBLICATIONS      PIC 9(04).
003000         10  DS-RESTATEMENTS      PIC 9(04).
003010         10  DS-DAYS-PUBLISHED    PIC 9(02).
003020         10  DS-MODULE-COUNT      PIC 9(08).
003030         10  DS-FUEL-TOTAL        PIC S9(12).
003040         10  DS-ADJ-RUNS          PIC 9(04).
003050         10  DS-ADJ-MODULES       PIC 9(06).
003060         10  DS-ADJ-FUEL          PIC S9(12).
003070         10  DS-ADJ-RECURSIVE     PIC 9(12).
003080         10  DS-REASN-FAILURES    PIC 9(04).
003090         10  DS-DAY OCCURS 31 TIMES.
003100             15  DY-PUBLISHED-SW  PIC X(01).
003110             15  DY-COUNT         PIC 9(06).
003120             15  DY-TOTAL         PIC S9(10).
003130*-----------------------------------------------------------------
003140*    PERIOD TOTALS ACROSS ALL DESTINATIONS
003150*-----------------------------------------------------------------
003160 01  WS-GRAND-TOTALS.
003170     05  GT-DAYS-PUBLISHED        PIC 9(04)   VALUE ZERO.
003180     05  GT-PUBLICATIONS          PIC 9(06)   VALUE ZERO.
003190     05  GT-RESTATEMENTS          PIC 9(06)   VALUE ZERO.
003200     05  GT-MODULE-COUNT          PIC 9(10)   VALUE ZERO.
003210     05  GT-FUEL-TOTAL            PIC S9(12)  VALUE ZERO.
003220     05  GT-ADJ-RUNS              PIC 9(06)   VALUE ZERO.
003230     05  GT-ADJ-MODULES           PIC 9(08)   VALUE ZERO.
003240     05  GT-ADJ-FUEL              PIC S9(12)  VALUE ZERO.
003250     05  GT-ADJ-RECURSIVE         PIC 9(12)   VALUE ZERO.
003260     05  GT-REASN-FAILURES        PIC 9(06)   VALUE ZERO.
003270*-----------------------------------------------------------------
003280*    RUN IDENTIFICATION
003290*-----------------------------------------------------------------
003300 01  WS-RUN-DATE.
003310     05  WS-RUN-YYYY              PIC 9(04).
003320     05  WS-RUN-MM                PIC 9(02).
003330     05  WS-RUN-DD                PIC 9(02).
003340 01  WS-RUN-DATE-DISPLAY          PIC X(10).
003350*-----------------------------------------------------------------
003360*    REPORT CONTROL
003370*-----------------------------------------------------------------
003380 01  WS-LINES-PER-PAGE            PIC 9(03)   VALUE 55.
003390 01  WS-LINE-COUNT                PIC 9(03)   VALUE 999.
003400 01  WS-PAGE-NUMBER               PIC 9(04)   VALUE ZERO.
003410 01  WS-COLUMN-HEADING            PIC X(132)  VALUE SPACES.
003420 01  WS-BLANK-LINE                PIC X(132)  VALUE SPACES.
003430*-----------------------------------------------------------------
003440*    REPORT LINES
003450*-----------------------------------------------------------------
003460 01  WS-HEADING-1.
003470     05  FILLER                   PIC X(36)   VALUE
003480         'PERIOD CLOSE - MONTHLY FUEL LEDGER  '.
003490     05  FILLER                   PIC X(07)   VALUE 'PERIOD '.
003500     05  H1-PERIOD                PIC X(07).
003510     05  FILLER                   PIC X(08)   VALUE '  CLOSE '.
003520     05  H1-CLOSE-NUMBER          PIC Z9.
003530     05  FILLER                   PIC X(06)   VALUE '  RUN '.
003540     05  H1-RUN-DATE              PIC X(10).
003550     05  FILLER                   PIC X(07)   VALUE '  PAGE '.
003560     05  H1-PAGE-NUMBER           PIC ZZZ9.
003570     05  FILLER                   PIC X(45)   VALUE SPACES.
003580 01  WS-LEDGER-HEADING.
003590     05  FILLER                   PIC X(10)   VALUE 'DEST'.
003600     05  FILLER                   PIC X(06)   VALUE 'DAYS'.
003610     05  FILLER                   PIC X(06)   VALUE 'PUBS'.
003620     05  FILLER                   PIC X(06)   VALUE 'RSTMT'.
003630     05  FILLER                   PIC X(10)   VALUE 'MODULES'.
003640     05  FILLER                   PIC X(15)   VALUE
003650         '   FUEL TOTAL'.
003660     05  FILLER                   PIC X(09)   VALUE 'ADJ RUNS'.
003670     05  FILLER                   PIC X(09)   VALUE 'ADJ MODS'.
003680     05  FILLER                   PIC X(15)   VALUE
003690         '     ADJ FUEL'.
003700     05  FILLER                   PIC X(14)   VALUE
003710         'ADJ RECURSIVE'.
003720     05  FILLER                   PIC X(11)   VALUE
003730         'REASN FAILS'.
003740     05  FILLER                   PIC X(21)   VALUE SPACES.
003750 01  WS-LEDGER-LINE.
003760     05  LL-DEST-CODE             PIC X(08).
003770     05  FILLER                   PIC X(02)   VALUE SPACES.
003780     05  LL-DAYS-PUBLISHED        PIC ZZZ9.
003790     05  FILLER                   PIC X(02)   VALUE SPACES.
003800     05  LL-PUBLICATIONS          PIC ZZZZ9.
003810     05  FILLER                   PIC X(01)   VALUE SPACE.
003820     05  LL-RESTATEMENTS          PIC ZZZZ9.
003830     05  FILLER                   PIC X(01)   VALUE SPACE.
003840     05  LL-MODULE-COUNT          PIC ZZZZZZZZZ9.
003850     05  FILLER                   PIC X(02)   VALUE SPACES.
003860     05  LL-FUEL-TOTAL            PIC -ZZZZZZZZZZZ9.
003870     05  FILLER                   PIC X(02)   VALUE SPACES.
003880     05  LL-ADJ-RUNS              PIC ZZZZZ9.
003890     05  FILLER                   PIC X(03)   VALUE SPACES.
003900     05  LL-ADJ-MODULES           PIC ZZZZZZZ9.
003910     05  FILLER                   PIC X(01)   VALUE SPACE.
003920     05  LL-ADJ-FUEL              PIC -ZZZZZZZZZZZ9.
003930     05  FILLER                   PIC X(02)   VALUE SPACES.
003940     05  LL-ADJ-RECURSIVE         PIC ZZZZZZZZZZZ9.
003950     05  FILLER                   PIC X(02)   VALUE SPACES.
003960     05  LL-REASN-FAILURES        PIC ZZZZZ9.
003970     05  FILLER                   PIC X(25)   VALUE SPACES.
003980 01  WS-SUMMARY-HEADING.
003990     05  FILLER                   PIC X(30)   VALUE
004000         'PERIOD CLOSE SUMMARY'.
004010     05  FILLER                   PIC X(102)  VALUE SPACES.
004020 01  WS-SUMMARY-COUNT-LINE.
004030     05  SM-LABEL                 PIC X(30).
004040     05  SM-COUNT                 PIC ZZZZZZZZZZZ9.
004050     05  FILLER                   PIC X(90)   VALUE SPACES.
004060 01  WS-PRINT-LINE                PIC X(132).
004070*-----------------------------------------------------------------
004080*    RUN-LOG PARAMETER AREA FOR THE SHARED RUNLOG ROUTINE
004090*-----------------------------------------------------------------
004100 01  WS-RUNLOG-AREA.
004110     05  RA-PROGRAM-ID            PIC X(08)   VALUE 'PRDCLOSE'.
004120     05  RA-PHASE                 PIC X(01)   VALUE SPACE.
004130     05  RA-INPUT-NAME            PIC X(20)   VALUE 'FUELTOT'.
004140     05  RA-RECORDS-READ          PIC 9(06)   VALUE ZERO.
004150     05  RA-RECORDS-REJECTED      PIC 9(06)   VALUE ZERO.
004160     05  RA-FINAL-TOTAL           PIC S9(10)  VALUE ZERO.
004170     05  RA-RETURN-CODE           PIC 9(04)   VALUE ZERO.
004180 LINKAGE SECTION.
004190*-----------------------------------------------------------------
004200*    LK-PARM - THE JCL PARM STRING, DELIVERED LENGTH-PREFIXED PER
004210*    MVS CONVENTION: THE PERIOD TO CLOSE AND THE USER ID OF THE
004220*    PERSON CLOSING IT, E.G. PARM='2026-09 FINANCE1'. BOTH ARE
004230*    REQUIRED.
004240*-----------------------------------------------------------------
004250 01  LK-PARM.
004260     05  LK-PARM-LENGTH           PIC S9(04) COMP.
004270     05  LK-PARM-DATA             PIC X(16).
004280 PROCEDURE DIVISION USING LK-PARM.
004290*-----------------------------------------------------------------
004300*    0000-MAINLINE
004310*-----------------------------------------------------------------
004320 0000-MAINLINE.
004330     PERFORM 1000-INITIALIZE
004340         THRU 1000-INITIALIZE-EXIT.
004350     IF RETURN-CODE NOT = ZERO
004360         GO TO 0000-MAINLINE-EXIT
004370     END-IF.
004380     PERFORM 2000-LOAD-PUBLICATIONS
004390         THRU 2000-LOAD-PUBLICATIONS-EXIT.
004400     PERFORM 3000-LOAD-ADJUSTMENTS
004410         THRU 3000-LOAD-ADJUSTMENTS-EXIT.
004420     PERFORM 4000-LOAD-FAILURES
004430         THRU 4000-LOAD-FAILURES-EXIT.
004440     PERFORM 5000-POST-LEDGER
004450         THRU 5000-POST-LEDGER-EXIT.
004460     PERFORM 6000-CLOSE-PERIOD
004470         THRU 6000-CLOSE-PERIOD-EXIT.
004480     PERFORM 9000-TERMINATE
004490         THRU 9000-TERMINATE-EXIT.
004500 0000-MAINLINE-EXIT.
004510     STOP RUN.
004520*-----------------------------------------------------------------
004530*    1000-INITIALIZE - CHECK THE PARM, LOG THE START, AND MAKE
004540*    SURE THE PERIOD HAS ENDED AND IS NOT ALREADY CLOSED BEFORE
004550*    ANYTHING IS READ. A REOPENED PERIOD IS CLOSED AGAIN UNDER
004560*    THE NEXT CLOSE NUMBER.
004570*-----------------------------------------------------------------
004580 1000-INITIALIZE.
004590     MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH.
004600     IF WS-PARM-LENGTH > 16
004610         MOVE 16 TO WS-PARM-LENGTH
004620     END-IF.
004630     IF WS-PARM-LENGTH > ZERO
004640         MOVE LK-PARM-DATA(1:WS-PARM-LENGTH) TO WS-PARM-TEXT
004650     END-IF.
004660     UNSTRING WS-PARM-TEXT DELIMITED BY SPACE
004670         INTO WS-PERIOD
004680             COUNT IN WS-PERIOD-LENGTH
004690             WS-CLOSED-BY
004700             COUNT IN WS-CLOSED-BY-LENGTH
004710     END-UNSTRING.
004720     IF WS-PERIOD-LENGTH NOT = 7
004730         DISPLAY "PRDCLOSE: PERIOD PARM MUST BE YYYY-MM - "
004740             WS-PARM-TEXT
004750         MOVE 16 TO RETURN-CODE
004760         GO TO 1000-INITIALIZE-EXIT
004770     END-IF.
004780     IF WS-PERIOD-YYYY IS NOT NUMERIC
004790             OR WS-PERIOD-SEP NOT = '-'
004800             OR WS-PERIOD-MM IS NOT NUMERIC
004810             OR WS-PERIOD-MM < '01' OR WS-PERIOD-MM > '12'
004820         DISPLAY "PRDCLOSE: PERIOD PARM MUST BE YYYY-MM - "
004830             WS-PERIOD
004840         MOVE 16 TO RETURN-CODE
004850         GO TO 1000-INITIALIZE-EXIT
004860     END-IF.
004870     IF WS-CLOSED-BY-LENGTH = ZERO OR WS-CLOSED-BY-LENGTH > 8
004880         DISPLAY "PRDCLOSE: USER ID PARM MISSING OR LONGER THAN"
004890             " 8 CHARACTERS - " WS-PARM-TEXT
004900         MOVE 16 TO RETURN-CODE
004910         GO TO 1000-INITIALIZE-EXIT
004920     END-IF.
004930     DISPLAY "PRDCLOSE: PERIOD    " WS-PERIOD.
004940     DISPLAY "PRDCLOSE: CLOSED BY " WS-CLOSED-BY.
004950     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004960     STRING WS-RUN-YYYY  '-' WS-RUN-MM  '-' WS-RUN-DD
004970         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
004980     MOVE WS-PERIOD TO RA-INPUT-NAME.
004990     MOVE 'S' TO RA-PHASE.
005000     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
005010     MOVE 'MONTH-END CLOSE' TO WS-LOG-REASON.
005020     OPEN EXTEND PRDLOG.
005030     IF WS-PRDLOG-STATUS NOT = '00'
005040             AND WS-PRDLOG-STATUS NOT = '05'
005050         DISPLAY "PRDCLOSE: UNABLE TO EXTEND THE PERIOD LOG"
005060         DISPLAY "PRDCLOSE: FILE STATUS = " WS-PRDLOG-STATUS
005070         MOVE 16 TO RETURN-CODE
005080         GO TO 1000-INITIALIZE-EXIT
005090     END-IF.
005100     IF WS-PERIOD NOT < WS-RUN-DATE-DISPLAY(1:7)
005110         DISPLAY "PRDCLOSE: PERIOD " WS-PERIOD " HAS NOT ENDED"
005120             " - NOT CLOSED"
005130         MOVE 'PERIOD NOT ENDED' TO WS-DISPOSITION
005140         MOVE 12 TO RETURN-CODE
005150         PERFORM 1400-LOG-REFUSAL
005160             THRU 1400-LOG-REFUSAL-EXIT
005170         GO TO 1000-INITIALIZE-EXIT
005180     END-IF.
005190     PERFORM 1100-OPEN-CONTROL
005200         THRU 1100-OPEN-CONTROL-EXIT.
005210     IF RETURN-CODE NOT = ZERO
005220         PERFORM 1400-LOG-REFUSAL
005230             THRU 1400-LOG-REFUSAL-EXIT
005240         GO TO 1000-INITIALIZE-EXIT
005250     END-IF.
005260     PERFORM 1200-OPEN-LEDGER
005270         THRU 1200-OPEN-LEDGER-EXIT.
005280     IF RETURN-CODE NOT = ZERO
005290         CLOSE PRDCTL
005300         PERFORM 1400-LOG-REFUSAL
005310             THRU 1400-LOG-REFUSAL-EXIT
005320         GO TO 1000-INITIALIZE-EXIT
005330     END-IF.
005340     OPEN INPUT FUELHIST.
005350     IF WS-FUELHIST-STATUS NOT = '00'
005360         DISPLAY "PRDCLOSE: UNABLE TO OPEN THE FUELTOT DATASET"
005370         DISPLAY "PRDCLOSE: FILE STATUS = " WS-FUELHIST-STATUS
005380         MOVE 'FUELTOT UNREADABLE' TO WS-DISPOSITION
005390         MOVE 16 TO RETURN-CODE
005400         CLOSE PRDCTL
005410         CLOSE FUELLDGR
005420         PERFORM 1400-LOG-REFUSAL
005430             THRU 1400-LOG-REFUSAL-EXIT
005440         GO TO 1000-INITIALIZE-EXIT
005450     END-IF.
005460     OPEN INPUT FUELARCH.
005470     IF WS-FUELARCH-STATUS NOT = '00'
005480             AND WS-FUELARCH-STATUS NOT = '05'
005490         DISPLAY "PRDCLOSE: ARCHIVE UNREADABLE - USING THE"
005500             " LIVE FILE ONLY"
005510         DISPLAY "PRDCLOSE: FILE STATUS = " WS-FUELARCH-STATUS
005520         MOVE 'Y' TO WS-FUELARCH-EOF
005530     END-IF.
005540     OPEN INPUT FUELADJ.
005550     IF WS-FUELADJ-STATUS NOT = '00'
005560             AND WS-FUELADJ-STATUS NOT = '05'
005570         DISPLAY "PRDCLOSE: ADJUSTMENTS UNREADABLE - NONE"
005580             " LEDGERED"
005590         DISPLAY "PRDCLOSE: FILE STATUS = " WS-FUELADJ-STATUS
005600         MOVE 'Y' TO WS-FUELADJ-EOF
005610     END-IF.
005620     OPEN INPUT REASNRPT.
005630     IF WS-REASNRPT-STATUS NOT = '00'
005640             AND WS-REASNRPT-STATUS NOT = '05'
005650         DISPLAY "PRDCLOSE: FAILURE REPORT UNREADABLE - NONE"
005660             " LEDGERED"
005670         DISPLAY "PRDCLOSE: FILE STATUS = " WS-REASNRPT-STATUS
005680         MOVE 'Y' TO WS-REASNRPT-EOF
005690     END-IF.
005700     OPEN OUTPUT CLOSERPT.
005710 1000-INITIALIZE-EXIT.
005720     EXIT.
005730*-----------------------------------------------------------------
005740*    1100-OPEN-CONTROL - OPEN THE PERIOD-CONTROL FILE FOR
005750*    UPDATE (LOADING A NEW ONE THE FIRST TIME) AND READ THE
005760*    PERIOD. NO RECORD IS A FIRST CLOSE; A CLOSED PERIOD IS
005770*    REFUSED RC 12; A REOPENED ONE TAKES THE NEXT CLOSE NUMBER.
005780*-----------------------------------------------------------------
005790 1100-OPEN-CONTROL.
005800     OPEN I-O PRDCTL.
005810     IF WS-PRDCTL-STATUS = '35'
005820         DISPLAY "PRDCLOSE: NO PERIOD-CONTROL FILE YET - LOADING"
005830             " A NEW ONE"
005840         OPEN OUTPUT PRDCTL
005850         IF WS-PRDCTL-STATUS = '00'
005860             CLOSE PRDCTL
005870             OPEN I-O PRDCTL
005880         END-IF
005890     END-IF.
005900     IF WS-PRDCTL-STATUS NOT = '00'
005910         DISPLAY "PRDCLOSE: UNABLE TO OPEN THE PERIOD-CONTROL"
005920             " FILE"
005930         DISPLAY "PRDCLOSE: FILE STATUS = " WS-PRDCTL-STATUS
005940         MOVE 'CONTROL UNREADABLE' TO WS-DISPOSITION
005950         MOVE 16 TO RETURN-CODE
005960         GO TO 1100-OPEN-CONTROL-EXIT
005970     END-IF.
005980     MOVE 1 TO WS-CLOSE-NUMBER.
005990     MOVE WS-PERIOD TO PD-PERIOD.
006000     READ PRDCTL
006010         INVALID KEY
006020             GO TO 1100-OPEN-CONTROL-EXIT
006030     END-READ.
006040     IF WS-PRDCTL-STATUS NOT = '00'
006050         DISPLAY "PRDCLOSE: I/O ERROR READING THE PERIOD-CONTROL"
006060             " FILE"
006070         DISPLAY "PRDCLOSE: FILE STATUS = " WS-PRDCTL-STATUS
006080         MOVE 'CONTROL UNREADABLE' TO WS-DISPOSITION
006090         MOVE 16 TO RETURN-CODE
006100         CLOSE PRDCTL
006110         GO TO 1100-OPEN-CONTROL-EXIT
006120     END-IF.
006130     SET CONTROL-RECORD-FOUND TO TRUE.
006140     IF PD-STATUS = 'C'
006150         DISPLAY "PRDCLOSE: PERIOD " WS-PERIOD " WAS CLOSED ON "
006160             PD-CLOSED-DATE " BY " PD-CLOSED-BY " - NOT CLOSED"
006170             " AGAIN"
006180         MOVE PD-CLOSE-NUMBER TO WS-CLOSE-NUMBER
006190         MOVE 'ALREADY CLOSED' TO WS-DISPOSITION
006200         MOVE 12 TO RETURN-CODE
006210         CLOSE PRDCTL
006220         GO TO 1100-OPEN-CONTROL-EXIT
006230     END-IF.
006240     ADD 1 TO PD-CLOSE-NUMBER GIVING WS-CLOSE-NUMBER.
006250     MOVE 'CLOSED AGAIN AFTER REOPEN' TO WS-LOG-REASON.
006260     DISPLAY "PRDCLOSE: PERIOD " WS-PERIOD " WAS REOPENED ON "
006270         PD-REOPENED-DATE " BY " PD-REOPENED-BY.
006280     DISPLAY "PRDCLOSE: CLOSING IT AGAIN AS CLOSE NUMBER "
006290         WS-CLOSE-NUMBER.
006300 1100-OPEN-CONTROL-EXIT.
006310     EXIT.
006320*-----------------------------------------------------------------
006330*    1200-OPEN-LEDGER - OPEN THE MONTHLY FUEL LEDGER FOR UPDATE,
006340*    LOADING A NEW ONE THE FIRST TIME
006350*-----------------------------------------------------------------
006360 1200-OPEN-LEDGER.
006370     OPEN I-O FUELLDGR.
006380     IF WS-FUELLDGR-STATUS = '35'
006390         DISPLAY "PRDCLOSE: NO LEDGER FILE YET - LOADING A NEW"
006400             " ONE"
006410         OPEN OUTPUT FUELLDGR
006420         IF WS-FUELLDGR-STATUS = '00'
006430             CLOSE FUELLDGR
006440             OPEN I-O FUELLDGR
006450         END-IF
006460     END-IF.
006470     IF WS-FUELLDGR-STATUS NOT = '00'
006480         DISPLAY "PRDCLOSE: UNABLE TO OPEN THE LEDGER FILE"
006490         DISPLAY "PRDCLOSE: FILE STATUS = " WS-FUELLDGR-STATUS
006500         MOVE 'LEDGER UNREADABLE' TO WS-DISPOSITION
006510         MOVE 16 TO RETURN-CODE
006520     END-IF.
006530 1200-OPEN-LEDGER-EXIT.
006540     EXIT.
006550*-----------------------------------------------------------------
006560*    1400-LOG-REFUSAL - A CLOSE REFUSED DURING INITIALIZATION
006570*    ENDS THE RUN BEFORE 9000-TERMINATE, SO WRITE ITS PERIOD LOG
006580*    RECORD AND THE END-OF-RUN RECORD HERE
006590*-----------------------------------------------------------------
006600 1400-LOG-REFUSAL.
006610     PERFORM 8500-WRITE-PERIOD-LOG
006620         THRU 8500-WRITE-PERIOD-LOG-EXIT.
006630     CLOSE PRDLOG.
006640     MOVE 'E' TO RA-PHASE.
006650     MOVE RETURN-CODE TO RA-RETURN-CODE.
006660     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
006670 1400-LOG-REFUSAL-EXIT.
006680     EXIT.
006690*-----------------------------------------------------------------
006700*    2000-LOAD-PUBLICATIONS - ARCHIVE FIRST, THEN THE LIVE FILE,
006710*    SO EACH DAY'S LATEST PUBLICATION IS THE ONE KEPT
006720*-----------------------------------------------------------------
006730 2000-LOAD-PUBLICATIONS.
006740     PERFORM 2010-READ-ONE-ARCHIVE
006750         THRU 2010-READ-ONE-ARCHIVE-EXIT
006760         UNTIL END-OF-FUELARCH-FILE.
006770     PERFORM 2020-READ-ONE-LIVE
006780         THRU 2020-READ-ONE-LIVE-EXIT
006790         UNTIL END-OF-FUELHIST-FILE.
006800     CLOSE FUELARCH.
006810     CLOSE FUELHIST.
006820 2000-LOAD-PUBLICATIONS-EXIT.
006830     EXIT.
006840*-----------------------------------------------------------------
006850*    2010-READ-ONE-ARCHIVE - NEXT ARCHIVED HISTORY RECORD
006860*-----------------------------------------------------------------
006870 2010-READ-ONE-ARCHIVE.
006880     READ FUELARCH INTO WS-HIST
006890         AT END
006900             MOVE 'Y' TO WS-FUELARCH-EOF
006910             GO TO 2010-READ-ONE-ARCHIVE-EXIT
006920     END-READ.
006930     PERFORM 2100-POST-ONE-RUN
006940         THRU 2100-POST-ONE-RUN-EXIT.
006950 2010-READ-ONE-ARCHIVE-EXIT.
006960     EXIT.
006970*-----------------------------------------------------------------
006980*    2020-READ-ONE-LIVE - NEXT LIVE HISTORY RECORD
006990*-----------------------------------------------------------------
007000 2020-READ-ONE-LIVE.
007010     READ FUELHIST INTO WS-HIST
007020         AT END
007030             MOVE 'Y' TO WS-EOF
007040             GO TO 2020-READ-ONE-LIVE-EXIT
007050     END-READ.
007060     PERFORM 2100-POST-ONE-RUN
007070         THRU 2100-POST-ONE-RUN-EXIT.
007080 2020-READ-ONE-LIVE-EXIT.
007090     EXIT.
007100*-----------------------------------------------------------------
007110*    2100-POST-ONE-RUN - FILE ONE PUBLICATION DATED IN THE
007120*    PERIOD AGAINST ITS DESTINATION AND DAY. A LATER RECORD FOR
007130*    A DAY ALREADY HELD (A RERUN OR RESTATEMENT) REPLACES IT.
007140*-----------------------------------------------------------------
007150 2100-POST-ONE-RUN.
007160     ADD 1 TO WS-HISTORY-COUNT.
007170     IF FH-RECORD-COUNT IS NOT NUMERIC
007180             OR FH-RUN-DATE = SPACES
007190         DISPLAY "PRDCLOSE: SKIPPING UNREADABLE FUELTOT RECORD "
007200             WS-HISTORY-COUNT
007210         ADD 1 TO WS-REJECTED-COUNT
007220         GO TO 2100-POST-ONE-RUN-EXIT
007230     END-IF.
007240     IF FH-RUN-DATE(1:7) NOT = WS-PERIOD
007250         GO TO 2100-POST-ONE-RUN-EXIT
007260     END-IF.
007270     MOVE FH-RUN-DATE(9:2) TO WS-DAY-TEXT.
007280     IF WS-DAY-NUMBER IS NOT NUMERIC
007290             OR WS-DAY-NUMBER < 1 OR WS-DAY-NUMBER > 31
007300         DISPLAY "PRDCLOSE: SKIPPING FUELTOT RECORD "
007310             WS-HISTORY-COUNT " - BAD RUN DATE " FH-RUN-DATE
007320         ADD 1 TO WS-REJECTED-COUNT
007330         GO TO 2100-POST-ONE-RUN-EXIT
007340     END-IF.
007350     MOVE WS-DAY-NUMBER TO WS-DAY-SUB.
007360     ADD 1 TO WS-PUBLICATION-COUNT.
007370     MOVE FH-DEST-CODE TO WS-FIND-DEST.
007380     PERFORM 2110-FIND-DEST
007390         THRU 2110-FIND-DEST-EXIT.
007400     IF WS-DEST-SUB = ZERO
007410         GO TO 2100-POST-ONE-RUN-EXIT
007420     END-IF.
007430     ADD 1 TO DS-PUBLICATIONS (WS-DEST-SUB).
007440     IF FH-RESTATE-SEQ IS NUMERIC
007450             AND FH-RESTATE-SEQ NOT = '000'
007460         ADD 1 TO DS-RESTATEMENTS (WS-DEST-SUB)
007470     END-IF.
007480     MOVE FH-MASS-TOTAL TO WS-MASS-TOTAL-IN.
007490     MOVE 'Y' TO DY-PUBLISHED-SW (WS-DEST-SUB, WS-DAY-SUB).
007500     MOVE FH-RECORD-COUNT TO DY-COUNT (WS-DEST-SUB, WS-DAY-SUB).
007510     MOVE WS-MASS-TOTAL-IN
007520         TO DY-TOTAL (WS-DEST-SUB, WS-DAY-SUB).
007530 2100-POST-ONE-RUN-EXIT.
007540     EXIT.
007550*-----------------------------------------------------------------
007560*    2110-FIND-DEST - LOCATE WS-FIND-DEST IN THE DESTINATION
007570*    TABLE, ADDING IT IF NEW. A BLANK DESTINATION IS EARTH, AS
007580*    ON THE FUEL RUN. LEAVES WS-DEST-SUB AT ZERO WHEN THE TABLE
007590*    IS FULL.
007600*-----------------------------------------------------------------
007610 2110-FIND-DEST.
007620     IF WS-FIND-DEST = SPACES
007630         MOVE 'EARTH' TO WS-FIND-DEST
007640     END-IF.
007650     MOVE ZERO TO WS-DEST-SUB.
007660     MOVE 1 TO WS-DEST-SCAN.
007670     PERFORM 2120-TEST-DEST-ENTRY
007680         THRU 2120-TEST-DEST-ENTRY-EXIT
007690         UNTIL WS-DEST-SUB > ZERO
007700            OR WS-DEST-SCAN > WS-DEST-COUNT.
007710     IF WS-DEST-SUB > ZERO
007720         GO TO 2110-FIND-DEST-EXIT
007730     END-IF.
007740     IF WS-DEST-COUNT NOT < WS-DEST-MAX
007750         DISPLAY "PRDCLOSE: MORE THAN " WS-DEST-MAX
007760             " DESTINATIONS - " WS-FIND-DEST " NOT LEDGERED"
007770         ADD 1 TO WS-DEST-DROPPED-COUNT
007780         GO TO 2110-FIND-DEST-EXIT
007790     END-IF.
007800     ADD 1 TO WS-DEST-COUNT.
007810     MOVE WS-DEST-COUNT TO WS-DEST-SUB.
007820     MOVE WS-FIND-DEST TO DS-DEST-CODE (WS-DEST-SUB).
007830     MOVE ZERO TO DS-PUBLICATIONS (WS-DEST-SUB).
007840     MOVE ZERO TO DS-RESTATEMENTS (WS-DEST-SUB).
007850     MOVE ZERO TO DS-DAYS-PUBLISHED (WS-DEST-SUB).
007860     MOVE ZERO TO DS-MODULE-COUNT (WS-DEST-SUB).
007870     MOVE ZERO TO DS-FUEL-TOTAL (WS-DEST-SUB).
007880     MOVE ZERO TO DS-ADJ-RUNS (WS-DEST-SUB).
007890     MOVE ZERO TO DS-ADJ-MODULES (WS-DEST-SUB).
007900     MOVE ZERO TO DS-ADJ-FUEL (WS-DEST-SUB).
007910     MOVE ZERO TO DS-ADJ-RECURSIVE (WS-DEST-SUB).
007920     MOVE ZERO TO DS-REASN-FAILURES (WS-DEST-SUB).
007930     MOVE 1 TO WS-DAY-SUB.
007940     PERFORM 2130-CLEAR-ONE-DAY
007950         THRU 2130-CLEAR-ONE-DAY-EXIT
007960         UNTIL WS-DAY-SUB > 31.
007970 2110-FIND-DEST-EXIT.
007980     EXIT.
007990*-----------------------------------------------------------------
008000*    2120-TEST-DEST-ENTRY - DOES THIS ENTRY MATCH THE
008010*    DESTINATION ASKED FOR
008020*-----------------------------------------------------------------
008030 2120-TEST-DEST-ENTRY.
008040     IF DS-DEST-CODE (WS-DEST-SCAN) = WS-FIND-DEST
008050         MOVE WS-DEST-SCAN TO WS-DEST-SUB
008060     ELSE
008070         ADD 1 TO WS-DEST-SCAN
008080     END-IF.
008090 2120-TEST-DEST-ENTRY-EXIT.
008100     EXIT.
008110*-----------------------------------------------------------------
008120*    2130-CLEAR-ONE-DAY - EMPTY ONE DAY SLOT OF A NEW ENTRY
008130*-----------------------------------------------------------------
008140 2130-CLEAR-ONE-DAY.
008150     MOVE 'N' TO DY-PUBLISHED-SW (WS-DEST-SUB, WS-DAY-SUB).
008160     MOVE ZERO TO DY-COUNT (WS-DEST-SUB, WS-DAY-SUB).
008170     MOVE ZERO TO DY-TOTAL (WS-DEST-SUB, WS-DAY-SUB).
008180     ADD 1 TO WS-DAY-SUB.
008190 2130-CLEAR-ONE-DAY-EXIT.
008200     EXIT.
008210*-----------------------------------------------------------------
008220*    3000-LOAD-ADJUSTMENTS - ONE PASS OF THE PERIOD'S MASSCORR
008230*    ADJUSTMENT FILES
008240*-----------------------------------------------------------------
008250 3000-LOAD-ADJUSTMENTS.
008260     PERFORM 3010-READ-ONE-ADJUSTMENT
008270         THRU 3010-READ-ONE-ADJUSTMENT-EXIT
008280         UNTIL END-OF-FUELADJ-FILE.
008290     CLOSE FUELADJ.
008300 3000-LOAD-ADJUSTMENTS-EXIT.
008310     EXIT.
008320*-----------------------------------------------------------------
008330*    3010-READ-ONE-ADJUSTMENT - A 'TOTAL' RECORD DATED IN THE
008340*    PERIOD IS ONE ADJUSTMENT RUN AND CARRIES ITS FUEL DELTAS;
008350*    EVERY OTHER RECORD IS ONE CORRECTED MODULE
008360*-----------------------------------------------------------------
008370 3010-READ-ONE-ADJUSTMENT.
008380     READ FUELADJ
008390         AT END
008400             MOVE 'Y' TO WS-FUELADJ-EOF
008410             GO TO 3010-READ-ONE-ADJUSTMENT-EXIT
008420     END-READ.
008430     IF AJ-RUN-DATE(1:7) NOT = WS-PERIOD
008440         GO TO 3010-READ-ONE-ADJUSTMENT-EXIT
008450     END-IF.
008460     ADD 1 TO WS-ADJUSTMENT-COUNT.
008470     MOVE AJ-DEST-CODE TO WS-FIND-DEST.
008480     PERFORM 2110-FIND-DEST
008490         THRU 2110-FIND-DEST-EXIT.
008500     IF WS-DEST-SUB = ZERO
008510         GO TO 3010-READ-ONE-ADJUSTMENT-EXIT
008520     END-IF.
008530     IF AJ-MODULE-ID NOT = 'TOTAL'
008540         ADD 1 TO DS-ADJ-MODULES (WS-DEST-SUB)
008550         GO TO 3010-READ-ONE-ADJUSTMENT-EXIT
008560     END-IF.
008570     ADD 1 TO DS-ADJ-RUNS (WS-DEST-SUB).
008580     MOVE AJ-FUEL-DELTA TO WS-DELTA-IN.
008590     ADD WS-DELTA-IN TO DS-ADJ-FUEL (WS-DEST-SUB).
008600     IF AJ-RECURSIVE-DELTA IS NUMERIC
008610         ADD AJ-RECURSIVE-DELTA
008620             TO DS-ADJ-RECURSIVE (WS-DEST-SUB)
008630     END-IF.
008640 3010-READ-ONE-ADJUSTMENT-EXIT.
008650     EXIT.
008660*-----------------------------------------------------------------
008670*    4000-LOAD-FAILURES - ONE PASS OF THE REASONABLENESS-FAILURE
008680*    REPORT
008690*-----------------------------------------------------------------
008700 4000-LOAD-FAILURES.
008710     PERFORM 4010-READ-ONE-FAILURE
008720         THRU 4010-READ-ONE-FAILURE-EXIT
008730         UNTIL END-OF-REASNRPT-FILE.
008740     CLOSE REASNRPT.
008750 4000-LOAD-FAILURES-EXIT.
008760     EXIT.
008770*-----------------------------------------------------------------
008780*    4010-READ-ONE-FAILURE - COUNT ONE FAILURE DATED IN THE
008790*    PERIOD AGAINST ITS DESTINATION
008800*-----------------------------------------------------------------
008810 4010-READ-ONE-FAILURE.
008820     READ REASNRPT
008830         AT END
008840             MOVE 'Y' TO WS-REASNRPT-EOF
008850             GO TO 4010-READ-ONE-FAILURE-EXIT
008860     END-READ.
008870     IF RF-RUN-DATE(1:7) NOT = WS-PERIOD
008880         GO TO 4010-READ-ONE-FAILURE-EXIT
008890     END-IF.
008900     ADD 1 TO WS-FAILURE-COUNT.
008910     MOVE RF-DEST-CODE TO WS-FIND-DEST.
008920     PERFORM 2110-FIND-DEST
008930         THRU 2110-FIND-DEST-EXIT.
008940     IF WS-DEST-SUB > ZERO
008950         ADD 1 TO DS-REASN-FAILURES (WS-DEST-SUB)
008960     END-IF.
008970 4010-READ-ONE-FAILURE-EXIT.
008980     EXIT.
008990*-----------------------------------------------------------------
009000*    5000-POST-LEDGER - ONE LEDGER RECORD AND REPORT LINE PER
009010*    DESTINATION WITH ANY ACTIVITY IN THE PERIOD, THEN THE
009020*    PERIOD TOTALS
009030*-----------------------------------------------------------------
009040 5000-POST-LEDGER.
009050     MOVE WS-LEDGER-HEADING TO WS-COLUMN-HEADING.
009060     MOVE 999 TO WS-LINE-COUNT.
009070     IF WS-DEST-COUNT = ZERO
009080         DISPLAY "PRDCLOSE: NO FUEL ACTIVITY FOUND FOR "
009090             WS-PERIOD
009100         MOVE 'NO ACTIVITY IN PERIOD' TO WS-PRINT-LINE
009110         PERFORM 8100-PRINT-LINE
009120             THRU 8100-PRINT-LINE-EXIT
009130         GO TO 5000-POST-LEDGER-EXIT
009140     END-IF.
009150     MOVE 1 TO WS-DEST-SUB.
009160     PERFORM 5010-POST-ONE-DESTINATION
009170         THRU 5010-POST-ONE-DESTINATION-EXIT
009180         UNTIL WS-DEST-SUB > WS-DEST-COUNT.
009190     MOVE WS-BLANK-LINE TO WS-PRINT-LINE.
009200     PERFORM 8100-PRINT-LINE
009210         THRU 8100-PRINT-LINE-EXIT.
009220     MOVE 'TOTAL' TO LL-DEST-CODE.
009230     MOVE GT-DAYS-PUBLISHED TO LL-DAYS-PUBLISHED.
009240     MOVE GT-PUBLICATIONS TO LL-PUBLICATIONS.
009250     MOVE GT-RESTATEMENTS TO LL-RESTATEMENTS.
009260     MOVE GT-MODULE-COUNT TO LL-MODULE-COUNT.
009270     MOVE GT-FUEL-TOTAL TO LL-FUEL-TOTAL.
009280     MOVE GT-ADJ-RUNS TO LL-ADJ-RUNS.
009290     MOVE GT-ADJ-MODULES TO LL-ADJ-MODULES.
009300     MOVE GT-ADJ-FUEL TO LL-ADJ-FUEL.
009310     MOVE GT-ADJ-RECURSIVE TO LL-ADJ-RECURSIVE.
009320     MOVE GT-REASN-FAILURES TO LL-REASN-FAILURES.
009330     MOVE WS-LEDGER-LINE TO WS-PRINT-LINE.
009340     PERFORM 8100-PRINT-LINE
009350         THRU 8100-PRINT-LINE-EXIT.
009360 5000-POST-LEDGER-EXIT.
009370     EXIT.
009380*-----------------------------------------------------------------
009390*    5010-POST-ONE-DESTINATION - TOTAL THE DESTINATION'S DAYS,
009400*    WRITE ITS LEDGER RECORD, AND PRINT ITS LINE. A RECORD
009410*    ALREADY ON FILE UNDER THIS CLOSE NUMBER CAN ONLY BE LEFT BY
009420*    AN EARLIER ATTEMPT THAT FAILED BEFORE THE PERIOD WAS MARKED
009430*    CLOSED, SO IT IS REPLACED.
009440*-----------------------------------------------------------------
009450 5010-POST-ONE-DESTINATION.
009460     MOVE 1 TO WS-DAY-SUB.
009470     PERFORM 5020-TOTAL-ONE-DAY
009480         THRU 5020-TOTAL-ONE-DAY-EXIT
009490         UNTIL WS-DAY-SUB > 31.
009500     IF DS-DAYS-PUBLISHED (WS-DEST-SUB) = ZERO
009510         DISPLAY "PRDCLOSE: " DS-DEST-CODE (WS-DEST-SUB)
009520             " HAS ACTIVITY BUT NO PUBLISHED DAY IN " WS-PERIOD
009530         ADD 1 TO WS-UNPUBLISHED-COUNT
009540     END-IF.
009550     MOVE SPACES TO FUELLDGR-RECORD.
009560     MOVE WS-PERIOD TO LG-PERIOD.
009570     MOVE DS-DEST-CODE (WS-DEST-SUB) TO LG-DEST-CODE.
009580     MOVE WS-CLOSE-NUMBER TO LG-CLOSE-NUMBER.
009590     MOVE DS-DAYS-PUBLISHED (WS-DEST-SUB) TO LG-DAYS-PUBLISHED.
009600     MOVE DS-PUBLICATIONS (WS-DEST-SUB) TO LG-PUBLICATIONS.
009610     MOVE DS-RESTATEMENTS (WS-DEST-SUB) TO LG-RESTATEMENTS.
009620     MOVE DS-MODULE-COUNT (WS-DEST-SUB) TO LG-MODULE-COUNT.
009630     MOVE DS-FUEL-TOTAL (WS-DEST-SUB) TO LG-FUEL-TOTAL.
009640     MOVE DS-ADJ-RUNS (WS-DEST-SUB) TO LG-ADJ-RUNS.
009650     MOVE DS-ADJ-MODULES (WS-DEST-SUB) TO LG-ADJ-MODULES.
009660     MOVE DS-ADJ-FUEL (WS-DEST-SUB) TO LG-ADJ-FUEL.
009670     MOVE DS-ADJ-RECURSIVE (WS-DEST-SUB) TO LG-ADJ-RECURSIVE.
009680     MOVE DS-REASN-FAILURES (WS-DEST-SUB) TO LG-REASN-FAILURES.
009690     MOVE WS-RUN-DATE-DISPLAY TO LG-CLOSED-DATE.
009700     MOVE WS-CLOSED-BY TO LG-CLOSED-BY.
009710     WRITE FUELLDGR-RECORD
009720         INVALID KEY
009730             REWRITE FUELLDGR-RECORD
009740                 INVALID KEY
009750                     CONTINUE
009760             END-REWRITE
009770     END-WRITE.
009780     IF WS-FUELLDGR-STATUS NOT = '00'
009790         DISPLAY "PRDCLOSE: LEDGER RECORD NOT WRITTEN FOR "
009800             DS-DEST-CODE (WS-DEST-SUB)
009810         DISPLAY "PRDCLOSE: FILE STATUS = " WS-FUELLDGR-STATUS
009820         ADD 1 TO WS-LEDGER-FAIL-COUNT
009830     ELSE
009840         ADD 1 TO WS-LEDGER-COUNT
009850     END-IF.
009860     ADD DS-DAYS-PUBLISHED (WS-DEST-SUB) TO GT-DAYS-PUBLISHED.
009870     ADD DS-PUBLICATIONS (WS-DEST-SUB) TO GT-PUBLICATIONS.
009880     ADD DS-RESTATEMENTS (WS-DEST-SUB) TO GT-RESTATEMENTS.
009890     ADD DS-MODULE-COUNT (WS-DEST-SUB) TO GT-MODULE-COUNT.
009900     ADD DS-FUEL-TOTAL (WS-DEST-SUB) TO GT-FUEL-TOTAL.
009910     ADD DS-ADJ-RUNS (WS-DEST-SUB) TO GT-ADJ-RUNS.
009920     ADD DS-ADJ-MODULES (WS-DEST-SUB) TO GT-ADJ-MODULES.
009930     ADD DS-ADJ-FUEL (WS-DEST-SUB) TO GT-ADJ-FUEL.
009940     ADD DS-ADJ-RECURSIVE (WS-DEST-SUB) TO GT-ADJ-RECURSIVE.
009950     ADD DS-REASN-FAILURES (WS-DEST-SUB) TO GT-REASN-FAILURES.
009960     MOVE DS-DEST-CODE (WS-DEST-SUB) TO LL-DEST-CODE.
009970     MOVE DS-DAYS-PUBLISHED (WS-DEST-SUB) TO LL-DAYS-PUBLISHED.
009980     MOVE DS-PUBLICATIONS (WS-DEST-SUB) TO LL-PUBLICATIONS.
009990     MOVE DS-RESTATEMENTS (WS-DEST-SUB) TO LL-RESTATEMENTS.
010000     MOVE DS-MODULE-COUNT (WS-DEST-SUB) TO LL-MODULE-COUNT.
010010     MOVE DS-FUEL-TOTAL (WS-DEST-SUB) TO LL-FUEL-TOTAL.
010020     MOVE DS-ADJ-RUNS (WS-DEST-SUB) TO LL-ADJ-RUNS.
010030     MOVE DS-ADJ-MODULES (WS-DEST-SUB) TO LL-ADJ-MODULES.
010040     MOVE DS-ADJ-FUEL (WS-DEST-SUB) TO LL-ADJ-FUEL.
010050     MOVE DS-ADJ-RECURSIVE (WS-DEST-SUB) TO LL-ADJ-RECURSIVE.
010060     MOVE DS-REASN-FAILURES (WS-DEST-SUB) TO LL-REASN-FAILURES.
010070     MOVE WS-LEDGER-LINE TO WS-PRINT-LINE.
010080     PERFORM 8100-PRINT-LINE
010090         THRU 8100-PRINT-LINE-EXIT.
010100     ADD 1 TO WS-DEST-SUB.
010110 5010-POST-ONE-DESTINATION-EXIT.
010120     EXIT.
010130*-----------------------------------------------------------------
010140*    5020-TOTAL-ONE-DAY - ADD ONE PUBLISHED DAY INTO THE
010150*    DESTINATION'S PERIOD FIGURES
010160*-----------------------------------------------------------------
010170 5020-TOTAL-ONE-DAY.
010180     IF DY-PUBLISHED-SW (WS-DEST-SUB, WS-DAY-SUB) = 'Y'
010190         ADD 1 TO DS-DAYS-PUBLISHED (WS-DEST-SUB)
010200         ADD DY-COUNT (WS-DEST-SUB, WS-DAY-SUB)
010210             TO DS-MODULE-COUNT (WS-DEST-SUB)
010220         ADD DY-TOTAL (WS-DEST-SUB, WS-DAY-SUB)
010230             TO DS-FUEL-TOTAL (WS-DEST-SUB)
010240     END-IF.
010250     ADD 1 TO WS-DAY-SUB.
010260 5020-TOTAL-ONE-DAY-EXIT.
010270     EXIT.
010280*-----------------------------------------------------------------
010290*    6000-CLOSE-PERIOD - MARK THE PERIOD CLOSED, ONLY WHEN EVERY
010300*    LEDGER RECORD WAS WRITTEN - OTHERWISE THE PERIOD STAYS OPEN
010310*    (OR REOPENED) SO THE CLOSE CAN SIMPLY BE RERUN. THE REOPEN
010320*    COLUMNS OF A REOPENED PERIOD ARE KEPT.
010330*-----------------------------------------------------------------
010340 6000-CLOSE-PERIOD.
010350     IF WS-LEDGER-FAIL-COUNT > ZERO
010360         DISPLAY "PRDCLOSE: LEDGER INCOMPLETE - PERIOD "
010370             WS-PERIOD " NOT CLOSED"
010380         MOVE 'LEDGER POST FAILED' TO WS-DISPOSITION
010390         MOVE 8 TO RETURN-CODE
010400         GO TO 6000-CLOSE-PERIOD-LOG
010410     END-IF.
010420     IF NOT CONTROL-RECORD-FOUND
010430         MOVE SPACES TO PRDCTL-RECORD
010440         MOVE WS-PERIOD TO PD-PERIOD
010450     END-IF.
010460     MOVE 'C' TO PD-STATUS.
010470     MOVE WS-CLOSE-NUMBER TO PD-CLOSE-NUMBER.
010480     MOVE WS-RUN-DATE-DISPLAY TO PD-CLOSED-DATE.
010490     MOVE WS-CLOSED-BY TO PD-CLOSED-BY.
010500     IF CONTROL-RECORD-FOUND
010510         REWRITE PRDCTL-RECORD
010520             INVALID KEY
010530                 CONTINUE
010540         END-REWRITE
010550     ELSE
010560         WRITE PRDCTL-RECORD
010570             INVALID KEY
010580                 CONTINUE
010590         END-WRITE
010600     END-IF.
010610     IF WS-PRDCTL-STATUS NOT = '00'
010620         DISPLAY "PRDCLOSE: PERIOD-CONTROL UPDATE FAILED - "
010630             WS-PERIOD " NOT CLOSED"
010640         DISPLAY "PRDCLOSE: FILE STATUS = " WS-PRDCTL-STATUS
010650         MOVE 'CONTROL UPDATE FAILED' TO WS-DISPOSITION
010660         MOVE 8 TO RETURN-CODE
010670         GO TO 6000-CLOSE-PERIOD-LOG
010680     END-IF.
010690     MOVE 'CLOSED' TO WS-DISPOSITION.
010700     DISPLAY "PRDCLOSE: PERIOD " WS-PERIOD " CLOSED BY "
010710         WS-CLOSED-BY " - CLOSE NUMBER " WS-CLOSE-NUMBER.
010720 6000-CLOSE-PERIOD-LOG.
010730     PERFORM 8500-WRITE-PERIOD-LOG
010740         THRU 8500-WRITE-PERIOD-LOG-EXIT.
010750 6000-CLOSE-PERIOD-EXIT.
010760     EXIT.
010770*-----------------------------------------------------------------
010780*    8100-PRINT-LINE - WRITE THE LINE BUILT IN WS-PRINT-LINE,
010790*    BREAKING TO A NEW PAGE FIRST WHEN THE PAGE IS FULL
010800*-----------------------------------------------------------------
010810 8100-PRINT-LINE.
010820     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
010830         PERFORM 8200-PRINT-HEADINGS
010840             THRU 8200-PRINT-HEADINGS-EXIT
010850     END-IF.
010860     WRITE PRINT-RECORD FROM WS-PRINT-LINE
010870         AFTER ADVANCING 1 LINE.
010880     ADD 1 TO WS-LINE-COUNT.
010890 8100-PRINT-LINE-EXIT.
010900     EXIT.
010910*-----------------------------------------------------------------
010920*    8200-PRINT-HEADINGS - START A NEW PAGE WITH THE REPORT
010930*    HEADING AND THE CURRENT SECTION'S COLUMN HEADING
010940*-----------------------------------------------------------------
010950 8200-PRINT-HEADINGS.
010960     ADD 1 TO WS-PAGE-NUMBER.
010970     MOVE WS-PERIOD TO H1-PERIOD.
010980     MOVE WS-CLOSE-NUMBER TO H1-CLOSE-NUMBER.
010990     MOVE WS-RUN-DATE-DISPLAY TO H1-RUN-DATE.
011000     MOVE WS-PAGE-NUMBER TO H1-PAGE-NUMBER.
011010     IF WS-PAGE-NUMBER = 1
011020         WRITE PRINT-RECORD FROM WS-HEADING-1
011030             AFTER ADVANCING 1 LINE
011040     ELSE
011050         WRITE PRINT-RECORD FROM WS-HEADING-1
011060             AFTER ADVANCING PAGE
011070     END-IF.
011080     WRITE PRINT-RECORD FROM WS-COLUMN-HEADING
011090         AFTER ADVANCING 1 LINE.
011100     WRITE PRINT-RECORD FROM WS-BLANK-LINE
011110         AFTER ADVANCING 1 LINE.
011120     MOVE 3 TO WS-LINE-COUNT.
011130 8200-PRINT-HEADINGS-EXIT.
011140     EXIT.
011150*-----------------------------------------------------------------
011160*    8300-PRINT-SUMMARY-COUNT - ONE LABELLED COUNT ON THE
011170*    SUMMARY PAGE
011180*-----------------------------------------------------------------
011190 8300-PRINT-SUMMARY-COUNT.
011200     MOVE WS-SUMMARY-COUNT-LINE TO WS-PRINT-LINE.
011210     PERFORM 8100-PRINT-LINE
011220         THRU 8100-PRINT-LINE-EXIT.
011230 8300-PRINT-SUMMARY-COUNT-EXIT.
011240     EXIT.
011250*-----------------------------------------------------------------
011260*    8500-WRITE-PERIOD-LOG - ONE CLOSE RECORD ON THE PERIOD LOG
011270*    WITH WS-DISPOSITION AS WHAT BECAME OF THE ATTEMPT
011280*-----------------------------------------------------------------
011290 8500-WRITE-PERIOD-LOG.
011300     MOVE SPACES TO PRDLOG-RECORD.
011310     MOVE WS-RUN-DATE-DISPLAY TO LO-LOG-DATE.
011320     MOVE 'CLOSE' TO LO-ACTION.
011330     MOVE WS-PERIOD TO LO-PERIOD.
011340     MOVE WS-CLOSE-NUMBER TO LO-CLOSE-NUMBER.
011350     MOVE WS-CLOSED-BY TO LO-USER-ID.
011360     MOVE WS-DISPOSITION TO LO-DISPOSITION.
011370     MOVE WS-LOG-REASON TO LO-REASON.
011380     WRITE PRDLOG-RECORD.
011390 8500-WRITE-PERIOD-LOG-EXIT.
011400     EXIT.
011410*-----------------------------------------------------------------
011420*    9000-TERMINATE - PRINT THE SUMMARY PAGE, SET THE RETURN
011430*    CODE, CLOSE FILES, AND LOG THE RUN. A REJECTED FUELTOT
011440*    RECORD, A DESTINATION LEFT OFF THE LEDGER, ONE WITH
011450*    ACTIVITY BUT NO PUBLISHED DAY, OR A PERIOD WITH NO
011460*    ACTIVITY AT ALL ENDS THE STEP RC 4; A LEDGER OR CONTROL
011470*    FAILURE HAS ALREADY SET 8.
011480*-----------------------------------------------------------------
011490 9000-TERMINATE.
011500     MOVE WS-SUMMARY-HEADING TO WS-COLUMN-HEADING.
011510     MOVE 999 TO WS-LINE-COUNT.
011520     MOVE 'FUELTOT RECORDS READ' TO SM-LABEL.
011530     MOVE WS-HISTORY-COUNT TO SM-COUNT.
011540     PERFORM 8300-PRINT-SUMMARY-COUNT
011550         THRU 8300-PRINT-SUMMARY-COUNT-EXIT.
011560     MOVE 'PUBLICATIONS IN PERIOD' TO SM-LABEL.
011570     MOVE WS-PUBLICATION-COUNT TO SM-COUNT.
011580     PERFORM 8300-PRINT-SUMMARY-COUNT
011590         THRU 8300-PRINT-SUMMARY-COUNT-EXIT.
011600     MOVE 'ADJUSTMENT RECORDS IN PERIOD' TO SM-LABEL.
011610     MOVE WS-ADJUSTMENT-COUNT TO SM-COUNT.
011620     PERFORM 8300-PRINT-SUMMARY-COUNT
011630         THRU 8300-PRINT-SUMMARY-COUNT-EXIT.
011640     MOVE 'FAILURES IN PERIOD' TO SM-LABEL.
011650     MOVE WS-FAILURE-COUNT TO SM-COUNT.
011660     PERFORM 8300-PRINT-SUMMARY-COUNT
011670         THRU 8300-PRINT-SUMMARY-COUNT-EXIT.
011680     MOVE 'RECORDS REJECTED' TO SM-LABEL.
011690     MOVE WS-REJECTED-COUNT TO SM-COUNT.
011700     PERFORM 8300-PRINT-SUMMARY-COUNT
011710         THRU 8300-PRINT-SUMMARY-COUNT-EXIT.
011720     MOVE 'LEDGER RECORDS WRITTEN' TO SM-LABEL.
011730     MOVE WS-LEDGER-COUNT TO SM-COUNT.
011740     PERFORM 8300-PRINT-SUMMARY-COUNT
011750         THRU 8300-PRINT-SUMMARY-COUNT-EXIT.
011760     MOVE 'LEDGER RECORDS FAILED' TO SM-LABEL.
011770     MOVE WS-LEDGER-FAIL-COUNT TO SM-COUNT.
011780     PERFORM 8300-PRINT-SUMMARY-COUNT
011790         THRU 8300-PRINT-SUMMARY-COUNT-EXIT.
011800     MOVE 'DESTINATIONS NOT LEDGERED' TO SM-LABEL.
011810     MOVE WS-DEST-DROPPED-COUNT TO SM-COUNT.
011820     PERFORM 8300-PRINT-SUMMARY-COUNT
011830         THRU 8300-PRINT-SUMMARY-COUNT-EXIT.
011840     MOVE 'DESTINATIONS NEVER PUBLISHED' TO SM-LABEL.
011850     MOVE WS-UNPUBLISHED-COUNT TO SM-COUNT.
011860     PERFORM 8300-PRINT-SUMMARY-COUNT
011870         THRU 8300-PRINT-SUMMARY-COUNT-EXIT.
011880     MOVE SPACES TO WS-PRINT-LINE.
011890     STRING 'PERIOD ' WS-PERIOD ' - ' WS-DISPOSITION
011900         DELIMITED BY SIZE INTO WS-PRINT-LINE.
011910     PERFORM 8100-PRINT-LINE
011920         THRU 8100-PRINT-LINE-EXIT.
011930     IF WS-REJECTED-COUNT > ZERO
011940             OR WS-DEST-DROPPED-COUNT > ZERO
011950             OR WS-UNPUBLISHED-COUNT > ZERO
011960             OR WS-DEST-COUNT = ZERO
011970         IF RETURN-CODE < 4
011980             MOVE 4 TO RETURN-CODE
011990         END-IF
012000     END-IF.
012010     CLOSE CLOSERPT.
012020     CLOSE PRDLOG.
012030     CLOSE FUELLDGR.
012040     CLOSE PRDCTL.
012050     DISPLAY "PRDCLOSE: PUBLICATIONS IN PERIOD: "
012060         WS-PUBLICATION-COUNT.
012070     DISPLAY "PRDCLOSE: LEDGER RECORDS:        " WS-LEDGER-COUNT.
012080     MOVE 'E' TO RA-PHASE.
012090     MOVE WS-HISTORY-COUNT TO RA-RECORDS-READ.
012100     MOVE WS-REJECTED-COUNT TO RA-RECORDS-REJECTED.
012110     MOVE GT-FUEL-TOTAL TO RA-FINAL-TOTAL.
012120     MOVE RETURN-CODE TO RA-RETURN-CODE.
012130     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
012140 9000-TERMINATE-EXIT.
012150     EXIT.
