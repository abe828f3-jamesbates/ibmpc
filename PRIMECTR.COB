000100******************************************************************
000110*                                                                *
000120*  PROGRAM-ID : PRIMECTR                                         *
000130*  DEVELOPED BY : D. L. SUITE BATCH SYSTEMS GROUP                *
000140*                                                                *
000150******************************************************************
000160 identification division.
000170 program-id. primectr.
000180 author. d l suite batch systems group.
000190 installation. central data processing.
000200 date-written. 2026-10-15.
000210 date-compiled.
000220
000230******************************************************************
000240* MODIFICATION HISTORY                                           *
000250*   2026-10-15  DLS  ORIGINAL VERSION. TABLE VERSION LINEAGE     *
000260*                    REPORT OVER THE STANDING PRIMECAT VERSION   *
000270*                    CATALOG. LISTS EVERY PRIME-TABLE VERSION    *
000280*                    REGISTERED BY THE MAIN JOB WITH THE         *
000290*                    OUTPUTS (FACTOUT, ARIOUT, INQRESP, EXTRACT) *
000300*                    THE CONSUMERS BUILT FROM IT, FLAGS OUTPUTS  *
000310*                    BUILT FROM A VERSION SINCE SUPERSEDED OR    *
000320*                    BACKED OUT BY A PRIMEREF RESTORE, LISTS     *
000330*                    OUTPUTS WHOSE VERSION WAS NEVER REGISTERED, *
000340*                    AND LISTS EVERY RESTORE WITH THE VERSION IT *
000350*                    REVERTED TO, ALL ON THE CATRPT REPORT. ENDS *
000360*                    RC 4 WHEN ANY OUTPUT STILL TRACES TO A      *
000370*                    BACKED-OUT VERSION.                         *
000372*   2026-10-15  DLS  CERRESP (PRIMECER) AND ROOTOUT (PRIMEROT)   *
000374*                    ARE NOW ALSO CATALOGUED CONSUMER OUTPUTS,   *
000376*                    AND THE MERGED TABLES OF PRIMEMRG ARE       *
000378*                    REGISTERED VERSIONS LIKE THE MAIN JOB'S.    *
000379*   2026-10-15  DLS  THE LINE THAT TURNS A REPORT PAGE IS NOW    *
000380*                    HELD ACROSS THE PAGE HEADINGS INSTEAD OF    *
000381*                    BEING OVERWRITTEN BY THEM.                  *
000382******************************************************************
000390
000400 environment division.
000410 configuration section.
000420 source-computer. ibm-pc.
000430 object-computer. ibm-pc.
000440
000450 input-output section.
000460 file-control.
000470     select catalog-file assign to "PRIMECAT"
000480         organization is line sequential
000490         file status is catalog-status.
000500
000510     select catrpt-file assign to "CATRPT"
000520         organization is line sequential
000530         file status is catrpt-status.
000540
000550     select auditlog-file assign to "PRIMEAUD"
000560         organization is line sequential
000570         file status is auditlog-status.
000580
000590 data division.
000600 file section.
000610 fd  catalog-file
000620     label records are standard.
000630 01  catalog-record               picture x(89).
000640
000650 fd  catrpt-file
000660     label records are standard.
000670 01  catrpt-record                picture x(80).
000680
000690 fd  auditlog-file
000700     label records are standard.
000710 01  auditlog-record              picture x(89).
000720
000730 working-storage section.
000740 77  catalog-status               picture x(02) value spaces.
000750 77  catrpt-status                picture x(02) value spaces.
000760 77  cat-max                      picture 9(4) value 3000.
000770 77  version-count                picture 9(6) comp value zero.
000780 77  output-count                 picture 9(6) comp value zero.
000790 77  stale-count                  picture 9(6) comp value zero.
000800 77  backed-count                 picture 9(6) comp value zero.
000810 77  unreg-count                  picture 9(6) comp value zero.
000820 77  restore-count                picture 9(6) comp value zero.
000830 77  bad-records                  picture 9(6) comp value zero.
000840 77  rpt-line-count               picture 9(4) comp value zero.
000850 77  rpt-page-count               picture 9(4) comp value zero.
000860 77  rpt-lines-per-page           picture 9(4) comp value 55.
000870 77  rpt-page-disp                picture zz9.
000880 77  rpt-run-date                 picture 9(6).
000890 77  rpt-run-date-disp            picture 99b99b99.
000900 77  rpt-run-time                 picture 9(8).
000910 77  rpt-run-time-disp            picture 99b99b99b99.
000915 77  rpt-hold-line                picture x(80).
000920
000930******************************************************************
000940*  THE CATALOG IN STORAGE, FILE ORDER. CE-STATE HOLDS A VERSION'S*
000950*  STANDING (CURRENT, SUPERSEDED, BACKED OUT, RESTORED); CE-LINK *
000960*  TIES A USE RECORD TO ITS VERSION AND A RESTORE TO THE VERSION *
000970*  IT REVERTED TO (ZERO WHEN THERE IS NONE).                     *
000980******************************************************************
000990 01  cat-table.
001000   02 cat-count                  picture 9(4) comp value zero.
001010   02 cat-index                  picture 9(4) comp.
001020   02 cat-scan                   picture 9(4) comp.
001030   02 cat-entry occurs 3000 times.
001040     03 ce-line.
001050       04 ce-rec-type            picture x(03).
001060       04 filler                 picture x(01).
001070       04 ce-ver-key.
001080         05 ce-ver-date          picture 9(6).
001090         05 filler               picture x(01).
001100         05 ce-ver-time          picture 9(8).
001110         05 filler               picture x(01).
001120         05 ce-ver-count         picture 9(6).
001130         05 filler               picture x(01).
001140         05 ce-ver-hash          picture 9(9).
001150       04 filler                 picture x(01).
001160       04 ce-ver-bound           picture 9(9).
001170       04 filler                 picture x(01).
001180       04 ce-program-id          picture x(08).
001190       04 filler                 picture x(01).
001200       04 ce-output              picture x(08).
001210       04 filler                 picture x(01).
001220       04 ce-run-date            picture 9(6).
001230       04 filler                 picture x(01).
001240       04 ce-run-time            picture 9(8).
001250       04 filler                 picture x(01).
001260       04 ce-flag                picture x(08).
001270     03 ce-state                 picture x(10).
001280     03 ce-link                  picture 9(4) comp.
001290
001300 01  lineage-ws.
001310   02 ln-eof                     picture x(01) value "N".
001320      88 ln-at-end               value "Y".
001330   02 ln-live                    picture 9(4) comp value zero.
001340   02 ln-target                  picture 9(4) comp value zero.
001350   02 ln-version                 picture 9(4) comp.
001360   02 ln-flag                    picture x(20).
001370
001380 01  ver-detail-line.
001390   02 vd-date                    picture 9(6).
001400   02 filler                     picture x(01) value space.
001410   02 vd-time                    picture 9(8).
001420   02 filler                     picture x(02) value spaces.
001430   02 vd-mode                    picture x(06).
001440   02 filler                     picture x(01) value space.
001450   02 vd-bound                   picture z(8)9.
001460   02 filler                     picture x(01) value space.
001470   02 vd-count                   picture z(5)9.
001480   02 filler                     picture x(01) value space.
001490   02 vd-hash                    picture 9(9).
001500   02 filler                     picture x(01) value space.
001510   02 vd-state                   picture x(10).
001520   02 filler                     picture x(01) value space.
001530   02 vd-promoted                picture x(08).
001540   02 filler                     picture x(10) value spaces.
001550
001560 01  use-detail-line.
001570   02 filler                     picture x(06) value spaces.
001580   02 ud-program                 picture x(08).
001590   02 filler                     picture x(01) value space.
001600   02 ud-output                  picture x(08).
001610   02 filler                     picture x(02) value spaces.
001620   02 ud-run-date                picture 9(6).
001630   02 filler                     picture x(01) value space.
001640   02 ud-run-time                picture 9(8).
001650   02 filler                     picture x(02) value spaces.
001660   02 ud-flag                    picture x(20).
001670   02 filler                     picture x(18) value spaces.
001680
001690 01  unreg-detail-line.
001700   02 filler                     picture x(02) value spaces.
001710   02 un-program                 picture x(08).
001720   02 filler                     picture x(01) value space.
001730   02 un-output                  picture x(08).
001740   02 filler                     picture x(01) value space.
001750   02 un-run-date                picture 9(6).
001760   02 filler                     picture x(01) value space.
001770   02 un-run-time                picture 9(8).
001780   02 filler                     picture x(02) value spaces.
001790   02 un-ver-date                picture 9(6).
001800   02 filler                     picture x(01) value space.
001810   02 un-ver-time                picture 9(8).
001820   02 filler                     picture x(01) value space.
001830   02 un-ver-count               picture z(5)9.
001840   02 filler                     picture x(01) value space.
001850   02 un-ver-hash                picture 9(9).
001860   02 filler                     picture x(06) value spaces.
001870
001880 01  rst-detail-line.
001890   02 rd-run-date                picture 9(6).
001900   02 filler                     picture x(01) value space.
001910   02 rd-run-time                picture 9(8).
001920   02 filler                     picture x(01) value space.
001930   02 rd-generation              picture x(08).
001940   02 filler                     picture x(01) value space.
001950   02 rd-count                   picture z(5)9.
001960   02 filler                     picture x(01) value space.
001970   02 rd-hash                    picture 9(9).
001980   02 filler                     picture x(01) value space.
001990   02 rd-largest                 picture z(8)9.
002000   02 filler                     picture x(02) value spaces.
002010   02 rd-reverts                 picture x(26).
002020
002030 01  rst-reverts-text.
002040   02 filler                     picture x(11)
002050                                 value "REVERTS TO ".
002060   02 rr-date                    picture 9(6).
002070   02 filler                     picture x(01) value space.
002080   02 rr-time                    picture 9(8).
002090
002100 77  auditlog-status              picture x(02) value spaces.
002110
002120 01  audit-line.
002130   02 al-run-date                picture 9(6).
002140   02 filler                     picture x(01) value space.
002150   02 al-run-time                picture 9(8).
002160   02 filler                     picture x(01) value space.
002170   02 al-program-id              picture x(08).
002180   02 filler                     picture x(01) value space.
002190   02 al-operator-id             picture x(12).
002200   02 filler                     picture x(01) value space.
002210   02 al-count-1                 picture z(8)9.
002220   02 filler                     picture x(01) value space.
002230   02 al-count-2                 picture z(5)9.
002240   02 filler                     picture x(01) value space.
002250   02 al-completion              picture x(08).
002260   02 filler                     picture x(01) value space.
002270   02 al-run-desc                picture x(25).
002280
002290 procedure division.
002300******************************************************************
002310*  0000-MAINLINE                                                 *
002320******************************************************************
002330 begin.
002340     perform cat-load 1 times.
002350     perform lineage-resolve 1 times.
002360     perform report-build 1 times.
002370     perform summary 1 times.
002380     perform audit-write 1 times.
002390     if backed-count > 0
002400         display "PRIMECTR005W - " backed-count " OUTPUT(S) "
002410             "STILL TRACE TO A BACKED-OUT TABLE VERSION."
002420         move 4 to return-code
002430     end-if.
002440     stop run.
002450
002460******************************************************************
002470*  CAT-LOAD - READ THE WHOLE CATALOG INTO STORAGE. ITS FILE      *
002480*             ORDER IS ITS TIME ORDER (EVERY WRITER APPENDS),    *
002490*             WHICH IS WHAT TELLS A SUPERSEDED VERSION FROM THE  *
002500*             ONE THAT REPLACED IT.                              *
002510******************************************************************
002520 cat-load.
002530     open input catalog-file.
002540     if catalog-status not = "00"
002550         display "PRIMECTR001W - PRIMECAT NOT ON HAND. NOTHING "
002560             "TO REPORT."
002570         stop run
002580     end-if.
002590     move "N" to ln-eof.
002600     perform cat-read thru cat-read-exit
002610         until ln-at-end.
002620     close catalog-file.
002630     if cat-count = 0
002640         display "PRIMECTR002W - PRIMECAT IS EMPTY. NOTHING TO "
002650             "REPORT."
002660         stop run
002670     end-if.
002680
002690 cat-read.
002700     read catalog-file
002710         at end
002720             move "Y" to ln-eof
002730         not at end
002740             if cat-count >= cat-max
002750                 display "PRIMECTR003E - CATALOG TABLE FULL "
002760                     "AT " cat-max " ENTRIES. ARCHIVE THE OLDEST "
002770                     "PRIMECAT RECORDS AND RERUN."
002780                 close catalog-file
002790                 move 16 to return-code
002800                 stop run
002810             end-if
002820             add 1 to cat-count
002830             move catalog-record to ce-line (cat-count)
002840             move spaces to ce-state (cat-count)
002850             move zero to ce-link (cat-count)
002860     end-read.
002870 cat-read-exit.
002880     exit.
002890
002900******************************************************************
002910*  LINEAGE-RESOLVE - ONE PASS IN TIME ORDER. EACH NEW VERSION    *
002920*                    SUPERSEDES THE ONE LIVE BEFORE IT. A        *
002930*                    RESTORE WHOSE COUNT AND HASH MATCH AN       *
002940*                    EARLIER VERSION BACKS OUT EVERY VERSION     *
002950*                    REGISTERED SINCE THAT ONE AND REINSTATES    *
002960*                    IT; A RESTORE MATCHING NO VERSION BACKS OUT *
002970*                    THE LIVE ONE. EACH USE RECORD IS THEN TIED  *
002980*                    TO THE LATEST VERSION CARRYING ITS STAMP,   *
002990*                    COUNT AND HASH.                             *
003000******************************************************************
003010 lineage-resolve.
003020     perform resolve-one thru resolve-one-exit
003030         varying cat-index from 1 by 1
003040         until cat-index > cat-count.
003050
003060 resolve-one.
003070     if ce-ver-date (cat-index) is not numeric
003080         or ce-ver-count (cat-index) is not numeric
003090         or ce-ver-hash (cat-index) is not numeric
003100         move "BAD" to ce-rec-type (cat-index)
003110         add 1 to bad-records
003120         go to resolve-one-exit
003130     end-if.
003140     evaluate ce-rec-type (cat-index)
003150         when "VER"
003160             add 1 to version-count
003170             if ln-live not = 0
003180                 and ce-state (ln-live) not = "BACKED OUT"
003190                 move "SUPERSEDED" to ce-state (ln-live)
003200             end-if
003210             move "CURRENT" to ce-state (cat-index)
003220             move cat-index to ln-live
003230         when "RST"
003240             add 1 to restore-count
003250             perform resolve-restore thru resolve-restore-exit
003260         when "USE"
003270             add 1 to output-count
003280             perform resolve-use-find
003290                 varying cat-scan from cat-index by -1
003300                 until cat-scan < 1
003310                 or ce-link (cat-index) not = 0
003320         when other
003330             add 1 to bad-records
003340     end-evaluate.
003350 resolve-one-exit.
003360     exit.
003370
003380 resolve-use-find.
003390     if ce-rec-type (cat-scan) = "VER"
003400         and ce-ver-key (cat-scan) = ce-ver-key (cat-index)
003410         move cat-scan to ce-link (cat-index)
003420     end-if.
003430
003440******************************************************************
003450*  RESOLVE-RESTORE - WORK OUT WHAT ONE PRIMEREF RESTORE BACKED   *
003460*                    OUT. A RESTORE OF THE CONTENT ALREADY LIVE  *
003470*                    BACKS OUT NOTHING.                          *
003480******************************************************************
003490 resolve-restore.
003500     if ln-live = 0
003510         go to resolve-restore-exit
003520     end-if.
003530     if ce-ver-count (ln-live) = ce-ver-count (cat-index)
003540         and ce-ver-hash (ln-live) = ce-ver-hash (cat-index)
003550         move ln-live to ce-link (cat-index)
003560         go to resolve-restore-exit
003570     end-if.
003580     move zero to ln-target.
003590     perform resolve-restore-find
003600         varying cat-scan from ln-live by -1
003610         until cat-scan < 1
003620         or ln-target not = 0.
003630     if ln-target = 0
003640         move "BACKED OUT" to ce-state (ln-live)
003650         move zero to ln-live
003660         go to resolve-restore-exit
003670     end-if.
003680     move ln-target to ce-link (cat-index).
003690     perform resolve-back-out
003700         varying cat-scan from ln-target by 1
003710         until cat-scan > ln-live.
003720     move "RESTORED" to ce-state (ln-target).
003730     move ln-target to ln-live.
003740 resolve-restore-exit.
003750     exit.
003760
003770 resolve-restore-find.
003780     if ce-rec-type (cat-scan) = "VER"
003790         and ce-ver-count (cat-scan) = ce-ver-count (cat-index)
003800         and ce-ver-hash (cat-scan) = ce-ver-hash (cat-index)
003810         move cat-scan to ln-target
003820     end-if.
003830
003840 resolve-back-out.
003850     if ce-rec-type (cat-scan) = "VER"
003860         and cat-scan not = ln-target
003870         move "BACKED OUT" to ce-state (cat-scan)
003880     end-if.
003890
003900******************************************************************
003910*  REPORT-BUILD - THE VERSION LINEAGE SECTION (EACH VERSION WITH *
003920*                 THE OUTPUTS DERIVED FROM IT), THEN OUTPUTS     *
003930*                 WHOSE VERSION WAS NEVER REGISTERED, THEN THE   *
003940*                 RESTORE HISTORY.                               *
003950******************************************************************
003960 report-build.
003970     open output catrpt-file.
003980     if catrpt-status not = "00"
003990         display "PRIMECTR004E - CATRPT COULD NOT BE OPENED."
004000         move 16 to return-code
004010         stop run
004020     end-if.
004030     accept rpt-run-date from date.
004040     move rpt-run-date to rpt-run-date-disp.
004050     accept rpt-run-time from time.
004060     move rpt-run-time to rpt-run-time-disp.
004070     move zero to rpt-page-count.
004080     perform report-headers 1 times.
004090     move spaces to catrpt-record.
004100     move "TABLE VERSIONS AND DERIVED OUTPUTS" to catrpt-record.
004110     perform report-write-line 1 times.
004120     move spaces to catrpt-record.
004130     string "VERSION STAMP    MODE        BOUND  COUNT      HASH "
004140         "STATUS     REFPRIME"
004150         delimited by size into catrpt-record.
004160     perform report-write-line 1 times.
004170     move spaces to catrpt-record.
004180     string "      PROGRAM  OUTPUT    RUN DATE/TIME    FLAG"
004190         delimited by size into catrpt-record.
004200     perform report-write-line 1 times.
004210     perform report-version thru report-version-exit
004220         varying ln-version from 1 by 1
004230         until ln-version > cat-count.
004240     perform report-unregistered 1 times.
004250     perform report-restores 1 times.
004260     close catrpt-file.
004270
004280 report-headers.
004290     add 1 to rpt-page-count.
004300     move rpt-page-count to rpt-page-disp.
004310     move spaces to catrpt-record.
004320     move "PRIMES SYSTEM - TABLE VERSION LINEAGE REPORT"
004330         to catrpt-record.
004340     write catrpt-record.
004350     move spaces to catrpt-record.
004360     string "RUN DATE: " rpt-run-date-disp "   TIME: "
004370         rpt-run-time-disp "   PAGE: "
004380         rpt-page-disp delimited by size into catrpt-record.
004390     write catrpt-record.
004400     move spaces to catrpt-record.
004410     write catrpt-record.
004420     move zero to rpt-line-count.
004430
004440 report-write-line.
004450     add 1 to rpt-line-count.
004460     if rpt-line-count > rpt-lines-per-page
004465         move catrpt-record to rpt-hold-line
004470         perform report-headers 1 times
004480         add 1 to rpt-line-count
004485         move rpt-hold-line to catrpt-record
004490     end-if.
004500     write catrpt-record.
004510
004520******************************************************************
004530*  REPORT-VERSION - ONE VERSION LINE, THEN EVERY OUTPUT TIED TO  *
004540*                   IT. AN OUTPUT OF A SUPERSEDED VERSION IS     *
004550*                   FLAGGED STALE; AN OUTPUT OF A BACKED-OUT     *
004560*                   VERSION IS FLAGGED BACKED OUT.               *
004570******************************************************************
004580 report-version.
004590     if ce-rec-type (ln-version) not = "VER"
004600         go to report-version-exit
004610     end-if.
004620     move spaces to catrpt-record.
004630     perform report-write-line 1 times.
004640     move ce-ver-date (ln-version) to vd-date.
004650     move ce-ver-time (ln-version) to vd-time.
004660     move ce-output (ln-version) to vd-mode.
004670     move ce-ver-bound (ln-version) to vd-bound.
004680     move ce-ver-count (ln-version) to vd-count.
004690     move ce-ver-hash (ln-version) to vd-hash.
004700     move ce-state (ln-version) to vd-state.
004710     move ce-flag (ln-version) to vd-promoted.
004720     move spaces to catrpt-record.
004730     move ver-detail-line to catrpt-record.
004740     perform report-write-line 1 times.
004750     evaluate ce-state (ln-version)
004760         when "SUPERSEDED"
004770             move "STALE - SUPERSEDED" to ln-flag
004780         when "BACKED OUT"
004790             move "BACKED OUT" to ln-flag
004800         when other
004810             move spaces to ln-flag
004820     end-evaluate.
004830     perform report-version-use
004840         varying cat-index from ln-version by 1
004850         until cat-index > cat-count.
004860 report-version-exit.
004870     exit.
004880
004890 report-version-use.
004900     if ce-rec-type (cat-index) = "USE"
004910         and ce-link (cat-index) = ln-version
004920         move ce-program-id (cat-index) to ud-program
004930         move ce-output (cat-index) to ud-output
004940         move ce-run-date (cat-index) to ud-run-date
004950         move ce-run-time (cat-index) to ud-run-time
004960         move ln-flag to ud-flag
004970         move spaces to catrpt-record
004980         move use-detail-line to catrpt-record
004990         perform report-write-line 1 times
005000         if ce-state (ln-version) = "SUPERSEDED"
005010             add 1 to stale-count
005020         end-if
005030         if ce-state (ln-version) = "BACKED OUT"
005040             add 1 to backed-count
005050         end-if
005060     end-if.
005070
005080******************************************************************
005090*  REPORT-UNREGISTERED - OUTPUTS WHOSE TABLE STAMP, COUNT AND    *
005100*                        HASH MATCH NO REGISTERED VERSION: A     *
005110*                        TABLE BUILT BEFORE THE CATALOG WAS      *
005120*                        KEPT, OR ONE WHOSE REGISTRATION FAILED. *
005130******************************************************************
005140 report-unregistered.
005150     move spaces to catrpt-record.
005160     perform report-write-line 1 times.
005170     move spaces to catrpt-record.
005180     move "OUTPUTS FROM UNREGISTERED TABLE VERSIONS"
005190         to catrpt-record.
005200     perform report-write-line 1 times.
005210     move spaces to catrpt-record.
005220     string "  PROGRAM  OUTPUT   RUN DATE/TIME    "
005230         "TABLE STAMP      COUNT      HASH"
005240         delimited by size into catrpt-record.
005250     perform report-write-line 1 times.
005260     perform report-unreg-one
005270         varying cat-index from 1 by 1
005280         until cat-index > cat-count.
005290     if unreg-count = 0
005300         move spaces to catrpt-record
005310         move "  NONE" to catrpt-record
005320         perform report-write-line 1 times
005330     end-if.
005340
005350 report-unreg-one.
005360     if ce-rec-type (cat-index) = "USE"
005370         and ce-link (cat-index) = 0
005380         add 1 to unreg-count
005390         move ce-program-id (cat-index) to un-program
005400         move ce-output (cat-index) to un-output
005410         move ce-run-date (cat-index) to un-run-date
005420         move ce-run-time (cat-index) to un-run-time
005430         move ce-ver-date (cat-index) to un-ver-date
005440         move ce-ver-time (cat-index) to un-ver-time
005450         move ce-ver-count (cat-index) to un-ver-count
005460         move ce-ver-hash (cat-index) to un-ver-hash
005470         move spaces to catrpt-record
005480         move unreg-detail-line to catrpt-record
005490         perform report-write-line 1 times
005500     end-if.
005510
005520******************************************************************
005530*  REPORT-RESTORES - EVERY PRIMEREF RESTORE WITH THE VERSION IT  *
005540*                    REVERTED TO, MATCHED ON COUNT AND HASH.     *
005550******************************************************************
005560 report-restores.
005570     move spaces to catrpt-record.
005580     perform report-write-line 1 times.
005590     move spaces to catrpt-record.
005600     move "REFERENCE RESTORES (PRIMEREF)" to catrpt-record.
005610     perform report-write-line 1 times.
005620     move spaces to catrpt-record.
005630     string "RUN DATE/TIME    GENERATN  COUNT      HASH   "
005640         "LARGEST  VERSION"
005650         delimited by size into catrpt-record.
005660     perform report-write-line 1 times.
005670     perform report-restore-one
005680         varying cat-index from 1 by 1
005690         until cat-index > cat-count.
005700     if restore-count = 0
005710         move spaces to catrpt-record
005720         move "  NONE" to catrpt-record
005730         perform report-write-line 1 times
005740     end-if.
005750
005760 report-restore-one.
005770     if ce-rec-type (cat-index) = "RST"
005780         move ce-run-date (cat-index) to rd-run-date
005790         move ce-run-time (cat-index) to rd-run-time
005800         move ce-output (cat-index) to rd-generation
005810         move ce-ver-count (cat-index) to rd-count
005820         move ce-ver-hash (cat-index) to rd-hash
005830         move ce-ver-bound (cat-index) to rd-largest
005840         if ce-link (cat-index) = 0
005850             move "NO MATCHING VERSION" to rd-reverts
005860         else
005870             move ce-link (cat-index) to cat-scan
005880             move ce-ver-date (cat-scan) to rr-date
005890             move ce-ver-time (cat-scan) to rr-time
005900             move rst-reverts-text to rd-reverts
005910         end-if
005920         move spaces to catrpt-record
005930         move rst-detail-line to catrpt-record
005940         perform report-write-line 1 times
005950     end-if.
005960
005970******************************************************************
005980*  SUMMARY - DISPLAY A JOB-END TOTALS BLOCK FOR THE OPERATOR     *
005990******************************************************************
006000 summary.
006010     display "==================================================".
006020     display "PRIMECTR RUN SUMMARY".
006030     display "  CATALOG RECORDS READ . . : " cat-count.
006040     display "  TABLE VERSIONS . . . . . : " version-count.
006050     display "  OUTPUTS RECORDED . . . . : " output-count.
006060     display "  STALE (SUPERSEDED) . . . : " stale-count.
006070     display "  FROM BACKED-OUT VERSIONS : " backed-count.
006080     display "  UNREGISTERED VERSIONS. . : " unreg-count.
006090     display "  REFERENCE RESTORES . . . : " restore-count.
006100     display "  UNREADABLE RECORDS . . . : " bad-records.
006110     display "==================================================".
006120
006130******************************************************************
006140*  AUDIT-WRITE - APPEND THIS RUN'S COMPLETION RECORD TO THE      *
006150*                SUITE-WIDE PRIMEAUD AUDIT LOG, IN THE COMMON    *
006160*                LAYOUT PRIMEOPS ANALYZES: RUN DATE/TIME,        *
006170*                PROGRAM ID, OPERATOR, AND PROGRAM-APPROPRIATE   *
006180*                COUNTS.                                         *
006190******************************************************************
006200 audit-write.
006210     accept al-run-date from date.
006220     accept al-run-time from time.
006230     move "PRIMECTR" to al-program-id.
006240     accept al-operator-id from environment "USER".
006250     move output-count to al-count-1.
006260     move backed-count to al-count-2.
006270     move "NORMAL" to al-completion.
006280     move "VERSION LINEAGE REPORT" to al-run-desc.
006290     open extend auditlog-file.
006300     if auditlog-status not = "00"
006310         open output auditlog-file
006320     end-if.
006330     if auditlog-status not = "00"
006340         display "PRIMECTR006W - PRIMEAUD COULD NOT BE WRITTEN."
006350     else
006360         move spaces to auditlog-record
006370         move audit-line to auditlog-record
006380         write auditlog-record
006390         close auditlog-file
006400     end-if.
