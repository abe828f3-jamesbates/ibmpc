000100******************************************************************
000110*                                                                *
000120*  PROGRAM-ID : PRIMEROT                                         *
000130*  DEVELOPED BY : D. L. SUITE BATCH SYSTEMS GROUP                *
000140*                                                                *
000150******************************************************************
000160 identification division.
000170 program-id. primerot.
000180 author. d l suite batch systems group.
000190 installation. central data processing.
000200 date-written. 2026-10-15.
000210 date-compiled.
000220
000230******************************************************************
000240* MODIFICATION HISTORY                                           *
000250*   2026-10-15  DLS  ORIGINAL VERSION. PRIMITIVE-ROOT AND        *
000260*                    MULTIPLICATIVE-ORDER TABLE. READS PRIMEIDX  *
000270*                    ONCE (VERIFYING ITS CONTROL RECORD) AND     *
000280*                    SELECTS PRIMES WITH A PRIMEXTR-STYLE SYSIN  *
000290*                    DECK - VALUE=LOW,HIGH OR INDEX=LOW,HIGH,    *
000300*                    SEVERAL PER RUN, EACH AFTER A DEPT= CARD.   *
000310*                    FOR EACH SELECTED PRIME P, P-1 IS FACTORED  *
000320*                    FROM THE PRIME TABLE, AND FROM ITS PRIME    *
000330*                    FACTORS COME THE SMALLEST PRIMITIVE ROOT    *
000340*                    AND THE MULTIPLICATIVE ORDER OF 2, 3 AND 10 *
000350*                    MODULO P. ONE RECORD PER PRIME GOES TO      *
000360*                    ROOTOUT AND ONE LINE TO THE PAGED ROOTRPT   *
000370*                    REPORT, WHOSE CLOSING SUMMARY PAGE SHOWS    *
000380*                    HOW THE SMALLEST ROOTS ARE SPREAD AND HOW   *
000390*                    MANY PRIMES HAVE EACH BASE AS A FULL-PERIOD *
000400*                    (PRIMITIVE ROOT) BASE.                      *
000401*   2026-10-15  DLS  A PRIME TAKEN BY TWO RANGES IS NOW CHARGED  *
000402*                    ONCE, TO THE FIRST RANGE THAT TAKES IT. THE *
000403*                    ROOTRPT COLUMN HEADINGS NOW LINE UP WITH THE*
000404*                    DETAIL LINE, A SUMMARY PAGE THAT RUNS OVER  *
000405*                    CONTINUES WITHOUT THE DETAIL HEADINGS, AND  *
000406*                    THE LINE THAT TURNS A PAGE IS NO LONGER LOST*
000407*                    UNDER THE HEADINGS.                         *
000410******************************************************************
000420
000430 environment division.
000440 configuration section.
000450 source-computer. ibm-pc.
000460 object-computer. ibm-pc.
000470
000480 input-output section.
000490 file-control.
000500     select primeidx-file assign to "PRIMEIDX"
000510         organization is indexed
000520         access mode is sequential
000530         record key is pi-prime-index
000540         alternate record key is pi-prime-value
000550         file status is primeidx-status.
000560
000570     select ctlcard-file assign to "SYSIN"
000580         organization is line sequential
000590         file status is ctlcard-status.
000600
000610     select rootout-file assign to "ROOTOUT"
000620         organization is line sequential
000630         file status is rootout-status.
000640
000650     select rootrpt-file assign to "ROOTRPT"
000660         organization is line sequential
000670         file status is rootrpt-status.
000680
000690     select auditlog-file assign to "PRIMEAUD"
000700         organization is line sequential
000710         file status is auditlog-status.
000720
000730     select catalog-file assign to "PRIMECAT"
000740         organization is line sequential
000750         file status is catalog-status.
000760
000770     select deptmast-file assign to "DEPTMAST"
000780         organization is line sequential
000790         file status is deptmast-status.
000800
000810     select usage-file assign to "PRIMEUSE"
000820         organization is line sequential
000830         file status is usage-status.
000840
000850 data division.
000860 file section.
000870 fd  primeidx-file
000880     label records are standard.
000890 01  primeidx-record.
000900     05  pi-prime-index          picture 9(5).
000910     05  pi-prime-value          picture 9(9).
000920     05  pi-control-area         picture x(38).
000930     05  pi-control-fields redefines pi-control-area.
000940         10  pi-ctl-run-date     picture 9(6).
000950         10  pi-ctl-run-time     picture 9(8).
000960         10  pi-ctl-bound        picture 9(9).
000970         10  pi-ctl-rec-count    picture 9(6).
000980         10  pi-ctl-hash         picture 9(9).
000990
001000 fd  ctlcard-file
001010     label records are standard.
001020 01  ctlcard-record               picture x(80).
001030 01  ctlcard-card.
001040     05  cc-col1                 picture x(01).
001050     05  filler                  picture x(79).
001060
001070******************************************************************
001080*  ROOTOUT - ONE RECORD PER SELECTED PRIME, IN TABLE ORDER. AN   *
001090*  ORDER OF ZERO MEANS THE BASE IS A MULTIPLE OF P AND HAS NO    *
001100*  ORDER; ITS FULL-PERIOD FLAG IS THEN "-", OTHERWISE Y OR N.    *
001110******************************************************************
001120 fd  rootout-file
001130     label records are standard.
001140 01  rootout-record.
001150     05  ro-prime-index          picture 9(5).
001160     05  filler                  picture x(01).
001170     05  ro-prime-value          picture 9(9).
001180     05  filler                  picture x(01).
001190     05  ro-root                 picture 9(5).
001200     05  filler                  picture x(01).
001210     05  ro-order-2              picture 9(9).
001220     05  filler                  picture x(01).
001230     05  ro-order-3              picture 9(9).
001240     05  filler                  picture x(01).
001250     05  ro-order-10             picture 9(9).
001260     05  filler                  picture x(01).
001270     05  ro-full-2               picture x(01).
001280     05  ro-full-3               picture x(01).
001290     05  ro-full-10              picture x(01).
001300     05  filler                  picture x(25).
001310
001320 fd  rootrpt-file
001330     label records are standard.
001340 01  rootrpt-record               picture x(80).
001350
001360 fd  auditlog-file
001370     label records are standard.
001380 01  auditlog-record              picture x(89).
001390
001400 fd  catalog-file
001410     label records are standard.
001420 01  catalog-record               picture x(89).
001430
001440 fd  deptmast-file
001450     label records are standard.
001460 01  deptmast-record.
001470     05  dm-dept-code            picture x(06).
001480     05  filler                  picture x(01).
001490     05  dm-dept-name            picture x(30).
001500     05  filler                  picture x(43).
001510 01  deptmast-card.
001520     05  dm-col1                 picture x(01).
001530     05  filler                  picture x(79).
001540
001550 fd  usage-file
001560     label records are standard.
001570 01  usage-record                 picture x(48).
001580
001590 working-storage section.
001600 77  primeidx-status              picture x(02) value spaces.
001610 77  ctlcard-status               picture x(02) value spaces.
001620 77  rootout-status               picture x(02) value spaces.
001630 77  rootrpt-status               picture x(02) value spaces.
001640 77  prime-max                    picture 9(5) value 99998.
001650 77  range-max                    picture 9(4) comp value 50.
001660 77  root-slots                   picture 9(4) comp value 100.
001670 77  selected-count               picture 9(6) comp value zero.
001680 77  rpt-line-count               picture 9(4) comp value zero.
001690 77  rpt-page-count               picture 9(4) comp value zero.
001700 77  rpt-lines-per-page           picture 9(4) comp value 55.
001710 77  rpt-page-disp                picture zz9.
001720 77  rpt-run-date                 picture 9(6).
001730 77  rpt-run-date-disp            picture 99b99b99.
001740 77  rpt-run-time                 picture 9(8).
001750 77  rpt-run-time-disp            picture 99b99b99b99.
001755 77  rpt-hold-line                picture x(80).
001760
001770 01  primes-data.
001780   02 prime-count                picture 9(5) comp value zero.
001790   02 prime-index                picture 9(5) comp.
001800   02 primes occurs 99998 times  picture 9(9).
001810
001820******************************************************************
001830*  SELECTION FLAGS - ONE PER TABLE ENTRY, SET BY EVERY RANGE     *
001840*  THAT TAKES IT, SO A PRIME IN TWO RANGES IS WORKED ONCE.       *
001845*  THE FIRST RANGE TO SET A FLAG IS THE ONE CHARGED FOR IT.      *
001850******************************************************************
001860 01  select-data.
001870   02 sel-flag occurs 99998 times picture x(01).
001880
001890 01  range-table.
001900   02 range-count                picture 9(4) comp value zero.
001910   02 range-index                picture 9(4) comp.
001920   02 range-entry occurs 50 times.
001930     03 xr-type                  picture x(01).
001940     03 xr-lo                    picture 9(9).
001950     03 xr-hi                    picture 9(9).
001960     03 xr-dept                  picture x(06).
001970
001980 01  ctlcard-ws.
001990   02 cc-keyword                 picture x(12).
002000   02 cc-value                   picture x(67).
002010   02 cc-lo-text                 picture x(67).
002020   02 cc-hi-text                 picture x(67).
002030   02 cc-card-eof                picture x(01) value "N".
002040      88 cc-cards-done           value "Y".
002050   02 ctl-error-text             picture x(40).
002060   02 cc-dept-code               picture x(06) value spaces.
002070   02 cc-dept-text               picture x(67).
002080   02 cc-dept-parts redefines cc-dept-text.
002090     03 cc-dept-head             picture x(06).
002100     03 cc-dept-tail             picture x(61).
002110
002120 01  parse-ws.
002130   02 pn-field                   picture x(67).
002140   02 pn-chars redefines pn-field.
002150     03 pn-char                  picture x(01) occurs 67 times.
002160   02 pn-value                   picture 9(9).
002170   02 pn-flag                    picture x(01).
002180      88 pn-good                 value "Y".
002190   02 pn-started                 picture x(01).
002200   02 pn-done                    picture x(01).
002210   02 pn-scan                    picture 9(4) comp.
002220   02 pn-digits                  picture 9(4) comp.
002230   02 pn-digit-x                 picture x(01).
002240   02 pn-digit redefines pn-digit-x
002250                                 picture 9(01).
002260
002270 01  load-ws.
002280   02 rt-idx-eof                 picture x(01) value "N".
002290      88 rt-idx-at-end           value "Y".
002300   02 rt-ctl-seen                picture x(01) value "N".
002310      88 rt-ctl-was-seen         value "Y".
002320   02 rt-ctl-count               picture 9(6) value zero.
002330   02 rt-ctl-hash                picture 9(9) value zero.
002340   02 rt-ver-date                picture 9(6) value zero.
002350   02 rt-ver-time                picture 9(8) value zero.
002360   02 rt-ver-bound               picture 9(9) value zero.
002370   02 rt-hash                    picture 9(10) value zero.
002380   02 rt-prev-value              picture 9(9) value zero.
002390   02 rt-range-hits              picture 9(6) comp.
002395   02 rt-range-new               picture 9(6) comp.
002400
002410******************************************************************
002420*  ROOT AND ORDER WORK AREAS FOR THE PRIME RC-P. RC-FACTOR HOLDS *
002430*  THE DISTINCT PRIME FACTORS OF RC-P - 1 (NINE AT MOST BELOW    *
002440*  10**9, SINCE 2*3*5*...*29 ALREADY EXCEEDS IT).                *
002450******************************************************************
002460 01  root-ws.
002470   02 rc-p                       picture 9(9).
002480   02 rc-p-minus-1               picture 9(9).
002490   02 rc-rest                    picture 9(9).
002500   02 rc-quot                    picture 9(9).
002510   02 rc-rem                     picture 9(9).
002520   02 rc-square                  picture 9(18).
002530   02 rc-fx                      picture 9(5) comp.
002540   02 rc-fac-count               picture 9(4) comp.
002550   02 rc-fac-index               picture 9(4) comp.
002560   02 rc-factor occurs 12 times  picture 9(9).
002570   02 rc-fac-flag                picture x(01).
002580      88 rc-fac-done             value "Y".
002590   02 rc-cand                    picture 9(9).
002600   02 rc-root                    picture 9(9).
002610   02 rc-test-flag               picture x(01).
002620      88 rc-test-failed          value "Y".
002630   02 rc-base                    picture 9(9).
002640   02 rc-order                   picture 9(9).
002650   02 rc-reduce-flag             picture x(01).
002660      88 rc-reduce-done          value "Y".
002670   02 rc-order-2                 picture 9(9).
002680   02 rc-order-3                 picture 9(9).
002690   02 rc-order-10                picture 9(9).
002700   02 rc-full                    picture x(01).
002710   02 rc-full-2                  picture x(01).
002720   02 rc-full-3                  picture x(01).
002730   02 rc-full-10                 picture x(01).
002740
002750******************************************************************
002760*  MODPOW - MP-BASE ** MP-EXP MOD RC-P. P IS BELOW 10**9, SO A   *
002770*  PRODUCT OF TWO RESIDUES FITS IN 18 DIGITS.                    *
002780******************************************************************
002790 01  modpow-ws.
002800   02 mp-base                    picture 9(9).
002810   02 mp-exp                     picture 9(9).
002820   02 mp-result                  picture 9(9).
002830   02 mp-bit                     picture 9(01).
002833   02 mp-half                    picture 9(9).
002836   02 mp-rem                     picture 9(9).
002840   02 mp-work                    picture 9(18).
002850   02 mp-quot                    picture 9(18).
002860
002870******************************************************************
002880*  SUMMARY COUNTS - PRIMES BY SMALLEST PRIMITIVE ROOT (THE LAST  *
002890*  SLOT TAKES ROOTS OF 100 AND UP), AND FOR EACH BASE THE PRIMES *
002900*  IT HAS AN ORDER FOR AND THE PRIMES WHERE IT IS FULL PERIOD.   *
002910******************************************************************
002920 01  summary-counts.
002930   02 ds-index                   picture 9(4) comp.
002940   02 ds-slot                    picture 9(4) comp.
002950   02 ds-primes occurs 100 times picture 9(6) comp.
002960   02 eligible-2                 picture 9(6) comp value zero.
002970   02 eligible-3                 picture 9(6) comp value zero.
002980   02 eligible-10                picture 9(6) comp value zero.
002990   02 full-count-2               picture 9(6) comp value zero.
003000   02 full-count-3               picture 9(6) comp value zero.
003010   02 full-count-10              picture 9(6) comp value zero.
003020   02 ds-largest-root            picture 9(9) value zero.
003030   02 ds-largest-root-prime      picture 9(9) value zero.
003040
003050 01  detail-line.
003060   02 filler                     picture x(02) value spaces.
003070   02 dl-index                   picture z(5)9.
003080   02 filler                     picture x(02) value spaces.
003090   02 dl-value                   picture z(8)9.
003100   02 filler                     picture x(02) value spaces.
003110   02 dl-root                    picture zzzz9.
003120   02 filler                     picture x(02) value spaces.
003130   02 dl-order-2                 picture z(8)9 blank when zero.
003140   02 filler                     picture x(02) value spaces.
003150   02 dl-order-3                 picture z(8)9 blank when zero.
003160   02 filler                     picture x(02) value spaces.
003170   02 dl-order-10                picture z(8)9 blank when zero.
003180   02 filler                     picture x(03) value spaces.
003190   02 dl-full-2                  picture x(02).
003200   02 dl-full-3                  picture x(02).
003210   02 dl-full-10                 picture x(02).
003220   02 filler                     picture x(02) value spaces.
003230
003240 01  root-dist-line.
003250   02 filler                     picture x(06) value spaces.
003260   02 rd-root                    picture x(11).
003270   02 filler                     picture x(03) value spaces.
003280   02 rd-primes                  picture zzzzz9.
003290   02 filler                     picture x(04) value spaces.
003300   02 rd-percent                 picture zz9.99.
003310   02 filler                     picture x(44) value spaces.
003320
003330 01  full-period-line.
003340   02 filler                     picture x(06) value spaces.
003350   02 fp-base                    picture x(11).
003360   02 filler                     picture x(03) value spaces.
003370   02 fp-full                    picture zzzzz9.
003380   02 filler                     picture x(04) value spaces.
003390   02 fp-eligible                picture zzzzz9.
003400   02 filler                     picture x(04) value spaces.
003410   02 fp-percent                 picture zz9.99.
003420   02 filler                     picture x(34) value spaces.
003430
003440 01  summary-work.
003450   02 sw-percent                 picture 9(3)v99.
003460   02 sw-full                    picture 9(6) comp.
003470   02 sw-eligible                picture 9(6) comp.
003480   02 sw-count-disp              picture zzzzz9.
003490   02 sw-value-disp              picture z(8)9.
003500   02 sw-root-disp               picture zzzz9.
003510
003520 77  auditlog-status              picture x(02) value spaces.
003530
003540 01  audit-line.
003550   02 al-run-date                picture 9(6).
003560   02 filler                     picture x(01) value space.
003570   02 al-run-time                picture 9(8).
003580   02 filler                     picture x(01) value space.
003590   02 al-program-id              picture x(08).
003600   02 filler                     picture x(01) value space.
003610   02 al-operator-id             picture x(12).
003620   02 filler                     picture x(01) value space.
003630   02 al-count-1                 picture z(8)9.
003640   02 filler                     picture x(01) value space.
003650   02 al-count-2                 picture z(5)9.
003660   02 filler                     picture x(01) value space.
003670   02 al-completion              picture x(08).
003680   02 filler                     picture x(01) value space.
003690   02 al-run-desc                picture x(25).
003700
003710 77  catalog-status               picture x(02) value spaces.
003720
003730 01  catalog-line.
003740   02 ct-rec-type                picture x(03).
003750   02 filler                     picture x(01) value space.
003760   02 ct-ver-date                picture 9(6).
003770   02 filler                     picture x(01) value space.
003780   02 ct-ver-time                picture 9(8).
003790   02 filler                     picture x(01) value space.
003800   02 ct-ver-count               picture 9(6).
003810   02 filler                     picture x(01) value space.
003820   02 ct-ver-hash                picture 9(9).
003830   02 filler                     picture x(01) value space.
003840   02 ct-ver-bound               picture 9(9).
003850   02 filler                     picture x(01) value space.
003860   02 ct-program-id              picture x(08).
003870   02 filler                     picture x(01) value space.
003880   02 ct-output                  picture x(08).
003890   02 filler                     picture x(01) value space.
003900   02 ct-run-date                picture 9(6).
003910   02 filler                     picture x(01) value space.
003920   02 ct-run-time                picture 9(8).
003930   02 filler                     picture x(01) value space.
003940   02 ct-flag                    picture x(08).
003950
003960 77  deptmast-status              picture x(02) value spaces.
003970 77  usage-status                 picture x(02) value spaces.
003980 77  dept-max                     picture 9(4) comp value 200.
003990 77  usage-max                    picture 9(4) comp value 100.
004000
004010 01  dept-table.
004020   02 dp-count                   picture 9(4) comp value zero.
004030   02 dp-index                   picture 9(4) comp.
004040   02 dp-eof                     picture x(01) value "N".
004050      88 dp-at-end               value "Y".
004060   02 dp-key                     picture x(06).
004070   02 dp-found-flag              picture x(01) value "N".
004080      88 dp-was-found            value "Y".
004090   02 dp-code occurs 200 times   picture x(06).
004100
004110 01  usage-table.
004120   02 ug-count                   picture 9(4) comp value zero.
004130   02 ug-index                   picture 9(4) comp.
004140   02 ug-hit                     picture 9(4) comp.
004150   02 ug-found-flag              picture x(01) value "N".
004160      88 ug-was-found            value "Y".
004170   02 ug-key-dept                picture x(06).
004180   02 ug-key-type                picture x(06).
004190   02 ug-key-units               picture 9(9) comp.
004200   02 ug-entry occurs 100 times.
004210     03 ug-dept                  picture x(06).
004220     03 ug-type                  picture x(06).
004230     03 ug-units                 picture 9(9) comp.
004240
004250 01  usage-line.
004260   02 us-run-date                picture 9(6).
004270   02 filler                     picture x(01) value space.
004280   02 us-run-time                picture 9(8).
004290   02 filler                     picture x(01) value space.
004300   02 us-dept-code               picture x(06).
004310   02 filler                     picture x(01) value space.
004320   02 us-program-id              picture x(08).
004330   02 filler                     picture x(01) value space.
004340   02 us-req-type                picture x(06).
004350   02 filler                     picture x(01) value space.
004360   02 us-units                   picture 9(9).
004370
004380 procedure division.
004390******************************************************************
004400*  0000-MAINLINE                                                 *
004410******************************************************************
004420 begin.
004430     perform dept-load 1 times.
004440     perform readctl 1 times.
004450     perform table-load 1 times.
004460     open output rootout-file.
004470     if rootout-status not = "00"
004480         display "PRIMEROT003E - ROOTOUT COULD NOT BE OPENED."
004490         move 16 to return-code
004500         stop run
004510     end-if.
004520     open output rootrpt-file.
004530     if rootrpt-status not = "00"
004540         display "PRIMEROT016E - ROOTRPT COULD NOT BE OPENED."
004550         close rootout-file
004560         move 16 to return-code
004570         stop run
004580     end-if.
004590     perform catalog-write 1 times.
004600     perform select-clear
004610         varying prime-index from 1 by 1
004620         until prime-index > prime-count.
004630     perform select-range thru select-range-exit
004640         varying range-index from 1 by 1
004650         until range-index > range-count.
004660     perform summary-clear
004670         varying ds-index from 1 by 1
004680         until ds-index > root-slots.
004690     accept rpt-run-date from date.
004700     move rpt-run-date to rpt-run-date-disp.
004710     accept rpt-run-time from time.
004720     move rpt-run-time to rpt-run-time-disp.
004730     perform report-headers 1 times.
004740     perform root-one-prime thru root-one-prime-exit
004750         varying prime-index from 1 by 1
004760         until prime-index > prime-count.
004770     perform report-summary-page 1 times.
004780     close rootout-file rootrpt-file.
004790     perform usage-flush thru usage-flush-exit.
004800     perform summary 1 times.
004810     perform audit-write 1 times.
004820     stop run.
004830
004840******************************************************************
004850*  READCTL - READ THE SELECTION DECK: VALUE=LOW,HIGH AND/OR      *
004860*            INDEX=LOW,HIGH CARDS, ONE RANGE PER CARD, UP TO 50  *
004870*            RANGES PER RUN, AS FOR PRIMEXTR. ANY INVALID CARD,  *
004880*            OR A DECK WITH NO RANGE AT ALL, IS A HARD STOP.     *
004890*            A DEPT=CODE CARD NAMES THE REQUESTING DEPARTMENT    *
004900*            FOR THE RANGE CARDS AFTER IT.                       *
004910******************************************************************
004920 readctl.
004930     open input ctlcard-file.
004940     if ctlcard-status not = "00"
004950         display "PRIMEROT002E - NO SELECTION DECK SUPPLIED. "
004960             "AT LEAST ONE VALUE= OR INDEX= CARD IS REQUIRED."
004970         move 16 to return-code
004980         stop run
004990     end-if.
005000     perform ctl-read-card thru ctl-read-card-exit.
005010     perform ctl-process-card thru ctl-process-card-exit
005020         until cc-cards-done.
005030     close ctlcard-file.
005040     if range-count = 0
005050         display "PRIMEROT002E - NO SELECTION DECK SUPPLIED. "
005060             "AT LEAST ONE VALUE= OR INDEX= CARD IS REQUIRED."
005070         move 16 to return-code
005080         stop run
005090     end-if.
005100
005110 ctl-read-card.
005120     read ctlcard-file
005130         at end
005140             move "Y" to cc-card-eof
005150     end-read.
005160 ctl-read-card-exit.
005170     exit.
005180
005190 ctl-process-card.
005200     if ctlcard-record = spaces or cc-col1 = "*"
005210         go to ctl-process-card-next
005220     end-if.
005230     move spaces to cc-keyword.
005240     move spaces to cc-value.
005250     unstring ctlcard-record delimited by "="
005260         into cc-keyword cc-value
005270     end-unstring.
005280     if cc-keyword = "VALUE"
005290         perform ctl-card-range 1 times
005300         move "V" to xr-type (range-count)
005310         go to ctl-process-card-next
005320     end-if.
005330     if cc-keyword = "DEPT"
005340         perform ctl-card-dept 1 times
005350         go to ctl-process-card-next
005360     end-if.
005370     if cc-keyword = "INDEX"
005380         perform ctl-card-range 1 times
005390         move "I" to xr-type (range-count)
005400         go to ctl-process-card-next
005410     end-if.
005420     move "KEYWORD NOT RECOGNIZED" to ctl-error-text.
005430     perform ctl-card-error 1 times.
005440 ctl-process-card-next.
005450     perform ctl-read-card thru ctl-read-card-exit.
005460 ctl-process-card-exit.
005470     exit.
005480
005490******************************************************************
005500*  CTL-CARD-RANGE - SPLIT LOW,HIGH, VALIDATE BOTH NUMBERS AND    *
005510*                   THEIR ORDER, AND FILE THE RANGE. THE CALLER  *
005520*                   STAMPS THE RANGE TYPE.                       *
005530******************************************************************
005540 ctl-card-range.
005550     if range-count >= range-max
005560         move "MORE THAN 50 RANGE CARDS" to ctl-error-text
005570         perform ctl-card-error 1 times
005580     end-if.
005590     move spaces to cc-lo-text.
005600     move spaces to cc-hi-text.
005610     unstring cc-value delimited by ","
005620         into cc-lo-text cc-hi-text
005630     end-unstring.
005640     move cc-lo-text to pn-field.
005650     perform parse-number thru parse-number-exit.
005660     if not pn-good
005670         move "LOW VALUE IS NOT NUMERIC" to ctl-error-text
005680         perform ctl-card-error 1 times
005690     end-if.
005700     if cc-dept-code = spaces
005710         move "NO DEPT= CARD AHEAD OF THIS RANGE"
005720             to ctl-error-text
005730         perform ctl-card-error 1 times
005740     end-if.
005750     add 1 to range-count.
005760     move cc-dept-code to xr-dept (range-count).
005770     move pn-value to xr-lo (range-count).
005780     move cc-hi-text to pn-field.
005790     perform parse-number thru parse-number-exit.
005800     if not pn-good
005810         move "HIGH VALUE IS NOT NUMERIC" to ctl-error-text
005820         perform ctl-card-error 1 times
005830     end-if.
005840     move pn-value to xr-hi (range-count).
005850     if xr-lo (range-count) > xr-hi (range-count)
005860         move "LOW EXCEEDS HIGH" to ctl-error-text
005870         perform ctl-card-error 1 times
005880     end-if.
005890
005900******************************************************************
005910*  CTL-CARD-DEPT - CHECK A DEPT=CODE CARD AGAINST THE DEPARTMENT *
005920*                  MASTER AND MAKE IT THE DEPARTMENT CHARGED FOR *
005930*                  THE RANGE CARDS THAT FOLLOW.                  *
005940******************************************************************
005950 ctl-card-dept.
005960     move cc-value to cc-dept-text.
005970     if cc-dept-tail not = spaces
005980         move "DEPARTMENT CODE LONGER THAN 6" to ctl-error-text
005990         perform ctl-card-error 1 times
006000     end-if.
006010     move cc-dept-head to dp-key.
006020     perform dept-check thru dept-check-exit.
006030     if not dp-was-found
006040         move "DEPARTMENT NOT ON DEPTMAST" to ctl-error-text
006050         perform ctl-card-error 1 times
006060     end-if.
006070     move cc-dept-head to cc-dept-code.
006080
006090 ctl-card-error.
006100     display "PRIMEROT004E - INVALID SELECTION CARD - "
006110         ctl-error-text.
006120     display "  CARD IMAGE: " ctlcard-record.
006130     close ctlcard-file.
006140     move 16 to return-code.
006150     stop run.
006160
006170******************************************************************
006180*  PARSE-NUMBER - CONVERT LEFT-JUSTIFIED DIGITS (SPACES, DIGITS, *
006190*                 SPACES) IN PN-FIELD INTO PN-VALUE. ANYTHING    *
006200*                 ELSE DROPS PN-GOOD.                            *
006210******************************************************************
006220 parse-number.
006230     move zero to pn-value.
006240     move zero to pn-digits.
006250     move "Y" to pn-flag.
006260     move "N" to pn-started.
006270     move "N" to pn-done.
006280     perform parse-one-char thru parse-one-char-exit
006290         varying pn-scan from 1 by 1
006300         until pn-scan > 67 or pn-flag = "N".
006310     if pn-started = "N"
006320         move "N" to pn-flag
006330     end-if.
006340 parse-number-exit.
006350     exit.
006360
006370 parse-one-char.
006380     if pn-char (pn-scan) = space
006390         if pn-started = "Y"
006400             move "Y" to pn-done
006410         end-if
006420         go to parse-one-char-exit
006430     end-if.
006440     if pn-done = "Y"
006450         move "N" to pn-flag
006460         go to parse-one-char-exit
006470     end-if.
006480     if pn-char (pn-scan) < "0" or pn-char (pn-scan) > "9"
006490         move "N" to pn-flag
006500         go to parse-one-char-exit
006510     end-if.
006520     if pn-digits >= 9
006530         move "N" to pn-flag
006540         go to parse-one-char-exit
006550     end-if.
006560     move "Y" to pn-started.
006570     add 1 to pn-digits.
006580     move pn-char (pn-scan) to pn-digit-x.
006590     compute pn-value = pn-value * 10 + pn-digit.
006600 parse-one-char-exit.
006610     exit.
006620
006630******************************************************************
006640*  TABLE-LOAD - ONE SEQUENTIAL PASS OVER PRIMEIDX LOADS THE      *
006650*               PRIME TABLE AND VERIFIES THE CONTROL RECORD AT   *
006660*               THE RESERVED KEY 99999, AS FOR PRIMEXTR. THE     *
006670*               WHOLE TABLE IS HELD, SINCE EVERY SELECTED PRIME  *
006680*               NEEDS THE PRIMES UP TO ITS SQUARE ROOT TO        *
006690*               FACTOR P-1.                                      *
006700******************************************************************
006710 table-load.
006720     open input primeidx-file.
006730     if primeidx-status not = "00"
006740         display "PRIMEROT001E - PRIMEIDX COULD NOT BE OPENED. "
006750             "RUN PRIMES FIRST."
006760         move 16 to return-code
006770         stop run
006780     end-if.
006790     perform table-read thru table-read-exit
006800         until rt-idx-at-end.
006810     close primeidx-file.
006820     if not rt-ctl-was-seen
006830         display "PRIMEROT005E - PRIMEIDX HAS NO CONTROL "
006840             "RECORD. FILE IS INCOMPLETE OR OLD FORMAT - DO "
006850             "NOT USE IT."
006860         move 16 to return-code
006870         stop run
006880     end-if.
006890     if rt-ctl-count not = prime-count
006900         or rt-ctl-hash not = rt-hash
006910         display "PRIMEROT006E - PRIMEIDX CONTROL TOTALS DO "
006920             "NOT MATCH ITS ENTRIES. FILE IS INCOMPLETE OR "
006930             "TAMPERED - DO NOT USE IT."
006940         move 16 to return-code
006950         stop run
006960     end-if.
006970     if prime-count = 0
006980         display "PRIMEROT007E - PRIME TABLE IS EMPTY. NOTHING "
006990             "TO WORK."
007000         move 16 to return-code
007010         stop run
007020     end-if.
007030
007040 table-read.
007050     read primeidx-file
007060         at end
007070             move "Y" to rt-idx-eof
007080         not at end
007090             perform table-store thru table-store-exit
007100     end-read.
007110 table-read-exit.
007120     exit.
007130
007140 table-store.
007150     if pi-prime-index = 99999
007160         move "Y" to rt-ctl-seen
007170         move pi-ctl-rec-count to rt-ctl-count
007180         move pi-ctl-hash to rt-ctl-hash
007190         move pi-ctl-run-date to rt-ver-date
007200         move pi-ctl-run-time to rt-ver-time
007210         move pi-ctl-bound to rt-ver-bound
007220         go to table-store-exit
007230     end-if.
007240     if prime-count >= prime-max
007250         display "PRIMEROT008E - PRIME TABLE FULL AT "
007260             prime-max " ENTRIES."
007270         close primeidx-file
007280         move 16 to return-code
007290         stop run
007300     end-if.
007310     if pi-prime-index not = prime-count + 1
007320         or pi-prime-value not > rt-prev-value
007330         display "PRIMEROT009E - PRIMEIDX ENTRY OUT OF "
007340             "SEQUENCE AT INDEX " pi-prime-index "."
007350         close primeidx-file
007360         move 16 to return-code
007370         stop run
007380     end-if.
007390     add 1 to prime-count.
007400     move pi-prime-value to primes (prime-count).
007410     move pi-prime-value to rt-prev-value.
007420     add pi-prime-value to rt-hash.
007430     if rt-hash >= 1000000000
007440         subtract 1000000000 from rt-hash
007450     end-if.
007460 table-store-exit.
007470     exit.
007480
007490******************************************************************
007500*  SELECT-RANGE - FLAG EVERY TABLE ENTRY THAT FALLS IN ONE       *
007510*                 SELECTION RANGE, BY PRIME VALUE OR BY TABLE    *
007520*                 ORDINAL ACCORDING TO THE RANGE TYPE, AND CHARGE*
007530*                 THE RANGE'S DEPARTMENT FOR EACH ENTRY NO       *
007535*                 EARLIER RANGE HAS TAKEN. A RANGE THAT SELECTS  *
007540*                 NOTHING IS REPORTED, NOT AN ERROR.             *
007550******************************************************************
007560 select-clear.
007570     move "N" to sel-flag (prime-index).
007580
007590 select-range.
007600     move zero to rt-range-hits.
007605     move zero to rt-range-new.
007610     perform select-one-entry thru select-one-entry-exit
007620         varying prime-index from 1 by 1
007630         until prime-index > prime-count.
007640     if rt-range-hits = 0
007650         display "PRIMEROT010W - RANGE " range-index
007660             " SELECTED NO ENTRIES."
007670     end-if.
007680     move xr-dept (range-index) to ug-key-dept.
007690     move "ROOTS" to ug-key-type.
007700     move rt-range-new to ug-key-units.
007710     perform usage-add thru usage-add-exit.
007720 select-range-exit.
007730     exit.
007740
007750 select-one-entry.
007760     if xr-type (range-index) = "V"
007770         if primes (prime-index) < xr-lo (range-index)
007780             or primes (prime-index) > xr-hi (range-index)
007790             go to select-one-entry-exit
007800         end-if
007810     else
007820         if prime-index < xr-lo (range-index)
007830             or prime-index > xr-hi (range-index)
007840             go to select-one-entry-exit
007850         end-if
007860     end-if.
007870     add 1 to rt-range-hits.
007872     if sel-flag (prime-index) not = "Y"
007874         add 1 to rt-range-new
007876     end-if.
007880     move "Y" to sel-flag (prime-index).
007890 select-one-entry-exit.
007900     exit.
007910
007920 summary-clear.
007930     move zero to ds-primes (ds-index).
007940
007950******************************************************************
007960*  ROOT-ONE-PRIME - WORK ONE SELECTED PRIME: FACTOR P-1, FIND    *
007970*                   THE SMALLEST PRIMITIVE ROOT AND THE ORDERS   *
007980*                   OF 2, 3 AND 10, THEN WRITE THE ROOTOUT       *
007990*                   RECORD AND THE REPORT LINE AND COUNT IT FOR  *
008000*                   THE SUMMARY PAGE.                            *
008010******************************************************************
008020 root-one-prime.
008030     if sel-flag (prime-index) not = "Y"
008040         go to root-one-prime-exit
008050     end-if.
008060     add 1 to selected-count.
008070     move primes (prime-index) to rc-p.
008080     compute rc-p-minus-1 = rc-p - 1.
008090     perform factor-p-minus-1 thru factor-p-minus-1-exit.
008100     perform find-root thru find-root-exit.
008110     move 2 to rc-base.
008120     perform find-order thru find-order-exit.
008130     move rc-order to rc-order-2.
008140     move rc-full to rc-full-2.
008150     if rc-order > 0
008160         add 1 to eligible-2
008170     end-if.
008180     if rc-full = "Y"
008190         add 1 to full-count-2
008200     end-if.
008210     move 3 to rc-base.
008220     perform find-order thru find-order-exit.
008230     move rc-order to rc-order-3.
008240     move rc-full to rc-full-3.
008250     if rc-order > 0
008260         add 1 to eligible-3
008270     end-if.
008280     if rc-full = "Y"
008290         add 1 to full-count-3
008300     end-if.
008310     move 10 to rc-base.
008320     perform find-order thru find-order-exit.
008330     move rc-order to rc-order-10.
008340     move rc-full to rc-full-10.
008350     if rc-order > 0
008360         add 1 to eligible-10
008370     end-if.
008380     if rc-full = "Y"
008390         add 1 to full-count-10
008400     end-if.
008410     if rc-root < root-slots
008420         move rc-root to ds-slot
008430     else
008440         move root-slots to ds-slot
008450     end-if.
008460     add 1 to ds-primes (ds-slot).
008470     if rc-root > ds-largest-root
008480         move rc-root to ds-largest-root
008490         move rc-p to ds-largest-root-prime
008500     end-if.
008510     perform root-write 1 times.
008520     perform report-detail 1 times.
008530 root-one-prime-exit.
008540     exit.
008550
008560******************************************************************
008570*  FACTOR-P-MINUS-1 - THE DISTINCT PRIME FACTORS OF P-1 BY TRIAL *
008580*                     DIVISION WITH THE TABLE PRIMES, STOPPING   *
008590*                     ONCE A PRIME'S SQUARE PASSES WHAT IS LEFT. *
008600*                     ANY REMAINDER ABOVE 1 IS ITSELF PRIME.     *
008610******************************************************************
008620 factor-p-minus-1.
008630     move zero to rc-fac-count.
008640     move rc-p-minus-1 to rc-rest.
008650     move "N" to rc-fac-flag.
008660     perform factor-try thru factor-try-exit
008670         varying rc-fx from 1 by 1
008680         until rc-fx > prime-count or rc-fac-done.
008690     if rc-rest > 1
008700         add 1 to rc-fac-count
008710         move rc-rest to rc-factor (rc-fac-count)
008720     end-if.
008730 factor-p-minus-1-exit.
008740     exit.
008750
008760 factor-try.
008770     compute rc-square = primes (rc-fx) * primes (rc-fx).
008780     if rc-square > rc-rest
008790         move "Y" to rc-fac-flag
008800         go to factor-try-exit
008810     end-if.
008820     divide rc-rest by primes (rc-fx)
008830         giving rc-quot remainder rc-rem.
008840     if rc-rem not = 0
008850         go to factor-try-exit
008860     end-if.
008870     add 1 to rc-fac-count.
008880     move primes (rc-fx) to rc-factor (rc-fac-count).
008890     perform factor-divide-out thru factor-divide-out-exit
008900         until rc-rem not = 0.
008910 factor-try-exit.
008920     exit.
008930
008940 factor-divide-out.
008950     move rc-quot to rc-rest.
008960     divide rc-rest by primes (rc-fx)
008970         giving rc-quot remainder rc-rem.
008980 factor-divide-out-exit.
008990     exit.
009000
009010******************************************************************
009020*  FIND-ROOT - THE SMALLEST G FOR WHICH G ** ((P-1)/Q) IS NOT 1  *
009030*              MOD P FOR ANY PRIME FACTOR Q OF P-1. BY           *
009040*              CONVENTION THE ROOT OF 2 IS 1.                    *
009050******************************************************************
009060 find-root.
009070     if rc-p = 2
009080         move 1 to rc-root
009090         go to find-root-exit
009100     end-if.
009110     move 1 to rc-cand.
009120     move zero to rc-root.
009130     perform root-try thru root-try-exit
009140         until rc-root > 0.
009150 find-root-exit.
009160     exit.
009170
009180 root-try.
009190     add 1 to rc-cand.
009200     move "N" to rc-test-flag.
009210     perform root-test thru root-test-exit
009220         varying rc-fac-index from 1 by 1
009230         until rc-fac-index > rc-fac-count or rc-test-failed.
009240     if not rc-test-failed
009250         move rc-cand to rc-root
009260     end-if.
009270 root-try-exit.
009280     exit.
009290
009300 root-test.
009310     divide rc-p-minus-1 by rc-factor (rc-fac-index)
009320         giving mp-exp.
009330     move rc-cand to mp-base.
009340     perform modpow thru modpow-exit.
009350     if mp-result = 1
009360         move "Y" to rc-test-flag
009370     end-if.
009380 root-test-exit.
009390     exit.
009400
009410******************************************************************
009420*  FIND-ORDER - THE ORDER OF RC-BASE MOD P: START FROM P-1 AND   *
009430*               STRIP EACH PRIME FACTOR Q FOR AS LONG AS         *
009440*               BASE ** (ORDER/Q) IS STILL 1. A BASE THAT IS A   *
009450*               MULTIPLE OF P HAS NO ORDER (ZERO, FLAG "-"); THE *
009460*               BASE IS FULL PERIOD ("Y") WHEN THE ORDER IS P-1. *
009470******************************************************************
009480 find-order.
009490     divide rc-base by rc-p giving rc-quot remainder rc-rem.
009500     if rc-rem = 0
009510         move zero to rc-order
009520         move "-" to rc-full
009530         go to find-order-exit
009540     end-if.
009550     move rc-p-minus-1 to rc-order.
009560     perform order-strip thru order-strip-exit
009570         varying rc-fac-index from 1 by 1
009580         until rc-fac-index > rc-fac-count.
009590     if rc-order = rc-p-minus-1
009600         move "Y" to rc-full
009610     else
009620         move "N" to rc-full
009630     end-if.
009640 find-order-exit.
009650     exit.
009660
009670 order-strip.
009680     move "N" to rc-reduce-flag.
009690     perform order-reduce thru order-reduce-exit
009700         until rc-reduce-done.
009710 order-strip-exit.
009720     exit.
009730
009740 order-reduce.
009750     divide rc-order by rc-factor (rc-fac-index)
009760         giving rc-quot remainder rc-rem.
009770     if rc-rem not = 0
009780         move "Y" to rc-reduce-flag
009790         go to order-reduce-exit
009800     end-if.
009810     move rc-base to mp-base.
009820     move rc-quot to mp-exp.
009830     perform modpow thru modpow-exit.
009840     if mp-result = 1
009850         move rc-quot to rc-order
009860     else
009870         move "Y" to rc-reduce-flag
009880     end-if.
009890 order-reduce-exit.
009900     exit.
009910
009920******************************************************************
009930*  MODPOW - MP-BASE ** MP-EXP MOD RC-P BY SQUARE AND MULTIPLY,   *
009940*           TAKING THE EXPONENT ONE BINARY DIGIT AT A TIME FROM  *
009950*           THE LOW END.                                         *
009960******************************************************************
009970 modpow.
009980     move 1 to mp-result.
009990     divide mp-base by rc-p giving mp-quot remainder mp-rem.
009995     move mp-rem to mp-base.
010000     perform modpow-step thru modpow-step-exit
010010         until mp-exp = 0.
010020 modpow-exit.
010030     exit.
010040
010050 modpow-step.
010060     divide mp-exp by 2 giving mp-half remainder mp-bit.
010065     move mp-half to mp-exp.
010070     if mp-bit = 1
010080         compute mp-work = mp-result * mp-base
010090         divide mp-work by rc-p giving mp-quot
010100             remainder mp-result
010110     end-if.
010120     if mp-exp > 0
010130         compute mp-work = mp-base * mp-base
010140         divide mp-work by rc-p giving mp-quot
010150             remainder mp-base
010160     end-if.
010170 modpow-step-exit.
010180     exit.
010190
010200******************************************************************
010210*  ROOT-WRITE - THE ROOTOUT RECORD FOR ONE PRIME.                *
010220******************************************************************
010230 root-write.
010240     move spaces to rootout-record.
010250     move prime-index to ro-prime-index.
010260     move rc-p to ro-prime-value.
010270     move rc-root to ro-root.
010280     move rc-order-2 to ro-order-2.
010290     move rc-order-3 to ro-order-3.
010300     move rc-order-10 to ro-order-10.
010310     move rc-full-2 to ro-full-2.
010320     move rc-full-3 to ro-full-3.
010330     move rc-full-10 to ro-full-10.
010340     write rootout-record.
010350
010360******************************************************************
010370*  REPORT-HEADERS - TITLE, RUN DATE/TIME/PAGE AND THE COLUMN     *
010380*                   HEADINGS AT THE TOP OF EACH DETAIL PAGE.     *
010390******************************************************************
010400 report-headers.
010410     add 1 to rpt-page-count.
010420     move rpt-page-count to rpt-page-disp.
010430     move spaces to rootrpt-record.
010440     move "PRIMES SYSTEM - PRIMITIVE ROOT AND ORDER REPORT"
010450         to rootrpt-record.
010460     write rootrpt-record.
010470     move spaces to rootrpt-record.
010480     string "RUN DATE: " rpt-run-date-disp "   TIME: "
010490         rpt-run-time-disp "   PAGE: "
010500         rpt-page-disp delimited by size into rootrpt-record.
010510     write rootrpt-record.
010520     move spaces to rootrpt-record.
010530     write rootrpt-record.
010540     move spaces to rootrpt-record.
010550     string " ORDINAL      PRIME   ROOT    ORDER 2    ORDER 3"
010560         "   ORDER 10   FULL PD"
010570         delimited by size into rootrpt-record.
010580     write rootrpt-record.
010590     move zero to rpt-line-count.
010600
010610 report-write-line.
010620     add 1 to rpt-line-count.
010630     if rpt-line-count > rpt-lines-per-page
010635         move rootrpt-record to rpt-hold-line
010640         perform report-headers 1 times
010650         add 1 to rpt-line-count
010655         move rpt-hold-line to rootrpt-record
010660     end-if.
010670     write rootrpt-record.
010680
010690 report-detail.
010700     move spaces to detail-line.
010710     move prime-index to dl-index.
010720     move rc-p to dl-value.
010730     move rc-root to dl-root.
010740     move rc-order-2 to dl-order-2.
010750     move rc-order-3 to dl-order-3.
010760     move rc-order-10 to dl-order-10.
010770     move spaces to dl-full-2.
010780     move spaces to dl-full-3.
010790     move spaces to dl-full-10.
010800     if rc-full-2 = "Y"
010810         move "2" to dl-full-2
010820     end-if.
010830     if rc-full-3 = "Y"
010840         move "3" to dl-full-3
010850     end-if.
010860     if rc-full-10 = "Y"
010870         move "10" to dl-full-10
010880     end-if.
010890     move spaces to rootrpt-record.
010900     move detail-line to rootrpt-record.
010910     perform report-write-line 1 times.
010920
010930******************************************************************
010940*  REPORT-SUMMARY-PAGE - ON A PAGE OF ITS OWN: HOW MANY PRIMES   *
010950*                        HAVE EACH SMALLEST PRIMITIVE ROOT, AND  *
010960*                        FOR EACH BASE THE FULL-PERIOD PRIMES    *
010970*                        OUT OF THOSE IT HAS AN ORDER FOR.       *
010972*                        A PAGE THAT RUNS OVER CONTINUES UNDER   *
010974*                        THE TITLE LINES ONLY, WITHOUT THE       *
010976*                        DETAIL COLUMN HEADINGS.                 *
010980******************************************************************
010990 report-summary-page.
010991     perform report-summary-headers 1 times.
010992     move spaces to rootrpt-record.
010993     move "SUMMARY" to rootrpt-record.
010994     perform report-summary-write 1 times.
010995     move spaces to rootrpt-record.
010996     perform report-summary-write 1 times.
010997     move selected-count to sw-count-disp.
010998     move spaces to rootrpt-record.
010999     string "  PRIMES WORKED . . . . . . . : " sw-count-disp
011000         delimited by size into rootrpt-record.
011001     perform report-summary-write 1 times.
011002     move ds-largest-root to sw-root-disp.
011003     move ds-largest-root-prime to sw-value-disp.
011004     move spaces to rootrpt-record.
011005     string "  LARGEST SMALLEST ROOT . . . : " sw-root-disp
011006         "  (PRIME " sw-value-disp ")"
011007         delimited by size into rootrpt-record.
011008     perform report-summary-write 1 times.
011009     move spaces to rootrpt-record.
011010     perform report-summary-write 1 times.
011011     move spaces to rootrpt-record.
011012     move "SMALLEST PRIMITIVE ROOT DISTRIBUTION"
011013         to rootrpt-record.
011014     perform report-summary-write 1 times.
011015     move spaces to rootrpt-record.
011016     move "      ROOT             PRIMES   PERCENT"
011017         to rootrpt-record.
011018     perform report-summary-write 1 times.
011019     perform report-root-slot thru report-root-slot-exit
011020         varying ds-index from 1 by 1
011021         until ds-index > root-slots.
011022     move spaces to rootrpt-record.
011023     perform report-summary-write 1 times.
011024     move spaces to rootrpt-record.
011025     move "FULL-PERIOD PRIMES BY BASE" to rootrpt-record.
011026     perform report-summary-write 1 times.
011027     move spaces to rootrpt-record.
011028     move "      BASE        FULL PERIOD  OF PRIMES   PERCENT"
011029         to rootrpt-record.
011030     perform report-summary-write 1 times.
011031     move "2" to fp-base.
011032     move full-count-2 to sw-full.
011033     move eligible-2 to sw-eligible.
011034     perform report-full-period 1 times.
011035     move "3" to fp-base.
011036     move full-count-3 to sw-full.
011037     move eligible-3 to sw-eligible.
011038     perform report-full-period 1 times.
011039     move "10" to fp-base.
011040     move full-count-10 to sw-full.
011041     move eligible-10 to sw-eligible.
011042     perform report-full-period 1 times.
011043
011044******************************************************************
011045*  REPORT-SUMMARY-HEADERS - TITLE AND RUN DATE/TIME/PAGE FOR A   *
011046*                           SUMMARY PAGE. THE SUMMARY HAS NO     *
011047*                           COLUMN HEADINGS OF ITS OWN.          *
011048******************************************************************
011049 report-summary-headers.
011050     add 1 to rpt-page-count.
011051     move rpt-page-count to rpt-page-disp.
011052     move spaces to rootrpt-record.
011053     move "PRIMES SYSTEM - PRIMITIVE ROOT AND ORDER REPORT"
011054         to rootrpt-record.
011055     write rootrpt-record.
011060     move spaces to rootrpt-record.
011070     string "RUN DATE: " rpt-run-date-disp "   TIME: "
011080         rpt-run-time-disp "   PAGE: "
011090         rpt-page-disp delimited by size into rootrpt-record.
011100     write rootrpt-record.
011110     move spaces to rootrpt-record.
011120     write rootrpt-record.
011130     move zero to rpt-line-count.
011173
011216 report-summary-write.
011259     add 1 to rpt-line-count.
011302     if rpt-line-count > rpt-lines-per-page
011345         move rootrpt-record to rpt-hold-line
011388         perform report-summary-headers 1 times
011431         add 1 to rpt-line-count
011474         move rpt-hold-line to rootrpt-record
011517     end-if.
011560     write rootrpt-record.
011650
011660 report-root-slot.
011670     if ds-primes (ds-index) = 0
011680         go to report-root-slot-exit
011690     end-if.
011700     move spaces to root-dist-line.
011710     move ds-index to sw-root-disp.
011720     if ds-index < root-slots
011730         move sw-root-disp to rd-root
011740     else
011750         string sw-root-disp " AND UP" delimited by size
011760             into rd-root
011770     end-if.
011780     move ds-primes (ds-index) to rd-primes.
011790     move zero to sw-percent.
011800     if selected-count > 0
011810         compute sw-percent rounded
011820             = ds-primes (ds-index) * 100 / selected-count
011830     end-if.
011840     move sw-percent to rd-percent.
011850     move spaces to rootrpt-record.
011860     move root-dist-line to rootrpt-record.
011870     perform report-summary-write 1 times.
011880 report-root-slot-exit.
011890     exit.
011900
011910 report-full-period.
011920     move sw-full to fp-full.
011930     move sw-eligible to fp-eligible.
011940     move zero to sw-percent.
011950     if sw-eligible > 0
011960         compute sw-percent rounded = sw-full * 100 / sw-eligible
011970     end-if.
011980     move sw-percent to fp-percent.
011990     move spaces to rootrpt-record.
012000     move full-period-line to rootrpt-record.
012010     perform report-summary-write 1 times.
012020
012030******************************************************************
012040*  DEPT-LOAD - LOAD THE DEPARTMENT MASTER INTO STORAGE SO EACH   *
012050*              REQUESTING DEPARTMENT CODE CAN BE CHECKED. A      *
012060*              RUN THAT CANNOT CHECK ITS DEPARTMENTS CANNOT BE   *
012070*              CHARGED BACK AND IS A HARD STOP.                  *
012080******************************************************************
012090 dept-load.
012100     open input deptmast-file.
012110     if deptmast-status not = "00"
012120         display "PRIMEROT013E - DEPTMAST COULD NOT BE OPENED. "
012130             "DEPARTMENT CODES CANNOT BE CHECKED."
012140         move 16 to return-code
012150         stop run
012160     end-if.
012170     perform dept-read thru dept-read-exit
012180         until dp-at-end.
012190     close deptmast-file.
012200
012210 dept-read.
012220     read deptmast-file
012230         at end
012240             move "Y" to dp-eof
012250         not at end
012260             perform dept-store thru dept-store-exit
012270     end-read.
012280 dept-read-exit.
012290     exit.
012300
012310 dept-store.
012320     if deptmast-record = spaces or dm-col1 = "*"
012330         go to dept-store-exit
012340     end-if.
012350     if dp-count >= dept-max
012360         display "PRIMEROT014E - DEPARTMENT TABLE FULL AT "
012370             dept-max " ENTRIES."
012380         close deptmast-file
012390         move 16 to return-code
012400         stop run
012410     end-if.
012420     add 1 to dp-count.
012430     move dm-dept-code to dp-code (dp-count).
012440 dept-store-exit.
012450     exit.
012460
012470******************************************************************
012480*  DEPT-CHECK - LOOK DP-KEY UP IN THE DEPARTMENT TABLE. A BLANK  *
012490*               CODE IS NEVER VALID.                             *
012500******************************************************************
012510 dept-check.
012520     move "N" to dp-found-flag.
012530     if dp-key = spaces
012540         go to dept-check-exit
012550     end-if.
012560     perform dept-check-entry
012570         varying dp-index from 1 by 1
012580         until dp-index > dp-count or dp-was-found.
012590 dept-check-exit.
012600     exit.
012610
012620 dept-check-entry.
012630     if dp-code (dp-index) = dp-key
012640         move "Y" to dp-found-flag
012650     end-if.
012660
012670******************************************************************
012680*  USAGE-ADD - ADD UG-KEY-UNITS TO THE RUN'S USAGE FOR ONE       *
012690*              DEPARTMENT AND REQUEST TYPE. A FULL TABLE IS      *
012700*              FLUSHED TO PRIMEUSE FIRST.                        *
012710******************************************************************
012720 usage-add.
012730     move "N" to ug-found-flag.
012740     perform usage-find
012750         varying ug-index from 1 by 1
012760         until ug-index > ug-count or ug-was-found.
012770     if ug-was-found
012780         add ug-key-units to ug-units (ug-hit)
012790         go to usage-add-exit
012800     end-if.
012810     if ug-count >= usage-max
012820         perform usage-flush thru usage-flush-exit
012830     end-if.
012840     add 1 to ug-count.
012850     move ug-key-dept to ug-dept (ug-count).
012860     move ug-key-type to ug-type (ug-count).
012870     move ug-key-units to ug-units (ug-count).
012880 usage-add-exit.
012890     exit.
012900
012910 usage-find.
012920     if ug-dept (ug-index) = ug-key-dept
012930         and ug-type (ug-index) = ug-key-type
012940         move "Y" to ug-found-flag
012950         move ug-index to ug-hit
012960     end-if.
012970
012980******************************************************************
012990*  USAGE-FLUSH - APPEND THE RUN'S USAGE BY DEPARTMENT AND        *
013000*                REQUEST TYPE TO THE STANDING PRIMEUSE FILE      *
013010*                PRICED BY THE MONTHLY PRIMECHG CHARGEBACK. A    *
013020*                USAGE FILE THAT CANNOT BE WRITTEN IS A WARNING, *
013030*                NOT A FAILURE OF THE RUN.                       *
013040******************************************************************
013050 usage-flush.
013060     if ug-count = 0
013070         go to usage-flush-exit
013080     end-if.
013090     accept us-run-date from date.
013100     accept us-run-time from time.
013110     open extend usage-file.
013120     if usage-status not = "00"
013130         open output usage-file
013140     end-if.
013150     if usage-status not = "00"
013160         display "PRIMEROT015W - PRIMEUSE COULD NOT BE WRITTEN. "
013170             "USAGE NOT RECORDED FOR CHARGEBACK."
013180         move zero to ug-count
013190         go to usage-flush-exit
013200     end-if.
013210     perform usage-write-entry
013220         varying ug-index from 1 by 1
013230         until ug-index > ug-count.
013240     close usage-file.
013250     move zero to ug-count.
013260 usage-flush-exit.
013270     exit.
013280
013290 usage-write-entry.
013300     move ug-dept (ug-index) to us-dept-code.
013310     move "PRIMEROT" to us-program-id.
013320     move ug-type (ug-index) to us-req-type.
013330     move ug-units (ug-index) to us-units.
013340     move spaces to usage-record.
013350     move usage-line to usage-record.
013360     write usage-record.
013370
013380******************************************************************
013390*  SUMMARY - DISPLAY A JOB-END TOTALS BLOCK FOR THE OPERATOR     *
013400******************************************************************
013410 summary.
013420     display "==================================================".
013430     display "PRIMEROT RUN SUMMARY".
013440     display "  RANGES REQUESTED . . . . : " range-count.
013450     display "  PRIMES WORKED. . . . . . : " selected-count.
013460     display "  FULL PERIOD, BASE 2. . . : " full-count-2.
013470     display "  FULL PERIOD, BASE 3. . . : " full-count-3.
013480     display "  FULL PERIOD, BASE 10 . . : " full-count-10.
013490     display "  TABLE ENTRIES ON FILE. . : " prime-count.
013500     display "==================================================".
013510
013520******************************************************************
013530*  CATALOG-WRITE - RECORD ON THE PRIMECAT VERSION CATALOG THAT   *
013540*                  THIS RUN'S ROOTOUT WAS BUILT FROM THE TABLE   *
013550*                  VERSION LOADED AT TABLE-LOAD. A CATALOG THAT  *
013560*                  CANNOT BE WRITTEN IS A WARNING, NOT A FAILURE *
013570*                  OF THE RUN.                                   *
013580******************************************************************
013590 catalog-write.
013600     move "USE" to ct-rec-type.
013610     move rt-ver-date to ct-ver-date.
013620     move rt-ver-time to ct-ver-time.
013630     move rt-ctl-count to ct-ver-count.
013640     move rt-ctl-hash to ct-ver-hash.
013650     move rt-ver-bound to ct-ver-bound.
013660     move "PRIMEROT" to ct-program-id.
013670     move "ROOTOUT" to ct-output.
013680     accept ct-run-date from date.
013690     accept ct-run-time from time.
013700     move spaces to ct-flag.
013710     open extend catalog-file.
013720     if catalog-status not = "00"
013730         open output catalog-file
013740     end-if.
013750     if catalog-status not = "00"
013760         display "PRIMEROT012W - PRIMECAT COULD NOT BE WRITTEN. "
013770             "TABLE VERSION NOT RECORDED."
013780     else
013790         move spaces to catalog-record
013800         move catalog-line to catalog-record
013810         write catalog-record
013820         close catalog-file
013830     end-if.
013840
013850******************************************************************
013860*  AUDIT-WRITE - APPEND THIS RUN'S COMPLETION RECORD TO THE      *
013870*                SUITE-WIDE PRIMEAUD AUDIT LOG, IN THE COMMON    *
013880*                LAYOUT PRIMEOPS ANALYZES: RUN DATE/TIME,        *
013890*                PROGRAM ID, OPERATOR, AND PROGRAM-APPROPRIATE   *
013900*                COUNTS.                                         *
013910******************************************************************
013920 audit-write.
013930     accept al-run-date from date.
013940     accept al-run-time from time.
013950     move "PRIMEROT" to al-program-id.
013960     accept al-operator-id from environment "USER".
013970     move selected-count to al-count-1.
013980     move range-count to al-count-2.
013990     move "NORMAL" to al-completion.
014000     move "PRIMITIVE ROOT TABLE" to al-run-desc.
014010     open extend auditlog-file.
014020     if auditlog-status not = "00"
014030         open output auditlog-file
014040     end-if.
014050     if auditlog-status not = "00"
014060         display "PRIMEROT011W - PRIMEAUD COULD NOT BE WRITTEN."
014070     else
014080         move spaces to auditlog-record
014090         move audit-line to auditlog-record
014100         write auditlog-record
014110         close auditlog-file
014120     end-if.
