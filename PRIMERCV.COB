000100******************************************************************
000110*                                                                *
000120*  PROGRAM-ID : PRIMERCV                                         *
000130*  DEVELOPED BY : D. L. SUITE BATCH SYSTEMS GROUP                *
000140*                                                                *
000150******************************************************************
000160 identification division.
000170 program-id. primercv.
000180 author. d l suite batch systems group.
000190 installation. central data processing.
000200 date-written. 2026-10-15.
000210 date-compiled.
000220
000230******************************************************************
000240* MODIFICATION HISTORY                                           *
000250*   2026-10-15  DLS  ORIGINAL VERSION. FORWARD RECOVERY OF THE   *
000260*                    PRIME TABLE FEEDS WITHOUT A FULL REBUILD.   *
000270*                    LOADS A RETAINED FULL PRIMEOUT IMAGE (BASE= *
000280*                    CARD, VERIFIED AGAINST ITS OWN HDR/TRL),    *
000290*                    THEN APPLIES THE PRIMEDLT DELTA FEEDS OF    *
000300*                    THE EXTEND RUNS SINCE (DELTA= CARDS, IN     *
000310*                    ORDER), PROVING EACH DELTA'S BASE COUNT AND *
000320*                    HASH CHAIN ONTO THE TABLE BUILT SO FAR AND  *
000330*                    ITS TRAILER AGAINST ITS OWN DETAILS. ONLY   *
000340*                    THEN ARE PRIMEIDX (WITH THE CONTROL RECORD  *
000350*                    AT THE RESERVED KEY 99999) AND A MATCHING   *
000360*                    PRIMEOUT REWRITTEN, STAMPED WITH THE LAST   *
000370*                    DELTA'S RUN DATE/TIME AND BOUND. A MISSING, *
000380*                    DAMAGED, OR OUT-OF-SEQUENCE DELTA IS NAMED  *
000390*                    AND STOPS THE RUN BEFORE ANY FEED IS        *
000400*                    TOUCHED.                                    *
000410******************************************************************
000420
000430 environment division.
000440 configuration section.
000450 source-computer. ibm-pc.
000460 object-computer. ibm-pc.
000470
000480 input-output section.
000490 file-control.
000500     select ctlcard-file assign to "SYSIN"
000510         organization is line sequential
000520         file status is ctlcard-status.
000530
000540     select base-file assign to dynamic base-name
000550         organization is line sequential
000560         file status is base-status.
000570
000580     select delta-file assign to dynamic delta-name
000590         organization is line sequential
000600         file status is delta-status.
000610
000620     select primeout-file assign to "PRIMEOUT"
000630         organization is line sequential
000640         file status is primeout-status.
000650
000660     select primeidx-file assign to "PRIMEIDX"
000670         organization is indexed
000680         access mode is sequential
000690         record key is pi-prime-index
000700         alternate record key is pi-prime-value
000710         file status is primeidx-status.
000720
000730     select auditlog-file assign to "PRIMEAUD"
000740         organization is line sequential
000750         file status is auditlog-status.
000760
000770 data division.
000780 file section.
000790 fd  ctlcard-file
000800     label records are standard.
000810 01  ctlcard-record               picture x(80).
000820 01  ctlcard-card.
000830     05  cc-col1                 picture x(01).
000840     05  filler                  picture x(79).
000850
000860 fd  base-file
000870     label records are standard.
000880 01  base-record.
000890     05  bo-prime-index          picture 9(5).
000900     05  filler                  picture x(01).
000910     05  bo-prime-value          picture 9(9).
000920     05  filler                  picture x(65).
000930 01  base-header.
000940     05  boh-rec-type            picture x(03).
000950     05  filler                  picture x(01).
000960     05  boh-run-date            picture 9(6).
000970     05  filler                  picture x(01).
000980     05  boh-run-time            picture 9(8).
000990     05  filler                  picture x(01).
001000     05  boh-upper-bound         picture 9(9).
001010     05  filler                  picture x(51).
001020 01  base-trailer.
001030     05  bot-rec-type            picture x(03).
001040     05  filler                  picture x(01).
001050     05  bot-rec-count           picture 9(6).
001060     05  filler                  picture x(01).
001070     05  bot-hash-total          picture 9(9).
001080     05  filler                  picture x(60).
001090
001100 fd  delta-file
001110     label records are standard.
001120 01  delta-record.
001130     05  dlo-prime-index         picture 9(5).
001140     05  filler                  picture x(01).
001150     05  dlo-prime-value         picture 9(9).
001160     05  filler                  picture x(65).
001170 01  delta-header.
001180     05  dlh-rec-type            picture x(03).
001190     05  filler                  picture x(01).
001200     05  dlh-run-date            picture 9(6).
001210     05  filler                  picture x(01).
001220     05  dlh-run-time            picture 9(8).
001230     05  filler                  picture x(01).
001240     05  dlh-upper-bound         picture 9(9).
001250     05  filler                  picture x(01).
001260     05  dlh-base-count          picture 9(6).
001270     05  filler                  picture x(01).
001280     05  dlh-base-hash           picture 9(9).
001290     05  filler                  picture x(34).
001300 01  delta-trailer.
001310     05  dlt-rec-type            picture x(03).
001320     05  filler                  picture x(01).
001330     05  dlt-rec-count           picture 9(6).
001340     05  filler                  picture x(01).
001350     05  dlt-hash-total          picture 9(9).
001360     05  filler                  picture x(60).
001370
001380 fd  primeout-file
001390     label records are standard.
001400 01  primeout-record.
001410     05  po-prime-index          picture 9(5).
001420     05  filler                  picture x(01) value space.
001430     05  po-prime-value          picture 9(9).
001440     05  filler                  picture x(65) value spaces.
001450 01  primeout-header.
001460     05  poh-rec-type            picture x(03).
001470     05  filler                  picture x(01) value space.
001480     05  poh-run-date            picture 9(6).
001490     05  filler                  picture x(01) value space.
001500     05  poh-run-time            picture 9(8).
001510     05  filler                  picture x(01) value space.
001520     05  poh-upper-bound         picture 9(9).
001530     05  filler                  picture x(51) value spaces.
001540 01  primeout-trailer.
001550     05  pot-rec-type            picture x(03).
001560     05  filler                  picture x(01) value space.
001570     05  pot-rec-count           picture 9(6).
001580     05  filler                  picture x(01) value space.
001590     05  pot-hash-total          picture 9(9).
001600     05  filler                  picture x(60) value spaces.
001610
001620 fd  primeidx-file
001630     label records are standard.
001640 01  primeidx-record.
001650     05  pi-prime-index          picture 9(5).
001660     05  pi-prime-value          picture 9(9).
001670     05  pi-control-area         picture x(38).
001680     05  pi-control-fields redefines pi-control-area.
001690         10  pi-ctl-run-date     picture 9(6).
001700         10  pi-ctl-run-time     picture 9(8).
001710         10  pi-ctl-bound        picture 9(9).
001720         10  pi-ctl-rec-count    picture 9(6).
001730         10  pi-ctl-hash         picture 9(9).
001740
001750 fd  auditlog-file
001760     label records are standard.
001770 01  auditlog-record              picture x(89).
001780
001790 working-storage section.
001800 77  ctlcard-status               picture x(02) value spaces.
001810 77  base-status                  picture x(02) value spaces.
001820 77  delta-status                 picture x(02) value spaces.
001830 77  primeout-status              picture x(02) value spaces.
001840 77  primeidx-status              picture x(02) value spaces.
001850 77  prime-max                    picture 9(5) value 99998.
001860 77  delta-max                    picture 9(4) comp value 50.
001870 77  base-name                    picture x(44) value "PRIMERET".
001880 77  delta-name                   picture x(44) value spaces.
001890
001900 01  primes-data.
001910   02 prime-count                picture 9(5) comp value zero.
001920   02 prime-index                picture 9(5) comp.
001930   02 primes occurs 99998 times   picture 9(9).
001940
001950 01  delta-table.
001960   02 dt-count                   picture 9(4) comp value zero.
001970   02 dt-index                   picture 9(4) comp.
001980   02 dt-name occurs 50 times     picture x(44).
001990
002000 01  recover-ws.
002010   02 rv-eof                     picture x(01) value "N".
002020      88 rv-at-end               value "Y".
002030   02 rv-hdr-seen                picture x(01) value "N".
002040      88 rv-hdr-was-seen         value "Y".
002050   02 rv-trl-seen                picture x(01) value "N".
002060      88 rv-trl-was-seen         value "Y".
002070   02 rv-run-date                picture 9(6) value zero.
002080   02 rv-run-time                picture 9(8) value zero.
002090   02 rv-bound                   picture 9(9) value zero.
002100   02 rv-hash                    picture 9(10) value zero.
002110   02 rv-prev-value              picture 9(9) value zero.
002120   02 rv-ctl-count               picture 9(6) value zero.
002130   02 rv-ctl-hash                picture 9(9) value zero.
002140   02 rv-file-count              picture 9(6) value zero.
002150   02 rv-file-hash               picture 9(10) value zero.
002160   02 rv-base-count              picture 9(6) value zero.
002170   02 rv-added                   picture 9(6) value zero.
002180   02 rv-delta-disp              picture z9.
002190   02 rv-count-disp              picture z(5)9.
002200   02 rv-want-disp               picture z(5)9.
002210   02 rv-hash-disp               picture 9(9).
002220   02 rv-want-hash-disp          picture 9(9).
002230
002240 01  ctlcard-ws.
002250   02 cc-keyword                 picture x(12).
002260   02 cc-value                   picture x(67).
002270   02 cc-value-chars redefines cc-value.
002280     03 cc-value-char            picture x(01) occurs 67 times.
002290   02 cc-value-parts redefines cc-value.
002300     03 cc-value-name            picture x(44).
002310     03 cc-value-over            picture x(23).
002320   02 cc-card-eof                picture x(01) value "N".
002330      88 cc-cards-done           value "Y".
002340   02 cc-strip-index             picture 9(4) comp.
002350   02 cc-strip-out               picture 9(4) comp.
002360   02 cc-strip-text              picture x(67).
002370   02 cc-strip-chars redefines cc-strip-text.
002380     03 cc-strip-char            picture x(01) occurs 67 times.
002390   02 ctl-error-text             picture x(40).
002400
002410 77  auditlog-status              picture x(02) value spaces.
002420
002430 01  audit-line.
002440   02 al-run-date                picture 9(6).
002450   02 filler                     picture x(01) value space.
002460   02 al-run-time                picture 9(8).
002470   02 filler                     picture x(01) value space.
002480   02 al-program-id              picture x(08).
002490   02 filler                     picture x(01) value space.
002500   02 al-operator-id             picture x(12).
002510   02 filler                     picture x(01) value space.
002520   02 al-count-1                 picture z(8)9.
002530   02 filler                     picture x(01) value space.
002540   02 al-count-2                 picture z(5)9.
002550   02 filler                     picture x(01) value space.
002560   02 al-completion              picture x(08).
002570   02 filler                     picture x(01) value space.
002580   02 al-run-desc                picture x(25).
002590
002600 procedure division.
002610******************************************************************
002620*  0000-MAINLINE                                                 *
002630******************************************************************
002640 begin.
002650     perform readctl 1 times.
002660     perform base-load 1 times.
002670     perform delta-apply thru delta-apply-exit
002680         varying dt-index from 1 by 1
002690         until dt-index > dt-count.
002700     perform feed-rebuild 1 times.
002710     perform summary 1 times.
002720     perform audit-write 1 times.
002730     stop run.
002740
002750******************************************************************
002760*  READCTL - OPTIONAL BASE=NAME CARD NAMING THE RETAINED FULL    *
002770*            PRIMEOUT IMAGE (DEFAULT PRIMERET), AND ONE DELTA=   *
002780*            NAME CARD PER PRIMEDLT FEED TO APPLY, IN THE ORDER  *
002790*            THE EXTEND RUNS WROTE THEM, UP TO 50. NO DECK       *
002800*            REBUILDS THE FEEDS FROM PRIMERET ALONE. ANY OTHER   *
002810*            CARD IS A HARD ERROR, AS IN THE MAIN COMPUTATION    *
002820*            JOB.                                                *
002830******************************************************************
002840 readctl.
002850     open input ctlcard-file.
002860     if ctlcard-status not = "00"
002870         display "PRIMERCV001I - NO CONTROL DECK. REBUILDING "
002880             "FROM PRIMERET WITH NO DELTAS."
002890     else
002900         perform ctl-read-card thru ctl-read-card-exit
002910         perform ctl-process-card thru ctl-process-card-exit
002920             until cc-cards-done
002930         close ctlcard-file
002940     end-if.
002950     display "PRIMERCV002I - RETAINED IMAGE " base-name.
002960     display "PRIMERCV002I - DELTAS TO APPLY: " dt-count.
002970
002980 ctl-read-card.
002990     read ctlcard-file
003000         at end
003010             move "Y" to cc-card-eof
003020     end-read.
003030 ctl-read-card-exit.
003040     exit.
003050
003060 ctl-process-card.
003070     if ctlcard-record = spaces or cc-col1 = "*"
003080         go to ctl-process-card-next
003090     end-if.
003100     move spaces to cc-keyword.
003110     move spaces to cc-value.
003120     unstring ctlcard-record delimited by "="
003130         into cc-keyword cc-value
003140     end-unstring.
003150     perform ctl-strip-value thru ctl-strip-value-exit.
003160     if cc-keyword = "BASE" or cc-keyword = "DELTA"
003170         if cc-value = spaces
003180             move "FILE NAME IS MISSING" to ctl-error-text
003190             perform ctl-card-error 1 times
003200         end-if
003210         if cc-value-over not = spaces
003220             move "FILE NAME LONGER THAN 44" to ctl-error-text
003230             perform ctl-card-error 1 times
003240         end-if
003250     end-if.
003260     if cc-keyword = "BASE"
003270         move cc-value-name to base-name
003280         go to ctl-process-card-next
003290     end-if.
003300     if cc-keyword = "DELTA"
003310         if dt-count >= delta-max
003320             move "MORE THAN 50 DELTA CARDS" to ctl-error-text
003330             perform ctl-card-error 1 times
003340         end-if
003350         add 1 to dt-count
003360         move cc-value-name to dt-name (dt-count)
003370         go to ctl-process-card-next
003380     end-if.
003390     move "KEYWORD NOT RECOGNIZED" to ctl-error-text.
003400     perform ctl-card-error 1 times.
003410 ctl-process-card-next.
003420     perform ctl-read-card thru ctl-read-card-exit.
003430 ctl-process-card-exit.
003440     exit.
003450
003460 ctl-strip-value.
003470     if cc-value = spaces
003480         go to ctl-strip-value-exit
003490     end-if.
003500     move zero to cc-strip-out.
003510     move spaces to cc-strip-text.
003520     perform ctl-strip-char-copy thru ctl-strip-char-copy-exit
003530         varying cc-strip-index from 1 by 1
003540         until cc-strip-index > 67.
003550     move cc-strip-text to cc-value.
003560 ctl-strip-value-exit.
003570     exit.
003580
003590 ctl-strip-char-copy.
003600     if cc-strip-out = 0
003610         and cc-value-char (cc-strip-index) = space
003620         go to ctl-strip-char-copy-exit
003630     end-if.
003640     add 1 to cc-strip-out.
003650     move cc-value-char (cc-strip-index)
003660         to cc-strip-char (cc-strip-out).
003670 ctl-strip-char-copy-exit.
003680     exit.
003690
003700 ctl-card-error.
003710     display "PRIMERCV003E - INVALID CONTROL CARD - "
003720         ctl-error-text.
003730     display "  CARD IMAGE: " ctlcard-record.
003740     close ctlcard-file.
003750     move 16 to return-code.
003760     stop run.
003770
003780******************************************************************
003790*  BASE-LOAD - LOAD THE RETAINED FULL PRIMEOUT IMAGE INTO THE    *
003800*              TABLE, CHECKING HDR FIRST, TRL LAST, ORDINALS IN  *
003810*              STEP AND VALUES ASCENDING, AND THE TRAILER COUNT  *
003820*              AND HASH AGAINST THE DETAILS. THE IMAGE'S HDR     *
003830*              STAMP AND BOUND STAND UNTIL A DELTA REPLACES      *
003840*              THEM.                                             *
003850******************************************************************
003860 base-load.
003870     open input base-file.
003880     if base-status not = "00"
003890         display "PRIMERCV004E - RETAINED PRIMEOUT IMAGE "
003900             base-name " COULD NOT BE OPENED, STATUS "
003910             base-status ". NOTHING REBUILT."
003920         move 16 to return-code
003930         stop run
003940     end-if.
003950     move zero to prime-count.
003960     move zero to rv-hash.
003970     move zero to rv-prev-value.
003980     move "N" to rv-eof.
003990     move "N" to rv-hdr-seen.
004000     move "N" to rv-trl-seen.
004010     perform base-read thru base-read-exit
004020         until rv-at-end.
004030     close base-file.
004040     if not rv-hdr-was-seen or not rv-trl-was-seen
004050         display "PRIMERCV005E - RETAINED IMAGE " base-name
004060             " HAS NO HDR OR NO TRL RECORD. FILE IS TRUNCATED "
004070             "OR OLD FORMAT. NOTHING REBUILT."
004080         move 16 to return-code
004090         stop run
004100     end-if.
004110     if rv-ctl-count not = prime-count
004120         or rv-ctl-hash not = rv-hash
004130         display "PRIMERCV006E - RETAINED IMAGE " base-name
004140             " TRAILER TOTALS DO NOT MATCH ITS RECORDS. FILE "
004150             "IS INCOMPLETE OR TAMPERED. NOTHING REBUILT."
004160         move 16 to return-code
004170         stop run
004180     end-if.
004190     if prime-count = 0
004200         display "PRIMERCV007E - RETAINED IMAGE " base-name
004210             " IS EMPTY. NOTHING REBUILT."
004220         move 16 to return-code
004230         stop run
004240     end-if.
004250     move prime-count to rv-base-count.
004260     move prime-count to rv-count-disp.
004270     display "PRIMERCV008I - RETAINED IMAGE LOADED: "
004280         rv-count-disp " ENTRIES.".
004290
004300 base-read.
004310     read base-file
004320         at end
004330             move "Y" to rv-eof
004340         not at end
004350             perform base-store thru base-store-exit
004360     end-read.
004370 base-read-exit.
004380     exit.
004390
004400 base-store.
004410     if rv-trl-was-seen
004420         display "PRIMERCV009E - RECORD FOUND AFTER THE "
004430             base-name " TRAILER. FILE IS DAMAGED. NOTHING "
004440             "REBUILT."
004450         close base-file
004460         move 16 to return-code
004470         stop run
004480     end-if.
004490     if boh-rec-type = "HDR"
004500         if rv-hdr-was-seen or prime-count not = 0
004510             display "PRIMERCV010E - " base-name " HDR "
004520                 "RECORD IS NOT FIRST. FILE IS DAMAGED. "
004530                 "NOTHING REBUILT."
004540             close base-file
004550             move 16 to return-code
004560             stop run
004570         end-if
004580         move "Y" to rv-hdr-seen
004590         move boh-run-date to rv-run-date
004600         move boh-run-time to rv-run-time
004610         move boh-upper-bound to rv-bound
004620         go to base-store-exit
004630     end-if.
004640     if bot-rec-type = "TRL"
004650         move "Y" to rv-trl-seen
004660         move bot-rec-count to rv-ctl-count
004670         move bot-hash-total to rv-ctl-hash
004680         go to base-store-exit
004690     end-if.
004700     if not rv-hdr-was-seen
004710         display "PRIMERCV005E - RETAINED IMAGE " base-name
004720             " HAS NO HDR OR NO TRL RECORD. FILE IS TRUNCATED "
004730             "OR OLD FORMAT. NOTHING REBUILT."
004740         close base-file
004750         move 16 to return-code
004760         stop run
004770     end-if.
004780     if bo-prime-index is not numeric
004790         or bo-prime-value is not numeric
004800         or bo-prime-index not = prime-count + 1
004810         or bo-prime-value not > rv-prev-value
004820         display "PRIMERCV011E - " base-name " ENTRY OUT OF "
004830             "SEQUENCE AT INDEX " bo-prime-index ". FILE IS "
004840             "DAMAGED. NOTHING REBUILT."
004850         close base-file
004860         move 16 to return-code
004870         stop run
004880     end-if.
004890     perform table-add 1 times.
004900     move bo-prime-value to primes (prime-count).
004910     move bo-prime-value to rv-prev-value.
004920     add bo-prime-value to rv-hash.
004930     if rv-hash >= 1000000000
004940         subtract 1000000000 from rv-hash
004950     end-if.
004960 base-store-exit.
004970     exit.
004980
004990 table-add.
005000     if prime-count >= prime-max
005010         display "PRIMERCV012E - PRIME TABLE FULL AT " prime-max
005020             " ENTRIES. NOTHING REBUILT."
005030         move 16 to return-code
005040         stop run
005050     end-if.
005060     add 1 to prime-count.
005070
005080******************************************************************
005090*  DELTA-APPLY - APPLY ONE PRIMEDLT FEED. ITS HDR MUST CARRY THE *
005100*                COUNT AND HASH OF THE TABLE BUILT SO FAR, ITS   *
005110*                DETAILS MUST CONTINUE THE ORDINALS AND VALUES,  *
005120*                AND ITS TRAILER MUST MATCH THE NEW PRIMES IT    *
005130*                CARRIED. A DELTA THAT CANNOT BE OPENED IS       *
005140*                MISSING; ONE WHOSE BASE IS BEHIND THE TABLE IS  *
005150*                OUT OF SEQUENCE; ONE WHOSE BASE IS AHEAD OF IT  *
005160*                MEANS AN EARLIER DELTA WAS LEFT OUT.            *
005170******************************************************************
005180 delta-apply.
005190     move dt-name (dt-index) to delta-name.
005200     move dt-index to rv-delta-disp.
005210     open input delta-file.
005220     if delta-status not = "00"
005230         display "PRIMERCV013E - DELTA " rv-delta-disp " ("
005240             delta-name ") IS MISSING - COULD NOT BE OPENED, "
005250             "STATUS " delta-status ". NOTHING REBUILT."
005260         move 16 to return-code
005270         stop run
005280     end-if.
005290     move "N" to rv-eof.
005300     move "N" to rv-hdr-seen.
005310     move "N" to rv-trl-seen.
005320     move zero to rv-file-count.
005330     move zero to rv-file-hash.
005340     perform delta-read thru delta-read-exit
005350         until rv-at-end.
005360     close delta-file.
005370     if not rv-hdr-was-seen or not rv-trl-was-seen
005380         display "PRIMERCV014E - DELTA " rv-delta-disp " ("
005390             delta-name ") HAS NO HDR OR NO TRL RECORD. FILE "
005400             "IS TRUNCATED. NOTHING REBUILT."
005410         move 16 to return-code
005420         stop run
005430     end-if.
005440     if rv-ctl-count not = rv-file-count
005450         or rv-ctl-hash not = rv-file-hash
005460         display "PRIMERCV015E - DELTA " rv-delta-disp " ("
005470             delta-name ") TRAILER TOTALS DO NOT MATCH ITS "
005480             "RECORDS. FILE IS INCOMPLETE OR TAMPERED. "
005490             "NOTHING REBUILT."
005500         move 16 to return-code
005510         stop run
005520     end-if.
005530     add rv-file-count to rv-added.
005540     move rv-file-count to rv-want-disp.
005550     move prime-count to rv-count-disp.
005560     display "PRIMERCV016I - DELTA " rv-delta-disp " ("
005570         delta-name ") APPLIED: " rv-want-disp
005580         " NEW PRIMES, TABLE NOW " rv-count-disp " ENTRIES.".
005590 delta-apply-exit.
005600     exit.
005610
005620 delta-read.
005630     read delta-file
005640         at end
005650             move "Y" to rv-eof
005660         not at end
005670             perform delta-store thru delta-store-exit
005680     end-read.
005690 delta-read-exit.
005700     exit.
005710
005720 delta-store.
005730     if rv-trl-was-seen
005740         display "PRIMERCV017E - DELTA " rv-delta-disp " ("
005750             delta-name ") HAS A RECORD AFTER ITS TRAILER. "
005760             "FILE IS DAMAGED. NOTHING REBUILT."
005770         close delta-file
005780         move 16 to return-code
005790         stop run
005800     end-if.
005810     if dlh-rec-type = "HDR"
005820         if rv-hdr-was-seen or rv-file-count not = 0
005830             display "PRIMERCV018E - DELTA " rv-delta-disp " ("
005840                 delta-name ") HDR RECORD IS NOT FIRST. FILE "
005850                 "IS DAMAGED. NOTHING REBUILT."
005860             close delta-file
005870             move 16 to return-code
005880             stop run
005890         end-if
005900         move "Y" to rv-hdr-seen
005910         perform delta-chain-check
005911             thru delta-chain-check-exit
005920         move dlh-run-date to rv-run-date
005930         move dlh-run-time to rv-run-time
005940         move dlh-upper-bound to rv-bound
005950         go to delta-store-exit
005960     end-if.
005970     if dlt-rec-type = "TRL"
005980         move "Y" to rv-trl-seen
005990         move dlt-rec-count to rv-ctl-count
006000         move dlt-hash-total to rv-ctl-hash
006010         go to delta-store-exit
006020     end-if.
006030     if not rv-hdr-was-seen
006040         display "PRIMERCV014E - DELTA " rv-delta-disp " ("
006050             delta-name ") HAS NO HDR OR NO TRL RECORD. FILE "
006060             "IS TRUNCATED. NOTHING REBUILT."
006070         close delta-file
006080         move 16 to return-code
006090         stop run
006100     end-if.
006110     if dlo-prime-index is not numeric
006120         or dlo-prime-value is not numeric
006130         or dlo-prime-index not = prime-count + 1
006140         or dlo-prime-value not > rv-prev-value
006150         display "PRIMERCV019E - DELTA " rv-delta-disp " ("
006160             delta-name ") ENTRY OUT OF SEQUENCE AT INDEX "
006170             dlo-prime-index ". FILE IS DAMAGED. NOTHING "
006180             "REBUILT."
006190         close delta-file
006200         move 16 to return-code
006210         stop run
006220     end-if.
006230     perform table-add 1 times.
006240     move dlo-prime-value to primes (prime-count).
006250     move dlo-prime-value to rv-prev-value.
006260     add 1 to rv-file-count.
006270     add dlo-prime-value to rv-hash.
006280     if rv-hash >= 1000000000
006290         subtract 1000000000 from rv-hash
006300     end-if.
006310     add dlo-prime-value to rv-file-hash.
006320     if rv-file-hash >= 1000000000
006330         subtract 1000000000 from rv-file-hash
006340     end-if.
006350 delta-store-exit.
006360     exit.
006370
006380******************************************************************
006390*  DELTA-CHAIN-CHECK - PROVE THE DELTA'S HDR BASE COUNT AND HASH *
006400*                      (THE PRIOR RUN'S TRAILER TOTALS) ARE THE  *
006410*                      TOTALS OF THE TABLE BUILT SO FAR, AND     *
006420*                      NAME THE DELTA AND THE GAP WHEN NOT.      *
006430******************************************************************
006440 delta-chain-check.
006450     if dlh-base-count = prime-count
006460         and dlh-base-hash = rv-hash
006470         go to delta-chain-check-exit
006480     end-if.
006490     move dlh-base-count to rv-want-disp.
006500     move prime-count to rv-count-disp.
006510     move dlh-base-hash to rv-want-hash-disp.
006520     move rv-hash to rv-hash-disp.
006530     if dlh-base-count < prime-count
006540         display "PRIMERCV020E - DELTA " rv-delta-disp " ("
006550             delta-name ") IS OUT OF SEQUENCE: IT CHAINS ONTO "
006560             "A TABLE OF " rv-want-disp " ENTRIES BUT "
006570             rv-count-disp " ARE ALREADY BUILT. CHECK THE "
006580             "ORDER OF THE DELTA CARDS. NOTHING REBUILT."
006590     else
006600         if dlh-base-count > prime-count
006610             display "PRIMERCV021E - DELTA " rv-delta-disp
006620                 " (" delta-name ") DOES NOT CHAIN: IT "
006630                 "EXPECTS A TABLE OF " rv-want-disp " ENTRIES "
006640                 "BUT ONLY " rv-count-disp " ARE BUILT. A "
006650                 "DELTA IS MISSING AHEAD OF IT. NOTHING "
006660                 "REBUILT."
006670         else
006680             display "PRIMERCV022E - DELTA " rv-delta-disp
006690                 " (" delta-name ") DOES NOT CHAIN: ITS BASE "
006700                 "HASH " rv-want-hash-disp " IS NOT THE HASH "
006710                 rv-hash-disp " OF THE TABLE BUILT SO FAR. "
006720                 "IT BELONGS TO ANOTHER TABLE. NOTHING "
006730                 "REBUILT."
006740         end-if
006750     end-if.
006760     close delta-file.
006770     move 16 to return-code.
006780     stop run.
006790 delta-chain-check-exit.
006800     exit.
006810
006820******************************************************************
006830*  FEED-REBUILD - WRITE THE RECOVERED TABLE TO A FRESH PRIMEOUT  *
006840*                 (HDR, DETAILS, TRL) AND PRIMEIDX (DETAILS,     *
006850*                 THEN THE CONTROL RECORD AT THE RESERVED KEY    *
006860*                 99999), BOTH STAMPED WITH THE RUN DATE/TIME    *
006870*                 AND BOUND OF THE LAST FEED APPLIED, SO THEY    *
006880*                 MATCH THE TABLE VERSION THE MAIN JOB LAST      *
006890*                 PRODUCED.                                      *
006900******************************************************************
006910 feed-rebuild.
006920     open output primeout-file primeidx-file.
006930     if primeout-status not = "00" or primeidx-status not = "00"
006940         display "PRIMERCV023E - PRIMEOUT/PRIMEIDX OPEN FAILED."
006950         move 16 to return-code
006960         stop run
006970     end-if.
006980     move spaces to primeout-header.
006990     move "HDR" to poh-rec-type.
007000     move rv-run-date to poh-run-date.
007010     move rv-run-time to poh-run-time.
007020     move rv-bound to poh-upper-bound.
007030     write primeout-header.
007040     perform feed-write-entry
007050         varying prime-index from 1 by 1
007060         until prime-index > prime-count.
007070     move spaces to primeout-trailer.
007080     move "TRL" to pot-rec-type.
007090     move prime-count to pot-rec-count.
007100     move rv-hash to pot-hash-total.
007110     write primeout-trailer.
007120     move 99999 to pi-prime-index.
007130     move zero to pi-prime-value.
007140     move rv-run-date to pi-ctl-run-date.
007150     move rv-run-time to pi-ctl-run-time.
007160     move rv-bound to pi-ctl-bound.
007170     move prime-count to pi-ctl-rec-count.
007180     move rv-hash to pi-ctl-hash.
007190     write primeidx-record.
007200     close primeout-file primeidx-file.
007210     move prime-count to rv-count-disp.
007220     display "PRIMERCV024I - PRIMEOUT AND PRIMEIDX REBUILT: "
007230         rv-count-disp " ENTRIES.".
007240
007250 feed-write-entry.
007260     move spaces to primeout-record.
007270     move prime-index to po-prime-index.
007280     move primes (prime-index) to po-prime-value.
007290     write primeout-record.
007300     move prime-index to pi-prime-index.
007310     move primes (prime-index) to pi-prime-value.
007320     move spaces to pi-control-area.
007330     write primeidx-record.
007340
007350******************************************************************
007360*  SUMMARY - DISPLAY A JOB-END TOTALS BLOCK FOR THE OPERATOR     *
007370******************************************************************
007380 summary.
007390     move rv-hash to rv-hash-disp.
007400     display "==================================================".
007410     display "PRIMERCV RUN SUMMARY".
007420     display "  RETAINED IMAGE ENTRIES . : " rv-base-count.
007430     display "  DELTAS APPLIED . . . . . : " dt-count.
007440     display "  PRIMES ADDED BY DELTAS . : " rv-added.
007450     display "  ENTRIES REBUILT. . . . . : " prime-count.
007460     display "  HASH TOTAL . . . . . . . : " rv-hash-disp.
007470     display "  VERSION STAMP. . . . . . : " rv-run-date " "
007480         rv-run-time.
007490     display "  UPPER BOUND. . . . . . . : " rv-bound.
007500     display "==================================================".
007510
007520******************************************************************
007530*  AUDIT-WRITE - APPEND THIS RUN'S COMPLETION RECORD TO THE      *
007540*                SUITE-WIDE PRIMEAUD AUDIT LOG, IN THE COMMON    *
007550*                LAYOUT PRIMEOPS ANALYZES: RUN DATE/TIME,        *
007560*                PROGRAM ID, OPERATOR, AND PROGRAM-APPROPRIATE   *
007570*                COUNTS.                                         *
007580******************************************************************
007590 audit-write.
007600     accept al-run-date from date.
007610     accept al-run-time from time.
007620     move "PRIMERCV" to al-program-id.
007630     accept al-operator-id from environment "USER".
007640     move prime-count to al-count-1.
007650     move dt-count to al-count-2.
007660     move "NORMAL" to al-completion.
007670     move "FORWARD RECOVERY RUN" to al-run-desc.
007680     open extend auditlog-file.
007690     if auditlog-status not = "00"
007700         open output auditlog-file
007710     end-if.
007720     if auditlog-status not = "00"
007730         display "PRIMERCV025W - PRIMEAUD COULD NOT BE WRITTEN."
007740     else
007750         move spaces to auditlog-record
007760         move audit-line to auditlog-record
007770         write auditlog-record
007780         close auditlog-file
007790     end-if.
