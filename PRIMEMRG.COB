000100******************************************************************
000110*                                                                *
000120*  PROGRAM-ID : PRIMEMRG                                         *
000130*  DEVELOPED BY : D. L. SUITE BATCH SYSTEMS GROUP                *
000140*                                                                *
000150******************************************************************
000160 identification division.
000170 program-id. primemrg.
000180 author. d l suite batch systems group.
000190 installation. central data processing.
000200 date-written. 2026-10-15.
000210 date-compiled.
000220
000230******************************************************************
000240* MODIFICATION HISTORY                                           *
000250*   2026-10-15  DLS  ORIGINAL VERSION. MERGE STEP FOR            *
000260*                    PARTITIONED SIEVE RUNS. READS THE PRIMEPRT  *
000270*                    PARTIAL FEEDS NAMED ON PART= CARDS, VERIFIES*
000280*                    EACH ONE AGAINST ITS OWN HDR/TRL, PROVES THE*
000290*                    PARTITIONS COVER 2 THRU THE BOUND WITH NO   *
000300*                    GAP OR OVERLAP, RENUMBERS THE ORDINALS      *
000310*                    ACROSS PARTITIONS, AND WRITES THE STANDARD  *
000320*                    PRIMEOUT/PRIMEIDX FEEDS (HDR/TRL AND THE    *
000330*                    CONTROL RECORD AT THE RESERVED KEY 99999),  *
000340*                    REGISTERING THE NEW TABLE VERSION ON        *
000350*                    PRIMECAT AS THE MAIN COMPUTATION JOB DOES.  *
000351*   2026-10-15  DLS  THE MERGED TABLE IS NOW RECONCILED AGAINST  *
000352*                    REFPRIME (EXCRPT) AND, WHEN CLEAN, PROMOTED *
000353*                    TO REFPRIME WITH A BACK GENERATION KEPT,    *
000354*                    EXACTLY AS A PRIMES RUN DOES, UNDER THE     *
000355*                    SAME PRIMES PROMOTE AUTHORITY ON PRIMEAUT.  *
000356*                    A REFUSED PROMOTION ENDS RC 12.             *
000360******************************************************************
000370
000380 environment division.
000390 configuration section.
000400 source-computer. ibm-pc.
000410 object-computer. ibm-pc.
000420
000430 input-output section.
000440 file-control.
000450     select ctlcard-file assign to "SYSIN"
000460         organization is line sequential
000470         file status is ctlcard-status.
000480
000490     select partfeed-file assign to dynamic part-name
000500         organization is line sequential
000510         file status is partfeed-status.
000520
000530     select primeout-file assign to "PRIMEOUT"
000540         organization is line sequential
000550         file status is primeout-status.
000560
000570     select primeidx-file assign to "PRIMEIDX"
000580         organization is indexed
000590         access mode is sequential
000600         record key is pi-prime-index
000610         alternate record key is pi-prime-value
000620         file status is primeidx-status.
000630
000640     select catalog-file assign to "PRIMECAT"
000650         organization is line sequential
000660         file status is catalog-status.
000670
000680     select auditlog-file assign to "PRIMEAUD"
000690         organization is line sequential
000700         file status is auditlog-status.
000701
000702     select refprime-file assign to "REFPRIME"
000703         organization is line sequential
000704         file status is refprime-status.
000705
000706     select excrpt-file assign to "EXCRPT"
000707         organization is line sequential
000708         file status is excrpt-status.
000709
000710     select refback-file assign to dynamic refback-name
000711         organization is line sequential
000712         file status is refback-status.
000713
000714     select refgen-file assign to "REFGENNO"
000715         organization is line sequential
000716         file status is refgen-status.
000717
000718     select auth-file assign to "PRIMEAUT"
000719         organization is line sequential
000720         file status is auth-status.
000721
000722 data division.
000730 file section.
000740 fd  ctlcard-file
000750     label records are standard.
000760 01  ctlcard-record               picture x(80).
000770 01  ctlcard-card.
000780     05  cc-col1                 picture x(01).
000790     05  filler                  picture x(79).
000800
000810 fd  partfeed-file
000820     label records are standard.
000830 01  partfeed-record.
000840     05  ppo-prime-index         picture 9(5).
000850     05  filler                  picture x(01).
000860     05  ppo-prime-value         picture 9(9).
000870     05  filler                  picture x(65).
000880 01  partfeed-header.
000890     05  pph-rec-type            picture x(03).
000900     05  filler                  picture x(01).
000910     05  pph-run-date            picture 9(6).
000920     05  filler                  picture x(01).
000930     05  pph-run-time            picture 9(8).
000940     05  filler                  picture x(01).
000950     05  pph-part-high           picture 9(9).
000960     05  filler                  picture x(01).
000970     05  pph-part-low            picture 9(9).
000980     05  filler                  picture x(41).
000990 01  partfeed-trailer.
001000     05  ppt-rec-type            picture x(03).
001010     05  filler                  picture x(01).
001020     05  ppt-rec-count           picture 9(6).
001030     05  filler                  picture x(01).
001040     05  ppt-hash-total          picture 9(9).
001050     05  filler                  picture x(60).
001060
001070 fd  primeout-file
001080     label records are standard.
001090 01  primeout-record.
001100     05  po-prime-index          picture 9(5).
001110     05  filler                  picture x(01) value space.
001120     05  po-prime-value          picture 9(9).
001130     05  filler                  picture x(65) value spaces.
001140 01  primeout-header.
001150     05  poh-rec-type            picture x(03).
001160     05  filler                  picture x(01) value space.
001170     05  poh-run-date            picture 9(6).
001180     05  filler                  picture x(01) value space.
001190     05  poh-run-time            picture 9(8).
001200     05  filler                  picture x(01) value space.
001210     05  poh-upper-bound         picture 9(9).
001220     05  filler                  picture x(51) value spaces.
001230 01  primeout-trailer.
001240     05  pot-rec-type            picture x(03).
001250     05  filler                  picture x(01) value space.
001260     05  pot-rec-count           picture 9(6).
001270     05  filler                  picture x(01) value space.
001280     05  pot-hash-total          picture 9(9).
001290     05  filler                  picture x(60) value spaces.
001300
001310 fd  primeidx-file
001320     label records are standard.
001330 01  primeidx-record.
001340     05  pi-prime-index          picture 9(5).
001350     05  pi-prime-value          picture 9(9).
001360     05  pi-control-area         picture x(38).
001370     05  pi-control-fields redefines pi-control-area.
001380         10  pi-ctl-run-date     picture 9(6).
001390         10  pi-ctl-run-time     picture 9(8).
001400         10  pi-ctl-bound        picture 9(9).
001410         10  pi-ctl-rec-count    picture 9(6).
001420         10  pi-ctl-hash         picture 9(9).
001430
001440 fd  catalog-file
001450     label records are standard.
001460 01  catalog-record               picture x(89).
001470
001480 fd  auditlog-file
001490     label records are standard.
001500 01  auditlog-record              picture x(89).
001501
001502 fd  refprime-file
001503     label records are standard.
001504 01  refprime-record.
001505     05  rp-prime-value          picture 9(9).
001506     05  filler                  picture x(71).
001507
001508 fd  excrpt-file
001509     label records are standard.
001510 01  excrpt-record.
001511     05  exc-type                picture x(10).
001512     05  filler                  picture x(01) value space.
001513     05  exc-prime-index         picture z(5)9.
001514     05  filler                  picture x(01) value space.
001515     05  exc-value               picture z(8)9.
001516     05  filler                  picture x(01) value space.
001517     05  exc-text                picture x(40).
001518
001519 fd  refback-file
001520     label records are standard.
001521 01  refback-record.
001522     05  rb-prime-value          picture 9(9).
001523     05  filler                  picture x(71).
001524
001525 fd  refgen-file
001526     label records are standard.
001527 01  refgen-record.
001528     05  rg-generation           picture 9(4).
001529     05  filler                  picture x(76).
001530
001531******************************************************************
001532*  PRIMEAUT - ONE CARD PER OPERATOR ID AND PRIVILEGED ACTION THE *
001533*  OPERATOR MAY PERFORM (PROGRAM ID AND ACTION NAME). BLANK      *
001534*  CARDS AND CARDS WITH * IN COLUMN 1 ARE COMMENTS.              *
001535******************************************************************
001536 fd  auth-file
001537     label records are standard.
001538 01  auth-record.
001539     05  au-operator-id          picture x(12).
001540     05  filler                  picture x(01).
001541     05  au-program-id           picture x(08).
001542     05  filler                  picture x(01).
001543     05  au-action               picture x(08).
001544     05  filler                  picture x(50).
001545 01  auth-card.
001546     05  au-col1                 picture x(01).
001547     05  filler                  picture x(79).
001548
001549 working-storage section.
001550 77  ctlcard-status               picture x(02) value spaces.
001551 77  partfeed-status              picture x(02) value spaces.
001552 77  primeout-status              picture x(02) value spaces.
001560 77  primeidx-status              picture x(02) value spaces.
001570 77  catalog-status               picture x(02) value spaces.
001580 77  auditlog-status              picture x(02) value spaces.
001590 77  prime-max                    picture 9(5) value 99998.
001600 77  part-max                     picture 9(4) comp value 50.
001610 77  part-name                    picture x(44) value spaces.
001611 77  refprime-status              picture x(02) value spaces.
001612 77  excrpt-status                picture x(02) value spaces.
001613 77  refback-status               picture x(02) value spaces.
001614 77  refgen-status                picture x(02) value spaces.
001615 77  auth-status                  picture x(02) value spaces.
001620
001630 01  primes-data.
001640   02 prime-count                picture 9(5) comp value zero.
001650   02 prime-index                picture 9(5) comp.
001660   02 primes occurs 99998 times   picture 9(9).
001670
001680 01  part-table.
001690   02 pt-count                   picture 9(4) comp value zero.
001700   02 pt-index                   picture 9(4) comp.
001710   02 pt-next                    picture 9(4) comp.
001720   02 pt-entry occurs 50 times.
001730     03 pt-name                  picture x(44).
001740     03 pt-card-no               picture 9(4) comp.
001750     03 pt-low                   picture 9(9).
001760     03 pt-high                  picture 9(9).
001770     03 pt-rec-count             picture 9(6).
001780     03 pt-hash                  picture 9(9).
001790   02 pt-hold.
001800     03 ph-name                  picture x(44).
001810     03 ph-card-no               picture 9(4) comp.
001820     03 ph-low                   picture 9(9).
001830     03 ph-high                  picture 9(9).
001840     03 ph-rec-count             picture 9(6).
001850     03 ph-hash                  picture 9(9).
001860
001870 01  merge-ws.
001880   02 mg-eof                     picture x(01) value "N".
001890      88 mg-at-end               value "Y".
001900   02 mg-hdr-seen                picture x(01) value "N".
001910      88 mg-hdr-was-seen         value "Y".
001920   02 mg-trl-seen                picture x(01) value "N".
001930      88 mg-trl-was-seen         value "Y".
001940   02 mg-swapped                 picture x(01) value "N".
001950      88 mg-was-swapped          value "Y".
001960   02 mg-bound                   picture 9(9) value zero.
001970   02 mg-bound-src               picture x(08) value "DEFAULT".
001980   02 mg-low                     picture 9(9) value zero.
001990   02 mg-high                    picture 9(9) value zero.
002000   02 mg-file-count              picture 9(6) value zero.
002010   02 mg-file-hash               picture 9(10) value zero.
002020   02 mg-ctl-count               picture 9(6) value zero.
002030   02 mg-ctl-hash                picture 9(9) value zero.
002040   02 mg-prev-value              picture 9(9) value zero.
002050   02 mg-hash                    picture 9(10) value zero.
002060   02 mg-run-date                picture 9(6) value zero.
002070   02 mg-run-time                picture 9(8) value zero.
002080   02 mg-expect-low              picture 9(9) value zero.
002090   02 mg-card-disp               picture z9.
002100   02 mg-other-disp              picture z9.
002110   02 mg-low-disp                picture z(8)9.
002120   02 mg-high-disp               picture z(8)9.
002130   02 mg-from-disp               picture z(8)9.
002140   02 mg-thru-disp               picture z(8)9.
002150   02 mg-count-disp              picture z(5)9.
002151
002152 01  reconcile-ws.
002153   02 rc-ref-value             picture 9(9).
002154   02 rc-ref-eof               picture x(01) value "N".
002155      88 rc-ref-at-end         value "Y".
002156   02 rc-our-index             picture 9(5) comp.
002157   02 rc-exception-count       picture 9(6) comp value zero.
002158   02 rc-growth-count          picture 9(6) comp value zero.
002159   02 rc-ref-present           picture x(01) value "N".
002160      88 rc-ref-was-present    value "Y".
002161   02 rc-ref-error             picture x(01) value "N".
002162      88 rc-ref-open-failed    value "Y".
002163
002164 01  promote-ws.
002165   02 refback-name.
002166     03 filler                 picture x(07) value "REFBACK".
002167     03 refback-digit          picture 9(01).
002168   02 pb-generation            picture 9(4).
002169   02 pb-ref-eof               picture x(01) value "N".
002170      88 pb-ref-at-end         value "Y".
002171   02 pb-promoted              picture x(01) value "N".
002172      88 pb-was-promoted       value "Y".
002173
002174 01  auth-ws.
002175   02 aw-operator-id             picture x(12).
002176   02 aw-action                  picture x(08) value spaces.
002177   02 aw-eof                     picture x(01) value "N".
002178      88 aw-at-end               value "Y".
002179   02 aw-result                  picture x(01) value "N".
002180      88 aw-granted              value "Y".
002181      88 aw-refused              value "R".
002182
002183 01  ctlcard-ws.
002184   02 cc-keyword                 picture x(12).
002190   02 cc-value                   picture x(67).
002200   02 cc-value-chars redefines cc-value.
002210     03 cc-value-char            picture x(01) occurs 67 times.
002220   02 cc-value-parts redefines cc-value.
002230     03 cc-value-name            picture x(44).
002240     03 cc-value-over            picture x(23).
002250   02 cc-card-eof                picture x(01) value "N".
002260      88 cc-cards-done           value "Y".
002270   02 cc-num                     picture 9(9).
002280   02 cc-num-flag                picture x(01).
002290      88 cc-num-good             value "Y".
002300   02 cc-scan-done               picture x(01).
002310   02 cc-num-started             picture x(01).
002320   02 cc-scan-index              picture 9(4) comp.
002330   02 cc-digit-count             picture 9(4) comp.
002340   02 cc-digit-x                 picture x(01).
002350   02 cc-digit redefines cc-digit-x
002360                                 picture 9(01).
002370   02 cc-strip-index             picture 9(4) comp.
002380   02 cc-strip-out               picture 9(4) comp.
002390   02 cc-strip-text              picture x(67).
002400   02 cc-strip-chars redefines cc-strip-text.
002410     03 cc-strip-char            picture x(01) occurs 67 times.
002420   02 ctl-error-text             picture x(40).
002430
002440 01  catalog-line.
002450   02 ct-rec-type                picture x(03).
002460   02 filler                     picture x(01) value space.
002470   02 ct-ver-date                picture 9(6).
002480   02 filler                     picture x(01) value space.
002490   02 ct-ver-time                picture 9(8).
002500   02 filler                     picture x(01) value space.
002510   02 ct-ver-count               picture 9(6).
002520   02 filler                     picture x(01) value space.
002530   02 ct-ver-hash                picture 9(9).
002540   02 filler                     picture x(01) value space.
002550   02 ct-ver-bound               picture 9(9).
002560   02 filler                     picture x(01) value space.
002570   02 ct-program-id              picture x(08).
002580   02 filler                     picture x(01) value space.
002590   02 ct-output                  picture x(08).
002600   02 filler                     picture x(01) value space.
002610   02 ct-run-date                picture 9(6).
002620   02 filler                     picture x(01) value space.
002630   02 ct-run-time                picture 9(8).
002640   02 filler                     picture x(01) value space.
002650   02 ct-flag                    picture x(08).
002660
002670 01  audit-line.
002680   02 al-run-date                picture 9(6).
002690   02 filler                     picture x(01) value space.
002700   02 al-run-time                picture 9(8).
002710   02 filler                     picture x(01) value space.
002720   02 al-program-id              picture x(08).
002730   02 filler                     picture x(01) value space.
002740   02 al-operator-id             picture x(12).
002750   02 filler                     picture x(01) value space.
002760   02 al-count-1                 picture z(8)9.
002770   02 filler                     picture x(01) value space.
002780   02 al-count-2                 picture z(5)9.
002790   02 filler                     picture x(01) value space.
002800   02 al-completion              picture x(08).
002810   02 filler                     picture x(01) value space.
002820   02 al-run-desc                picture x(25).
002830
002840 procedure division.
002850******************************************************************
002860*  0000-MAINLINE                                                 *
002870******************************************************************
002880 begin.
002890     perform readctl 1 times.
002900     perform part-verify thru part-verify-exit
002910         varying pt-index from 1 by 1
002920         until pt-index > pt-count.
002930     perform part-sort thru part-sort-exit.
002940     perform coverage-check thru coverage-check-exit.
002950     perform part-load thru part-load-exit
002960         varying pt-index from 1 by 1
002970         until pt-index > pt-count.
002980     perform feed-write 1 times.
002983     perform reconcile 1 times.
002986     perform promote-reference thru promote-reference-exit.
002990     perform catalog-write 1 times.
003000     perform summary 1 times.
003010     perform audit-write 1 times.
003012     if aw-refused
003014         move 12 to return-code
003016     end-if.
003020     stop run.
003030
003040******************************************************************
003050*  READCTL - ONE PART=NAME CARD PER PRIMEPRT PARTIAL FEED TO     *
003060*            MERGE, IN ANY ORDER, UP TO 50, AND AN OPTIONAL      *
003070*            BOUND=N CARD GIVING THE TOP OF THE RANGE THE        *
003080*            PARTITIONS MUST REACH. WITHOUT ONE, THE HIGHEST     *
003090*            PARTITION SETS THE BOUND. ANY OTHER CARD, OR NO     *
003100*            PART= CARD AT ALL, IS A HARD ERROR.                 *
003110******************************************************************
003120 readctl.
003130     open input ctlcard-file.
003140     if ctlcard-status not = "00"
003150         display "PRIMEMRG001E - NO CONTROL DECK. PART= CARDS "
003160             "NAMING THE PARTIAL FEEDS ARE REQUIRED."
003170         move 16 to return-code
003180         stop run
003190     end-if.
003200     perform ctl-read-card thru ctl-read-card-exit.
003210     perform ctl-process-card thru ctl-process-card-exit
003220         until cc-cards-done.
003230     close ctlcard-file.
003240     if pt-count = 0
003250         display "PRIMEMRG002E - NO PART= CARDS IN THE DECK. "
003260             "NOTHING MERGED."
003270         move 16 to return-code
003280         stop run
003290     end-if.
003300     display "PRIMEMRG003I - PARTITIONS TO MERGE: " pt-count.
003310
003320 ctl-read-card.
003330     read ctlcard-file
003340         at end
003350             move "Y" to cc-card-eof
003360     end-read.
003370 ctl-read-card-exit.
003380     exit.
003390
003400 ctl-process-card.
003410     if ctlcard-record = spaces or cc-col1 = "*"
003420         go to ctl-process-card-next
003430     end-if.
003440     move spaces to cc-keyword.
003450     move spaces to cc-value.
003460     unstring ctlcard-record delimited by "="
003470         into cc-keyword cc-value
003480     end-unstring.
003490     perform ctl-strip-value thru ctl-strip-value-exit.
003500     if cc-keyword = "PART"
003510         if cc-value = spaces
003520             move "FILE NAME IS MISSING" to ctl-error-text
003530             perform ctl-card-error 1 times
003540         end-if
003550         if cc-value-over not = spaces
003560             move "FILE NAME LONGER THAN 44" to ctl-error-text
003570             perform ctl-card-error 1 times
003580         end-if
003590         if pt-count >= part-max
003600             move "MORE THAN 50 PART CARDS" to ctl-error-text
003610             perform ctl-card-error 1 times
003620         end-if
003630         add 1 to pt-count
003640         move cc-value-name to pt-name (pt-count)
003650         move pt-count to pt-card-no (pt-count)
003660         go to ctl-process-card-next
003670     end-if.
003680     if cc-keyword = "BOUND"
003690         perform ctl-parse-number thru ctl-parse-number-exit
003700         if not cc-num-good or cc-num < 2 or cc-num > 1290000
003710             move "BOUND MUST BE NUMERIC, 2 THRU 1290000"
003720                 to ctl-error-text
003730             perform ctl-card-error 1 times
003740         end-if
003750         move cc-num to mg-bound
003760         move "CARD" to mg-bound-src
003770         go to ctl-process-card-next
003780     end-if.
003790     move "KEYWORD NOT RECOGNIZED" to ctl-error-text.
003800     perform ctl-card-error 1 times.
003810 ctl-process-card-next.
003820     perform ctl-read-card thru ctl-read-card-exit.
003830 ctl-process-card-exit.
003840     exit.
003850
003860 ctl-strip-value.
003870     if cc-value = spaces
003880         go to ctl-strip-value-exit
003890     end-if.
003900     move zero to cc-strip-out.
003910     move spaces to cc-strip-text.
003920     perform ctl-strip-char-copy thru ctl-strip-char-copy-exit
003930         varying cc-strip-index from 1 by 1
003940         until cc-strip-index > 67.
003950     move cc-strip-text to cc-value.
003960 ctl-strip-value-exit.
003970     exit.
003980
003990 ctl-strip-char-copy.
004000     if cc-strip-out = 0
004010         and cc-value-char (cc-strip-index) = space
004020         go to ctl-strip-char-copy-exit
004030     end-if.
004040     add 1 to cc-strip-out.
004050     move cc-value-char (cc-strip-index)
004060         to cc-strip-char (cc-strip-out).
004070 ctl-strip-char-copy-exit.
004080     exit.
004090
004100******************************************************************
004110*  CTL-PARSE-NUMBER - CONVERT THE CARD VALUE (DIGITS, WITH       *
004120*                     LEADING AND TRAILING SPACES ALLOWED) INTO  *
004130*                     CC-NUM. ANYTHING ELSE (NO DIGITS, A NON-   *
004140*                     DIGIT, DIGITS AFTER A GAP, OR MORE THAN    *
004150*                     NINE DIGITS) DROPS CC-NUM-GOOD.            *
004160******************************************************************
004170 ctl-parse-number.
004180     move zero to cc-num.
004190     move zero to cc-digit-count.
004200     move "Y" to cc-num-flag.
004210     move "N" to cc-scan-done.
004220     move "N" to cc-num-started.
004230     perform ctl-parse-digit thru ctl-parse-digit-exit
004240         varying cc-scan-index from 1 by 1
004250         until cc-scan-index > 67
004260         or cc-num-flag = "N".
004270     if cc-digit-count = 0
004280         move "N" to cc-num-flag
004290     end-if.
004300 ctl-parse-number-exit.
004310     exit.
004320
004330 ctl-parse-digit.
004340     if cc-value-char (cc-scan-index) = space
004350         if cc-num-started = "Y"
004360             move "Y" to cc-scan-done
004370         end-if
004380         go to ctl-parse-digit-exit
004390     end-if.
004400     if cc-scan-done = "Y"
004410         move "N" to cc-num-flag
004420         go to ctl-parse-digit-exit
004430     end-if.
004440     if cc-value-char (cc-scan-index) < "0"
004450         or cc-value-char (cc-scan-index) > "9"
004460         move "N" to cc-num-flag
004470         go to ctl-parse-digit-exit
004480     end-if.
004490     if cc-digit-count >= 9
004500         move "N" to cc-num-flag
004510         go to ctl-parse-digit-exit
004520     end-if.
004530     move "Y" to cc-num-started.
004540     add 1 to cc-digit-count.
004550     move cc-value-char (cc-scan-index) to cc-digit-x.
004560     compute cc-num = cc-num * 10 + cc-digit.
004570 ctl-parse-digit-exit.
004580     exit.
004590
004600 ctl-card-error.
004610     display "PRIMEMRG004E - INVALID CONTROL CARD - "
004620         ctl-error-text.
004630     display "  CARD IMAGE: " ctlcard-record.
004640     close ctlcard-file.
004650     move 16 to return-code.
004660     stop run.
004670
004680******************************************************************
004690*  PART-VERIFY - READ ONE PARTIAL FEED END TO END: HDR FIRST,    *
004700*                TRL LAST, ORDINALS NUMBERED 1 UP WITHIN THE     *
004710*                PARTITION, VALUES ASCENDING AND INSIDE THE      *
004720*                PARTITION'S LOW/HIGH RANGE, AND THE TRAILER     *
004730*                COUNT AND HASH EQUAL TO ITS DETAILS. THE RANGE  *
004740*                AND TOTALS ARE KEPT FOR THE COVERAGE CHECK.     *
004750******************************************************************
004760 part-verify.
004770     move pt-name (pt-index) to part-name.
004780     move pt-card-no (pt-index) to mg-card-disp.
004790     open input partfeed-file.
004800     if partfeed-status not = "00"
004810         display "PRIMEMRG005E - PARTITION " mg-card-disp " ("
004820             part-name ") COULD NOT BE OPENED, STATUS "
004830             partfeed-status ". NOTHING MERGED."
004840         move 16 to return-code
004850         stop run
004860     end-if.
004870     move "N" to mg-eof.
004880     move "N" to mg-hdr-seen.
004890     move "N" to mg-trl-seen.
004900     move zero to mg-file-count.
004910     move zero to mg-file-hash.
004920     move zero to mg-prev-value.
004930     perform part-verify-read thru part-verify-read-exit
004940         until mg-at-end.
004950     close partfeed-file.
004960     if not mg-hdr-was-seen or not mg-trl-was-seen
004970         display "PRIMEMRG006E - PARTITION " mg-card-disp " ("
004980             part-name ") HAS NO HDR OR NO TRL RECORD. FILE "
004990             "IS TRUNCATED. NOTHING MERGED."
005000         move 16 to return-code
005010         stop run
005020     end-if.
005030     if mg-ctl-count not = mg-file-count
005040         or mg-ctl-hash not = mg-file-hash
005050         display "PRIMEMRG007E - PARTITION " mg-card-disp " ("
005060             part-name ") TRAILER TOTALS DO NOT MATCH ITS "
005070             "RECORDS. FILE IS INCOMPLETE OR TAMPERED. "
005080             "NOTHING MERGED."
005090         move 16 to return-code
005100         stop run
005110     end-if.
005120     move mg-low to pt-low (pt-index).
005130     move mg-high to pt-high (pt-index).
005140     move mg-file-count to pt-rec-count (pt-index).
005150     move mg-file-hash to pt-hash (pt-index).
005160 part-verify-exit.
005170     exit.
005180
005190 part-verify-read.
005200     read partfeed-file
005210         at end
005220             move "Y" to mg-eof
005230         not at end
005240             perform part-verify-record
005250                 thru part-verify-record-exit
005260     end-read.
005270 part-verify-read-exit.
005280     exit.
005290
005300 part-verify-record.
005310     if mg-trl-was-seen
005320         display "PRIMEMRG008E - PARTITION " mg-card-disp " ("
005330             part-name ") HAS A RECORD AFTER ITS TRAILER. "
005340             "FILE IS DAMAGED. NOTHING MERGED."
005350         close partfeed-file
005360         move 16 to return-code
005370         stop run
005380     end-if.
005390     if pph-rec-type = "HDR"
005400         if mg-hdr-was-seen or mg-file-count not = 0
005410             or pph-part-low is not numeric
005420             or pph-part-high is not numeric
005430             or pph-part-low < 2
005440             or pph-part-low > pph-part-high
005450             display "PRIMEMRG009E - PARTITION " mg-card-disp
005460                 " (" part-name ") HDR RECORD IS NOT FIRST OR "
005470                 "CARRIES NO VALID RANGE. NOT A PARTIAL FEED. "
005480                 "NOTHING MERGED."
005490             close partfeed-file
005500             move 16 to return-code
005510             stop run
005520         end-if
005530         move "Y" to mg-hdr-seen
005540         move pph-part-low to mg-low
005550         move pph-part-high to mg-high
005560         go to part-verify-record-exit
005570     end-if.
005580     if ppt-rec-type = "TRL"
005590         move "Y" to mg-trl-seen
005600         move ppt-rec-count to mg-ctl-count
005610         move ppt-hash-total to mg-ctl-hash
005620         go to part-verify-record-exit
005630     end-if.
005640     if not mg-hdr-was-seen
005650         display "PRIMEMRG006E - PARTITION " mg-card-disp " ("
005660             part-name ") HAS NO HDR OR NO TRL RECORD. FILE "
005670             "IS TRUNCATED. NOTHING MERGED."
005680         close partfeed-file
005690         move 16 to return-code
005700         stop run
005710     end-if.
005720     if ppo-prime-index is not numeric
005730         or ppo-prime-value is not numeric
005740         or ppo-prime-index not = mg-file-count + 1
005750         or ppo-prime-value not > mg-prev-value
005760         or ppo-prime-value < mg-low
005770         or ppo-prime-value > mg-high
005780         display "PRIMEMRG010E - PARTITION " mg-card-disp " ("
005790             part-name ") ENTRY OUT OF SEQUENCE OR OUT OF "
005800             "RANGE AT INDEX " ppo-prime-index ". NOTHING "
005810             "MERGED."
005820         close partfeed-file
005830         move 16 to return-code
005840         stop run
005850     end-if.
005860     move ppo-prime-value to mg-prev-value.
005870     add 1 to mg-file-count.
005880     add ppo-prime-value to mg-file-hash.
005890     if mg-file-hash >= 1000000000
005900         subtract 1000000000 from mg-file-hash
005910     end-if.
005920 part-verify-record-exit.
005930     exit.
005940
005950******************************************************************
005960*  PART-SORT - ORDER THE PARTITION TABLE BY LOW VALUE, SO THE    *
005970*              PART= CARDS MAY COME IN ANY ORDER. AN EXCHANGE    *
005980*              SORT IS AMPLE FOR 50 ENTRIES.                     *
005990******************************************************************
006000 part-sort.
006010     move "Y" to mg-swapped.
006020     perform part-sort-pass thru part-sort-pass-exit
006030         until not mg-was-swapped.
006040 part-sort-exit.
006050     exit.
006060
006070 part-sort-pass.
006080     move "N" to mg-swapped.
006090     perform part-sort-compare thru part-sort-compare-exit
006100         varying pt-index from 1 by 1
006110         until pt-index >= pt-count.
006120 part-sort-pass-exit.
006130     exit.
006140
006150 part-sort-compare.
006160     compute pt-next = pt-index + 1.
006170     if pt-low (pt-index) > pt-low (pt-next)
006180         move pt-entry (pt-index) to pt-hold
006190         move pt-entry (pt-next) to pt-entry (pt-index)
006200         move pt-hold to pt-entry (pt-next)
006210         move "Y" to mg-swapped
006220     end-if.
006230 part-sort-compare-exit.
006240     exit.
006250
006260******************************************************************
006270*  COVERAGE-CHECK - THE SORTED PARTITIONS MUST START AT 2 AND    *
006280*                   EACH MUST BEGIN ONE ABOVE THE HIGH END OF    *
006290*                   THE ONE BEFORE IT. A GAP IS NAMED WITH THE   *
006300*                   VALUES NO PARTITION SIEVED, AN OVERLAP WITH  *
006310*                   THE TWO PARTITIONS INVOLVED. THE LAST HIGH   *
006320*                   END MUST EQUAL THE BOUND CARD WHEN ONE IS    *
006330*                   GIVEN, AND IS THE BOUND OTHERWISE.           *
006340******************************************************************
006350 coverage-check.
006360     move 2 to mg-expect-low.
006370     perform coverage-step thru coverage-step-exit
006380         varying pt-index from 1 by 1
006390         until pt-index > pt-count.
006400     move pt-high (pt-count) to mg-high.
006410     if mg-bound = 0
006420         move mg-high to mg-bound
006430         move "PARTHIGH" to mg-bound-src
006440     end-if.
006450     if mg-high not = mg-bound
006460         move mg-high to mg-high-disp
006470         move mg-bound to mg-thru-disp
006480         display "PRIMEMRG011E - THE PARTITIONS END AT "
006490             mg-high-disp " BUT THE BOUND CARD CALLS FOR "
006500             mg-thru-disp ". NOTHING MERGED."
006510         move 16 to return-code
006520         stop run
006530     end-if.
006540     display "PRIMEMRG012I - PARTITIONS COVER 2 THRU " mg-bound
006550         " WITH NO GAP OR OVERLAP.".
006560 coverage-check-exit.
006570     exit.
006580
006590 coverage-step.
006600     move pt-card-no (pt-index) to mg-card-disp.
006610     move pt-low (pt-index) to mg-low-disp.
006620     move pt-high (pt-index) to mg-high-disp.
006630     if pt-low (pt-index) > mg-expect-low
006640         move mg-expect-low to mg-from-disp
006650         compute mg-thru-disp = pt-low (pt-index) - 1
006660         display "PRIMEMRG013E - GAP IN COVERAGE: VALUES "
006670             mg-from-disp " THRU " mg-thru-disp " ARE IN NO "
006680             "PARTITION (NEXT IS PARTITION " mg-card-disp ", "
006690             mg-low-disp " THRU " mg-high-disp "). NOTHING "
006700             "MERGED."
006710         move 16 to return-code
006720         stop run
006730     end-if.
006740     if pt-low (pt-index) < mg-expect-low
006750         compute pt-next = pt-index - 1
006760         if pt-index = 1
006770             move 2 to mg-from-disp
006780             display "PRIMEMRG014E - PARTITION " mg-card-disp
006790                 " STARTS AT " mg-low-disp ", BELOW "
006800                 mg-from-disp ". NOTHING MERGED."
006810         else
006820             move pt-card-no (pt-next) to mg-other-disp
006830             move pt-high (pt-next) to mg-thru-disp
006840             display "PRIMEMRG015E - PARTITIONS "
006850                 mg-other-disp " AND " mg-card-disp
006860                 " OVERLAP: " mg-other-disp " ENDS AT "
006870                 mg-thru-disp ", " mg-card-disp " STARTS AT "
006880                 mg-low-disp ". NOTHING MERGED."
006890         end-if
006900         move 16 to return-code
006910         stop run
006920     end-if.
006930     move pt-rec-count (pt-index) to mg-count-disp.
006940     display "PRIMEMRG016I - PARTITION " mg-card-disp " "
006950         mg-low-disp " THRU " mg-high-disp " " mg-count-disp
006960         " PRIMES  " pt-name (pt-index).
006970     compute mg-expect-low = pt-high (pt-index) + 1.
006980 coverage-step-exit.
006990     exit.
007000
007010******************************************************************
007020*  PART-LOAD - APPEND ONE VERIFIED PARTITION'S PRIMES TO THE     *
007030*              TABLE IN RANGE ORDER. THE PARTITION-LOCAL         *
007040*              ORDINALS ARE DROPPED; THE TABLE POSITION IS THE   *
007050*              NEW ORDINAL ACROSS ALL PARTITIONS.                *
007060******************************************************************
007070 part-load.
007080     move pt-name (pt-index) to part-name.
007090     move pt-card-no (pt-index) to mg-card-disp.
007100     open input partfeed-file.
007110     if partfeed-status not = "00"
007120         display "PRIMEMRG005E - PARTITION " mg-card-disp " ("
007130             part-name ") COULD NOT BE OPENED, STATUS "
007140             partfeed-status ". NOTHING MERGED."
007150         move 16 to return-code
007160         stop run
007170     end-if.
007180     move "N" to mg-eof.
007190     perform part-load-read thru part-load-read-exit
007200         until mg-at-end.
007210     close partfeed-file.
007220 part-load-exit.
007230     exit.
007240
007250 part-load-read.
007260     read partfeed-file
007270         at end
007280             move "Y" to mg-eof
007290         not at end
007300             if pph-rec-type not = "HDR"
007310                 and ppt-rec-type not = "TRL"
007320                 perform part-load-entry 1 times
007330             end-if
007340     end-read.
007350 part-load-read-exit.
007360     exit.
007370
007380 part-load-entry.
007390     if prime-count >= prime-max
007400         display "PRIMEMRG017E - PRIME TABLE FULL AT " prime-max
007410             " ENTRIES. NOTHING MERGED."
007420         close partfeed-file
007430         move 16 to return-code
007440         stop run
007450     end-if.
007460     add 1 to prime-count.
007470     move ppo-prime-value to primes (prime-count).
007480     add ppo-prime-value to mg-hash.
007490     if mg-hash >= 1000000000
007500         subtract 1000000000 from mg-hash
007510     end-if.
007520
007530******************************************************************
007540*  FEED-WRITE - WRITE THE MERGED TABLE AS THE STANDARD PRIMEOUT  *
007550*               (HDR, DETAILS, TRL) AND PRIMEIDX (DETAILS, THEN  *
007560*               THE CONTROL RECORD AT THE RESERVED KEY 99999),   *
007570*               STAMPED WITH THIS RUN'S DATE/TIME AND THE BOUND, *
007580*               EXACTLY AS A SINGLE PRIMES RUN WOULD WRITE THEM. *
007590******************************************************************
007600 feed-write.
007610     open output primeout-file primeidx-file.
007620     if primeout-status not = "00" or primeidx-status not = "00"
007630         display "PRIMEMRG018E - PRIMEOUT/PRIMEIDX OPEN FAILED."
007640         move 16 to return-code
007650         stop run
007660     end-if.
007670     accept mg-run-date from date.
007680     accept mg-run-time from time.
007690     move spaces to primeout-header.
007700     move "HDR" to poh-rec-type.
007710     move mg-run-date to poh-run-date.
007720     move mg-run-time to poh-run-time.
007730     move mg-bound to poh-upper-bound.
007740     write primeout-header.
007750     perform feed-write-entry
007760         varying prime-index from 1 by 1
007770         until prime-index > prime-count.
007780     move spaces to primeout-trailer.
007790     move "TRL" to pot-rec-type.
007800     move prime-count to pot-rec-count.
007810     move mg-hash to pot-hash-total.
007820     write primeout-trailer.
007830     move 99999 to pi-prime-index.
007840     move zero to pi-prime-value.
007850     move mg-run-date to pi-ctl-run-date.
007860     move mg-run-time to pi-ctl-run-time.
007870     move mg-bound to pi-ctl-bound.
007880     move prime-count to pi-ctl-rec-count.
007890     move mg-hash to pi-ctl-hash.
007900     write primeidx-record.
007910     close primeout-file primeidx-file.
007920
007930 feed-write-entry.
007940     move spaces to primeout-record.
007950     move prime-index to po-prime-index.
007960     move primes (prime-index) to po-prime-value.
007970     write primeout-record.
007980     move prime-index to pi-prime-index.
007990     move primes (prime-index) to pi-prime-value.
008000     move spaces to pi-control-area.
008010     write primeidx-record.
008020
008021******************************************************************
008022*  RECONCILE - COMPARE THE MERGED TABLE AGAINST THE REFPRIME     *
008023*              REFERENCE FILE OF KNOWN-GOOD PRIMES AND REPORT    *
008024*              ANY MISMATCHES TO EXCRPT, AS A PRIMES RUN DOES.   *
008025*              THE REFERENCE FILE IS OPTIONAL -- IF NOT          *
008026*              AVAILABLE THE STEP IS SKIPPED WITH A WARNING.     *
008027*              ENTRIES PAST THE END OF THE REFERENCE ARE GROWTH, *
008028*              LISTED BUT NOT COUNTED AS EXCEPTIONS.             *
008029******************************************************************
008030 reconcile.
008031     move zero to rc-exception-count.
008032     move zero to rc-growth-count.
008033     move 1 to rc-our-index.
008034     move "N" to rc-ref-eof.
008035     move "N" to rc-ref-present.
008036     move "N" to rc-ref-error.
008037     open input refprime-file.
008038     if refprime-status = "35"
008039         display "PRIMEMRG021W - REFERENCE FILE NOT FOUND. "
008040             "RECONCILIATION SKIPPED."
008041     else
008042     if refprime-status not = "00"
008043         move "Y" to rc-ref-error
008044         display "PRIMEMRG022W - REFPRIME OPEN FAILED, STATUS "
008045             refprime-status ". RECONCILIATION SKIPPED AND "
008046             "PROMOTION SUPPRESSED."
008047     else
008048         move "Y" to rc-ref-present
008049         open output excrpt-file
008050         if excrpt-status not = "00"
008051             display "PRIMEMRG023E - EXCRPT COULD NOT BE OPENED."
008052             close refprime-file
008053             move 16 to return-code
008054             stop run
008055         end-if
008056         perform reconcile-read-ref thru reconcile-read-ref-exit
008057         perform reconcile-compare thru reconcile-compare-exit
008058             until rc-ref-at-end and rc-our-index > prime-count
008059         display "===================================="
008060         display "PRIMEMRG RECONCILIATION SUMMARY"
008061         display "  EXCEPTIONS FOUND. . . : " rc-exception-count
008062         display "  GROWTH ENTRIES . . . . : " rc-growth-count
008063         display "===================================="
008064         close excrpt-file
008065         close refprime-file
008066     end-if.
008067
008068 reconcile-compare.
008069     if rc-ref-at-end
008070         perform reconcile-report-growth
008071             thru reconcile-report-growth-exit
008072         perform reconcile-advance-our
008073             thru reconcile-advance-our-exit
008074     else
008075         if rc-our-index > prime-count
008076             perform reconcile-report-missing
008077                 thru reconcile-report-missing-exit
008078             perform reconcile-read-ref
008079                 thru reconcile-read-ref-exit
008080         else
008081             if rc-ref-value = primes (rc-our-index)
008082                 perform reconcile-advance-our
008083                     thru reconcile-advance-our-exit
008084                 perform reconcile-read-ref
008085                     thru reconcile-read-ref-exit
008086             else
008087                 if rc-ref-value < primes (rc-our-index)
008088                     perform reconcile-report-missing
008089                         thru reconcile-report-missing-exit
008090                     perform reconcile-read-ref
008091                         thru reconcile-read-ref-exit
008092                 else
008093                     perform reconcile-report-extra
008094                         thru reconcile-report-extra-exit
008095                     perform reconcile-advance-our
008096                         thru reconcile-advance-our-exit
008097                 end-if
008098             end-if
008099         end-if
008100     end-if.
008101 reconcile-compare-exit.
008102     exit.
008103
008104 reconcile-report-missing.
008105     add 1 to rc-exception-count.
008106     move spaces to excrpt-record.
008107     move "MISSING" to exc-type.
008108     move rc-our-index to exc-prime-index.
008109     move rc-ref-value to exc-value.
008110     move "IN REF FILE BUT NOT IN PRIMES TABLE" to exc-text.
008111     write excrpt-record.
008112 reconcile-report-missing-exit.
008113     exit.
008114
008115 reconcile-report-extra.
008116     add 1 to rc-exception-count.
008117     move spaces to excrpt-record.
008118     move "EXTRA" to exc-type.
008119     move rc-our-index to exc-prime-index.
008120     move primes (rc-our-index) to exc-value.
008121     move "IN PRIMES TABLE BUT NOT IN REF FILE" to exc-text.
008122     write excrpt-record.
008123 reconcile-report-extra-exit.
008124     exit.
008125
008126 reconcile-report-growth.
008127     add 1 to rc-growth-count.
008128     move spaces to excrpt-record.
008129     move "GROWTH" to exc-type.
008130     move rc-our-index to exc-prime-index.
008131     move primes (rc-our-index) to exc-value.
008132     move "ABOVE REFERENCE RANGE - NEW ENTRY" to exc-text.
008133     write excrpt-record.
008134 reconcile-report-growth-exit.
008135     exit.
008136
008137 reconcile-advance-our.
008138     add 1 to rc-our-index.
008139 reconcile-advance-our-exit.
008140     exit.
008141
008142 reconcile-read-ref.
008143     read refprime-file
008144         at end
008145             move "Y" to rc-ref-eof
008146         not at end
008147             move rp-prime-value to rc-ref-value
008148     end-read.
008149 reconcile-read-ref-exit.
008150     exit.
008151
008152******************************************************************
008153*  PROMOTE-REFERENCE - A MERGED TABLE THAT RECONCILED CLEAN      *
008154*                      BECOMES THE NEW REFPRIME, UNDER THE SAME  *
008155*                      RULES AS A PRIMES RUN: THE PRIOR          *
008156*                      REFERENCE IS FIRST KEPT AS THE NEXT BACK  *
008157*                      GENERATION (REFBACK1 THRU REFBACK9 ON THE *
008158*                      SHARED REFGENNO CYCLE), A RUN WITH NO     *
008159*                      REFERENCE ON HAND SEEDS IT, AND A RUN     *
008160*                      WITH EXCEPTIONS OR AN EMPTY TABLE         *
008161*                      PROMOTES NOTHING. PROMOTING THE TABLE IS  *
008162*                      THE PRIMES PROMOTE ACTION ON PRIMEAUT,    *
008163*                      WHICHEVER STEP DOES IT.                   *
008164******************************************************************
008165 promote-reference.
008166     if rc-ref-open-failed
008167         display "PRIMEMRG024W - REFPRIME STATE UNKNOWN AFTER "
008168             "OPEN FAILURE. REFERENCE FILE NOT PROMOTED."
008169         go to promote-reference-exit
008170     end-if.
008171     if prime-count = 0
008172         display "PRIMEMRG025W - PRIME TABLE EMPTY. REFERENCE "
008173             "FILE NOT PROMOTED."
008174         go to promote-reference-exit
008175     end-if.
008176     if rc-ref-was-present and rc-exception-count not = 0
008177         display "PRIMEMRG026W - RECONCILIATION EXCEPTIONS "
008178             "PRESENT. REFERENCE FILE NOT PROMOTED."
008179         go to promote-reference-exit
008180     end-if.
008181     move "PROMOTE" to aw-action.
008182     perform auth-check thru auth-check-exit.
008183     if aw-refused
008184         display "PRIMEMRG027W - PROMOTION REFUSED. "
008185             "REFERENCE FILE NOT PROMOTED."
008186         go to promote-reference-exit
008187     end-if.
008188     if rc-ref-was-present
008189         perform promote-backup 1 times
008190     else
008191         display "PRIMEMRG028I - NO REFERENCE FILE ON "
008192             "HAND. THIS RUN SEEDS THE INITIAL REFPRIME."
008193     end-if.
008194     perform promote-write-ref 1 times.
008195     move "Y" to pb-promoted.
008196     display "PRIMEMRG029I - MERGED TABLE PROMOTED TO REFPRIME.".
008197 promote-reference-exit.
008198     exit.
008199
008200******************************************************************
008201*  PROMOTE-BACKUP - COPY THE CURRENT REFPRIME TO THE NEXT BACK   *
008202*                   GENERATION IN THE REFBACK1-REFBACK9 CYCLE    *
008203*                   AND RECORD THE GENERATION NUMBER USED ON     *
008204*                   REFGENNO. THE BACKUP MUST SUCCEED BEFORE     *
008205*                   REFPRIME IS OVERWRITTEN.                     *
008206******************************************************************
008207 promote-backup.
008208     move 1 to pb-generation.
008209     open input refgen-file.
008210     if refgen-status = "00"
008211         read refgen-file
008212             at end
008213                 continue
008214         end-read
008215         if refgen-status = "00" and rg-generation is numeric
008216             if rg-generation >= 9
008217                 move 1 to pb-generation
008218             else
008219                 compute pb-generation = rg-generation + 1
008220             end-if
008221         end-if
008222         close refgen-file
008223     end-if.
008224     move pb-generation to refback-digit.
008225     open input refprime-file.
008226     if refprime-status not = "00"
008227         display "PRIMEMRG030E - REFPRIME DISAPPEARED BEFORE "
008228             "BACKUP. REFERENCE FILE NOT PROMOTED."
008229         move 16 to return-code
008230         stop run
008231     end-if.
008232     open output refback-file.
008233     if refback-status not = "00"
008234         display "PRIMEMRG031E - BACK GENERATION " refback-name
008235             " COULD NOT BE OPENED. REFPRIME LEFT UNTOUCHED."
008236         close refprime-file
008237         move 16 to return-code
008238         stop run
008239     end-if.
008240     move "N" to pb-ref-eof.
008241     perform promote-copy-ref thru promote-copy-ref-exit
008242         until pb-ref-at-end.
008243     close refprime-file refback-file.
008244     open output refgen-file.
008245     if refgen-status = "00"
008246         move spaces to refgen-record
008247         move pb-generation to rg-generation
008248         write refgen-record
008249         close refgen-file
008250     else
008251         display "PRIMEMRG032W - REFGENNO COULD NOT BE REWRITTEN."
008252     end-if.
008253     display "PRIMEMRG033I - PRIOR REFPRIME RETAINED AS "
008254         refback-name ".".
008255
008256 promote-copy-ref.
008257     read refprime-file
008258         at end
008259             move "Y" to pb-ref-eof
008260         not at end
008261             move refprime-record to refback-record
008262             write refback-record
008263     end-read.
008264 promote-copy-ref-exit.
008265     exit.
008266
008267******************************************************************
008268*  PROMOTE-WRITE-REF - REWRITE REFPRIME FROM THE MERGED TABLE,   *
008269*                      ONE PRIME VALUE PER RECORD, THE SAME      *
008270*                      LAYOUT RECONCILE READS BACK.              *
008271******************************************************************
008272 promote-write-ref.
008273     open output refprime-file.
008274     if refprime-status not = "00"
008275         display "PRIMEMRG034E - REFPRIME COULD NOT BE REWRITTEN."
008276         move 16 to return-code
008277         stop run
008278     end-if.
008279     perform promote-write-detail
008280         varying prime-index from 1 by 1
008281         until prime-index > prime-count.
008282     close refprime-file.
008283
008284 promote-write-detail.
008285     move spaces to refprime-record.
008286     move primes (prime-index) to rp-prime-value.
008287     write refprime-record.
008288
008289******************************************************************
008290*  AUTH-CHECK - THE RUN IS ABOUT TO PERFORM THE PRIVILEGED       *
008291*               ACTION IN AW-ACTION. THE OPERATOR MUST BE LISTED *
008292*               FOR IT ON THE PRIMEAUT AUTHORIZATION FILE UNDER  *
008293*               PROGRAM ID PRIMES, SINCE THE MERGE PROMOTES THE  *
008294*               SAME TABLE A PRIMES RUN DOES. A MISSING FILE OR  *
008295*               A BLANK OPERATOR ID AUTHORIZES NOTHING.          *
008296*               AW-RESULT COMES BACK GRANTED OR REFUSED.         *
008297******************************************************************
008298 auth-check.
008299     move "R" to aw-result.
008300     accept aw-operator-id from environment "USER".
008301     open input auth-file.
008302     if auth-status not = "00"
008303         display "PRIMEMRG035E - PRIMEAUT COULD NOT BE OPENED. "
008304             "NO OPERATOR IS AUTHORIZED FOR ACTION " aw-action
008305         go to auth-check-exit
008306     end-if.
008307     move "N" to aw-eof.
008308     perform auth-read thru auth-read-exit
008309         until aw-at-end or aw-granted.
008310     close auth-file.
008311     if aw-refused
008312         display "PRIMEMRG036E - PRIMES " aw-action
008313             " IS NOT AUTHORIZED FOR OPERATOR " aw-operator-id
008314     end-if.
008315 auth-check-exit.
008316     exit.
008317
008318 auth-read.
008319     read auth-file
008320         at end
008321             move "Y" to aw-eof
008322     end-read.
008323     if aw-at-end
008324         go to auth-read-exit
008325     end-if.
008326     if auth-record = spaces or au-col1 = "*"
008327         go to auth-read-exit
008328     end-if.
008329     if au-operator-id = spaces or aw-operator-id = spaces
008330         go to auth-read-exit
008331     end-if.
008332     if au-operator-id = aw-operator-id
008333         and au-program-id = "PRIMES"
008334         and au-action = aw-action
008335         move "Y" to aw-result
008336     end-if.
008337 auth-read-exit.
008338     exit.
008339
008340******************************************************************
008341*  CATALOG-WRITE - REGISTER THE MERGED TABLE ON THE STANDING     *
008342*                  PRIMECAT VERSION CATALOG AS A VER RECORD, THE *
008343*                  SAME AS A PRIMES RUN, SO CONSUMER LINEAGE     *
008344*                  TIES BACK TO IT. A CATALOG THAT CANNOT BE     *
008345*                  WRITTEN IS A WARNING, NOT A FAILURE OF THE    *
008346*                  RUN.                                          *
008347******************************************************************
008348 catalog-write.
008349     move "VER" to ct-rec-type.
008350     move mg-run-date to ct-ver-date.
008351     move mg-run-time to ct-ver-time.
008352     move prime-count to ct-ver-count.
008353     move mg-hash to ct-ver-hash.
008354     move mg-bound to ct-ver-bound.
008355     move "PRIMEMRG" to ct-program-id.
008356     move "MERGE" to ct-output.
008357     move mg-run-date to ct-run-date.
008358     move mg-run-time to ct-run-time.
008359     if pb-was-promoted
008360         move "PROMOTED" to ct-flag
008361     else
008362         move spaces to ct-flag
008363     end-if.
008364     open extend catalog-file.
008365     if catalog-status not = "00"
008366         open output catalog-file
008367     end-if.
008368     if catalog-status not = "00"
008369         display "PRIMEMRG019W - PRIMECAT COULD NOT BE WRITTEN. "
008370             "TABLE VERSION NOT REGISTERED."
008371     else
008372         move spaces to catalog-record
008373         move catalog-line to catalog-record
008374         write catalog-record
008375         close catalog-file
008376     end-if.
008377
008378******************************************************************
008380*  SUMMARY - DISPLAY A JOB-END TOTALS BLOCK FOR THE OPERATOR     *
008390******************************************************************
008400 summary.
008410     move mg-hash to mg-ctl-hash.
008420     display "==================================================".
008430     display "PRIMEMRG RUN SUMMARY".
008440     display "  PARTITIONS MERGED. . . . : " pt-count.
008450     display "  UPPER BOUND. . . . . . . : " mg-bound
008460         " (" mg-bound-src ")".
008470     display "  ENTRIES WRITTEN. . . . . : " prime-count.
008480     display "  HASH TOTAL . . . . . . . : " mg-ctl-hash.
008490     display "  VERSION STAMP. . . . . . : " mg-run-date " "
008500         mg-run-time.
008510     display "==================================================".
008520
008530******************************************************************
008540*  AUDIT-WRITE - APPEND THIS RUN'S COMPLETION RECORD TO THE      *
008550*                SUITE-WIDE PRIMEAUD AUDIT LOG, IN THE COMMON    *
008560*                LAYOUT PRIMEOPS ANALYZES: RUN DATE/TIME,        *
008570*                PROGRAM ID, OPERATOR, AND PROGRAM-APPROPRIATE   *
008580*                COUNTS.                                         *
008590******************************************************************
008600 audit-write.
008610     accept al-run-date from date.
008620     accept al-run-time from time.
008630     move "PRIMEMRG" to al-program-id.
008640     accept al-operator-id from environment "USER".
008650     move prime-count to al-count-1.
008660     move pt-count to al-count-2.
008670     move "NORMAL" to al-completion.
008680     move "PARTITION MERGE RUN" to al-run-desc.
008682     if aw-refused
008684         move "REFUSED" to al-completion
008686         move "PROMOTE TO REFPRIME" to al-run-desc
008688     end-if.
008690     open extend auditlog-file.
008700     if auditlog-status not = "00"
008710         open output auditlog-file
008720     end-if.
008730     if auditlog-status not = "00"
008740         display "PRIMEMRG020W - PRIMEAUD COULD NOT BE WRITTEN."
008750     else
008760         move spaces to auditlog-record
008770         move audit-line to auditlog-record
008780         write auditlog-record
008790         close auditlog-file
008800     end-if.
