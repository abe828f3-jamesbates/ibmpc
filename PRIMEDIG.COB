000100******************************************************************
000110*                                                                *
000120*  PROGRAM-ID : PRIMEDIG                                         *
000130*  DEVELOPED BY : D. L. SUITE BATCH SYSTEMS GROUP                *
000140*                                                                *
000150******************************************************************
000160 identification division.
000170 program-id. primedig.
000180 author. d l suite batch systems group.
000190 installation. central data processing.
000200 date-written. 2026-10-15.
000210 date-compiled.
000220
000230******************************************************************
000240* MODIFICATION HISTORY                                           *
000250*   2026-10-15  DLS  ORIGINAL VERSION. DAILY EXCEPTION DIGEST.   *
000260*                    READS EVERY SUITE EXCEPTION FILE - EXCRPT   *
000270*                    (PRIMES RECONCILIATION), CMPEXC (PRIMECMP   *
000280*                    SIEVE/TRIAL COMPARISON), FACEXC (PRIMEFAC   *
000290*                    REJECTS AND SUSPENSE) AND VFYEXC (PRIMEVFY  *
000300*                    CONTROL-TOTAL FAILURES) - AND GIVES EACH    *
000310*                    OPEN ITEM ITS SOURCE, A SEVERITY CLASS AND  *
000320*                    THE DAYS IT HAS BEEN OPEN. FACEXC ITEMS AGE *
000330*                    FROM THEIR SUBMISSION DATE; ITEMS FROM THE  *
000340*                    UNDATED FILES AGE FROM THE DAY THIS DIGEST  *
000350*                    FIRST SAW THEM, CARRIED FORWARD ON DIGOPEN. *
000360*                    THE DIGRPT REPORT OPENS WITH OPEN COUNTS BY *
000370*                    SOURCE AND SEVERITY, THEN LISTS THE ITEMS   *
000380*                    OPEN PAST THE AGEDAYS= THRESHOLD AHEAD OF   *
000390*                    THE REST. ENDS RC 8 WHEN ANY HIGH-SEVERITY  *
000400*                    ITEM IS OPEN, SO IT CAN GATE THE DAY'S      *
000410*                    PROCESSING.                                 *
000412*   2026-10-15  DLS  A SECTION HEADING REPEATED AT THE TOP OF A  *
000414*                    PAGE IS NOW WRITTEN BY REPORT-HEADERS AND A *
000416*                    NEW SECTION THAT WILL NOT FIT STARTS A NEW  *
000418*                    PAGE, SO NO HEADING PRINTS TWICE.           *
000419*   2026-10-15  DLS  THE LINE THAT TURNS A REPORT PAGE IS NOW    *
000420*                    HELD ACROSS THE PAGE HEADINGS INSTEAD OF    *
000421*                    BEING OVERWRITTEN BY THEM.                  *
000422******************************************************************
000430
000440 environment division.
000450 configuration section.
000460 source-computer. ibm-pc.
000470 object-computer. ibm-pc.
000480
000490 input-output section.
000500 file-control.
000510     select ctlcard-file assign to "SYSIN"
000520         organization is line sequential
000530         file status is ctlcard-status.
000540
000550     select excrpt-file assign to "EXCRPT"
000560         organization is line sequential
000570         file status is excrpt-status.
000580
000590     select cmpexc-file assign to "CMPEXC"
000600         organization is line sequential
000610         file status is cmpexc-status.
000620
000630     select facexc-file assign to "FACEXC"
000640         organization is line sequential
000650         file status is facexc-status.
000660
000670     select vfyexc-file assign to "VFYEXC"
000680         organization is line sequential
000690         file status is vfyexc-status.
000700
000710     select digopen-file assign to "DIGOPEN"
000720         organization is line sequential
000730         file status is digopen-status.
000740
000750     select digrpt-file assign to "DIGRPT"
000760         organization is line sequential
000770         file status is digrpt-status.
000780
000790     select auditlog-file assign to "PRIMEAUD"
000800         organization is line sequential
000810         file status is auditlog-status.
000820
000830 data division.
000840 file section.
000850 fd  ctlcard-file
000860     label records are standard.
000870 01  ctlcard-record               picture x(80).
000880 01  ctlcard-card.
000890     05  cc-col1                 picture x(01).
000900     05  filler                  picture x(79).
000910
000920 fd  excrpt-file
000930     label records are standard.
000940 01  excrpt-record.
000950     05  er-ref.
000960         10  er-type             picture x(10).
000970         10  filler              picture x(01).
000980         10  er-index            picture x(06).
000990         10  filler              picture x(01).
001000         10  er-value            picture x(09).
001010     05  filler                  picture x(01).
001020     05  er-text                 picture x(40).
001030
001040 fd  cmpexc-file
001050     label records are standard.
001060 01  cmpexc-record.
001070     05  cr-ref.
001080         10  cr-type             picture x(10).
001090         10  filler              picture x(01).
001100         10  cr-ordinal          picture x(06).
001110         10  filler              picture x(01).
001120         10  cr-sieve-value      picture x(09).
001130         10  filler              picture x(01).
001140         10  cr-trial-value      picture x(09).
001150     05  filler                  picture x(01).
001160     05  cr-text                 picture x(40).
001170
001180 fd  facexc-file
001190     label records are standard.
001200 01  facexc-record.
001210     05  fr-ref.
001220         10  fr-type             picture x(10).
001230         10  filler              picture x(01).
001240         10  fr-number           picture x(09).
001250         10  filler              picture x(01).
001260         10  fr-residual         picture x(09).
001270     05  filler                  picture x(01).
001280     05  fr-sub-date-x           picture x(06).
001290     05  fr-sub-date redefines fr-sub-date-x
001300                                 picture 9(06).
001310     05  filler                  picture x(01).
001320     05  fr-retry-x              picture x(02).
001330     05  fr-retry redefines fr-retry-x
001340                                 picture 9(02).
001350     05  filler                  picture x(01).
001360     05  fr-text                 picture x(39).
001370     05  filler                  picture x(01).
001380     05  fr-dept-code            picture x(06).
001390
001400 fd  vfyexc-file
001410     label records are standard.
001420 01  vfyexc-record.
001430     05  vr-run-date-x           picture x(06).
001440     05  vr-run-date redefines vr-run-date-x
001450                                 picture 9(06).
001460     05  filler                  picture x(01).
001470     05  vr-run-time             picture x(08).
001480     05  filler                  picture x(01).
001490     05  vr-file                 picture x(08).
001500     05  filler                  picture x(01).
001510     05  vr-msg-id               picture x(12).
001520     05  filler                  picture x(01).
001530     05  vr-text                 picture x(40).
001540     05  filler                  picture x(02).
001550
001560******************************************************************
001570*  DIGOPEN - THE ITEMS OPEN AT THE LAST DIGEST, EACH WITH THE    *
001580*  DATE IT WAS FIRST SEEN. REWRITTEN EVERY RUN FROM THE ITEMS    *
001590*  STILL OPEN, SO A CLEARED ITEM DROPS OFF AND STARTS AGAIN AT   *
001600*  DAY ZERO IF IT EVER RETURNS.                                  *
001610******************************************************************
001620 fd  digopen-file
001630     label records are standard.
001640 01  digopen-record.
001650     05  do-source               picture x(08).
001660     05  filler                  picture x(01).
001670     05  do-ref                  picture x(37).
001680     05  filler                  picture x(01).
001690     05  do-opened-x             picture x(06).
001700     05  do-opened redefines do-opened-x
001710                                 picture 9(06).
001720     05  filler                  picture x(27).
001730
001740 fd  digrpt-file
001750     label records are standard.
001760 01  digrpt-record                picture x(80).
001770
001780 fd  auditlog-file
001790     label records are standard.
001800 01  auditlog-record              picture x(89).
001810
001820 working-storage section.
001830 77  ctlcard-status               picture x(02) value spaces.
001840 77  excrpt-status                picture x(02) value spaces.
001850 77  cmpexc-status                picture x(02) value spaces.
001860 77  facexc-status                picture x(02) value spaces.
001870 77  vfyexc-status                picture x(02) value spaces.
001880 77  digopen-status               picture x(02) value spaces.
001890 77  digrpt-status                picture x(02) value spaces.
001900 77  item-max                     picture 9(4) comp value 2000.
001910 77  open-max                     picture 9(4) comp value 2000.
001920 77  age-days                     picture 9(4) value 7.
001930 77  retry-high                   picture 9(2) value 3.
001940 77  tot-high                     picture 9(6) comp value zero.
001950 77  tot-medium                   picture 9(6) comp value zero.
001960 77  tot-low                      picture 9(6) comp value zero.
001970 77  aged-count                   picture 9(6) comp value zero.
001980 77  growth-skipped               picture 9(6) comp value zero.
001990 77  rpt-line-count               picture 9(4) comp value zero.
002000 77  rpt-page-count               picture 9(4) comp value zero.
002010 77  rpt-lines-per-page           picture 9(4) comp value 55.
002020 77  rpt-page-disp                picture zz9.
002030 77  rpt-run-date                 picture 9(6).
002040 77  rpt-run-date-disp            picture 99b99b99.
002050 77  rpt-run-time                 picture 9(8).
002060 77  rpt-run-time-disp            picture 99b99b99b99.
002065 77  rpt-hold-line                picture x(80).
002070 77  rpt-section                  picture x(01) value "S".
002073 77  rpt-column-head              picture x(50) value
002076     "  SOURCE   SEV    DAYS OPENED REFERENCE / REASON".
002080 77  age-days-disp                picture zzz9.
002090 77  count-disp                   picture zzzzz9.
002100
002110 01  ctlcard-ws.
002120   02 cc-keyword                 picture x(12).
002130   02 cc-value                   picture x(67).
002140   02 cc-value-chars redefines cc-value.
002150     03 cc-value-char            picture x(01) occurs 67 times.
002160   02 cc-card-eof                picture x(01) value "N".
002170      88 cc-cards-done           value "Y".
002180   02 cc-num                     picture 9(9).
002190   02 cc-num-flag                picture x(01).
002200      88 cc-num-good             value "Y".
002210   02 cc-scan-done               picture x(01).
002220   02 cc-num-started             picture x(01).
002230   02 cc-scan-index              picture 9(4) comp.
002240   02 cc-digit-count             picture 9(4) comp.
002250   02 cc-digit-x                 picture x(01).
002260   02 cc-digit redefines cc-digit-x
002270                                 picture 9(01).
002280   02 cc-strip-index             picture 9(4) comp.
002290   02 cc-strip-out               picture 9(4) comp.
002300   02 cc-strip-text              picture x(67).
002310   02 cc-strip-chars redefines cc-strip-text.
002320     03 cc-strip-char            picture x(01) occurs 67 times.
002330   02 ctl-error-text             picture x(40).
002340
002350******************************************************************
002360*  DATE ARITHMETIC - A YYMMDD DATE AS A DAY NUMBER, SO DAYS OPEN *
002370*  IS A SUBTRACTION. YEARS 00-49 ARE 20YY, 50-99 ARE 19YY.       *
002380******************************************************************
002390 01  date-ws.
002400   02 dg-today                   picture 9(6).
002410   02 dg-today-days              picture 9(7).
002420   02 dc-date                    picture 9(6).
002430   02 dc-date-parts redefines dc-date.
002440     03 dc-yy                    picture 9(2).
002450     03 dc-mm                    picture 9(2).
002460     03 dc-dd                    picture 9(2).
002470   02 dc-year                    picture 9(4).
002480   02 dc-month                   picture 9(2).
002490   02 dc-q4                      picture 9(4).
002500   02 dc-q100                    picture 9(4).
002510   02 dc-q400                    picture 9(4).
002520   02 dc-mterm                   picture 9(4).
002530   02 dc-days                    picture 9(7).
002540   02 dc-valid                   picture x(01).
002550      88 dc-is-valid             value "Y".
002560
002570******************************************************************
002580*  THE FOUR SOURCES, IN REPORT ORDER, WITH THEIR OPEN COUNTS.    *
002590******************************************************************
002600 01  source-names.
002610   02 filler                     picture x(14)
002620                                 value "PRIMES  EXCRPT".
002630   02 filler                     picture x(14)
002640                                 value "PRIMECMPCMPEXC".
002650   02 filler                     picture x(14)
002660                                 value "PRIMEFACFACEXC".
002670   02 filler                     picture x(14)
002680                                 value "PRIMEVFYVFYEXC".
002690 01  source-list redefines source-names.
002700   02 sl-entry occurs 4 times.
002710     03 sl-source                picture x(08).
002720     03 sl-file                  picture x(06).
002730
002740 01  source-counts.
002750   02 sc-index                   picture 9(4) comp.
002760   02 sc-entry occurs 4 times.
002770     03 sc-high                  picture 9(6) comp.
002780     03 sc-medium                picture 9(6) comp.
002790     03 sc-low                   picture 9(6) comp.
002800     03 sc-present               picture x(01).
002810        88 sc-on-hand            value "Y".
002820
002830******************************************************************
002840*  THE ITEM BEING ADDED, SET BY EACH SOURCE'S READER.            *
002850******************************************************************
002860 01  cur-item.
002870   02 ci-source-ix               picture 9(1).
002880   02 ci-ref                     picture x(37).
002890   02 ci-text                    picture x(40).
002900   02 ci-note                    picture x(10).
002910   02 ci-rank                    picture 9(1).
002920   02 ci-opened                  picture 9(6).
002930   02 ci-dated                   picture x(01).
002940      88 ci-is-dated             value "Y".
002950   02 ci-eof                     picture x(01).
002960      88 ci-at-end               value "Y".
002970
002980******************************************************************
002990*  EVERY OPEN ITEM. THE SORT KEY PUTS AGED ITEMS FIRST, THEN     *
003000*  HIGH BEFORE MEDIUM BEFORE LOW, THEN THE OLDEST FIRST, THEN    *
003010*  THE ORDER THE ITEMS WERE READ.                                *
003020******************************************************************
003030 01  item-table.
003040   02 it-count                   picture 9(4) comp value zero.
003050   02 it-index                   picture 9(4) comp.
003060   02 it-next                    picture 9(4) comp.
003070   02 it-swapped                 picture x(01) value "N".
003080      88 it-was-swapped          value "Y".
003090   02 it-entry occurs 2000 times.
003100     03 it-sort-key.
003110       04 it-aged-key            picture x(01).
003120       04 it-rank                picture 9(01).
003130       04 it-days-inv            picture 9(04).
003140       04 it-seq                 picture 9(04).
003150     03 it-source                picture x(08).
003160     03 it-file                  picture x(06).
003170     03 it-sev                   picture x(06).
003180     03 it-opened                picture 9(06).
003190     03 it-days                  picture 9(04).
003200     03 it-ref                   picture x(37).
003210     03 it-text                  picture x(40).
003220     03 it-note                  picture x(10).
003230   02 it-hold                    picture x(127).
003240
003250 01  open-table.
003260   02 op-count                   picture 9(4) comp value zero.
003270   02 op-index                   picture 9(4) comp.
003280   02 op-hit                     picture 9(4) comp.
003290   02 op-eof                     picture x(01) value "N".
003300      88 op-at-end               value "Y".
003310   02 op-found-flag              picture x(01) value "N".
003320      88 op-was-found            value "Y".
003330   02 op-entry occurs 2000 times.
003340     03 op-source                picture x(08).
003350     03 op-ref                   picture x(37).
003360     03 op-opened                picture 9(06).
003370
003380 01  sum-detail-line.
003390   02 filler                     picture x(02) value spaces.
003400   02 sd-source                  picture x(08).
003410   02 filler                     picture x(02) value spaces.
003420   02 sd-file                    picture x(06).
003430   02 filler                     picture x(02) value spaces.
003440   02 sd-high                    picture zzzzz9.
003450   02 filler                     picture x(02) value spaces.
003460   02 sd-medium                  picture zzzzz9.
003470   02 filler                     picture x(02) value spaces.
003480   02 sd-low                     picture zzzzz9.
003490   02 filler                     picture x(02) value spaces.
003500   02 sd-total                   picture zzzzz9.
003510   02 filler                     picture x(03) value spaces.
003520   02 sd-status                  picture x(11).
003530
003540 01  item-line-1.
003550   02 filler                     picture x(02) value spaces.
003560   02 il-source                  picture x(08).
003570   02 filler                     picture x(01) value space.
003580   02 il-sev                     picture x(06).
003590   02 filler                     picture x(01) value space.
003600   02 il-days                    picture zzz9.
003610   02 filler                     picture x(01) value space.
003620   02 il-opened                  picture 9(06).
003630   02 filler                     picture x(01) value space.
003640   02 il-ref                     picture x(37).
003650
003660 01  item-line-2.
003670   02 filler                     picture x(29) value spaces.
003680   02 il-text                    picture x(40).
003690   02 filler                     picture x(01) value space.
003700   02 il-note                    picture x(10).
003710
003720 01  note-ws.
003730   02 filler                     picture x(08) value "RETRIES ".
003740   02 nt-retry                   picture 9(02).
003750
003760 77  auditlog-status              picture x(02) value spaces.
003770
003780 01  audit-line.
003790   02 al-run-date                picture 9(6).
003800   02 filler                     picture x(01) value space.
003810   02 al-run-time                picture 9(8).
003820   02 filler                     picture x(01) value space.
003830   02 al-program-id              picture x(08).
003840   02 filler                     picture x(01) value space.
003850   02 al-operator-id             picture x(12).
003860   02 filler                     picture x(01) value space.
003870   02 al-count-1                 picture z(8)9.
003880   02 filler                     picture x(01) value space.
003890   02 al-count-2                 picture z(5)9.
003900   02 filler                     picture x(01) value space.
003910   02 al-completion              picture x(08).
003920   02 filler                     picture x(01) value space.
003930   02 al-run-desc                picture x(25).
003940
003950 procedure division.
003960******************************************************************
003970*  0000-MAINLINE                                                 *
003980******************************************************************
003990 begin.
004000     accept dg-today from date.
004010     move dg-today to dc-date.
004020     perform date-to-days thru date-to-days-exit.
004030     move dc-days to dg-today-days.
004040     perform readctl 1 times.
004050     perform open-load thru open-load-exit.
004060     perform load-excrpt thru load-excrpt-exit.
004070     perform load-cmpexc thru load-cmpexc-exit.
004080     perform load-facexc thru load-facexc-exit.
004090     perform load-vfyexc thru load-vfyexc-exit.
004100     perform item-sort thru item-sort-exit.
004110     perform report-build 1 times.
004120     perform open-save thru open-save-exit.
004130     perform summary 1 times.
004140     perform audit-write 1 times.
004150     if tot-high > 0
004160         display "PRIMEDIG008W - " tot-high " HIGH-SEVERITY "
004170             "EXCEPTION(S) OPEN. SEE DIGRPT."
004180         move 8 to return-code
004190     end-if.
004200     stop run.
004210
004220******************************************************************
004230*  READCTL - OPTIONAL AGEDAYS=N (ITEMS OPEN MORE THAN N DAYS ARE *
004240*            AGED, DEFAULT 7) AND RETRYHIGH=N (A FACEXC ITEM     *
004250*            RECYCLED N TIMES OR MORE IS HIGH SEVERITY, DEFAULT  *
004260*            3). ANY OTHER CARD IS A HARD ERROR.                 *
004270******************************************************************
004280 readctl.
004290     open input ctlcard-file.
004300     if ctlcard-status not = "00"
004310         display "PRIMEDIG001I - NO CONTROL DECK. DEFAULT "
004320             "THRESHOLDS APPLY."
004330     else
004340         perform ctl-read-card thru ctl-read-card-exit
004350         perform ctl-process-card thru ctl-process-card-exit
004360             until cc-cards-done
004370         close ctlcard-file
004380     end-if.
004390
004400 ctl-read-card.
004410     read ctlcard-file
004420         at end
004430             move "Y" to cc-card-eof
004440     end-read.
004450 ctl-read-card-exit.
004460     exit.
004470
004480 ctl-process-card.
004490     if ctlcard-record = spaces or cc-col1 = "*"
004500         go to ctl-process-card-next
004510     end-if.
004520     move spaces to cc-keyword.
004530     move spaces to cc-value.
004540     unstring ctlcard-record delimited by "="
004550         into cc-keyword cc-value
004560     end-unstring.
004570     perform ctl-strip-value thru ctl-strip-value-exit.
004580     if cc-keyword = "AGEDAYS"
004590         perform ctl-parse-number thru ctl-parse-number-exit
004600         if not cc-num-good or cc-num > 9999
004610             move "AGEDAYS MUST BE NUMERIC, 0 THRU 9999"
004620                 to ctl-error-text
004630             perform ctl-card-error 1 times
004640         end-if
004650         move cc-num to age-days
004660         go to ctl-process-card-next
004670     end-if.
004680     if cc-keyword = "RETRYHIGH"
004690         perform ctl-parse-number thru ctl-parse-number-exit
004700         if not cc-num-good or cc-num < 1 or cc-num > 99
004710             move "RETRYHIGH MUST BE NUMERIC, 1 THRU 99"
004720                 to ctl-error-text
004730             perform ctl-card-error 1 times
004740         end-if
004750         move cc-num to retry-high
004760         go to ctl-process-card-next
004770     end-if.
004780     move "KEYWORD NOT RECOGNIZED" to ctl-error-text.
004790     perform ctl-card-error 1 times.
004800 ctl-process-card-next.
004810     perform ctl-read-card thru ctl-read-card-exit.
004820 ctl-process-card-exit.
004830     exit.
004840
004850 ctl-strip-value.
004860     if cc-value = spaces
004870         go to ctl-strip-value-exit
004880     end-if.
004890     move zero to cc-strip-out.
004900     move spaces to cc-strip-text.
004910     perform ctl-strip-char-copy thru ctl-strip-char-copy-exit
004920         varying cc-strip-index from 1 by 1
004930         until cc-strip-index > 67.
004940     move cc-strip-text to cc-value.
004950 ctl-strip-value-exit.
004960     exit.
004970
004980 ctl-strip-char-copy.
004990     if cc-strip-out = 0
005000         and cc-value-char (cc-strip-index) = space
005010         go to ctl-strip-char-copy-exit
005020     end-if.
005030     add 1 to cc-strip-out.
005040     move cc-value-char (cc-strip-index)
005050         to cc-strip-char (cc-strip-out).
005060 ctl-strip-char-copy-exit.
005070     exit.
005080
005090******************************************************************
005100*  CTL-PARSE-NUMBER - CONVERT THE CARD VALUE (DIGITS, WITH       *
005110*                     LEADING AND TRAILING SPACES ALLOWED) INTO  *
005120*                     CC-NUM. ANYTHING ELSE (NO DIGITS, A NON-   *
005130*                     DIGIT, DIGITS AFTER A GAP, OR MORE THAN    *
005140*                     NINE DIGITS) DROPS CC-NUM-GOOD.            *
005150******************************************************************
005160 ctl-parse-number.
005170     move zero to cc-num.
005180     move zero to cc-digit-count.
005190     move "Y" to cc-num-flag.
005200     move "N" to cc-scan-done.
005210     move "N" to cc-num-started.
005220     perform ctl-parse-digit thru ctl-parse-digit-exit
005230         varying cc-scan-index from 1 by 1
005240         until cc-scan-index > 67
005250         or cc-num-flag = "N".
005260     if cc-digit-count = 0
005270         move "N" to cc-num-flag
005280     end-if.
005290 ctl-parse-number-exit.
005300     exit.
005310
005320 ctl-parse-digit.
005330     if cc-value-char (cc-scan-index) = space
005340         if cc-num-started = "Y"
005350             move "Y" to cc-scan-done
005360         end-if
005370         go to ctl-parse-digit-exit
005380     end-if.
005390     if cc-scan-done = "Y"
005400         move "N" to cc-num-flag
005410         go to ctl-parse-digit-exit
005420     end-if.
005430     if cc-value-char (cc-scan-index) < "0"
005440         or cc-value-char (cc-scan-index) > "9"
005450         move "N" to cc-num-flag
005460         go to ctl-parse-digit-exit
005470     end-if.
005480     if cc-digit-count >= 9
005490         move "N" to cc-num-flag
005500         go to ctl-parse-digit-exit
005510     end-if.
005520     move "Y" to cc-num-started.
005530     add 1 to cc-digit-count.
005540     move cc-value-char (cc-scan-index) to cc-digit-x.
005550     compute cc-num = cc-num * 10 + cc-digit.
005560 ctl-parse-digit-exit.
005570     exit.
005580
005590 ctl-card-error.
005600     display "PRIMEDIG002E - INVALID CONTROL CARD - "
005610         ctl-error-text.
005620     display "  CARD IMAGE: " ctlcard-record.
005630     close ctlcard-file.
005640     move 16 to return-code.
005650     stop run.
005660
005670******************************************************************
005680*  DATE-TO-DAYS - DC-DATE (YYMMDD) AS A DAY NUMBER IN DC-DAYS.   *
005690*                 AN IMPOSSIBLE DATE DROPS DC-IS-VALID.          *
005700******************************************************************
005710 date-to-days.
005720     move zero to dc-days.
005730     move "N" to dc-valid.
005740     if dc-mm < 1 or dc-mm > 12 or dc-dd < 1 or dc-dd > 31
005750         go to date-to-days-exit
005760     end-if.
005770     move "Y" to dc-valid.
005780     if dc-yy < 50
005790         compute dc-year = 2000 + dc-yy
005800     else
005810         compute dc-year = 1900 + dc-yy
005820     end-if.
005830     if dc-mm > 2
005840         move dc-mm to dc-month
005850     else
005860         subtract 1 from dc-year
005870         compute dc-month = dc-mm + 12
005880     end-if.
005890     compute dc-q4 = dc-year / 4.
005900     compute dc-q100 = dc-year / 100.
005910     compute dc-q400 = dc-year / 400.
005920     compute dc-mterm = (153 * (dc-month - 3) + 2) / 5.
005930     compute dc-days = 365 * dc-year + dc-q4 - dc-q100
005940         + dc-q400 + dc-mterm + dc-dd.
005950 date-to-days-exit.
005960     exit.
005970
005980******************************************************************
005990*  OPEN-LOAD - THE ITEMS OPEN AT THE LAST DIGEST AND THE DATES   *
006000*              THEY WERE FIRST SEEN. NO DIGOPEN (THE FIRST RUN)  *
006010*              MEANS EVERY UNDATED ITEM STARTS AT DAY ZERO.      *
006020******************************************************************
006030 open-load.
006040     open input digopen-file.
006050     if digopen-status not = "00"
006060         display "PRIMEDIG003I - DIGOPEN NOT ON HAND. UNDATED "
006070             "ITEMS ARE AGED FROM TODAY."
006080         go to open-load-exit
006090     end-if.
006100     perform open-read thru open-read-exit
006110         until op-at-end.
006120     close digopen-file.
006130 open-load-exit.
006140     exit.
006150
006160 open-read.
006170     read digopen-file
006180         at end
006190             move "Y" to op-eof
006200     end-read.
006210     if op-at-end
006220         go to open-read-exit
006230     end-if.
006240     if digopen-record = spaces or do-opened-x is not numeric
006250         go to open-read-exit
006260     end-if.
006270     if op-count >= open-max
006280         display "PRIMEDIG009E - DIGOPEN TABLE FULL AT "
006290             open-max " ENTRIES."
006300         close digopen-file
006310         move 16 to return-code
006320         stop run
006330     end-if.
006340     add 1 to op-count.
006350     move do-source to op-source (op-count).
006360     move do-ref to op-ref (op-count).
006370     move do-opened to op-opened (op-count).
006380 open-read-exit.
006390     exit.
006400
006410 open-find.
006420     if op-source (op-index) = sl-source (ci-source-ix)
006430         and op-ref (op-index) = ci-ref
006440         move "Y" to op-found-flag
006450         move op-index to op-hit
006460     end-if.
006470
006480******************************************************************
006490*  LOAD-EXCRPT - PRIMES RECONCILIATION. MISSING AND EXTRA ARE    *
006500*                TRUE MISMATCHES AGAINST THE REFERENCE AND ARE   *
006510*                HIGH; GROWTH ENTRIES ARE NEW RANGE, NOT         *
006520*                EXCEPTIONS, AND ARE NOT CARRIED.                *
006530******************************************************************
006540 load-excrpt.
006550     move 1 to ci-source-ix.
006560     open input excrpt-file.
006570     if excrpt-status not = "00"
006580         perform source-absent 1 times
006590         go to load-excrpt-exit
006600     end-if.
006610     move "Y" to sc-present (ci-source-ix).
006620     move "N" to ci-eof.
006630     perform excrpt-read thru excrpt-read-exit
006640         until ci-at-end.
006650     close excrpt-file.
006660 load-excrpt-exit.
006670     exit.
006680
006690 excrpt-read.
006700     read excrpt-file
006710         at end
006720             move "Y" to ci-eof
006730     end-read.
006740     if ci-at-end or excrpt-record = spaces
006750         go to excrpt-read-exit
006760     end-if.
006770     if er-type = "GROWTH"
006780         add 1 to growth-skipped
006790         go to excrpt-read-exit
006800     end-if.
006810     move er-ref to ci-ref.
006820     move er-text to ci-text.
006830     move spaces to ci-note.
006840     move zero to ci-opened.
006850     move "N" to ci-dated.
006860     if er-type = "MISSING" or er-type = "EXTRA"
006870         move 1 to ci-rank
006880     else
006890         move 2 to ci-rank
006900     end-if.
006910     perform item-add thru item-add-exit.
006920 excrpt-read-exit.
006930     exit.
006940
006950******************************************************************
006960*  LOAD-CMPEXC - PRIMECMP SIEVE/TRIAL COMPARISON. A VALUE THAT   *
006970*                DIFFERS OR EXISTS ON ONE FEED ONLY MEANS ONE    *
006980*                METHOD IS WRONG AND IS HIGH; DIFFERING HEADER   *
006990*                BOUNDS MEAN TWO DIFFERENT RUNS WERE COMPARED    *
007000*                AND ARE MEDIUM.                                 *
007010******************************************************************
007020 load-cmpexc.
007030     move 2 to ci-source-ix.
007040     open input cmpexc-file.
007050     if cmpexc-status not = "00"
007060         perform source-absent 1 times
007070         go to load-cmpexc-exit
007080     end-if.
007090     move "Y" to sc-present (ci-source-ix).
007100     move "N" to ci-eof.
007110     perform cmpexc-read thru cmpexc-read-exit
007120         until ci-at-end.
007130     close cmpexc-file.
007140 load-cmpexc-exit.
007150     exit.
007160
007170 cmpexc-read.
007180     read cmpexc-file
007190         at end
007200             move "Y" to ci-eof
007210     end-read.
007220     if ci-at-end or cmpexc-record = spaces
007230         go to cmpexc-read-exit
007240     end-if.
007250     move cr-ref to ci-ref.
007260     move cr-text to ci-text.
007270     move spaces to ci-note.
007280     move zero to ci-opened.
007290     move "N" to ci-dated.
007300     if cr-type = "BOUND"
007310         move 2 to ci-rank
007320     else
007330         move 1 to ci-rank
007340     end-if.
007350     perform item-add thru item-add-exit.
007360 cmpexc-read-exit.
007370     exit.
007380
007390******************************************************************
007400*  LOAD-FACEXC - PRIMEFAC REJECTS AND SUSPENSE, AGED FROM THEIR  *
007410*                SUBMISSION DATE. AN ITEM RECYCLED RETRYHIGH     *
007420*                TIMES OR MORE IS HIGH; A RANGE OR DEPARTMENT    *
007430*                ITEM IS MEDIUM; A BAD INPUT CARD IS LOW.        *
007440******************************************************************
007450 load-facexc.
007460     move 3 to ci-source-ix.
007470     open input facexc-file.
007480     if facexc-status not = "00"
007490         perform source-absent 1 times
007500         go to load-facexc-exit
007510     end-if.
007520     move "Y" to sc-present (ci-source-ix).
007530     move "N" to ci-eof.
007540     perform facexc-read thru facexc-read-exit
007550         until ci-at-end.
007560     close facexc-file.
007570 load-facexc-exit.
007580     exit.
007590
007600 facexc-read.
007610     read facexc-file
007620         at end
007630             move "Y" to ci-eof
007640     end-read.
007650     if ci-at-end or facexc-record = spaces
007660         go to facexc-read-exit
007670     end-if.
007680     move fr-ref to ci-ref.
007690     move fr-text to ci-text.
007700     move spaces to ci-note.
007710     move zero to ci-opened.
007720     move "N" to ci-dated.
007730     if fr-sub-date-x is numeric
007740         move fr-sub-date to ci-opened
007750         move "Y" to ci-dated
007760     end-if.
007770     move 2 to ci-rank.
007780     if fr-type = "NONNUMERIC" or fr-type = "TOO SMALL"
007790         move 3 to ci-rank
007800     end-if.
007810     if fr-retry-x is numeric
007820         move fr-retry to nt-retry
007830         move note-ws to ci-note
007840         if fr-retry >= retry-high
007850             move 1 to ci-rank
007860         end-if
007870     end-if.
007880     perform item-add thru item-add-exit.
007890 facexc-read-exit.
007900     exit.
007910
007920******************************************************************
007930*  LOAD-VFYEXC - PRIMEVFY CONTROL-TOTAL AND SEQUENCE FAILURES.   *
007940*                A FEED THAT FAILS VERIFICATION CANNOT BE        *
007950*                TRUSTED BY ANY CONSUMER, SO EVERY ONE IS HIGH.  *
007960******************************************************************
007970 load-vfyexc.
007980     move 4 to ci-source-ix.
007990     open input vfyexc-file.
008000     if vfyexc-status not = "00"
008010         perform source-absent 1 times
008020         go to load-vfyexc-exit
008030     end-if.
008040     move "Y" to sc-present (ci-source-ix).
008050     move "N" to ci-eof.
008060     perform vfyexc-read thru vfyexc-read-exit
008070         until ci-at-end.
008080     close vfyexc-file.
008090 load-vfyexc-exit.
008100     exit.
008110
008120 vfyexc-read.
008130     read vfyexc-file
008140         at end
008150             move "Y" to ci-eof
008160     end-read.
008170     if ci-at-end or vfyexc-record = spaces
008180         go to vfyexc-read-exit
008190     end-if.
008200     move spaces to ci-ref.
008210     string vr-file " " vr-msg-id delimited by size
008220         into ci-ref.
008230     move vr-text to ci-text.
008240     move spaces to ci-note.
008250     move zero to ci-opened.
008260     if vr-run-date-x is numeric
008270         move vr-run-date to ci-opened
008280     end-if.
008290     move "N" to ci-dated.
008300     move 1 to ci-rank.
008310     perform item-add thru item-add-exit.
008320 vfyexc-read-exit.
008330     exit.
008340
008350 source-absent.
008360     display "PRIMEDIG003I - " sl-file (ci-source-ix)
008370         " NOT ON HAND. NO " sl-source (ci-source-ix)
008380         " EXCEPTIONS COUNTED.".
008390     move "N" to sc-present (ci-source-ix).
008400
008410******************************************************************
008420*  ITEM-ADD - FILE THE CURRENT ITEM: FIND WHEN IT OPENED (ITS    *
008430*             OWN DATE, ELSE THE DATE DIGOPEN FIRST SAW IT, ELSE *
008440*             THE DATE ON ITS RECORD, ELSE TODAY), AGE IT, AND   *
008450*             COUNT IT UNDER ITS SOURCE AND SEVERITY.            *
008460******************************************************************
008470 item-add.
008480     if it-count >= item-max
008490         display "PRIMEDIG004E - ITEM TABLE FULL AT "
008500             item-max " OPEN EXCEPTIONS."
008510         move 16 to return-code
008520         stop run
008530     end-if.
008540     if not ci-is-dated
008550         move "N" to op-found-flag
008560         perform open-find
008570             varying op-index from 1 by 1
008580             until op-index > op-count or op-was-found
008590         if op-was-found
008600             move op-opened (op-hit) to ci-opened
008610         end-if
008620     end-if.
008630     if ci-opened = zero
008640         move dg-today to ci-opened
008650     end-if.
008660     add 1 to it-count.
008670     move ci-opened to it-opened (it-count).
008680     move zero to it-days (it-count).
008690     move ci-opened to dc-date.
008700     perform date-to-days thru date-to-days-exit.
008710     if dc-is-valid and dc-days < dg-today-days
008720         if dg-today-days - dc-days > 9999
008730             move 9999 to it-days (it-count)
008740         else
008750             compute it-days (it-count)
008760                 = dg-today-days - dc-days
008770         end-if
008780     end-if.
008790     move sl-source (ci-source-ix) to it-source (it-count).
008800     move sl-file (ci-source-ix) to it-file (it-count).
008810     move ci-ref to it-ref (it-count).
008820     move ci-text to it-text (it-count).
008830     move ci-note to it-note (it-count).
008840     move ci-rank to it-rank (it-count).
008850     compute it-days-inv (it-count) = 9999 - it-days (it-count).
008860     move it-count to it-seq (it-count).
008870     if it-days (it-count) > age-days
008880         move "0" to it-aged-key (it-count)
008890         add 1 to aged-count
008900     else
008910         move "1" to it-aged-key (it-count)
008920     end-if.
008930     if ci-rank = 1
008940         move "HIGH" to it-sev (it-count)
008950         add 1 to sc-high (ci-source-ix)
008960         add 1 to tot-high
008970     end-if.
008980     if ci-rank = 2
008990         move "MEDIUM" to it-sev (it-count)
009000         add 1 to sc-medium (ci-source-ix)
009010         add 1 to tot-medium
009020     end-if.
009030     if ci-rank = 3
009040         move "LOW" to it-sev (it-count)
009050         add 1 to sc-low (ci-source-ix)
009060         add 1 to tot-low
009070     end-if.
009080 item-add-exit.
009090     exit.
009100
009110******************************************************************
009120*  ITEM-SORT - EXCHANGE SORT OF THE OPEN ITEMS ON THEIR SORT KEY.*
009130******************************************************************
009140 item-sort.
009150     move "Y" to it-swapped.
009160     perform item-sort-pass thru item-sort-pass-exit
009170         until not it-was-swapped.
009180 item-sort-exit.
009190     exit.
009200
009210 item-sort-pass.
009220     move "N" to it-swapped.
009230     perform item-sort-compare thru item-sort-compare-exit
009240         varying it-index from 1 by 1
009250         until it-index >= it-count.
009260 item-sort-pass-exit.
009270     exit.
009280
009290 item-sort-compare.
009300     compute it-next = it-index + 1.
009310     if it-sort-key (it-index) > it-sort-key (it-next)
009320         move it-entry (it-index) to it-hold
009330         move it-entry (it-next) to it-entry (it-index)
009340         move it-hold to it-entry (it-next)
009350         move "Y" to it-swapped
009360     end-if.
009370 item-sort-compare-exit.
009380     exit.
009390
009400******************************************************************
009410*  REPORT-BUILD - THE DIGRPT REPORT: THE SUMMARY PAGE OF OPEN    *
009420*                 COUNTS BY SOURCE AND SEVERITY, THEN THE ITEMS  *
009430*                 OPEN PAST THE THRESHOLD, THEN THE OTHER OPEN   *
009440*                 ITEMS, EACH GROUP MOST SEVERE AND OLDEST FIRST.*
009450******************************************************************
009460 report-build.
009470     open output digrpt-file.
009480     if digrpt-status not = "00"
009490         display "PRIMEDIG005E - DIGRPT COULD NOT BE OPENED."
009500         move 16 to return-code
009510         stop run
009520     end-if.
009530     accept rpt-run-date from date.
009540     move rpt-run-date to rpt-run-date-disp.
009550     accept rpt-run-time from time.
009560     move rpt-run-time to rpt-run-time-disp.
009570     move age-days to age-days-disp.
009580     move zero to rpt-page-count.
009590     move "S" to rpt-section.
009600     perform report-headers 1 times.
009610     perform report-summary-page 1 times.
009620     move "A" to rpt-section.
009630     perform report-headers 1 times.
009640     if aged-count = 0
009650         move spaces to digrpt-record
009660         move "  NONE" to digrpt-record
009670         perform report-write-line 1 times
009680     end-if.
009690     perform report-item thru report-item-exit
009700         varying it-index from 1 by 1
009710         until it-index > it-count.
009720     if it-count = aged-count
009730         move "O" to rpt-section
009740         perform report-section-open 1 times
009750         move spaces to digrpt-record
009760         move "  NONE" to digrpt-record
009770         perform report-write-line 1 times
009780     end-if.
009790     close digrpt-file.
009800
009810 report-headers.
009820     add 1 to rpt-page-count.
009830     move rpt-page-count to rpt-page-disp.
009840     move spaces to digrpt-record.
009850     move "PRIMES SYSTEM - DAILY EXCEPTION DIGEST"
009860         to digrpt-record.
009870     write digrpt-record.
009880     move spaces to digrpt-record.
009890     string "RUN DATE: " rpt-run-date-disp "   TIME: "
009900         rpt-run-time-disp "   PAGE: "
009910         rpt-page-disp delimited by size into digrpt-record.
009920     write digrpt-record.
009930     move spaces to digrpt-record.
009940     write digrpt-record.
009950     move zero to rpt-line-count.
009960     if rpt-section not = "S"
009970         perform report-section-title 1 times
009971         write digrpt-record
009972         move spaces to digrpt-record
009973         move rpt-column-head to digrpt-record
009974         write digrpt-record
009975         move 2 to rpt-line-count
009980     end-if.
009981
009982******************************************************************
009983*  REPORT-SECTION-OPEN - START THE SECTION NAMED BY RPT-SECTION  *
009984*                        BELOW THE LAST LINE: A BLANK LINE, THE  *
009985*                        SECTION TITLE AND THE COLUMN HEADING.   *
009986*                        WHEN THOSE AND ONE ITEM WILL NOT FIT,   *
009987*                        A NEW PAGE IS STARTED INSTEAD, AND ITS  *
009988*                        HEADERS CARRY THE SECTION HEADING.      *
009989******************************************************************
009990 report-section-open.
009991     if rpt-line-count + 5 > rpt-lines-per-page
009992         perform report-headers 1 times
009993     else
009994         move spaces to digrpt-record
009995         perform report-write-line 1 times
009996         perform report-section-title 1 times
009997         perform report-write-line 1 times
009998         move spaces to digrpt-record
009999         move rpt-column-head to digrpt-record
010000         perform report-write-line 1 times
010001     end-if.
010002
010003 report-section-title.
010010     move spaces to digrpt-record.
010020     if rpt-section = "A"
010030         string "ITEMS OPEN MORE THAN " age-days-disp " DAYS"
010040             delimited by size into digrpt-record
010050     else
010060         move "OTHER OPEN ITEMS" to digrpt-record
010070     end-if.
010130
010140 report-write-line.
010150     add 1 to rpt-line-count.
010160     if rpt-line-count > rpt-lines-per-page
010165         move digrpt-record to rpt-hold-line
010170         perform report-headers 1 times
010180         add 1 to rpt-line-count
010185         move rpt-hold-line to digrpt-record
010190     end-if.
010200     write digrpt-record.
010210
010220******************************************************************
010230*  REPORT-SUMMARY-PAGE - OPEN COUNTS PER SOURCE AND SEVERITY.    *
010240******************************************************************
010250 report-summary-page.
010260     move spaces to digrpt-record.
010270     move "OPEN EXCEPTIONS BY SOURCE AND SEVERITY"
010280         to digrpt-record.
010290     perform report-write-line 1 times.
010300     move spaces to digrpt-record.
010310     perform report-write-line 1 times.
010320     move spaces to digrpt-record.
010330     string "  SOURCE    FILE      HIGH  MEDIUM     LOW   TOTAL"
010340         "   STATUS" delimited by size into digrpt-record.
010350     perform report-write-line 1 times.
010360     perform report-summary-line
010370         varying sc-index from 1 by 1
010380         until sc-index > 4.
010390     move spaces to sum-detail-line.
010400     move "TOTAL" to sd-source.
010410     move tot-high to sd-high.
010420     move tot-medium to sd-medium.
010430     move tot-low to sd-low.
010440     move it-count to sd-total.
010450     move spaces to digrpt-record.
010460     perform report-write-line 1 times.
010470     move sum-detail-line to digrpt-record.
010480     perform report-write-line 1 times.
010490     move spaces to digrpt-record.
010500     perform report-write-line 1 times.
010510     move age-days to age-days-disp.
010520     move aged-count to count-disp.
010530     move spaces to digrpt-record.
010540     string "  ITEMS OPEN MORE THAN " age-days-disp " DAYS . : "
010550         count-disp delimited by size into digrpt-record.
010560     perform report-write-line 1 times.
010570     move retry-high to nt-retry.
010580     move growth-skipped to count-disp.
010590     move spaces to digrpt-record.
010600     string "  RECONCILE GROWTH ENTRIES (NOT EXCEPTIONS) : "
010610         count-disp delimited by size into digrpt-record.
010620     perform report-write-line 1 times.
010630     move spaces to digrpt-record.
010640     string "  FACEXC ITEMS ARE HIGH AFTER " nt-retry
010650         " RETRIES" delimited by size into digrpt-record.
010660     perform report-write-line 1 times.
010670
010680 report-summary-line.
010690     move spaces to sum-detail-line.
010700     move sl-source (sc-index) to sd-source.
010710     move sl-file (sc-index) to sd-file.
010720     move sc-high (sc-index) to sd-high.
010730     move sc-medium (sc-index) to sd-medium.
010740     move sc-low (sc-index) to sd-low.
010750     compute sd-total = sc-high (sc-index) + sc-medium (sc-index)
010760         + sc-low (sc-index).
010770     if sc-on-hand (sc-index)
010780         move "ON HAND" to sd-status
010790     else
010800         move "NOT ON HAND" to sd-status
010810     end-if.
010820     move spaces to digrpt-record.
010830     move sum-detail-line to digrpt-record.
010840     perform report-write-line 1 times.
010850
010860******************************************************************
010870*  REPORT-ITEM - ONE OPEN ITEM ON TWO LINES, KEPT ON ONE PAGE.   *
010880*                THE FIRST ITEM THAT IS NOT AGED OPENS THE       *
010890*                OTHER OPEN ITEMS SECTION.                       *
010900******************************************************************
010910 report-item.
010920     if it-aged-key (it-index) = "1" and rpt-section = "A"
010930         move "O" to rpt-section
010960         perform report-section-open 1 times
010970     end-if.
010980     if rpt-line-count + 2 > rpt-lines-per-page
010990         perform report-headers 1 times
011000     end-if.
011010     move spaces to item-line-1.
011020     move it-source (it-index) to il-source.
011030     move it-sev (it-index) to il-sev.
011040     move it-days (it-index) to il-days.
011050     move it-opened (it-index) to il-opened.
011060     move it-ref (it-index) to il-ref.
011070     move spaces to digrpt-record.
011080     move item-line-1 to digrpt-record.
011090     perform report-write-line 1 times.
011100     move spaces to item-line-2.
011110     move it-text (it-index) to il-text.
011120     move it-note (it-index) to il-note.
011130     move spaces to digrpt-record.
011140     move item-line-2 to digrpt-record.
011150     perform report-write-line 1 times.
011160 report-item-exit.
011170     exit.
011180
011190******************************************************************
011200*  OPEN-SAVE - REWRITE DIGOPEN WITH EVERY ITEM STILL OPEN AND    *
011210*              THE DATE IT OPENED, FOR TOMORROW'S AGEING.        *
011220******************************************************************
011230 open-save.
011240     open output digopen-file.
011250     if digopen-status not = "00"
011260         display "PRIMEDIG006W - DIGOPEN COULD NOT BE "
011270             "REWRITTEN. TOMORROW'S AGEING RESTARTS AT ZERO."
011280         go to open-save-exit
011290     end-if.
011300     perform open-write
011310         varying it-index from 1 by 1
011320         until it-index > it-count.
011330     close digopen-file.
011340 open-save-exit.
011350     exit.
011360
011370 open-write.
011380     move spaces to digopen-record.
011390     move it-source (it-index) to do-source.
011400     move it-ref (it-index) to do-ref.
011410     move it-opened (it-index) to do-opened.
011420     write digopen-record.
011430
011440******************************************************************
011450*  SUMMARY - DISPLAY A JOB-END TOTALS BLOCK FOR THE OPERATOR     *
011460******************************************************************
011470 summary.
011480     display "==================================================".
011490     display "PRIMEDIG RUN SUMMARY".
011500     display "  OPEN EXCEPTIONS. . . . . : " it-count.
011510     display "  HIGH / MEDIUM / LOW. . . : " tot-high " / "
011520         tot-medium " / " tot-low.
011530     display "  AGED PAST THRESHOLD. . . : " aged-count.
011540     display "  AGEING THRESHOLD (DAYS). : " age-days.
011550     display "==================================================".
011560
011570******************************************************************
011580*  AUDIT-WRITE - APPEND THIS RUN'S COMPLETION RECORD TO THE      *
011590*                SUITE-WIDE PRIMEAUD AUDIT LOG, IN THE COMMON    *
011600*                LAYOUT PRIMEOPS ANALYZES: RUN DATE/TIME,        *
011610*                PROGRAM ID, OPERATOR, AND PROGRAM-APPROPRIATE   *
011620*                COUNTS.                                         *
011630******************************************************************
011640 audit-write.
011650     accept al-run-date from date.
011660     accept al-run-time from time.
011670     move "PRIMEDIG" to al-program-id.
011680     accept al-operator-id from environment "USER".
011690     move it-count to al-count-1.
011700     move tot-high to al-count-2.
011710     move "NORMAL" to al-completion.
011720     move "DAILY EXCEPTION DIGEST" to al-run-desc.
011730     open extend auditlog-file.
011740     if auditlog-status not = "00"
011750         open output auditlog-file
011760     end-if.
011770     if auditlog-status not = "00"
011780         display "PRIMEDIG007W - PRIMEAUD COULD NOT BE WRITTEN."
011790     else
011800         move spaces to auditlog-record
011810         move audit-line to auditlog-record
011820         write auditlog-record
011830         close auditlog-file
011840     end-if.
