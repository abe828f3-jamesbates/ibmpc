000100******************************************************************
000110*                                                                *
000120*  PROGRAM-ID : PRIMECHG                                         *
000130*  DEVELOPED BY : D. L. SUITE BATCH SYSTEMS GROUP                *
000140*                                                                *
000150******************************************************************
000160 identification division.
000170 program-id. primechg.
000180 author. d l suite batch systems group.
000190 installation. central data processing.
000200 date-written. 2026-10-15.
000210 date-compiled.
000220
000230******************************************************************
000240* MODIFICATION HISTORY                                           *
000250*   2026-10-15  DLS  ORIGINAL VERSION. MONTHLY DEPARTMENT        *
000260*                    CHARGEBACK. SELECTS ONE MONTH OF THE        *
000270*                    PRIMEUSE USAGE WRITTEN BY PRIMEFAC,         *
000280*                    PRIMEINQ AND PRIMEXTR, TOTALS IT BY         *
000290*                    DEPARTMENT, PROGRAM AND REQUEST TYPE,       *
000300*                    PRICES EACH LINE FROM THE PRIMERAT RATE     *
000310*                    TABLE (PER FACTORIZATION, PER INQUIRY BY    *
000320*                    REQUEST TYPE, PER EXTRACTED ROW), AND       *
000330*                    PRINTS THE CHGRPT BILLING REPORT BY         *
000340*                    DEPARTMENT WITH SUBTOTALS AND A GRAND       *
000350*                    TOTAL. ENDS RC 4 WHEN ANY USAGE HAS NO RATE *
000360*                    OR ANY USAGE RECORD IS UNREADABLE.          *
000362*   2026-10-15  DLS  PRIMEUSE NOW ALSO CARRIES USAGE FROM        *
000364*                    PRIMECER (TYPE CERT, PER CERTIFICATION) AND *
000366*                    PRIMEROT (TYPE ROOTS, PER PRIME WORKED),    *
000368*                    PRICED FROM PRIMERAT LIKE THE OTHERS.       *
000369*   2026-10-15  DLS  A MISSING PRIMEUSE NOW RETURNS FROM USAGE-  *
000370*                    LOAD AND PRINTS AN EMPTY BILL INSTEAD OF    *
000371*                    RUNNING ON THROUGH THE PARAGRAPHS BELOW IT. *
000372*   2026-10-15  DLS  THE LINE THAT TURNS A REPORT PAGE IS NOW    *
000373*                    HELD ACROSS THE PAGE HEADINGS INSTEAD OF    *
000374*                    BEING OVERWRITTEN BY THEM.                  *
000375******************************************************************
000380
000390 environment division.
000400 configuration section.
000410 source-computer. ibm-pc.
000420 object-computer. ibm-pc.
000430
000440 input-output section.
000450 file-control.
000460     select ctlcard-file assign to "SYSIN"
000470         organization is line sequential
000480         file status is ctlcard-status.
000490
000500     select deptmast-file assign to "DEPTMAST"
000510         organization is line sequential
000520         file status is deptmast-status.
000530
000540     select rate-file assign to "PRIMERAT"
000550         organization is line sequential
000560         file status is rate-status.
000570
000580     select usage-file assign to "PRIMEUSE"
000590         organization is line sequential
000600         file status is usage-status.
000610
000620     select chgrpt-file assign to "CHGRPT"
000630         organization is line sequential
000640         file status is chgrpt-status.
000650
000660     select auditlog-file assign to "PRIMEAUD"
000670         organization is line sequential
000680         file status is auditlog-status.
000690
000700 data division.
000710 file section.
000720 fd  ctlcard-file
000730     label records are standard.
000740 01  ctlcard-record               picture x(80).
000750 01  ctlcard-card.
000760     05  cc-col1                 picture x(01).
000770     05  filler                  picture x(79).
000780
000790 fd  deptmast-file
000800     label records are standard.
000810 01  deptmast-record.
000820     05  dm-dept-code            picture x(06).
000830     05  filler                  picture x(01).
000840     05  dm-dept-name            picture x(30).
000850     05  filler                  picture x(43).
000860 01  deptmast-card.
000870     05  dm-col1                 picture x(01).
000880     05  filler                  picture x(79).
000890
000900******************************************************************
000910*  PRIMERAT - ONE RATE PER PROGRAM AND REQUEST TYPE, THE CHARGE  *
000920*  PER UNIT IN FOUR IMPLIED DECIMAL PLACES (0000500 IS 0.0500).  *
000930*  BLANK CARDS AND CARDS WITH * IN COLUMN 1 ARE COMMENTS.        *
000940******************************************************************
000950 fd  rate-file
000960     label records are standard.
000970 01  rate-record.
000980     05  rf-program-id           picture x(08).
000990     05  filler                  picture x(01).
001000     05  rf-req-type             picture x(06).
001010     05  filler                  picture x(01).
001020     05  rf-rate-text            picture x(07).
001030     05  rf-rate redefines rf-rate-text
001040                                 picture 9(3)v9(4).
001050     05  filler                  picture x(57).
001060 01  rate-card.
001070     05  rf-col1                 picture x(01).
001080     05  filler                  picture x(79).
001090
001100 fd  usage-file
001110     label records are standard.
001120 01  usage-record.
001130     05  ur-run-date.
001140         10  ur-run-yymm         picture 9(4).
001150         10  ur-run-dd           picture 9(2).
001160     05  filler                  picture x(01).
001170     05  ur-run-time             picture 9(8).
001180     05  filler                  picture x(01).
001190     05  ur-dept-code            picture x(06).
001200     05  filler                  picture x(01).
001210     05  ur-program-id           picture x(08).
001220     05  filler                  picture x(01).
001230     05  ur-req-type             picture x(06).
001240     05  filler                  picture x(01).
001250     05  ur-units                picture 9(9).
001260
001270 fd  chgrpt-file
001280     label records are standard.
001290 01  chgrpt-record                picture x(80).
001300
001310 fd  auditlog-file
001320     label records are standard.
001330 01  auditlog-record              picture x(89).
001340
001350 working-storage section.
001360 77  ctlcard-status               picture x(02) value spaces.
001370 77  deptmast-status              picture x(02) value spaces.
001380 77  rate-status                  picture x(02) value spaces.
001390 77  usage-status                 picture x(02) value spaces.
001400 77  chgrpt-status                picture x(02) value spaces.
001410 77  dept-max                     picture 9(4) comp value 200.
001420 77  rate-max                     picture 9(4) comp value 50.
001430 77  charge-max                   picture 9(4) comp value 500.
001440 77  usage-read-count             picture 9(6) comp value zero.
001450 77  usage-month-count            picture 9(6) comp value zero.
001460 77  bad-records                  picture 9(6) comp value zero.
001470 77  dept-billed-count            picture 9(6) comp value zero.
001480 77  unpriced-count               picture 9(6) comp value zero.
001490 77  rpt-line-count               picture 9(4) comp value zero.
001500 77  rpt-page-count               picture 9(4) comp value zero.
001510 77  rpt-lines-per-page           picture 9(4) comp value 55.
001520 77  rpt-page-disp                picture zz9.
001530 77  rpt-run-date                 picture 9(6).
001540 77  rpt-run-date-disp            picture 99b99b99.
001550 77  rpt-run-time                 picture 9(8).
001560 77  rpt-run-time-disp            picture 99b99b99b99.
001562 77  rpt-hold-line                picture x(80).
001565 77  grand-total-disp             picture z(12)9.99.
001570
001580 01  ctlcard-ws.
001590   02 cc-keyword                 picture x(12).
001600   02 cc-value                   picture x(67).
001610   02 cc-value-chars redefines cc-value.
001620     03 cc-value-char            picture x(01) occurs 67 times.
001630   02 cc-card-eof                picture x(01) value "N".
001640      88 cc-cards-done           value "Y".
001650   02 cc-num                     picture 9(9).
001660   02 cc-num-flag                picture x(01).
001670      88 cc-num-good             value "Y".
001680   02 cc-scan-done               picture x(01).
001690   02 cc-num-started             picture x(01).
001700   02 cc-scan-index              picture 9(4) comp.
001710   02 cc-digit-count             picture 9(4) comp.
001720   02 cc-digit-x                 picture x(01).
001730   02 cc-digit redefines cc-digit-x
001740                                 picture 9(01).
001750   02 cc-strip-index             picture 9(4) comp.
001760   02 cc-strip-out               picture 9(4) comp.
001770   02 cc-strip-text              picture x(67).
001780   02 cc-strip-chars redefines cc-strip-text.
001790     03 cc-strip-char            picture x(01) occurs 67 times.
001800   02 ctl-error-text             picture x(40).
001810
001820******************************************************************
001830*  THE BILLING MONTH, YYMM. THE DEFAULT IS THE MONTH BEFORE THE  *
001840*  RUN DATE, SINCE THE CHARGEBACK RUNS AFTER THE MONTH CLOSES.   *
001850******************************************************************
001860 01  month-ws.
001870   02 mo-billing                 picture 9(4).
001880   02 mo-billing-parts redefines mo-billing.
001890     03 mo-yy                    picture 9(2).
001900     03 mo-mm                    picture 9(2).
001910   02 mo-src                     picture x(08) value "DEFAULT".
001920   02 mo-today                   picture 9(6).
001930   02 mo-today-parts redefines mo-today.
001940     03 mo-today-yy              picture 9(2).
001950     03 mo-today-mm              picture 9(2).
001960     03 mo-today-dd              picture 9(2).
001970
001980 01  dept-table.
001990   02 dp-count                   picture 9(4) comp value zero.
002000   02 dp-index                   picture 9(4) comp.
002010   02 dp-eof                     picture x(01) value "N".
002020      88 dp-at-end               value "Y".
002030   02 dp-key                     picture x(06).
002040   02 dp-found-flag              picture x(01) value "N".
002050      88 dp-was-found            value "Y".
002060   02 dp-hit                     picture 9(4) comp.
002070   02 dp-entry occurs 200 times.
002080     03 dp-code                  picture x(06).
002090     03 dp-name                  picture x(30).
002100
002110 01  rate-table.
002120   02 rt-count                   picture 9(4) comp value zero.
002130   02 rt-index                   picture 9(4) comp.
002140   02 rt-eof                     picture x(01) value "N".
002150      88 rt-at-end               value "Y".
002160   02 rt-found-flag              picture x(01) value "N".
002170      88 rt-was-found            value "Y".
002180   02 rt-hit                     picture 9(4) comp.
002190   02 rt-entry occurs 50 times.
002200     03 rt-program-id            picture x(08).
002210     03 rt-req-type              picture x(06).
002220     03 rt-rate                  picture 9(3)v9(4).
002230
002240******************************************************************
002250*  THE MONTH'S USAGE, ONE ENTRY PER DEPARTMENT, PROGRAM AND      *
002260*  REQUEST TYPE, SORTED INTO THAT ORDER BEFORE IT IS PRINTED.    *
002270******************************************************************
002280 01  charge-table.
002290   02 ch-count                   picture 9(4) comp value zero.
002300   02 ch-index                   picture 9(4) comp.
002310   02 ch-next                    picture 9(4) comp.
002320   02 ch-hit                     picture 9(4) comp.
002330   02 ch-found-flag              picture x(01) value "N".
002340      88 ch-was-found            value "Y".
002350   02 ch-swapped                 picture x(01) value "N".
002360      88 ch-was-swapped          value "Y".
002370   02 ch-eof                     picture x(01) value "N".
002380      88 ch-at-end               value "Y".
002390   02 ch-entry occurs 500 times.
002400     03 ch-key.
002410       04 ch-dept                picture x(06).
002420       04 ch-program-id          picture x(08).
002430       04 ch-req-type            picture x(06).
002440     03 ch-units                 picture 9(11).
002450     03 ch-rate                  picture 9(3)v9(4).
002460     03 ch-amount                picture 9(11)v99.
002470     03 ch-rate-flag             picture x(01).
002480   02 ch-hold.
002490     03 filler                   picture x(20).
002500     03 filler                   picture 9(11).
002510     03 filler                   picture 9(3)v9(4).
002520     03 filler                   picture 9(11)v99.
002530     03 filler                   picture x(01).
002540
002550 01  total-ws.
002560   02 tw-dept                    picture x(06).
002570   02 tw-dept-total              picture 9(11)v99 value zero.
002580   02 tw-grand-total             picture 9(13)v99 value zero.
002590
002600 01  chg-detail-line.
002610   02 cd-dept                    picture x(06).
002620   02 filler                     picture x(01) value space.
002630   02 cd-name                    picture x(20).
002640   02 filler                     picture x(01) value space.
002650   02 cd-program                 picture x(08).
002660   02 filler                     picture x(01) value space.
002670   02 cd-type                    picture x(06).
002680   02 filler                     picture x(01) value space.
002690   02 cd-units                   picture z(9)9.
002700   02 filler                     picture x(01) value space.
002710   02 cd-rate                    picture zz9.9999.
002720   02 filler                     picture x(01) value space.
002730   02 cd-charge                  picture z(10)9.99.
002740
002750 01  chg-total-line.
002760   02 filler                     picture x(07) value spaces.
002770   02 ct-label                  picture x(30).
002780   02 filler                     picture x(26) value spaces.
002790   02 ct-charge                 picture z(12)9.99.
002800
002810 01  chg-norate-line.
002820   02 filler                     picture x(28) value spaces.
002830   02 filler                     picture x(27)
002840                 value "** NO RATE ON PRIMERAT FOR ".
002850   02 cn-program                 picture x(08).
002860   02 filler                     picture x(01) value space.
002870   02 cn-type                    picture x(06).
002880   02 filler                     picture x(03) value " **".
002890
002900 77  auditlog-status              picture x(02) value spaces.
002910
002920 01  audit-line.
002930   02 al-run-date                picture 9(6).
002940   02 filler                     picture x(01) value space.
002950   02 al-run-time                picture 9(8).
002960   02 filler                     picture x(01) value space.
002970   02 al-program-id              picture x(08).
002980   02 filler                     picture x(01) value space.
002990   02 al-operator-id             picture x(12).
003000   02 filler                     picture x(01) value space.
003010   02 al-count-1                 picture z(8)9.
003020   02 filler                     picture x(01) value space.
003030   02 al-count-2                 picture z(5)9.
003040   02 filler                     picture x(01) value space.
003050   02 al-completion              picture x(08).
003060   02 filler                     picture x(01) value space.
003070   02 al-run-desc                picture x(25).
003080
003090 01  audit-desc.
003100   02 filler                     picture x(21)
003110                                 value "CHARGEBACK FOR MONTH ".
003120   02 ad-month                   picture 9(4).
003130
003140 procedure division.
003150******************************************************************
003160*  0000-MAINLINE                                                 *
003170******************************************************************
003180 begin.
003190     accept mo-today from date.
003200     perform month-default 1 times.
003210     perform readctl 1 times.
003220     display "PRIMECHG003I - BILLING MONTH " mo-billing
003230         " (" mo-src ")."
003240     perform dept-load 1 times.
003250     perform rate-load 1 times.
003260     perform usage-load thru usage-load-exit.
003270     perform charge-sort thru charge-sort-exit.
003280     perform charge-price thru charge-price-exit
003290         varying ch-index from 1 by 1
003300         until ch-index > ch-count.
003310     perform report-build 1 times.
003320     perform summary 1 times.
003330     perform audit-write 1 times.
003340     if unpriced-count > 0 or bad-records > 0
003350         display "PRIMECHG004W - " unpriced-count
003355             " USAGE LINE(S) "
003360             "WITHOUT A RATE, " bad-records " UNREADABLE USAGE "
003370             "RECORD(S). REVIEW BEFORE BILLING."
003380         move 4 to return-code
003390     end-if.
003400     stop run.
003410
003420******************************************************************
003430*  MONTH-DEFAULT - THE MONTH BEFORE THE RUN DATE.                *
003440******************************************************************
003450 month-default.
003460     move mo-today-yy to mo-yy.
003470     move mo-today-mm to mo-mm.
003480     if mo-mm > 1
003490         subtract 1 from mo-mm
003500     else
003510         move 12 to mo-mm
003520         if mo-yy > 0
003530             subtract 1 from mo-yy
003540         else
003550             move 99 to mo-yy
003560         end-if
003570     end-if.
003580
003590******************************************************************
003600*  READCTL - OPTIONAL MONTH=YYMM CARD NAMING THE BILLING MONTH.  *
003610*            ANY OTHER CARD IS A HARD ERROR.                     *
003620******************************************************************
003630 readctl.
003640     open input ctlcard-file.
003650     if ctlcard-status not = "00"
003660         display "PRIMECHG001I - NO CONTROL DECK. THE BILLING "
003670             "MONTH DEFAULTS TO LAST MONTH."
003680     else
003690         perform ctl-read-card thru ctl-read-card-exit
003700         perform ctl-process-card thru ctl-process-card-exit
003710             until cc-cards-done
003720         close ctlcard-file
003730     end-if.
003740
003750 ctl-read-card.
003760     read ctlcard-file
003770         at end
003780             move "Y" to cc-card-eof
003790     end-read.
003800 ctl-read-card-exit.
003810     exit.
003820
003830 ctl-process-card.
003840     if ctlcard-record = spaces or cc-col1 = "*"
003850         go to ctl-process-card-next
003860     end-if.
003870     move spaces to cc-keyword.
003880     move spaces to cc-value.
003890     unstring ctlcard-record delimited by "="
003900         into cc-keyword cc-value
003910     end-unstring.
003920     perform ctl-strip-value thru ctl-strip-value-exit.
003930     if cc-keyword = "MONTH"
003940         perform ctl-parse-number thru ctl-parse-number-exit
003950         if not cc-num-good or cc-digit-count not = 4
003960             move "MONTH MUST BE YYMM" to ctl-error-text
003970             perform ctl-card-error 1 times
003980         end-if
003990         move cc-num to mo-billing
004000         if mo-mm < 1 or mo-mm > 12
004010             move "MONTH MUST BE YYMM" to ctl-error-text
004020             perform ctl-card-error 1 times
004030         end-if
004040         move "CARD" to mo-src
004050         go to ctl-process-card-next
004060     end-if.
004070     move "KEYWORD NOT RECOGNIZED" to ctl-error-text.
004080     perform ctl-card-error 1 times.
004090 ctl-process-card-next.
004100     perform ctl-read-card thru ctl-read-card-exit.
004110 ctl-process-card-exit.
004120     exit.
004130
004140 ctl-strip-value.
004150     if cc-value = spaces
004160         go to ctl-strip-value-exit
004170     end-if.
004180     move zero to cc-strip-out.
004190     move spaces to cc-strip-text.
004200     perform ctl-strip-char-copy thru ctl-strip-char-copy-exit
004210         varying cc-strip-index from 1 by 1
004220         until cc-strip-index > 67.
004230     move cc-strip-text to cc-value.
004240 ctl-strip-value-exit.
004250     exit.
004260
004270 ctl-strip-char-copy.
004280     if cc-strip-out = 0
004290         and cc-value-char (cc-strip-index) = space
004300         go to ctl-strip-char-copy-exit
004310     end-if.
004320     add 1 to cc-strip-out.
004330     move cc-value-char (cc-strip-index)
004340         to cc-strip-char (cc-strip-out).
004350 ctl-strip-char-copy-exit.
004360     exit.
004370
004380******************************************************************
004390*  CTL-PARSE-NUMBER - CONVERT THE CARD VALUE (DIGITS, WITH       *
004400*                     LEADING AND TRAILING SPACES ALLOWED) INTO  *
004410*                     CC-NUM. ANYTHING ELSE (NO DIGITS, A NON-   *
004420*                     DIGIT, DIGITS AFTER A GAP, OR MORE THAN    *
004430*                     NINE DIGITS) DROPS CC-NUM-GOOD.            *
004440******************************************************************
004450 ctl-parse-number.
004460     move zero to cc-num.
004470     move zero to cc-digit-count.
004480     move "Y" to cc-num-flag.
004490     move "N" to cc-scan-done.
004500     move "N" to cc-num-started.
004510     perform ctl-parse-digit thru ctl-parse-digit-exit
004520         varying cc-scan-index from 1 by 1
004530         until cc-scan-index > 67
004540         or cc-num-flag = "N".
004550     if cc-digit-count = 0
004560         move "N" to cc-num-flag
004570     end-if.
004580 ctl-parse-number-exit.
004590     exit.
004600
004610 ctl-parse-digit.
004620     if cc-value-char (cc-scan-index) = space
004630         if cc-num-started = "Y"
004640             move "Y" to cc-scan-done
004650         end-if
004660         go to ctl-parse-digit-exit
004670     end-if.
004680     if cc-scan-done = "Y"
004690         move "N" to cc-num-flag
004700         go to ctl-parse-digit-exit
004710     end-if.
004720     if cc-value-char (cc-scan-index) < "0"
004730         or cc-value-char (cc-scan-index) > "9"
004740         move "N" to cc-num-flag
004750         go to ctl-parse-digit-exit
004760     end-if.
004770     if cc-digit-count >= 9
004780         move "N" to cc-num-flag
004790         go to ctl-parse-digit-exit
004800     end-if.
004810     move "Y" to cc-num-started.
004820     add 1 to cc-digit-count.
004830     move cc-value-char (cc-scan-index) to cc-digit-x.
004840     compute cc-num = cc-num * 10 + cc-digit.
004850 ctl-parse-digit-exit.
004860     exit.
004870
004880 ctl-card-error.
004890     display "PRIMECHG002E - INVALID CONTROL CARD - "
004900         ctl-error-text.
004910     display "  CARD IMAGE: " ctlcard-record.
004920     close ctlcard-file.
004930     move 16 to return-code.
004940     stop run.
004950
004960******************************************************************
004970*  DEPT-LOAD - LOAD THE DEPARTMENT MASTER, CODES AND NAMES, FOR  *
004980*              THE REPORT. THE CONSUMERS CHECK EVERY CODE        *
004990*              AGAINST THIS SAME FILE, SO A BILLED CODE MISSING  *
005000*              FROM IT HAS SINCE BEEN REMOVED.                   *
005010******************************************************************
005020 dept-load.
005030     open input deptmast-file.
005040     if deptmast-status not = "00"
005050         display "PRIMECHG005E - DEPTMAST COULD NOT BE OPENED. "
005060             "DEPARTMENT NAMES ARE NOT AVAILABLE."
005070         move 16 to return-code
005080         stop run
005090     end-if.
005100     perform dept-read thru dept-read-exit
005110         until dp-at-end.
005120     close deptmast-file.
005130
005140 dept-read.
005150     read deptmast-file
005160         at end
005170             move "Y" to dp-eof
005180         not at end
005190             perform dept-store thru dept-store-exit
005200     end-read.
005210 dept-read-exit.
005220     exit.
005230
005240 dept-store.
005250     if deptmast-record = spaces or dm-col1 = "*"
005260         go to dept-store-exit
005270     end-if.
005280     if dp-count >= dept-max
005290         display "PRIMECHG006E - DEPARTMENT TABLE FULL AT "
005300             dept-max " ENTRIES."
005310         close deptmast-file
005320         move 16 to return-code
005330         stop run
005340     end-if.
005350     add 1 to dp-count.
005360     move dm-dept-code to dp-code (dp-count).
005370     move dm-dept-name to dp-name (dp-count).
005380 dept-store-exit.
005390     exit.
005400
005410 dept-check.
005420     move "N" to dp-found-flag.
005430     perform dept-check-entry
005440         varying dp-index from 1 by 1
005450         until dp-index > dp-count or dp-was-found.
005460
005470 dept-check-entry.
005480     if dp-code (dp-index) = dp-key
005490         move "Y" to dp-found-flag
005500         move dp-index to dp-hit
005510     end-if.
005520
005530******************************************************************
005540*  RATE-LOAD - LOAD THE PRIMERAT RATE TABLE. A RATE THAT IS NOT  *
005550*              NUMERIC, OR A SECOND RATE FOR THE SAME PROGRAM    *
005560*              AND REQUEST TYPE, IS A HARD STOP: FINANCE MUST    *
005570*              NOT BE BILLED FROM A DOUBTFUL TABLE.              *
005580******************************************************************
005590 rate-load.
005600     open input rate-file.
005610     if rate-status not = "00"
005620         display "PRIMECHG007E - PRIMERAT COULD NOT BE OPENED. "
005630             "NOTHING CAN BE PRICED."
005640         move 16 to return-code
005650         stop run
005660     end-if.
005670     perform rate-read thru rate-read-exit
005680         until rt-at-end.
005690     close rate-file.
005700     display "PRIMECHG008I - RATES LOADED: " rt-count.
005710
005720 rate-read.
005730     read rate-file
005740         at end
005750             move "Y" to rt-eof
005760         not at end
005770             perform rate-store thru rate-store-exit
005780     end-read.
005790 rate-read-exit.
005800     exit.
005810
005820 rate-store.
005830     if rate-record = spaces or rf-col1 = "*"
005840         go to rate-store-exit
005850     end-if.
005860     if rf-rate-text is not numeric
005870         display "PRIMECHG009E - PRIMERAT RATE IS NOT NUMERIC."
005880         display "  RECORD IMAGE: " rate-record
005890         close rate-file
005900         move 16 to return-code
005910         stop run
005920     end-if.
005930     perform rate-find 1 times.
005940     if rt-was-found
005950         display "PRIMECHG010E - PRIMERAT HAS TWO RATES FOR "
005960             rf-program-id " " rf-req-type "."
005970         close rate-file
005980         move 16 to return-code
005990         stop run
006000     end-if.
006010     if rt-count >= rate-max
006020         display "PRIMECHG011E - RATE TABLE FULL AT "
006030             rate-max " ENTRIES."
006040         close rate-file
006050         move 16 to return-code
006060         stop run
006070     end-if.
006080     add 1 to rt-count.
006090     move rf-program-id to rt-program-id (rt-count).
006100     move rf-req-type to rt-req-type (rt-count).
006110     move rf-rate to rt-rate (rt-count).
006120 rate-store-exit.
006130     exit.
006140
006150 rate-find.
006160     move "N" to rt-found-flag.
006170     perform rate-find-entry
006180         varying rt-index from 1 by 1
006190         until rt-index > rt-count or rt-was-found.
006200
006210 rate-find-entry.
006220     if rt-program-id (rt-index) = rf-program-id
006230         and rt-req-type (rt-index) = rf-req-type
006240         move "Y" to rt-found-flag
006250         move rt-index to rt-hit
006260     end-if.
006270
006280******************************************************************
006290*  USAGE-LOAD - READ THE STANDING PRIMEUSE FILE AND TOTAL THE    *
006300*               BILLING MONTH'S RECORDS BY DEPARTMENT, PROGRAM   *
006310*               AND REQUEST TYPE. A RECORD WITH A DAMAGED DATE   *
006320*               OR UNIT COUNT IS COUNTED AND SKIPPED.            *
006330******************************************************************
006340 usage-load.
006350     open input usage-file.
006360     if usage-status not = "00"
006370         display "PRIMECHG012W - PRIMEUSE NOT ON HAND. NO USAGE "
006380             "TO BILL."
006390         go to usage-load-exit
006400     end-if.
006410     perform usage-read thru usage-read-exit
006420         until ch-at-end.
006430     close usage-file.
006440 usage-load-exit.
006450     exit.
006460
006470 usage-read.
006480     read usage-file
006490         at end
006500             move "Y" to ch-eof
006510         not at end
006520             perform usage-store thru usage-store-exit
006530     end-read.
006540 usage-read-exit.
006550     exit.
006560
006570 usage-store.
006580     if usage-record = spaces
006590         go to usage-store-exit
006600     end-if.
006610     add 1 to usage-read-count.
006620     if ur-run-date is not numeric or ur-units is not numeric
006630         add 1 to bad-records
006640         go to usage-store-exit
006650     end-if.
006660     if ur-run-yymm not = mo-billing
006670         go to usage-store-exit
006680     end-if.
006690     add 1 to usage-month-count.
006700     move "N" to ch-found-flag.
006710     perform charge-find
006720         varying ch-index from 1 by 1
006730         until ch-index > ch-count or ch-was-found.
006740     if ch-was-found
006750         add ur-units to ch-units (ch-hit)
006760         go to usage-store-exit
006770     end-if.
006780     if ch-count >= charge-max
006790         display "PRIMECHG013E - CHARGE TABLE FULL AT "
006800             charge-max " DEPARTMENT/PROGRAM/TYPE LINES."
006810         close usage-file
006820         move 16 to return-code
006830         stop run
006840     end-if.
006850     add 1 to ch-count.
006860     move ur-dept-code to ch-dept (ch-count).
006870     move ur-program-id to ch-program-id (ch-count).
006880     move ur-req-type to ch-req-type (ch-count).
006890     move ur-units to ch-units (ch-count).
006900     move zero to ch-rate (ch-count).
006910     move zero to ch-amount (ch-count).
006920     move "N" to ch-rate-flag (ch-count).
006930 usage-store-exit.
006940     exit.
006950
006960 charge-find.
006970     if ch-dept (ch-index) = ur-dept-code
006980         and ch-program-id (ch-index) = ur-program-id
006990         and ch-req-type (ch-index) = ur-req-type
007000         move "Y" to ch-found-flag
007010         move ch-index to ch-hit
007020     end-if.
007030
007040******************************************************************
007050*  CHARGE-SORT - EXCHANGE SORT OF THE MONTH'S LINES INTO         *
007060*                DEPARTMENT, PROGRAM, REQUEST TYPE ORDER.        *
007070******************************************************************
007080 charge-sort.
007090     move "Y" to ch-swapped.
007100     perform charge-sort-pass thru charge-sort-pass-exit
007110         until not ch-was-swapped.
007120 charge-sort-exit.
007130     exit.
007140
007150 charge-sort-pass.
007160     move "N" to ch-swapped.
007170     perform charge-sort-compare thru charge-sort-compare-exit
007180         varying ch-index from 1 by 1
007190         until ch-index >= ch-count.
007200 charge-sort-pass-exit.
007210     exit.
007220
007230 charge-sort-compare.
007240     compute ch-next = ch-index + 1.
007250     if ch-key (ch-index) > ch-key (ch-next)
007260         move ch-entry (ch-index) to ch-hold
007270         move ch-entry (ch-next) to ch-entry (ch-index)
007280         move ch-hold to ch-entry (ch-next)
007290         move "Y" to ch-swapped
007300     end-if.
007310 charge-sort-compare-exit.
007320     exit.
007330
007340******************************************************************
007350*  CHARGE-PRICE - PRICE ONE LINE: UNITS TIMES THE RATE FOR ITS   *
007360*                 PROGRAM AND REQUEST TYPE, ROUNDED TO THE CENT. *
007370*                 A LINE WITH NO RATE IS PRINTED UNPRICED AND    *
007380*                 FLAGGED.                                       *
007390******************************************************************
007400 charge-price.
007410     move ch-program-id (ch-index) to rf-program-id.
007420     move ch-req-type (ch-index) to rf-req-type.
007430     perform rate-find 1 times.
007440     if not rt-was-found
007450         add 1 to unpriced-count
007460         go to charge-price-exit
007470     end-if.
007480     move "Y" to ch-rate-flag (ch-index).
007490     move rt-rate (rt-hit) to ch-rate (ch-index).
007500     compute ch-amount (ch-index) rounded
007510         = ch-units (ch-index) * rt-rate (rt-hit).
007520 charge-price-exit.
007530     exit.
007540
007550******************************************************************
007560*  REPORT-BUILD - THE CHGRPT BILLING REPORT: ONE LINE PER        *
007570*                 DEPARTMENT, PROGRAM AND REQUEST TYPE, A        *
007580*                 SUBTOTAL AFTER EACH DEPARTMENT, AND THE GRAND  *
007590*                 TOTAL AT THE END.                              *
007600******************************************************************
007610 report-build.
007620     open output chgrpt-file.
007630     if chgrpt-status not = "00"
007640         display "PRIMECHG014E - CHGRPT COULD NOT BE OPENED."
007650         move 16 to return-code
007660         stop run
007670     end-if.
007680     accept rpt-run-date from date.
007690     move rpt-run-date to rpt-run-date-disp.
007700     accept rpt-run-time from time.
007710     move rpt-run-time to rpt-run-time-disp.
007720     move zero to rpt-page-count.
007730     perform report-headers 1 times.
007740     move spaces to tw-dept.
007750     perform report-line thru report-line-exit
007760         varying ch-index from 1 by 1
007770         until ch-index > ch-count.
007780     if ch-count > 0
007790         perform report-dept-total 1 times
007800     else
007810         move spaces to chgrpt-record
007820         move "NO USAGE RECORDED FOR THE BILLING MONTH."
007830             to chgrpt-record
007840         perform report-write-line 1 times
007850     end-if.
007860     move spaces to chgrpt-record.
007870     perform report-write-line 1 times.
007880     move "GRAND TOTAL - ALL DEPARTMENTS" to ct-label.
007890     move tw-grand-total to ct-charge.
007900     move chg-total-line to chgrpt-record.
007910     perform report-write-line 1 times.
007920     close chgrpt-file.
007930
007940 report-headers.
007950     add 1 to rpt-page-count.
007960     move rpt-page-count to rpt-page-disp.
007970     move spaces to chgrpt-record.
007980     move "PRIMES SYSTEM - DEPARTMENT CHARGEBACK REPORT"
007990         to chgrpt-record.
008000     write chgrpt-record.
008010     move spaces to chgrpt-record.
008020     string "RUN DATE: " rpt-run-date-disp "   TIME: "
008030         rpt-run-time-disp "   PAGE: "
008040         rpt-page-disp delimited by size into chgrpt-record.
008050     write chgrpt-record.
008060     move spaces to chgrpt-record.
008070     string "BILLING MONTH (YYMM): " mo-billing
008080         delimited by size into chgrpt-record.
008090     write chgrpt-record.
008100     move spaces to chgrpt-record.
008110     write chgrpt-record.
008120     move spaces to chgrpt-record.
008130     string "DEPT   DEPARTMENT NAME      PROGRAM  TYPE   "
008140         "      UNITS     RATE         CHARGE"
008150         delimited by size into chgrpt-record.
008160     write chgrpt-record.
008170     move spaces to chgrpt-record.
008180     string "----   ---------------      -------  ----   "
008190         "      -----     ----         ------"
008200         delimited by size into chgrpt-record.
008210     write chgrpt-record.
008220     move zero to rpt-line-count.
008230
008240 report-write-line.
008250     add 1 to rpt-line-count.
008260     if rpt-line-count > rpt-lines-per-page
008265         move chgrpt-record to rpt-hold-line
008270         perform report-headers 1 times
008280         add 1 to rpt-line-count
008285         move rpt-hold-line to chgrpt-record
008290     end-if.
008300     write chgrpt-record.
008310
008320******************************************************************
008330*  REPORT-LINE - ONE PRICED LINE. A CHANGE OF DEPARTMENT CLOSES  *
008340*                THE PREVIOUS ONE WITH ITS SUBTOTAL; THE CODE    *
008350*                AND NAME PRINT ON A DEPARTMENT'S FIRST LINE.    *
008360******************************************************************
008370 report-line.
008380     move spaces to chg-detail-line.
008390     if ch-index = 1 or ch-dept (ch-index) not = tw-dept
008400         if ch-index > 1
008410             perform report-dept-total 1 times
008420         end-if
008430         move ch-dept (ch-index) to tw-dept
008440         move zero to tw-dept-total
008450         add 1 to dept-billed-count
008460         move ch-dept (ch-index) to cd-dept
008470         perform report-dept-name 1 times
008480     end-if.
008490     move ch-program-id (ch-index) to cd-program.
008500     move ch-req-type (ch-index) to cd-type.
008510     move ch-units (ch-index) to cd-units.
008520     move ch-rate (ch-index) to cd-rate.
008530     move ch-amount (ch-index) to cd-charge.
008540     add ch-amount (ch-index) to tw-dept-total.
008550     add ch-amount (ch-index) to tw-grand-total.
008560     move spaces to chgrpt-record.
008570     move chg-detail-line to chgrpt-record.
008580     perform report-write-line 1 times.
008590     if ch-rate-flag (ch-index) not = "Y"
008600         move ch-program-id (ch-index) to cn-program
008610         move ch-req-type (ch-index) to cn-type
008620         move spaces to chgrpt-record
008630         move chg-norate-line to chgrpt-record
008640         perform report-write-line 1 times
008650     end-if.
008660 report-line-exit.
008670     exit.
008680
008690 report-dept-name.
008700     if ch-dept (ch-index) = spaces
008710         move "*UNASSIGNED*" to cd-name
008720     else
008730         move ch-dept (ch-index) to dp-key
008740         perform dept-check 1 times
008750         if dp-was-found
008760             move dp-name (dp-hit) to cd-name
008770         else
008780             move "*NOT ON DEPTMAST*" to cd-name
008790         end-if
008800     end-if.
008810
008820 report-dept-total.
008830     move spaces to ct-label.
008840     string "SUBTOTAL - DEPARTMENT " tw-dept
008850         delimited by size into ct-label.
008860     move tw-dept-total to ct-charge.
008870     move spaces to chgrpt-record.
008880     move chg-total-line to chgrpt-record.
008890     perform report-write-line 1 times.
008900     move spaces to chgrpt-record.
008910     perform report-write-line 1 times.
008920
008930******************************************************************
008940*  SUMMARY - DISPLAY A JOB-END TOTALS BLOCK FOR THE OPERATOR     *
008950******************************************************************
008960 summary.
008965     move tw-grand-total to grand-total-disp.
008970     display "==================================================".
008980     display "PRIMECHG RUN SUMMARY".
008990     display "  BILLING MONTH (YYMM) . . : " mo-billing.
009000     display "  USAGE RECORDS READ . . . : " usage-read-count.
009010     display "  RECORDS IN THE MONTH . . : " usage-month-count.
009020     display "  UNREADABLE RECORDS . . . : " bad-records.
009030     display "  DEPARTMENTS BILLED . . . : " dept-billed-count.
009040     display "  BILLING LINES. . . . . . : " ch-count.
009050     display "  LINES WITHOUT A RATE . . : " unpriced-count.
009060     display "  GRAND TOTAL. . . . . . . : " grand-total-disp.
009070     display "==================================================".
009080
009090******************************************************************
009100*  AUDIT-WRITE - APPEND THIS RUN'S COMPLETION RECORD TO THE      *
009110*                SUITE-WIDE PRIMEAUD AUDIT LOG, IN THE COMMON    *
009120*                LAYOUT PRIMEOPS ANALYZES: RUN DATE/TIME,        *
009130*                PROGRAM ID, OPERATOR, AND PROGRAM-APPROPRIATE   *
009140*                COUNTS.                                         *
009150******************************************************************
009160 audit-write.
009170     accept al-run-date from date.
009180     accept al-run-time from time.
009190     move "PRIMECHG" to al-program-id.
009200     accept al-operator-id from environment "USER".
009210     move usage-month-count to al-count-1.
009220     move dept-billed-count to al-count-2.
009230     move "NORMAL" to al-completion.
009240     move mo-billing to ad-month.
009250     move audit-desc to al-run-desc.
009260     open extend auditlog-file.
009270     if auditlog-status not = "00"
009280         open output auditlog-file
009290     end-if.
009300     if auditlog-status not = "00"
009310         display "PRIMECHG015W - PRIMEAUD COULD NOT BE WRITTEN."
009320     else
009330         move spaces to auditlog-record
009340         move audit-line to auditlog-record
009350         write auditlog-record
009360         close auditlog-file
009370     end-if.
