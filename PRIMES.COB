002350*                    CARD, AND THE PROFILE NAME IS ECHOED ON     *
002360*                    THE RUN-PARAMETERS PAGE. AN UNKNOWN NAME    *
002370*                    OR A MISSING LIBRARY STOPS THE RUN HARD.    *
002371*   2026-10-15  DLS  EVERY COMPLETED RUN NOW REGISTERS THE TABLE *
002372*                    VERSION IT PRODUCED ON THE STANDING PRIMECAT*
002373*                    VERSION CATALOG (FEED STAMP DATE/TIME,      *
002374*                    BOUND, TRAILER COUNT AND HASH, RUN MODE,    *
002375*                    AND WHETHER IT WAS PROMOTED), SO THE        *
002376*                    PRIMECTR LINEAGE REPORT CAN TIE EVERY       *
002377*                    CONSUMER OUTPUT BACK TO THE TABLE BEHIND IT.*
002378*   2026-10-15  DLS  AN EXTEND RUN NOW STAMPS PRIMEOUT, PRIMEIDX *
002379*                    AND PRIMEDLT WITH ONE RUN DATE/TIME, SO A   *
002380*                    PRIMERCV FORWARD RECOVERY FROM THE DELTA    *
002381*                    CHAIN REPRODUCES THE SAME TABLE VERSION.    *
002382*   2026-10-15  DLS  PARTITIONED SIEVE RUNS. PARTLOW= AND        *
002383*                    PARTHIGH= CARDS ASSIGN THIS RUN ONE VALUE   *
002384*                    RANGE OF THE TABLE (METHOD=SIEVE, MODE=BUILD*
002385*                    ONLY), SO SEVERAL PARTITIONS CAN RUN AS     *
002386*                    SEPARATE JOB STEPS AT THE SAME TIME. A      *
002387*                    PARTITION RUN WRITES ONLY THE PRIMEPRT      *
002388*                    PARTIAL FEED (HDR WITH ITS RANGE, DETAILS   *
002389*                    NUMBERED WITHIN THE PARTITION, TRL COUNT AND*
002390*                    HASH); PRIMEOUT/PRIMEIDX, RECONCILIATION,   *
002391*                    PROMOTION AND THE CATALOG ARE LEFT TO THE   *
002392*                    PRIMEMRG MERGE STEP. THE WHOLE-TABLE        *
002393*                    ANALYSIS REPORTS (PRIMERPT, PRIMEGAP,       *
002394*                    PRIMEDEN, PRIMECLS) ARE NOT PRODUCED FOR A  *
002395*                    PARTITIONED BUILD.                          *
002396*   2026-10-15  DLS  PROMOTING THE TABLE TO REFPRIME NOW         *
002397*                    REQUIRES THE OPERATOR TO HOLD THE PRIMES    *
002398*                    PROMOTE AUTHORITY ON THE PRIMEAUT           *
002399*                    AUTHORIZATION FILE. AN UNAUTHORIZED         *
002400*                    PROMOTION IS REFUSED WITH REFPRIME AND ITS  *
002401*                    BACK GENERATIONS UNTOUCHED; THE RUN'S OTHER *
002402*                    OUTPUTS STAND, IT ENDS RC 12, AND ITS       *
002403*                    PRIMEAUD RECORD CARRIES A REFUSED           *
002404*                    COMPLETION.                                 *
002405*   2026-10-15  DLS  THE CHKPT HEADER NOW CARRIES THE BOUND AND  *
002406*                    PARTITION RANGE OF THE RUN THAT WROTE IT,   *
002407*                    AND A RESTART IGNORES A CHECKPOINT STAMPED  *
002408*                    FOR ANY OTHER RUN (PRIMES045W). PARTITION   *
002409*                    RUNS, WHICH MAY RUN SIDE BY SIDE, NO LONGER *
002410*                    TAKE, RESUME FROM OR CLEAR CHECKPOINTS.     *
002411******************************************************************
002412
002413 environment division.
002414 configuration section.
002420 source-computer. ibm-pc.
002430 object-computer. ibm-pc.
002440
003060     select statfile assign to "PRIMESTA"
003070         organization is line sequential
003080         file status is statfile-status.
003082
003084     select catalog-file assign to "PRIMECAT"
003086         organization is line sequential
003088         file status is catalog-status.
003089     select partfeed-file assign to "PRIMEPRT"
003090         organization is line sequential
003091         file status is partfeed-status.
003092
003100     select proflib-file assign to "PROFLIB"
003110         organization is line sequential
003120         file status is proflib-status.
003122     select auth-file assign to "PRIMEAUT"
003124         organization is line sequential
003126         file status is auth-status.
003130
003140 data division.
003150 file section.
003860     05  chkpt-prime-index       picture 9(5).
003870     05  filler                  picture x(01) value space.
003880     05  chkpt-prime-value       picture 9(9).
003882     05  filler                  picture x(01) value space.
003884     05  chkpt-bound             picture 9(9).
003886     05  filler                  picture x(01) value space.
003888     05  chkpt-part-low          picture 9(9).
003890     05  filler                  picture x(01) value space.
003892     05  chkpt-part-high         picture 9(9).
003894     05  filler                  picture x(08) value spaces.
003900
003910 fd  report-file
003920     label records are standard.
004470 fd  statfile
004480     label records are standard.
004490 01  statfile-record              picture x(120).
004492
004494 fd  catalog-file
004496     label records are standard.
004498 01  catalog-record               picture x(89).
004499 fd  partfeed-file
004500     label records are standard.
004501 01  partfeed-record.
004502     05  ppo-prime-index         picture 9(5).
004503     05  filler                  picture x(01) value space.
004504     05  ppo-prime-value         picture 9(9).
004505     05  filler                  picture x(65) value spaces.
004506 01  partfeed-header.
004507     05  pph-rec-type            picture x(03).
004508     05  filler                  picture x(01) value space.
004509     05  pph-run-date            picture 9(6).
004510     05  filler                  picture x(01) value space.
004511     05  pph-run-time            picture 9(8).
004512     05  filler                  picture x(01) value space.
004513     05  pph-part-high           picture 9(9).
004514     05  filler                  picture x(01) value space.
004515     05  pph-part-low            picture 9(9).
004516     05  filler                  picture x(41) value spaces.
004517 01  partfeed-trailer.
004518     05  ppt-rec-type            picture x(03).
004519     05  filler                  picture x(01) value space.
004520     05  ppt-rec-count           picture 9(6).
004521     05  filler                  picture x(01) value space.
004522     05  ppt-hash-total          picture 9(9).
004523     05  filler                  picture x(60) value spaces.
004524
004525 fd  proflib-file
004526     label records are standard.
004530 01  proflib-record               picture x(80).
004540 01  proflib-card.
004550     05  pf-col1                 picture x(01).
004560     05  filler                  picture x(79).
004561
004562******************************************************************
004563*  PRIMEAUT - ONE CARD PER OPERATOR ID AND PRIVILEGED ACTION THE *
004564*  OPERATOR MAY PERFORM (PROGRAM ID AND ACTION NAME). BLANK      *
004565*  CARDS AND CARDS WITH * IN COLUMN 1 ARE COMMENTS.              *
004566******************************************************************
004567 fd  auth-file
004568     label records are standard.
004569 01  auth-record.
004570     05  au-operator-id          picture x(12).
004571     05  filler                  picture x(01).
004572     05  au-program-id           picture x(08).
004573     05  filler                  picture x(01).
004574     05  au-action               picture x(08).
004575     05  filler                  picture x(50).
004576 01  auth-card.
004577     05  au-col1                 picture x(01).
004578     05  filler                  picture x(79).
004579
004580 working-storage section.
004590 77  primeout-status             picture x(02) value spaces.
004600 77  ctlcard-status              picture x(02) value spaces.
005290   02 pb-generation            picture 9(4).
005300   02 pb-ref-eof               picture x(01) value "N".
005310      88 pb-ref-at-end         value "Y".
005313   02 pb-promoted              picture x(01) value "N".
005316      88 pb-was-promoted       value "Y".
005320
005330 01  rpt-detail-line.
005340   02 filler                   picture x(08) value spaces.
005960   02 dl-hash                   picture 9(10) value zero.
005970
005980 77  statfile-status               picture x(02) value spaces.
005985 77  catalog-status                picture x(02) value spaces.
005987 77  partfeed-status               picture x(02) value spaces.
005990 77  proflib-status                picture x(02) value spaces.
006000 77  ck-taken-count                picture 9(6) comp value zero.
006010 77  sieve-seg-count               picture 9(6) comp value zero.
006510   02 st-el-den                  picture 9(8).
006520   02 filler                     picture x(01) value space.
006530   02 st-el-cls                  picture 9(8).
006531
006532 01  catalog-line.
006533   02 ct-rec-type                picture x(03).
006534   02 filler                     picture x(01) value space.
006535   02 ct-ver-date                picture 9(6).
006536   02 filler                     picture x(01) value space.
006537   02 ct-ver-time                picture 9(8).
006538   02 filler                     picture x(01) value space.
006539   02 ct-ver-count               picture 9(6).
006540   02 filler                     picture x(01) value space.
006541   02 ct-ver-hash                picture 9(9).
006542   02 filler                     picture x(01) value space.
006543   02 ct-ver-bound               picture 9(9).
006544   02 filler                     picture x(01) value space.
006545   02 ct-program-id              picture x(08).
006546   02 filler                     picture x(01) value space.
006547   02 ct-output                  picture x(08).
006548   02 filler                     picture x(01) value space.
006549   02 ct-run-date                picture 9(6).
006550   02 filler                     picture x(01) value space.
006551   02 ct-run-time                picture 9(8).
006552   02 filler                     picture x(01) value space.
006553   02 ct-flag                    picture x(08).
006554
006555 01  partition-ws.
006556   02 part-switch                picture x(01) value "N".
006557      88 partition-mode          value "Y".
006558   02 part-low                   picture 9(9) value zero.
006559   02 part-high                  picture 9(9) value zero.
006560   02 part-count                 picture 9(6) value zero.
006561   02 part-hash                  picture 9(10) value zero.
006562   02 echo-part-low              picture z(8)9.
006563   02 echo-part-high             picture z(8)9.
006564 01  feed-ws.
006565   02 feed-run-date            picture 9(6).
006570   02 feed-run-time            picture 9(8).
006580   02 feed-value               picture 9(9).
006590   02 feed-hash                picture 9(10) value zero.
007070   02 parm-band-src            picture x(08) value "DEFAULT".
007080   02 parm-desc-src            picture x(08) value "DEFAULT".
007090   02 parm-profile-src         picture x(08) value "DEFAULT".
007095   02 parm-part-src            picture x(08) value "DEFAULT".
007100   02 ctl-source               picture x(08) value "CARD".
007110   02 profile-name             picture x(12) value spaces.
007120   02 echo-profile-text        picture x(12).
007890   02 sieve-flag-area          picture x(10000).
007900   02 sieve-flags redefines sieve-flag-area.
007910     03 sieve-flag             picture x(01) occurs 10000 times.
007911 77  auth-status                  picture x(02) value spaces.
007912
007913 01  auth-ws.
007914   02 aw-operator-id             picture x(12).
007915   02 aw-action                  picture x(08) value spaces.
007916   02 aw-eof                     picture x(01) value "N".
007917      88 aw-at-end               value "Y".
007918   02 aw-result                  picture x(01) value "N".
007919      88 aw-granted              value "Y".
007920      88 aw-refused              value "R".
007921 procedure division.
007930******************************************************************
007940*  0000-MAINLINE                                                *
007950******************************************************************
008020     move 0 to prime-count.
008030     move 3 to start-candidate.
008040     move 0 to ck-counter.
008045     if not partition-mode
008050         perform checkpoint-restore 1 times
008055     end-if.
008060     if extend-mode and prime-count = 0
008070         perform extend-restore 1 times
008080         perform delta-header-write 1 times
008170     if prime-count = 0 and upper-bound >= 2
008180         perform seed-two 1 times
008190     end-if.
008191     if partition-mode
008192         perform part-header-write 1 times
008193         perform part-replay-entry varying ck-index from 1 by 1
008194             until ck-index > prime-count
008195     else
008200         open output primeout-file primeidx-file
008210         if primeout-status not = "00"
008215             or primeidx-status not = "00"
008220             display "PRIMES004E - PRIMEOUT/PRIMEIDX OPEN FAILED."
008230             move "ABEND" to audit-completion
008240             perform audit-write 1 times
008250             move 16 to return-code
008260             stop run
008270         end-if
008280         if prime-report-on
008290             perform report-init 1 times
008300         end-if
008310         perform feed-header-write 1 times
008320         perform replay-output varying ck-index from 1 by 1
008330             until ck-index > prime-count
008335     end-if.
008340     perform phase-mark-start 1 times.
008350     if sieve-method
008360         perform sieve-run 1 times
008410     end-if.
008420     perform phase-mark-end 1 times.
008430     move ph-elapsed to el-compute.
008432     if partition-mode
008434         perform part-trailer-write 1 times
008436     else
008440         perform feed-trailer-write 1 times
008450         if delta-active
008460             perform delta-trailer-write 1 times
008470         end-if
008480         close primeout-file primeidx-file
008485     end-if.
008490     if prime-report-on
008500         perform report-total 1 times
008510     end-if.
008515     if not partition-mode
008520         perform checkpoint-clear 1 times
008525     end-if.
008530     accept sm-end-time from time.
008540     perform summary 1 times.
008550     perform phase-mark-start 1 times.
008555     if not partition-mode
008560         perform reconcile 1 times
008565     end-if.
008570     perform phase-mark-end 1 times.
008580     move ph-elapsed to el-reconcile.
008590     if gap-report-on
008750         move ph-elapsed to el-cls
008760     end-if.
008770     perform phase-mark-start 1 times.
008775     if not partition-mode
008780         perform promote-reference thru promote-reference-exit
008785     end-if.
008790     perform phase-mark-end 1 times.
008800     move ph-elapsed to el-promote.
008802     if not partition-mode
008805         perform catalog-write 1 times
008807     end-if.
008810     perform stats-write 1 times.
008820     move "NORMAL" to audit-completion.
008822     if aw-refused
008824         move "REFUSED" to audit-completion
008826         move "PROMOTE TO REFPRIME" to run-desc
008828     end-if.
008830     perform audit-write 1 times.
008832     if aw-refused
008834         move 12 to return-code
008836     end-if.
008840     stop run.
008850
008860******************************************************************
008960     if div-remainder not = 0 perform foundprime 1 times.
008970     add 1 to ck-counter.
008980     if ck-counter >= ck-interval
008985         if not partition-mode
008990             perform checkpoint-save 1 times
008995         end-if
009000         move 0 to ck-counter
009010     end-if.
009020
009140             " ENTRIES. RAISE THE OCCURS LIMIT AND RERUN."
009150         move "ABEND" to audit-completion
009160         perform audit-write 1 times
009162         if partition-mode
009164             close partfeed-file
009166         else
009170             close primeout-file primeidx-file
009175         end-if
009180         if delta-active
009190             close deltaout-file
009200         end-if
009280     move candidate to primes (prime-count).
009290     move candidate to display-prime.
009300     perform sayprime 1 times.
009301     if partition-mode
009302         if candidate >= part-low
009303             move candidate to feed-value
009304             perform part-detail-write 1 times
009305         end-if
009306     else
009310         move spaces to primeout-record
009320         move prime-count to po-prime-index
009330         move candidate to po-prime-value
009340         write primeout-record
009350         move prime-count to pi-prime-index
009360         move candidate to pi-prime-value
009370         move spaces to pi-control-area
009380         write primeidx-record
009390         if delta-active
009400             perform delta-detail-write 1 times
009410         end-if
009415     end-if.
009420     move candidate to feed-value.
009430     perform feed-hash-add 1 times.
009440     move prime-count to rd-index.
009950             add 1 to sieve-next
009960         end-if
009970     end-if.
009972     if partition-mode and sieve-next < part-low
009974         move part-low to sieve-next
009976     end-if.
009980     perform sieve-segment thru sieve-segment-exit
009990         until sieve-next > upper-bound.
010000
010350         varying sieve-n from sieve-lo by 1
010360         until sieve-n > sieve-hi.
010370     compute candidate = sieve-lo + sieve-seg-size - 2.
010375     if not partition-mode
010380         perform checkpoint-save 1 times
010385     end-if.
010390     move 0 to ck-counter.
010400     compute sieve-next = sieve-lo + sieve-seg-size.
010410 sieve-segment-exit.
010930             until cc-cards-done
010940         close ctlcard-file
010950     end-if.
010955     perform ctl-check-partition thru ctl-check-partition-exit.
010960     perform ctl-echo 1 times.
010970
010980 ctl-read-card.
011950         perform ctl-card-rundesc 1 times
011960         go to ctl-apply-card-exit
011970     end-if.
011971     if cc-keyword = "PARTLOW"
011972         perform ctl-card-partlow 1 times
011973         go to ctl-apply-card-exit
011974     end-if.
011975     if cc-keyword = "PARTHIGH"
011976         perform ctl-card-parthigh 1 times
011977         go to ctl-apply-card-exit
011978     end-if.
011980     move "KEYWORD NOT RECOGNIZED" to ctl-error-text.
011990     perform ctl-card-error 1 times.
012000 ctl-apply-card-exit.
014450     end-if.
014460     move cc-value-desc to run-desc.
014470     move ctl-source to parm-desc-src.
014471 ctl-card-partlow.
014472     perform ctl-parse-number thru ctl-parse-number-exit.
014473     if not cc-num-good or cc-num < 2 or cc-num > 1290000
014474         move "PARTLOW MUST BE NUMERIC, 2 THRU 1290000"
014475             to ctl-error-text
014476         perform ctl-card-error 1 times
014477     end-if.
014478     move cc-num to part-low.
014479     move ctl-source to parm-part-src.
014480
014481 ctl-card-parthigh.
014482     perform ctl-parse-number thru ctl-parse-number-exit.
014483     if not cc-num-good or cc-num < 2 or cc-num > 1290000
014484         move "PARTHIGH MUST BE NUMERIC, 2 THRU 1290000"
014485             to ctl-error-text
014486         perform ctl-card-error 1 times
014487     end-if.
014488     move cc-num to part-high.
014489     move ctl-source to parm-part-src.
014490
014491******************************************************************
014492*  CTL-CHECK-PARTITION - ONCE THE WHOLE DECK IS IN, VALIDATE A   *
014493*                        PARTITION ASSIGNMENT. BOTH ENDS MUST BE *
014494*                        GIVEN, IN ORDER, ON A METHOD=SIEVE      *
014495*                        BUILD RUN. THE PARTITION'S HIGH END     *
014496*                        BECOMES THE RUN'S UPPER BOUND, AND THE  *
014497*                        WHOLE-TABLE REPORTS ARE TURNED OFF,     *
014498*                        SINCE ONLY THE MERGED TABLE IS WHOLE.   *
014499******************************************************************
014500 ctl-check-partition.
014501     if part-low = 0 and part-high = 0
014502         go to ctl-check-partition-exit
014503     end-if.
014504     if part-low = 0 or part-high = 0
014505         move "PARTLOW AND PARTHIGH MUST BOTH BE GIVEN"
014506             to ctl-error-text
014507         perform ctl-partition-error 1 times
014508     end-if.
014509     if part-low > part-high
014510         move "PARTLOW IS ABOVE PARTHIGH" to ctl-error-text
014511         perform ctl-partition-error 1 times
014512     end-if.
014513     if not sieve-method
014514         move "A PARTITION RUN MUST BE METHOD=SIEVE"
014515             to ctl-error-text
014516         perform ctl-partition-error 1 times
014517     end-if.
014518     if extend-mode
014519         move "A PARTITION RUN MUST BE MODE=BUILD"
014520             to ctl-error-text
014521         perform ctl-partition-error 1 times
014522     end-if.
014523     move "Y" to part-switch.
014524     move part-high to upper-bound.
014525     move "PARTHIGH" to parm-bound-src.
014526     move "NO" to rpt-switch.
014527     move "NO" to gap-switch.
014528     move "NO" to den-switch.
014529     move "NO" to cls-switch.
014530     move "PARTITN" to parm-rpt-src.
014531     move "PARTITN" to parm-gap-src.
014532     move "PARTITN" to parm-den-src.
014533     move "PARTITN" to parm-cls-src.
014534 ctl-check-partition-exit.
014535     exit.
014536
014537 ctl-partition-error.
014538     display "PRIMES039E - INVALID PARTITION ASSIGNMENT - "
014539         ctl-error-text.
014540     move "ABEND" to audit-completion.
014541     perform audit-write 1 times.
014542     move 16 to return-code.
014543     stop run.
014544
014545******************************************************************
014546*  CTL-PARSE-NUMBER - CONVERT THE CARD VALUE (DIGITS, WITH      *
014547*                     LEADING AND TRAILING SPACES ALLOWED) INTO  *
014548*                     CC-NUM. ANYTHING ELSE (NO DIGITS, A NON-   *
014549*                     DIGIT, DIGITS AFTER A GAP, OR MORE THAN    *
014550*                     NINE DIGITS) DROPS CC-NUM-GOOD.            *
014551******************************************************************
014560 ctl-parse-number.
014570     move zero to cc-num.
014580     move zero to cc-digit-count.
015350         "       (" parm-gap-src ")".
015360     display "  METHOD . . . . . . . . . : " method-switch
015370         "    (" parm-method-src ")".
015371     if partition-mode
015372         move part-low to echo-part-low
015373         move part-high to echo-part-high
015374         display "  PARTITION. . . . . . . . : " echo-part-low
015375             " THRU " echo-part-high " (" parm-part-src ")"
015376     else
015377         display "  PARTITION. . . . . . . . : (NONE)"
015378             "    (" parm-part-src ")"
015379     end-if.
015380     if den-band-size = 0
015390         move "AUTO" to echo-band-text
015400     else
015750     display "PRIMES RUN SUMMARY".
015760     display "  PRIMES FOUND . . . . . . : " prime-count.
015770     display "  LARGEST PRIME. . . . . . : " sm-largest-prime.
015772     if partition-mode
015774         display "  PARTITION PRIMES WRITTEN : " part-count
015776     end-if.
015780     display "  RUN START TIME (HHMMSSCC): " sm-start-time-disp.
015790     display "  RUN END TIME   (HHMMSSCC): " sm-end-time-disp.
015800     display "==================================================".
017330*                      ON HAND SEEDS THE INITIAL REFPRIME. A RUN *
017340*                      WITH RECONCILIATION EXCEPTIONS, OR WITH   *
017350*                      AN EMPTY PRIME TABLE, PROMOTES NOTHING.   *
017353*                      NOR DOES A RUN WHOSE OPERATOR LACKS THE   *
017356*                      PRIMES PROMOTE AUTHORITY ON PRIMEAUT.     *
017360******************************************************************
017370 promote-reference.
017380     if rc-ref-open-failed
017480             display "PRIMES025W - RECONCILIATION EXCEPTIONS "
017490                 "PRESENT. REFERENCE FILE NOT PROMOTED."
017500         else
017501             move "PROMOTE" to aw-action
017502             perform auth-check thru auth-check-exit
017503             if aw-refused
017504                 display "PRIMES044W - PROMOTION REFUSED. "
017505                     "REFERENCE FILE NOT PROMOTED."
017506                 go to promote-reference-exit
017507             end-if
017510             if rc-ref-was-present
017520                 perform promote-backup 1 times
017530             else
017550                     "HAND. THIS RUN SEEDS THE INITIAL REFPRIME."
017560             end-if
017570             perform promote-write-ref 1 times
017575             move "Y" to pb-promoted
017580             display "PRIMES015I - PRIME TABLE PROMOTED TO "
017590                 "REFPRIME."
017600         end-if
018840*                      ACCUMULATOR STARTS HERE.                  *
018850******************************************************************
018860 feed-header-write.
018870     if not delta-active
018871         accept feed-run-date from date
018872         accept feed-run-time from time
018880     end-if.
018890     move zero to feed-hash.
018900     move spaces to primeout-header.
018910     move "HDR" to poh-rec-type.
019860     close deltaout-file.
019870     display "PRIMES032I - PRIMEDLT DELTA FEED WRITTEN: "
019880         dl-count " NEW PRIMES.".
019881******************************************************************
019882*  PART-HEADER-WRITE - OPEN THE PRIMEPRT PARTIAL FEED FOR A      *
019883*                      PARTITION RUN AND STAMP ITS HDR RECORD    *
019884*                      WITH THE RUN DATE/TIME AND THE LOW AND    *
019885*                      HIGH VALUES OF THE PARTITION, SO PRIMEMRG *
019886*                      CAN PROVE THE PARTITIONS COVER THE WHOLE  *
019887*                      RANGE.                                    *
019888******************************************************************
019889 part-header-write.
019890     open output partfeed-file.
019891     if partfeed-status not = "00"
019892         display "PRIMES040E - PRIMEPRT PARTITION FEED COULD NOT "
019893             "BE OPENED."
019894         move "ABEND" to audit-completion
019895         perform audit-write 1 times
019896         move 16 to return-code
019897         stop run
019898     end-if.
019899     accept feed-run-date from date.
019900     accept feed-run-time from time.
019901     move spaces to partfeed-header.
019902     move "HDR" to pph-rec-type.
019903     move feed-run-date to pph-run-date.
019904     move feed-run-time to pph-run-time.
019905     move part-high to pph-part-high.
019906     move part-low to pph-part-low.
019907     write partfeed-header.
019908     move zero to part-count.
019909     move zero to part-hash.
019910
019911******************************************************************
019912*  PART-REPLAY-ENTRY - AFTER A CHECKPOINT RESTART, REWRITE THE   *
019913*                      RESTORED PRIMES THAT FALL IN THE          *
019914*                      PARTITION. THE BASE PRIMES BELOW IT STAY  *
019915*                      IN THE TABLE FOR THE SIEVE ONLY.          *
019916******************************************************************
019917 part-replay-entry.
019918     if primes (ck-index) >= part-low
019919         move primes (ck-index) to feed-value
019920         perform part-detail-write 1 times
019921     end-if.
019922
019923 part-detail-write.
019924     add 1 to part-count.
019925     move spaces to partfeed-record.
019926     move part-count to ppo-prime-index.
019927     move feed-value to ppo-prime-value.
019928     write partfeed-record.
019929     add feed-value to part-hash.
019930     if part-hash >= 1000000000
019931         subtract 1000000000 from part-hash
019932     end-if.
019933
019934******************************************************************
019935*  PART-TRAILER-WRITE - CLOSE OUT THE PARTIAL FEED WITH A TRL    *
019936*                       RECORD CARRYING THE COUNT AND HASH OF    *
019937*                       THE PARTITION'S PRIMES ONLY.             *
019938******************************************************************
019939 part-trailer-write.
019940     move spaces to partfeed-trailer.
019941     move "TRL" to ppt-rec-type.
019942     move part-count to ppt-rec-count.
019943     move part-hash to ppt-hash-total.
019944     write partfeed-trailer.
019945     close partfeed-file.
019946     move part-low to echo-part-low.
019947     move part-high to echo-part-high.
019948     display "PRIMES041I - PRIMEPRT PARTITION FEED WRITTEN: "
019949         part-count " PRIMES FROM " echo-part-low " THRU "
019950         echo-part-high ".".
019951
019952******************************************************************
019953*  CHECKPOINT-SAVE - SNAPSHOT PRIME-COUNT, THE NEXT CANDIDATE TO *
019954*                    TRY, AND THE PRIMES TABLE SO FAR, SO A      *
019955*                    CANCELLED RUN CAN PICK UP WHERE IT LEFT     *
019956*                    OFF INSTEAD OF REDOING TRIAL DIVISION.      *
019957*                    THE HEADER IS STAMPED WITH THE BOUND AND    *
019958*                    PARTITION RANGE OF THE RUN THAT WROTE IT.   *
019959*                    PARTITION RUNS, WHICH MAY RUN SIDE BY SIDE, *
019960*                    TAKE NO CHECKPOINTS - THERE IS ONLY THE ONE *
019961*                    CHKPT FILE, AND IT BELONGS TO THE FULL      *
019962*                    BUILD.                                      *
019963******************************************************************
019964 checkpoint-save.
019970     open output chkpt-file.
019980     move spaces to chkpt-record.
019990     move "H" to chkpt-rec-type.
020000     compute chkpt-next-candidate = candidate + 2.
020010     move prime-count to chkpt-prime-count.
020012     move upper-bound to chkpt-bound.
020014     move part-low to chkpt-part-low.
020016     move part-high to chkpt-part-high.
020020     write chkpt-record.
020030     perform checkpoint-write-detail varying ck-index
020040         from 1 by 1 until ck-index > prime-count.
020280*                       RELOAD PRIME-COUNT, THE PRIMES TABLE,    *
020290*                       AND THE NEXT CANDIDATE TO TEST SO THE    *
020300*                       MAIN LOOP RESUMES INSTEAD OF STARTING    *
020310*                       OVER AT CANDIDATE 3. A CHECKPOINT        *
020312*                       STAMPED FOR ANOTHER BOUND OR PARTITION   *
020314*                       RANGE (OR NOT STAMPED AT ALL) BELONGS TO *
020316*                       SOME OTHER RUN AND IS NOT RESUMED FROM.  *
020320******************************************************************
020330 checkpoint-restore.
020340     open input chkpt-file.
020360         read chkpt-file
020370             at end continue
020380         end-read
020381         if chkpt-status = "00" and chkpt-rec-type = "H"
020382             and (chkpt-bound not numeric
020383             or chkpt-part-low not numeric
020384             or chkpt-part-high not numeric
020385             or chkpt-bound not = upper-bound
020386             or chkpt-part-low not = part-low
020387             or chkpt-part-high not = part-high)
020388             display "PRIMES045W - CHECKPOINT ON FILE IS FROM "
020389                 "A RUN WITH ANOTHER BOUND OR PARTITION. IT IS "
020390                 "IGNORED AND THE RUN STARTS OVER."
020391             move "X" to chkpt-rec-type
020392         end-if
020393         if chkpt-status = "00" and chkpt-rec-type = "H"
020400             move chkpt-next-candidate to start-candidate
020410             move chkpt-prime-count to prime-count
020420             perform checkpoint-read-detail varying ck-index
028460         write statfile-record
028470         close statfile
028480     end-if.
028481
028482******************************************************************
028483*  CATALOG-WRITE - REGISTER THE TABLE VERSION THIS RUN PRODUCED  *
028484*                  ON THE STANDING PRIMECAT VERSION CATALOG: A   *
028485*                  VER RECORD CARRYING THE FEED STAMP (THE HDR   *
028486*                  RUN DATE/TIME), THE BOUND, THE TRAILER COUNT  *
028487*                  AND HASH TOTAL, THE RUN MODE, AND WHETHER THE *
028488*                  TABLE WAS PROMOTED TO REFPRIME. EVERY         *
028489*                  CONSUMER RECORDS ITS OUTPUT AGAINST THE SAME  *
028490*                  STAMP, AND PRIMECTR REPORTS THE LINEAGE. A    *
028491*                  CATALOG THAT CANNOT BE WRITTEN IS A WARNING,  *
028492*                  NOT A FAILURE OF THE RUN.                     *
028493******************************************************************
028494 catalog-write.
028495     move "VER" to ct-rec-type.
028496     move feed-run-date to ct-ver-date.
028497     move feed-run-time to ct-ver-time.
028498     move prime-count to ct-ver-count.
028499     move feed-hash to ct-ver-hash.
028500     move upper-bound to ct-ver-bound.
028501     move "PRIMES" to ct-program-id.
028502     move run-mode to ct-output.
028503     move feed-run-date to ct-run-date.
028504     move feed-run-time to ct-run-time.
028505     if pb-was-promoted
028506         move "PROMOTED" to ct-flag
028507     else
028508         move spaces to ct-flag
028509     end-if.
028510     open extend catalog-file.
028511     if catalog-status not = "00"
028512         open output catalog-file
028513     end-if.
028514     if catalog-status not = "00"
028515         display "PRIMES038W - PRIMECAT COULD NOT BE WRITTEN. "
028516             "TABLE VERSION NOT REGISTERED."
028517     else
028518         move spaces to catalog-record
028519         move catalog-line to catalog-record
028520         write catalog-record
028521         close catalog-file
028522     end-if.
028523
028524******************************************************************
028525*  AUDIT-WRITE - APPEND ONE RECORD TO THE STANDING RUN AUDIT LOG *
028526*                WITH THE RUN DATE/TIME, OPERATOR ID, UPPER      *
028530*                BOUND, PRIME COUNT PRODUCED, AND THE            *
028540*                NORMAL/ABEND COMPLETION STATUS PASSED IN VIA    *
028550*                AUDIT-COMPLETION.                               *
028600     move "PRIMES" to al-program-id.
028610     accept al-operator-id from environment "USER".
028620     move upper-bound to al-upper-bound.
028622     if partition-mode
028624         move part-count to al-prime-count
028626     else
028630         move prime-count to al-prime-count
028635     end-if.
028640     move audit-completion to al-completion.
028650     move run-desc to al-run-desc.
028660     open extend auditlog-file.
028710     move audit-line to auditlog-record.
028720     write auditlog-record.
028730     close auditlog-file.
028740******************************************************************
028750*  AUTH-CHECK - THE RUN IS ABOUT TO PERFORM THE PRIVILEGED       *
028760*               ACTION IN AW-ACTION. THE OPERATOR MUST BE LISTED *
028770*               FOR IT ON THE PRIMEAUT AUTHORIZATION FILE. A     *
028780*               MISSING FILE OR A BLANK OPERATOR ID AUTHORIZES   *
028790*               NOTHING. AW-RESULT COMES BACK GRANTED OR         *
028800*               REFUSED.                                         *
028810******************************************************************
028820 auth-check.
028830     move "R" to aw-result.
028840     accept aw-operator-id from environment "USER".
028850     open input auth-file.
028860     if auth-status not = "00"
028870         display "PRIMES042E - PRIMEAUT COULD NOT BE OPENED. "
028880             "NO OPERATOR IS AUTHORIZED FOR ACTION " aw-action
028890         go to auth-check-exit
028900     end-if.
028910     move "N" to aw-eof.
028920     perform auth-read thru auth-read-exit
028930         until aw-at-end or aw-granted.
028940     close auth-file.
028950     if aw-refused
028960         display "PRIMES043E - PRIMES " aw-action
028970             " IS NOT AUTHORIZED FOR OPERATOR " aw-operator-id
028980     end-if.
028990 auth-check-exit.
029000     exit.
029010
029020 auth-read.
029030     read auth-file
029040         at end
029050             move "Y" to aw-eof
029060     end-read.
029070     if aw-at-end
029080         go to auth-read-exit
029090     end-if.
029100     if auth-record = spaces or au-col1 = "*"
029110         go to auth-read-exit
029120     end-if.
029130     if au-operator-id = spaces or aw-operator-id = spaces
029140         go to auth-read-exit
029150     end-if.
029160     if au-operator-id = aw-operator-id
029170         and au-program-id = "PRIMES"
029180         and au-action = aw-action
029190         move "Y" to aw-result
029200     end-if.
029210 auth-read-exit.
029220     exit.
