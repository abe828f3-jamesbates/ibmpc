000610*                    OPERATOR, AND PROGRAM-APPROPRIATE COUNTS)   *
000620*                    SO OPERATIONS HAS A RECORD OF EVERY RUN,    *
000630*                    ANALYZED AND ARCHIVED BY PRIMEOPS.          *
000631*   2026-10-15  DLS  THE TABLE VERSION LOADED AT TABLE-LOAD (THE *
000632*                    PRIMEOUT HDR STAMP, BOUND, AND TRAILER      *
000633*                    COUNT AND HASH) IS NOW RECORDED ON THE      *
000634*                    PRIMECAT VERSION CATALOG AGAINST FACTOUT,   *
000635*                    SO EVERY FACTORIZATION CAN BE TRACED BACK   *
000636*                    TO THE TABLE IT WAS BUILT FROM.             *
000637*   2026-10-15  DLS  EVERY COMPLETE FACTORIZATION IS NOW KEPT ON *
000638*                    THE STANDING FACTMAST INDEXED MASTER, KEYED *
000639*                    ON THE NUMBER, WITH THE TABLE VERSION IT WAS*
000640*                    COMPUTED AGAINST. A NUMBER ALREADY ON THE   *
000641*                    MASTER IS WRITTEN TO FACTOUT FROM IT WITHOUT*
000642*                    TRIAL DIVISION. HITS AND MISSES ARE COUNTED *
000643*                    ON SYSOUT AND IN THE PRIMEAUD RECORD.       *
000644*   2026-10-15  DLS  FACTRAN CARDS NOW CARRY THE REQUESTING      *
000645*                    DEPARTMENT CODE IN COLUMNS 21-26, CHECKED   *
000646*                    AGAINST THE DEPTMAST DEPARTMENT MASTER. AN  *
000647*                    UNKNOWN CODE IS A DEPARTMENT EXCEPTION ON   *
000648*                    FACEXC, WHICH NOW CARRIES THE CODE SO A     *
000649*                    RECYCLED ITEM IS CHARGED TO ITS DEPARTMENT. *
000650*                    FACTORIZATIONS ARE WRITTEN BY DEPARTMENT TO *
000651*                    THE PRIMEUSE USAGE FILE FOR CHARGEBACK.     *
000652*   2026-10-15  DLS  A RECYCLED RANGE ITEM IS NOW CHECKED AGAINST*
000653*                    DEPTMAST BEFORE IT IS REFACTORED. A CODE NO *
000654*                    LONGER ON THE MASTER GOES BACK TO SUSPENSE  *
000655*                    AS A DEPARTMENT EXCEPTION, UNCHARGED.       *
000656******************************************************************
000657
000660 environment division.
000670 configuration section.
000680 source-computer. ibm-pc.
000930     select auditlog-file assign to "PRIMEAUD"
000940         organization is line sequential
000950         file status is auditlog-status.
000952
000954     select catalog-file assign to "PRIMECAT"
000956         organization is line sequential
000958         file status is catalog-status.
000959     select factmast-file assign to "FACTMAST"
000960         organization is indexed
000961         access mode is random
000962         record key is fm-number
000963         file status is factmast-status.
000964     select deptmast-file assign to "DEPTMAST"
000965         organization is line sequential
000966         file status is deptmast-status.
000967
000968     select usage-file assign to "PRIMEUSE"
000969         organization is line sequential
000970         file status is usage-status.
000971
000972 data division.
000980 file section.
000990 fd  primeout-file
001000     label records are standard.
001240     label records are standard.
001250 01  factran-record.
001260     05  tn-number-text          picture x(20).
001266     05  tn-dept-code            picture x(06).
001272     05  filler                  picture x(54).
001280
001290 fd  factout-file
001300     label records are standard.
001530     05  fx-retry-count          picture 9(2).
001540     05  filler                  picture x(01) value space.
001550     05  fx-exc-text             picture x(39).
001553     05  filler                  picture x(01) value space.
001556     05  fx-dept-code            picture x(06).
001560 01  facexc-inrec.
001570     05  fxi-exc-type            picture x(10).
001580     05  filler                  picture x(01).
001650     05  fxi-retry               picture x(02).
001660     05  filler                  picture x(01).
001670     05  fxi-text                picture x(39).
001673     05  filler                  picture x(01).
001676     05  fxi-dept-code           picture x(06).
001680
001690 fd  ctlcard-file
001700     label records are standard.
001760 fd  auditlog-file
001770     label records are standard.
001780 01  auditlog-record              picture x(89).
001782
001784 fd  catalog-file
001786     label records are standard.
001788 01  catalog-record               picture x(89).
001789 fd  factmast-file
001790     label records are standard.
001791 01  factmast-record.
001792     05  fm-number               picture 9(9).
001793     05  fm-pair-count           picture 9(2).
001794     05  fm-pair occurs 12 times.
001795         10  fm-factor           picture 9(9).
001796         10  fm-power            picture 9(2).
001797     05  fm-ver-date             picture 9(6).
001798     05  fm-ver-time             picture 9(8).
001799     05  fm-ver-count            picture 9(6).
001800     05  fm-ver-hash             picture 9(9).
001801     05  fm-fac-date             picture 9(6).
001802     05  fm-ari-flag             picture x(01).
001803         88  fm-ari-present      value "Y".
001804     05  fm-div-count            picture 9(6).
001805     05  fm-sigma                picture 9(12).
001806     05  fm-totient              picture 9(9).
001807     05  fm-squarefree           picture x(01).
001808     05  fm-class                picture x(09).
001809     05  fm-ari-date             picture 9(6).
001810     05  filler                  picture x(10).
001811
001812 fd  deptmast-file
001813     label records are standard.
001814 01  deptmast-record.
001815     05  dm-dept-code            picture x(06).
001816     05  filler                  picture x(01).
001817     05  dm-dept-name            picture x(30).
001818     05  filler                  picture x(43).
001819 01  deptmast-card.
001820     05  dm-col1                 picture x(01).
001821     05  filler                  picture x(79).
001822
001823 fd  usage-file
001824     label records are standard.
001825 01  usage-record                 picture x(48).
001826
001827 working-storage section.
001828 77  primeout-status              picture x(02) value spaces.
001829 77  factran-status               picture x(02) value spaces.
001830 77  factout-status               picture x(02) value spaces.
001840 77  facexc-status                picture x(02) value spaces.
001850 77  prime-max                    picture 9(5) value 99998.
002200      88 fw-trl-was-seen        value "Y".
002210   02 fw-ctl-count              picture 9(6) value zero.
002220   02 fw-ctl-hash               picture 9(9) value zero.
002222   02 fw-ver-date               picture 9(6) value zero.
002224   02 fw-ver-time               picture 9(8) value zero.
002226   02 fw-ver-bound              picture 9(9) value zero.
002230   02 fw-hash                   picture 9(10) value zero.
002240   02 fw-sub-date               picture 9(6).
002250   02 fw-retry                  picture 9(2).
002255   02 fw-dept-code              picture x(06).
002260   02 fw-reject-flag            picture x(01).
002270      88 fw-was-rejected        value "Y".
002280
002370     03 sp-date                 picture 9(6).
002380     03 sp-retry                picture 9(2).
002390     03 sp-text                 picture x(39).
002395     03 sp-dept                 picture x(06).
002400
002410 01  ctlcard-ws.
002420   02 cc-keyword                picture x(12).
002870   02 al-completion              picture x(08).
002880   02 filler                     picture x(01) value space.
002890   02 al-run-desc                picture x(25).
002891
002892 77  catalog-status               picture x(02) value spaces.
002893
002894 01  catalog-line.
002895   02 ct-rec-type                picture x(03).
002896   02 filler                     picture x(01) value space.
002897   02 ct-ver-date                picture 9(6).
002898   02 filler                     picture x(01) value space.
002899   02 ct-ver-time                picture 9(8).
002900   02 filler                     picture x(01) value space.
002901   02 ct-ver-count               picture 9(6).
002902   02 filler                     picture x(01) value space.
002903   02 ct-ver-hash                picture 9(9).
002904   02 filler                     picture x(01) value space.
002905   02 ct-ver-bound               picture 9(9).
002906   02 filler                     picture x(01) value space.
002907   02 ct-program-id              picture x(08).
002908   02 filler                     picture x(01) value space.
002909   02 ct-output                  picture x(08).
002910   02 filler                     picture x(01) value space.
002911   02 ct-run-date                picture 9(6).
002912   02 filler                     picture x(01) value space.
002913   02 ct-run-time                picture 9(8).
002914   02 filler                     picture x(01) value space.
002915   02 ct-flag                    picture x(08).
002916 77  factmast-status              picture x(02) value spaces.
002917 77  mast-hit-count               picture 9(6) comp value zero.
002918 77  mast-miss-count              picture 9(6) comp value zero.
002919 77  mast-added-count             picture 9(6) comp value zero.
002920
002921 01  mast-ws.
002922   02 mw-active                  picture x(01) value "N".
002923      88 mw-master-open          value "Y".
002924   02 mw-hit                     picture x(01) value "N".
002925      88 mw-was-hit              value "Y".
002928   02 mw-pair-index              picture 9(4) comp.
002929   02 mw-audit-desc.
002930     03 filler                   picture x(05) value "HITS ".
002931     03 md-hits                  picture 9(6).
002932     03 filler                   picture x(08) value " MISSES ".
002933     03 md-misses                picture 9(6).
002934 77  deptmast-status              picture x(02) value spaces.
002935 77  usage-status                 picture x(02) value spaces.
002936 77  dept-max                     picture 9(4) comp value 200.
002937 77  usage-max                    picture 9(4) comp value 100.
002938
002939 01  dept-table.
002940   02 dp-count                   picture 9(4) comp value zero.
002941   02 dp-index                   picture 9(4) comp.
002942   02 dp-eof                     picture x(01) value "N".
002943      88 dp-at-end               value "Y".
002944   02 dp-key                     picture x(06).
002945   02 dp-found-flag              picture x(01) value "N".
002946      88 dp-was-found            value "Y".
002947   02 dp-code occurs 200 times   picture x(06).
002948
002949 01  usage-table.
002950   02 ug-count                   picture 9(4) comp value zero.
002951   02 ug-index                   picture 9(4) comp.
002952   02 ug-hit                     picture 9(4) comp.
002953   02 ug-found-flag              picture x(01) value "N".
002954      88 ug-was-found            value "Y".
002955   02 ug-key-dept                picture x(06).
002956   02 ug-key-type                picture x(06).
002957   02 ug-key-units               picture 9(9) comp.
002958   02 ug-entry occurs 100 times.
002959     03 ug-dept                  picture x(06).
002960     03 ug-type                  picture x(06).
002961     03 ug-units                 picture 9(9) comp.
002962
002963 01  usage-line.
002964   02 us-run-date                picture 9(6).
002965   02 filler                     picture x(01) value space.
002966   02 us-run-time                picture 9(8).
002967   02 filler                     picture x(01) value space.
002968   02 us-dept-code               picture x(06).
002969   02 filler                     picture x(01) value space.
002970   02 us-program-id              picture x(08).
002971   02 filler                     picture x(01) value space.
002972   02 us-req-type                picture x(06).
002973   02 filler                     picture x(01) value space.
002974   02 us-units                   picture 9(9).
002975
002976 procedure division.
002977******************************************************************
002978*  0000-MAINLINE                                                 *
002979******************************************************************
002980 begin.
002981     accept run-date from date.
002982     perform readctl 1 times.
002984     perform dept-load 1 times.
002986     perform table-load 1 times.
002990     if recycle-on
003000         perform suspense-load thru suspense-load-exit
003010     end-if.
003120         move 16 to return-code
003130         stop run
003140     end-if.
003145     perform catalog-write 1 times.
003147     perform master-open 1 times.
003150     perform recycle-pass thru recycle-pass-exit
003160         varying sp-index from 1 by 1
003170         until sp-index > sp-count.
003190     perform tran-process thru tran-process-exit
003200         until fw-tran-at-end.
003210     close factran-file factout-file facexc-file.
003212     if mw-master-open
003214         close factmast-file
003216     end-if.
003218     perform usage-flush thru usage-flush-exit.
003220     perform summary 1 times.
003230     perform audit-write 1 times.
003240     stop run.
004800         move zero to sp-retry (sp-count)
004810     end-if.
004820     move fxi-text to sp-text (sp-count).
004825     move fxi-dept-code to sp-dept (sp-count).
004830 suspense-store-exit.
004840     exit.
004850
004920*                 ITS ORIGINAL SUBMISSION DATE KEPT. ANY         *
004930*                 OTHER REJECT TYPE CAN NEVER CLEAR ON ITS       *
004940*                 OWN AND IS CARRIED FORWARD AS STUCK.           *
004942*                 A RANGE ITEM WHOSE DEPARTMENT HAS SINCE LEFT   *
004944*                 DEPTMAST IS RE-SUSPENDED AS A DEPARTMENT       *
004946*                 EXCEPTION, AS THE MAIN PATH WOULD REJECT IT,   *
004948*                 AND IS NOT FACTORED OR CHARGED.                *
004950******************************************************************
004960 recycle-pass.
004970     add 1 to recycled-count.
005050         compute fx-retry-count
005060             = sp-retry (sp-index) + 1
005070         move sp-text (sp-index) to fx-exc-text
005075         move sp-dept (sp-index) to fx-dept-code
005080         write facexc-record
005090         display "PRIMEFAC017W - SUSPENSE ITEM "
005100             sp-number (sp-index) " (" sp-type (sp-index)
005110             ") CANNOT CLEAR ON RECYCLE. REVIEW IT."
005120         go to recycle-pass-exit
005130     end-if.
005131     move sp-dept (sp-index) to dp-key.
005132     perform dept-check thru dept-check-exit.
005133     if not dp-was-found
005134         add 1 to stuck-count
005135         move spaces to facexc-record
005136         move "DEPARTMENT" to fx-exc-type
005137         move sp-number (sp-index) to fx-exc-number
005138         move zero to fx-exc-residual
005139         move sp-date (sp-index) to fx-sub-date
005140         compute fx-retry-count
005141             = sp-retry (sp-index) + 1
005142         move "DEPARTMENT CODE NOT ON DEPTMAST" to fx-exc-text
005143         move sp-dept (sp-index) to fx-dept-code
005144         write facexc-record
005145         display "PRIMEFAC027W - SUSPENSE ITEM "
005146             sp-number (sp-index) " DEPARTMENT "
005147             sp-dept (sp-index)
005148             " NOT ON DEPTMAST. RE-SUSPENDED."
005149         go to recycle-pass-exit
005150     end-if.
005151     move sp-number (sp-index) to fw-number.
005152     move sp-date (sp-index) to fw-sub-date.
005160     compute fw-retry = sp-retry (sp-index) + 1.
005165     move sp-dept (sp-index) to fw-dept-code.
005170     move "N" to fw-reject-flag.
005180     perform factor-number thru factor-number-exit.
005190     if fw-was-rejected
006000             stop run
006010         end-if
006020         move "Y" to fw-hdr-seen
006022         move poh-run-date to fw-ver-date
006024         move poh-run-time to fw-ver-time
006026         move poh-upper-bound to fw-ver-bound
006030         go to table-store-exit
006040     end-if.
006050     if poh-rec-type = "TRL"
006970 tran-process.
006980     add 1 to tran-count.
006990     move run-date to fw-sub-date.
006995     move tn-dept-code to fw-dept-code.
007000     move zero to fw-retry.
007010     move "N" to fw-reject-flag.
007020     move tn-number-text to pn-field.
007100         move fw-sub-date to fx-sub-date
007110         move fw-retry to fx-retry-count
007120         move "TRANSACTION NUMBER IS NOT NUMERIC" to fx-exc-text
007125         move fw-dept-code to fx-dept-code
007130         write facexc-record
007140         go to tran-process-next
007150     end-if.
007230         move fw-retry to fx-retry-count
007240         move "NUMBER BELOW 2 HAS NO PRIME FACTORS"
007250             to fx-exc-text
007255         move fw-dept-code to fx-dept-code
007260         write facexc-record
007270         go to tran-process-next
007280     end-if.
007281     move fw-dept-code to dp-key.
007282     perform dept-check thru dept-check-exit.
007283     if not dp-was-found
007284         add 1 to invalid-count
007285         move spaces to facexc-record
007286         move "DEPARTMENT" to fx-exc-type
007287         move pn-value to fx-exc-number
007288         move zero to fx-exc-residual
007289         move fw-sub-date to fx-sub-date
007290         move fw-retry to fx-retry-count
007291         move "DEPARTMENT CODE NOT ON DEPTMAST" to fx-exc-text
007292         move fw-dept-code to fx-dept-code
007293         write facexc-record
007294         go to tran-process-next
007295     end-if.
007296     move pn-value to fw-number.
007300     perform factor-number thru factor-number-exit.
007310 tran-process-next.
007320     perform tran-read thru tran-read-exit.
007460*                  THE TRANSACTION IS REJECTED.                  *
007470******************************************************************
007480 factor-number.
007481     if mw-master-open
007482         perform master-lookup thru master-lookup-exit
007483         if mw-was-hit
007484             add 1 to factored-count
007485             perform factor-charge thru factor-charge-exit
007486             perform factor-write-pair thru factor-write-pair-exit
007487                 varying fw-pair-index from 1 by 1
007488                 until fw-pair-index > fw-pair-count
007489             go to factor-number-exit
007490         end-if
007491     end-if.
007492     move fw-number to fw-residual.
007500     move zero to fw-pair-count.
007510     perform factor-try-prime thru factor-try-prime-exit
007520         varying prime-index from 1 by 1
007660             move fw-retry to fx-retry-count
007670             move "FACTOR EXCEEDS LARGEST PRIME ON FILE"
007680                 to fx-exc-text
007685             move fw-dept-code to fx-dept-code
007690             write facexc-record
007700             go to factor-number-exit
007710         else
007750         end-if
007760     end-if.
007770     add 1 to factored-count.
007771     perform factor-charge thru factor-charge-exit.
007772     if mw-master-open
007774         perform master-add thru master-add-exit
007776     end-if.
007780     perform factor-write-pair thru factor-write-pair-exit
007790         varying fw-pair-index from 1 by 1
007800         until fw-pair-index > fw-pair-count.
008340     display "  SUSPENSE CLEARED . . . . : " cleared-count.
008350     display "  SUSPENSE STILL STUCK . . : " stuck-count.
008360     display "  DIVISOR TABLE ENTRIES. . : " prime-count.
008362     display "  FACTMAST HITS. . . . . . : " mast-hit-count.
008364     display "  FACTMAST MISSES. . . . . : " mast-miss-count.
008366     display "  FACTMAST ENTRIES ADDED . : " mast-added-count.
008370     display "==================================================".
008380
008381******************************************************************
008382*  FACTOR-CHARGE - CHARGE ONE COMPLETED FACTORIZATION TO THE     *
008383*                  REQUESTING DEPARTMENT.                        *
008384******************************************************************
008385 factor-charge.
008386     move fw-dept-code to ug-key-dept.
008387     move "FACTOR" to ug-key-type.
008388     move 1 to ug-key-units.
008389     perform usage-add thru usage-add-exit.
008390 factor-charge-exit.
008391     exit.
008392
008393******************************************************************
008394*  DEPT-LOAD - LOAD THE DEPARTMENT MASTER INTO STORAGE SO EACH   *
008395*              REQUESTING DEPARTMENT CODE CAN BE CHECKED. A      *
008396*              RUN THAT CANNOT CHECK ITS DEPARTMENTS CANNOT BE   *
008397*              CHARGED BACK AND IS A HARD STOP.                  *
008398******************************************************************
008399 dept-load.
008400     open input deptmast-file.
008401     if deptmast-status not = "00"
008402         display "PRIMEFAC024E - DEPTMAST COULD NOT BE OPENED. "
008403             "DEPARTMENT CODES CANNOT BE CHECKED."
008404         move 16 to return-code
008405         stop run
008406     end-if.
008407     perform dept-read thru dept-read-exit
008408         until dp-at-end.
008409     close deptmast-file.
008410
008411 dept-read.
008412     read deptmast-file
008413         at end
008414             move "Y" to dp-eof
008415         not at end
008416             perform dept-store thru dept-store-exit
008417     end-read.
008418 dept-read-exit.
008419     exit.
008420
008421 dept-store.
008422     if deptmast-record = spaces or dm-col1 = "*"
008423         go to dept-store-exit
008424     end-if.
008425     if dp-count >= dept-max
008426         display "PRIMEFAC025E - DEPARTMENT TABLE FULL AT "
008427             dept-max " ENTRIES."
008428         close deptmast-file
008429         move 16 to return-code
008430         stop run
008431     end-if.
008432     add 1 to dp-count.
008433     move dm-dept-code to dp-code (dp-count).
008434 dept-store-exit.
008435     exit.
008436
008437******************************************************************
008438*  DEPT-CHECK - LOOK DP-KEY UP IN THE DEPARTMENT TABLE. A BLANK  *
008439*               CODE IS NEVER VALID.                             *
008440******************************************************************
008441 dept-check.
008442     move "N" to dp-found-flag.
008443     if dp-key = spaces
008444         go to dept-check-exit
008445     end-if.
008446     perform dept-check-entry
008447         varying dp-index from 1 by 1
008448         until dp-index > dp-count or dp-was-found.
008449 dept-check-exit.
008450     exit.
008451
008452 dept-check-entry.
008453     if dp-code (dp-index) = dp-key
008454         move "Y" to dp-found-flag
008455     end-if.
008456
008457******************************************************************
008458*  USAGE-ADD - ADD UG-KEY-UNITS TO THE RUN'S USAGE FOR ONE       *
008459*              DEPARTMENT AND REQUEST TYPE. A FULL TABLE IS      *
008460*              FLUSHED TO PRIMEUSE FIRST.                        *
008461******************************************************************
008462 usage-add.
008463     move "N" to ug-found-flag.
008464     perform usage-find
008465         varying ug-index from 1 by 1
008466         until ug-index > ug-count or ug-was-found.
008467     if ug-was-found
008468         add ug-key-units to ug-units (ug-hit)
008469         go to usage-add-exit
008470     end-if.
008471     if ug-count >= usage-max
008472         perform usage-flush thru usage-flush-exit
008473     end-if.
008474     add 1 to ug-count.
008475     move ug-key-dept to ug-dept (ug-count).
008476     move ug-key-type to ug-type (ug-count).
008477     move ug-key-units to ug-units (ug-count).
008478 usage-add-exit.
008479     exit.
008480
008481 usage-find.
008482     if ug-dept (ug-index) = ug-key-dept
008483         and ug-type (ug-index) = ug-key-type
008484         move "Y" to ug-found-flag
008485         move ug-index to ug-hit
008486     end-if.
008487
008488******************************************************************
008489*  USAGE-FLUSH - APPEND THE RUN'S USAGE BY DEPARTMENT AND        *
008490*                REQUEST TYPE TO THE STANDING PRIMEUSE FILE      *
008491*                PRICED BY THE MONTHLY PRIMECHG CHARGEBACK. A    *
008492*                USAGE FILE THAT CANNOT BE WRITTEN IS A WARNING, *
008493*                NOT A FAILURE OF THE RUN.                       *
008494******************************************************************
008495 usage-flush.
008496     if ug-count = 0
008497         go to usage-flush-exit
008498     end-if.
008499     accept us-run-date from date.
008500     accept us-run-time from time.
008501     open extend usage-file.
008502     if usage-status not = "00"
008503         open output usage-file
008504     end-if.
008505     if usage-status not = "00"
008506         display "PRIMEFAC026W - PRIMEUSE COULD NOT BE WRITTEN. "
008507             "USAGE NOT RECORDED FOR CHARGEBACK."
008508         move zero to ug-count
008509         go to usage-flush-exit
008510     end-if.
008511     perform usage-write-entry
008512         varying ug-index from 1 by 1
008513         until ug-index > ug-count.
008514     close usage-file.
008515     move zero to ug-count.
008516 usage-flush-exit.
008517     exit.
008518
008519 usage-write-entry.
008520     move ug-dept (ug-index) to us-dept-code.
008521     move "PRIMEFAC" to us-program-id.
008522     move ug-type (ug-index) to us-req-type.
008523     move ug-units (ug-index) to us-units.
008524     move spaces to usage-record.
008525     move usage-line to usage-record.
008526     write usage-record.
008527
008528******************************************************************
008529*  MASTER-OPEN - OPEN THE STANDING FACTMAST MASTER FOR UPDATE,   *
008530*                CREATING IT EMPTY ON THE FIRST RUN. A MASTER    *
008531*                THAT CANNOT BE OPENED IS A WARNING: EVERY       *
008532*                NUMBER IS THEN FACTORED IN FULL AND NOTHING IS  *
008533*                SAVED, EXACTLY AS BEFORE THE MASTER EXISTED.    *
008534******************************************************************
008535 master-open.
008536     open i-o factmast-file.
008537     if factmast-status = "35"
008538         open output factmast-file
008539         close factmast-file
008540         open i-o factmast-file
008541         if factmast-status = "00"
008542             display "PRIMEFAC021I - NEW FACTMAST MASTER CREATED."
008543         end-if
008544     end-if.
008545     if factmast-status = "00"
008546         move "Y" to mw-active
008547     else
008548         display "PRIMEFAC022W - FACTMAST COULD NOT BE OPENED, "
008549             "STATUS " factmast-status ". EVERY NUMBER IS "
008550             "FACTORED IN FULL AND NOTHING IS SAVED."
008551     end-if.
008552
008553******************************************************************
008554*  MASTER-LOOKUP - LOOK THE NUMBER UP ON FACTMAST. A HIT LOADS   *
008555*                  THE STORED FACTOR/EXPONENT PAIRS IN PLACE OF  *
008556*                  TRIAL DIVISION; A MISS LEAVES THE NUMBER TO   *
008557*                  FACTOR-NUMBER AS BEFORE.                      *
008558******************************************************************
008559 master-lookup.
008560     move "N" to mw-hit.
008561     move fw-number to fm-number.
008562     read factmast-file
008563         invalid key
008564             move "N" to mw-hit
008565         not invalid key
008566             move "Y" to mw-hit
008567     end-read.
008568     if mw-was-hit
008569         if fm-pair-count is not numeric
008570             or fm-pair-count < 1 or fm-pair-count > 12
008571             move "N" to mw-hit
008572         end-if
008573     end-if.
008574     if not mw-was-hit
008575         add 1 to mast-miss-count
008576         go to master-lookup-exit
008577     end-if.
008578     add 1 to mast-hit-count.
008579     move fm-pair-count to fw-pair-count.
008580     perform master-load-pair
008581         varying fw-pair-index from 1 by 1
008582         until fw-pair-index > fw-pair-count.
008583 master-lookup-exit.
008584     exit.
008585
008586 master-load-pair.
008587     move fm-factor (fw-pair-index)
008588         to fw-pair-factor (fw-pair-index).
008589     move fm-power (fw-pair-index)
008590         to fw-pair-power (fw-pair-index).
008591
008592******************************************************************
008593*  MASTER-ADD - FILE A NEWLY COMPLETED FACTORIZATION ON FACTMAST *
008594*               WITH THE TABLE VERSION LOADED AT TABLE-LOAD. THE *
008595*               ENRICHMENT FIELDS STAY EMPTY UNTIL PRIMEARI      *
008596*               FILLS THEM. A RECORD ANOTHER RUN ADDED FIRST IS  *
008597*               LEFT AS IT IS.                                   *
008598******************************************************************
008599 master-add.
008600     move spaces to factmast-record.
008601     move fw-number to fm-number.
008602     move fw-pair-count to fm-pair-count.
008603     perform master-store-pair
008604         varying mw-pair-index from 1 by 1
008605         until mw-pair-index > 12.
008606     move fw-ver-date to fm-ver-date.
008607     move fw-ver-time to fm-ver-time.
008608     move fw-ctl-count to fm-ver-count.
008609     move fw-ctl-hash to fm-ver-hash.
008610     move run-date to fm-fac-date.
008611     move "N" to fm-ari-flag.
008612     move zero to fm-div-count.
008613     move zero to fm-sigma.
008614     move zero to fm-totient.
008615     move zero to fm-ari-date.
008616     write factmast-record
008617         invalid key
008618             go to master-add-exit
008619     end-write.
008620     if factmast-status not = "00"
008621         display "PRIMEFAC023W - FACTMAST WRITE FAILED FOR "
008622             fw-number ", STATUS " factmast-status "."
008623         go to master-add-exit
008624     end-if.
008625     add 1 to mast-added-count.
008626 master-add-exit.
008627     exit.
008628
008629 master-store-pair.
008630     if mw-pair-index > fw-pair-count
008631         move zero to fm-factor (mw-pair-index)
008632         move zero to fm-power (mw-pair-index)
008633     else
008634         move fw-pair-factor (mw-pair-index)
008635             to fm-factor (mw-pair-index)
008636         move fw-pair-power (mw-pair-index)
008637             to fm-power (mw-pair-index)
008638     end-if.
008639
008640******************************************************************
008641*  CATALOG-WRITE - RECORD ON THE PRIMECAT VERSION CATALOG THAT   *
008642*                  THIS RUN'S FACTOUT WAS BUILT FROM THE TABLE   *
008643*                  VERSION LOADED AT TABLE-LOAD, IDENTIFIED BY   *
008644*                  ITS HDR STAMP AND TRAILER COUNT AND HASH. A   *
008645*                  CATALOG THAT CANNOT BE WRITTEN IS A WARNING,  *
008646*                  NOT A FAILURE OF THE RUN.                     *
008647******************************************************************
008648 catalog-write.
008649     move "USE" to ct-rec-type.
008650     move fw-ver-date to ct-ver-date.
008651     move fw-ver-time to ct-ver-time.
008652     move fw-ctl-count to ct-ver-count.
008653     move fw-ctl-hash to ct-ver-hash.
008654     move fw-ver-bound to ct-ver-bound.
008655     move "PRIMEFAC" to ct-program-id.
008656     move "FACTOUT" to ct-output.
008657     accept ct-run-date from date.
008658     accept ct-run-time from time.
008659     move spaces to ct-flag.
008660     open extend catalog-file.
008661     if catalog-status not = "00"
008662         open output catalog-file
008663     end-if.
008664     if catalog-status not = "00"
008665         display "PRIMEFAC020W - PRIMECAT COULD NOT BE WRITTEN. "
008666             "TABLE VERSION NOT RECORDED."
008667     else
008668         move spaces to catalog-record
008669         move catalog-line to catalog-record
008670         write catalog-record
008671         close catalog-file
008672     end-if.
008673
008674******************************************************************
008675*  AUDIT-WRITE - APPEND THIS RUN'S COMPLETION RECORD TO THE      *
008676*                SUITE-WIDE PRIMEAUD AUDIT LOG, IN THE COMMON    *
008677*                LAYOUT PRIMEOPS ANALYZES: RUN DATE/TIME,        *
008678*                PROGRAM ID, OPERATOR, AND PROGRAM-APPROPRIATE   *
008679*                COUNTS.                                         *
008680******************************************************************
008681 audit-write.
008682     accept al-run-date from date.
008683     accept al-run-time from time.
008684     move "PRIMEFAC" to al-program-id.
008685     accept al-operator-id from environment "USER".
008686     move factored-count to al-count-1.
008687     move stuck-count to al-count-2.
008688     move "NORMAL" to al-completion.
008689     move mast-hit-count to md-hits.
008690     move mast-miss-count to md-misses.
008691     move mw-audit-desc to al-run-desc.
008692     open extend auditlog-file.
008693     if auditlog-status not = "00"
008694         open output auditlog-file
008695     end-if.
008696     if auditlog-status not = "00"
008697         display "PRIMEFAC019W - PRIMEAUD COULD NOT BE WRITTEN."
008698     else
008699         move spaces to auditlog-record
008700         move audit-line to auditlog-record
008701         write auditlog-record
008702         close auditlog-file
008703     end-if.
