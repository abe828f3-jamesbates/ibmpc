000480*                    OPERATOR, AND PROGRAM-APPROPRIATE COUNTS)   *
000490*                    SO OPERATIONS HAS A RECORD OF EVERY RUN,    *
000500*                    ANALYZED AND ARCHIVED BY PRIMEOPS.          *
000502*   2026-10-15  DLS  THE TABLE VERSION LOADED AT TABLE-LOAD (THE *
000504*                    KEY-99999 CONTROL RECORD'S STAMP, BOUND,    *
000506*                    COUNT AND HASH) IS NOW RECORDED ON THE      *
000508*                    PRIMECAT VERSION CATALOG AGAINST EXTRACT.   *
000509*   2026-10-15  DLS  A DEPT=CODE CARD NOW NAMES THE REQUESTING   *
000510*                    DEPARTMENT FOR THE RANGE CARDS THAT FOLLOW  *
000511*                    IT, CHECKED AGAINST THE DEPTMAST DEPARTMENT *
000512*                    MASTER. A RANGE WITH NO VALID DEPARTMENT    *
000513*                    AHEAD OF IT IS A HARD STOP. EXTRACTED ROWS  *
000514*                    ARE WRITTEN BY DEPARTMENT TO THE PRIMEUSE   *
000515*                    USAGE FILE FOR CHARGEBACK.                  *
000516******************************************************************
000520
000530 environment division.
000540 configuration section.
000750     select auditlog-file assign to "PRIMEAUD"
000760         organization is line sequential
000770         file status is auditlog-status.
000772
000774     select catalog-file assign to "PRIMECAT"
000776         organization is line sequential
000778         file status is catalog-status.
000779     select deptmast-file assign to "DEPTMAST"
000780         organization is line sequential
000781         file status is deptmast-status.
000782
000783     select usage-file assign to "PRIMEUSE"
000784         organization is line sequential
000785         file status is usage-status.
000786
000790 data division.
000800 file section.
000810 fd  primeidx-file
001050 fd  auditlog-file
001060     label records are standard.
001070 01  auditlog-record              picture x(89).
001072
001074 fd  catalog-file
001076     label records are standard.
001078 01  catalog-record               picture x(89).
001079 fd  deptmast-file
001080     label records are standard.
001081 01  deptmast-record.
001082     05  dm-dept-code            picture x(06).
001083     05  filler                  picture x(01).
001084     05  dm-dept-name            picture x(30).
001085     05  filler                  picture x(43).
001086 01  deptmast-card.
001087     05  dm-col1                 picture x(01).
001088     05  filler                  picture x(79).
001089
001090 fd  usage-file
001091     label records are standard.
001092 01  usage-record                 picture x(48).
001093
001094 working-storage section.
001100 77  primeidx-status              picture x(02) value spaces.
001110 77  ctlcard-status               picture x(02) value spaces.
001120 77  extract-status               picture x(02) value spaces.
001260     03 xr-type                 picture x(01).
001270     03 xr-lo                   picture 9(9).
001280     03 xr-hi                   picture 9(9).
001285     03 xr-dept                 picture x(06).
001290
001300 01  ctlcard-ws.
001310   02 cc-keyword                picture x(12).
001350   02 cc-card-eof               picture x(01) value "N".
001360      88 cc-cards-done          value "Y".
001370   02 ctl-error-text            picture x(40).
001371   02 cc-dept-code              picture x(06) value spaces.
001372   02 cc-dept-text              picture x(67).
001373   02 cc-dept-parts redefines cc-dept-text.
001374     03 cc-dept-head            picture x(06).
001375     03 cc-dept-tail            picture x(61).
001380
001390 01  parse-ws.
001400   02 pn-field                  picture x(67).
001580      88 xt-ctl-was-seen        value "Y".
001590   02 xt-ctl-count              picture 9(6) value zero.
001600   02 xt-ctl-hash               picture 9(9) value zero.
001602   02 xt-ver-date               picture 9(6) value zero.
001604   02 xt-ver-time               picture 9(8) value zero.
001606   02 xt-ver-bound              picture 9(9) value zero.
001610   02 xt-hash                   picture 9(10) value zero.
001620   02 xt-prev-value             picture 9(9) value zero.
001630   02 xt-range-hits             picture 9(6) comp.
001920   02 al-completion              picture x(08).
001930   02 filler                     picture x(01) value space.
001940   02 al-run-desc                picture x(25).
001941
001942 77  catalog-status               picture x(02) value spaces.
001943
001944 01  catalog-line.
001945   02 ct-rec-type                picture x(03).
001946   02 filler                     picture x(01) value space.
001947   02 ct-ver-date                picture 9(6).
001948   02 filler                     picture x(01) value space.
001949   02 ct-ver-time                picture 9(8).
001950   02 filler                     picture x(01) value space.
001951   02 ct-ver-count               picture 9(6).
001952   02 filler                     picture x(01) value space.
001953   02 ct-ver-hash                picture 9(9).
001954   02 filler                     picture x(01) value space.
001955   02 ct-ver-bound               picture 9(9).
001956   02 filler                     picture x(01) value space.
001957   02 ct-program-id              picture x(08).
001958   02 filler                     picture x(01) value space.
001959   02 ct-output                  picture x(08).
001960   02 filler                     picture x(01) value space.
001961   02 ct-run-date                picture 9(6).
001962   02 filler                     picture x(01) value space.
001963   02 ct-run-time                picture 9(8).
001964   02 filler                     picture x(01) value space.
001965   02 ct-flag                    picture x(08).
001966 77  deptmast-status              picture x(02) value spaces.
001967 77  usage-status                 picture x(02) value spaces.
001968 77  dept-max                     picture 9(4) comp value 200.
001969 77  usage-max                    picture 9(4) comp value 100.
001970
001971 01  dept-table.
001972   02 dp-count                   picture 9(4) comp value zero.
001973   02 dp-index                   picture 9(4) comp.
001974   02 dp-eof                     picture x(01) value "N".
001975      88 dp-at-end               value "Y".
001976   02 dp-key                     picture x(06).
001977   02 dp-found-flag              picture x(01) value "N".
001978      88 dp-was-found            value "Y".
001979   02 dp-code occurs 200 times   picture x(06).
001980
001981 01  usage-table.
001982   02 ug-count                   picture 9(4) comp value zero.
001983   02 ug-index                   picture 9(4) comp.
001984   02 ug-hit                     picture 9(4) comp.
001985   02 ug-found-flag              picture x(01) value "N".
001986      88 ug-was-found            value "Y".
001987   02 ug-key-dept                picture x(06).
001988   02 ug-key-type                picture x(06).
001989   02 ug-key-units               picture 9(9) comp.
001990   02 ug-entry occurs 100 times.
001991     03 ug-dept                  picture x(06).
001992     03 ug-type                  picture x(06).
001993     03 ug-units                 picture 9(9) comp.
001994
001995 01  usage-line.
001996   02 us-run-date                picture 9(6).
001997   02 filler                     picture x(01) value space.
001998   02 us-run-time                picture 9(8).
001999   02 filler                     picture x(01) value space.
002000   02 us-dept-code               picture x(06).
002001   02 filler                     picture x(01) value space.
002002   02 us-program-id              picture x(08).
002003   02 filler                     picture x(01) value space.
002004   02 us-req-type                picture x(06).
002005   02 filler                     picture x(01) value space.
002006   02 us-units                   picture 9(9).
002007
002008 procedure division.
002009******************************************************************
002010*  0000-MAINLINE                                                 *
002011******************************************************************
002012 begin.
002014     perform dept-load 1 times.
002016     perform readctl 1 times.
002020     perform table-load 1 times.
002030     open output extract-file.
002040     if extract-status not = "00"
002060         move 16 to return-code
002070         stop run
002080     end-if.
002085     perform catalog-write 1 times.
002090     move spaces to extract-record.
002100     move "RANGE,PRIME_INDEX,PRIME_VALUE" to extract-record.
002110     write extract-record.
002140         until range-index > range-count.
002150     perform write-footer 1 times.
002160     close extract-file.
002165     perform usage-flush thru usage-flush-exit.
002170     perform summary 1 times.
002180     perform audit-write 1 times.
002190     stop run.
002230*            INDEX=LOW,HIGH CARDS, ONE RANGE PER CARD, UP TO 50  *
002240*            RANGES PER RUN. ANY INVALID CARD, OR A DECK WITH    *
002250*            NO RANGE AT ALL, IS A HARD STOP.                    *
002253*            A DEPT=CODE CARD NAMES THE REQUESTING DEPARTMENT    *
002256*            FOR THE RANGE CARDS AFTER IT.                       *
002260******************************************************************
002270 readctl.
002280     open input ctlcard-file.
002650         move "V" to xr-type (range-count)
002660         go to ctl-process-card-next
002670     end-if.
002672     if cc-keyword = "DEPT"
002674         perform ctl-card-dept 1 times
002676         go to ctl-process-card-next
002678     end-if.
002680     if cc-keyword = "INDEX"
002690         perform ctl-card-range 1 times
002700         move "I" to xr-type (range-count)
002980         move "LOW VALUE IS NOT NUMERIC" to ctl-error-text
002990         perform ctl-card-error 1 times
003000     end-if.
003002     if cc-dept-code = spaces
003004         move "NO DEPT= CARD AHEAD OF THIS RANGE"
003005             to ctl-error-text
003006         perform ctl-card-error 1 times
003008     end-if.
003010     add 1 to range-count.
003015     move cc-dept-code to xr-dept (range-count).
003020     move pn-value to xr-lo (range-count).
003030     move cc-hi-text to pn-field.
003040     perform parse-number thru parse-number-exit.
003120         perform ctl-card-error 1 times
003130     end-if.
003140
003141******************************************************************
003142*  CTL-CARD-DEPT - CHECK A DEPT=CODE CARD AGAINST THE DEPARTMENT *
003143*                  MASTER AND MAKE IT THE DEPARTMENT CHARGED FOR *
003144*                  THE RANGE CARDS THAT FOLLOW.                  *
003145******************************************************************
003146 ctl-card-dept.
003147     move cc-value to cc-dept-text.
003148     if cc-dept-tail not = spaces
003149         move "DEPARTMENT CODE LONGER THAN 6" to ctl-error-text
003150         perform ctl-card-error 1 times
003151     end-if.
003152     move cc-dept-head to dp-key.
003153     perform dept-check thru dept-check-exit.
003154     if not dp-was-found
003155         move "DEPARTMENT NOT ON DEPTMAST" to ctl-error-text
003156         perform ctl-card-error 1 times
003157     end-if.
003158     move cc-dept-head to cc-dept-code.
003159
003160 ctl-card-error.
003161     display "PRIMEXTR004E - INVALID SELECTION CARD - "
003170         ctl-error-text.
003180     display "  CARD IMAGE: " ctlcard-record.
003190     close ctlcard-file.
004210         move "Y" to xt-ctl-seen
004220         move pi-ctl-rec-count to xt-ctl-count
004230         move pi-ctl-hash to xt-ctl-hash
004232         move pi-ctl-run-date to xt-ver-date
004234         move pi-ctl-run-time to xt-ver-time
004236         move pi-ctl-bound to xt-ver-bound
004240         go to table-store-exit
004250     end-if.
004260     if prime-count >= prime-max
004630         display "PRIMEXTR010W - RANGE " range-index
004640             " SELECTED NO ENTRIES."
004650     end-if.
004652     move xr-dept (range-index) to ug-key-dept.
004654     move "ROWS" to ug-key-type.
004656     move xt-range-hits to ug-key-units.
004658     perform usage-add thru usage-add-exit.
004660 serve-range-exit.
004670     exit.
004680
005400 number-to-text-char-exit.
005410     exit.
005420
005421******************************************************************
005422*  DEPT-LOAD - LOAD THE DEPARTMENT MASTER INTO STORAGE SO EACH   *
005423*              REQUESTING DEPARTMENT CODE CAN BE CHECKED. A      *
005424*              RUN THAT CANNOT CHECK ITS DEPARTMENTS CANNOT BE   *
005425*              CHARGED BACK AND IS A HARD STOP.                  *
005426******************************************************************
005427 dept-load.
005428     open input deptmast-file.
005429     if deptmast-status not = "00"
005430         display "PRIMEXTR013E - DEPTMAST COULD NOT BE OPENED. "
005431             "DEPARTMENT CODES CANNOT BE CHECKED."
005432         move 16 to return-code
005433         stop run
005434     end-if.
005435     perform dept-read thru dept-read-exit
005436         until dp-at-end.
005437     close deptmast-file.
005438
005439 dept-read.
005440     read deptmast-file
005441         at end
005442             move "Y" to dp-eof
005443         not at end
005444             perform dept-store thru dept-store-exit
005445     end-read.
005446 dept-read-exit.
005447     exit.
005448
005449 dept-store.
005450     if deptmast-record = spaces or dm-col1 = "*"
005451         go to dept-store-exit
005452     end-if.
005453     if dp-count >= dept-max
005454         display "PRIMEXTR014E - DEPARTMENT TABLE FULL AT "
005455             dept-max " ENTRIES."
005456         close deptmast-file
005457         move 16 to return-code
005458         stop run
005459     end-if.
005460     add 1 to dp-count.
005461     move dm-dept-code to dp-code (dp-count).
005462 dept-store-exit.
005463     exit.
005464
005465******************************************************************
005466*  DEPT-CHECK - LOOK DP-KEY UP IN THE DEPARTMENT TABLE. A BLANK  *
005467*               CODE IS NEVER VALID.                             *
005468******************************************************************
005469 dept-check.
005470     move "N" to dp-found-flag.
005471     if dp-key = spaces
005472         go to dept-check-exit
005473     end-if.
005474     perform dept-check-entry
005475         varying dp-index from 1 by 1
005476         until dp-index > dp-count or dp-was-found.
005477 dept-check-exit.
005478     exit.
005479
005480 dept-check-entry.
005481     if dp-code (dp-index) = dp-key
005482         move "Y" to dp-found-flag
005483     end-if.
005484
005485******************************************************************
005486*  USAGE-ADD - ADD UG-KEY-UNITS TO THE RUN'S USAGE FOR ONE       *
005487*              DEPARTMENT AND REQUEST TYPE. A FULL TABLE IS      *
005488*              FLUSHED TO PRIMEUSE FIRST.                        *
005489******************************************************************
005490 usage-add.
005491     move "N" to ug-found-flag.
005492     perform usage-find
005493         varying ug-index from 1 by 1
005494         until ug-index > ug-count or ug-was-found.
005495     if ug-was-found
005496         add ug-key-units to ug-units (ug-hit)
005497         go to usage-add-exit
005498     end-if.
005499     if ug-count >= usage-max
005500         perform usage-flush thru usage-flush-exit
005501     end-if.
005502     add 1 to ug-count.
005503     move ug-key-dept to ug-dept (ug-count).
005504     move ug-key-type to ug-type (ug-count).
005505     move ug-key-units to ug-units (ug-count).
005506 usage-add-exit.
005507     exit.
005508
005509 usage-find.
005510     if ug-dept (ug-index) = ug-key-dept
005511         and ug-type (ug-index) = ug-key-type
005512         move "Y" to ug-found-flag
005513         move ug-index to ug-hit
005514     end-if.
005515
005516******************************************************************
005517*  USAGE-FLUSH - APPEND THE RUN'S USAGE BY DEPARTMENT AND        *
005518*                REQUEST TYPE TO THE STANDING PRIMEUSE FILE      *
005519*                PRICED BY THE MONTHLY PRIMECHG CHARGEBACK. A    *
005520*                USAGE FILE THAT CANNOT BE WRITTEN IS A WARNING, *
005521*                NOT A FAILURE OF THE RUN.                       *
005522******************************************************************
005523 usage-flush.
005524     if ug-count = 0
005525         go to usage-flush-exit
005526     end-if.
005527     accept us-run-date from date.
005528     accept us-run-time from time.
005529     open extend usage-file.
005530     if usage-status not = "00"
005531         open output usage-file
005532     end-if.
005533     if usage-status not = "00"
005534         display "PRIMEXTR015W - PRIMEUSE COULD NOT BE WRITTEN. "
005535             "USAGE NOT RECORDED FOR CHARGEBACK."
005536         move zero to ug-count
005537         go to usage-flush-exit
005538     end-if.
005539     perform usage-write-entry
005540         varying ug-index from 1 by 1
005541         until ug-index > ug-count.
005542     close usage-file.
005543     move zero to ug-count.
005544 usage-flush-exit.
005545     exit.
005546
005547 usage-write-entry.
005548     move ug-dept (ug-index) to us-dept-code.
005549     move "PRIMEXTR" to us-program-id.
005550     move ug-type (ug-index) to us-req-type.
005551     move ug-units (ug-index) to us-units.
005552     move spaces to usage-record.
005553     move usage-line to usage-record.
005554     write usage-record.
005555
005556******************************************************************
005557*  SUMMARY - DISPLAY A JOB-END TOTALS BLOCK FOR THE OPERATOR     *
005558******************************************************************
005559 summary.
005560     display "==================================================".
005561     display "PRIMEXTR RUN SUMMARY".
005562     display "  RANGES REQUESTED . . . . : " range-count.
005563     display "  ENTRIES EXTRACTED. . . . : " extract-count.
005564     display "  TABLE ENTRIES ON FILE. . : " prime-count.
005565     display "==================================================".
005566
005567******************************************************************
005568*  CATALOG-WRITE - RECORD ON THE PRIMECAT VERSION CATALOG THAT   *
005569*                  THIS RUN'S EXTRACT WAS SERVED FROM THE TABLE  *
005570*                  VERSION LOADED AT TABLE-LOAD. A CATALOG THAT  *
005571*                  CANNOT BE WRITTEN IS A WARNING, NOT A FAILURE *
005572*                  OF THE RUN.                                   *
005573******************************************************************
005574 catalog-write.
005575     move "USE" to ct-rec-type.
005576     move xt-ver-date to ct-ver-date.
005577     move xt-ver-time to ct-ver-time.
005578     move xt-ctl-count to ct-ver-count.
005579     move xt-ctl-hash to ct-ver-hash.
005580     move xt-ver-bound to ct-ver-bound.
005581     move "PRIMEXTR" to ct-program-id.
005582     move "EXTRACT" to ct-output.
005583     accept ct-run-date from date.
005584     accept ct-run-time from time.
005585     move spaces to ct-flag.
005586     open extend catalog-file.
005587     if catalog-status not = "00"
005588         open output catalog-file
005589     end-if.
005590     if catalog-status not = "00"
005591         display "PRIMEXTR012W - PRIMECAT COULD NOT BE WRITTEN. "
005592             "TABLE VERSION NOT RECORDED."
005593     else
005594         move spaces to catalog-record
005595         move catalog-line to catalog-record
005596         write catalog-record
005597         close catalog-file
005598     end-if.
005599
005600******************************************************************
005601*  AUDIT-WRITE - APPEND THIS RUN'S COMPLETION RECORD TO THE      *
005602*                SUITE-WIDE PRIMEAUD AUDIT LOG, IN THE COMMON    *
005603*                LAYOUT PRIMEOPS ANALYZES: RUN DATE/TIME,        *
005604*                PROGRAM ID, OPERATOR, AND PROGRAM-APPROPRIATE   *
005605*                COUNTS.                                         *
005606******************************************************************
005610 audit-write.
005620     accept al-run-date from date.
005630     accept al-run-time from time.
