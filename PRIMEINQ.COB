000610*                    OPERATOR, AND PROGRAM-APPROPRIATE COUNTS)   *
000620*                    SO OPERATIONS HAS A RECORD OF EVERY RUN,    *
000630*                    ANALYZED AND ARCHIVED BY PRIMEOPS.          *
000632*   2026-10-15  DLS  THE TABLE VERSION LOADED AT TABLE-INIT (THE *
000634*                    KEY-99999 CONTROL RECORD'S STAMP, BOUND,    *
000636*                    COUNT AND HASH) IS NOW RECORDED ON THE      *
000638*                    PRIMECAT VERSION CATALOG AGAINST INQRESP.   *
000639*   2026-10-15  DLS  A DEPT=CODE CARD NOW HEADS EACH BATCH OF    *
000640*                    REQUESTS, NAMING THE REQUESTING DEPARTMENT  *
000641*                    FROM THE DEPTMAST DEPARTMENT MASTER. A      *
000642*                    REQUEST WITH NO VALID DEPARTMENT AHEAD OF   *
000643*                    IT IS ANSWERED INVALID. ANSWERED REQUESTS   *
000644*                    ARE WRITTEN BY DEPARTMENT AND REQUEST TYPE  *
000645*                    TO THE PRIMEUSE USAGE FILE FOR CHARGEBACK.  *
000646*   2026-10-15  DLS  A DEPT= CARD WITH AN UNKNOWN CODE NOW STAYS *
000647*                    IN THE REQUESTS READ COUNT, SO INVALID      *
000648*                    REQUESTS NEVER EXCEED REQUESTS READ.        *
000649******************************************************************
000650
000660 environment division.
000670 configuration section.
000880     select auditlog-file assign to "PRIMEAUD"
000890         organization is line sequential
000900         file status is auditlog-status.
000902
000904     select catalog-file assign to "PRIMECAT"
000906         organization is line sequential
000908         file status is catalog-status.
000909     select deptmast-file assign to "DEPTMAST"
000910         organization is line sequential
000911         file status is deptmast-status.
000912
000913     select usage-file assign to "PRIMEUSE"
000914         organization is line sequential
000915         file status is usage-status.
000916
000920 data division.
000930 file section.
000940 fd  primeidx-file
001310 fd  auditlog-file
001320     label records are standard.
001330 01  auditlog-record              picture x(89).
001332
001334 fd  catalog-file
001336     label records are standard.
001338 01  catalog-record               picture x(89).
001339 fd  deptmast-file
001340     label records are standard.
001341 01  deptmast-record.
001342     05  dm-dept-code            picture x(06).
001343     05  filler                  picture x(01).
001344     05  dm-dept-name            picture x(30).
001345     05  filler                  picture x(43).
001346 01  deptmast-card.
001347     05  dm-col1                 picture x(01).
001348     05  filler                  picture x(79).
001349
001350 fd  usage-file
001351     label records are standard.
001352 01  usage-record                 picture x(48).
001353
001354 working-storage section.
001360 77  primeidx-status              picture x(02) value spaces.
001370 77  inqreq-status                picture x(02) value spaces.
001380 77  inqresp-status               picture x(02) value spaces.
001580      88 iq-ctl-was-seen        value "Y".
001590   02 iq-ctl-count              picture 9(6) value zero.
001600   02 iq-ctl-hash               picture 9(9) value zero.
001602   02 iq-ver-date               picture 9(6) value zero.
001604   02 iq-ver-time               picture 9(8) value zero.
001606   02 iq-ver-bound              picture 9(9) value zero.
001610   02 iq-hash                   picture 9(10) value zero.
001611   02 iq-dept-code              picture x(06) value spaces.
001612   02 iq-dept-flag              picture x(01) value "N".
001613      88 iq-dept-valid          value "Y".
001614   02 iq-dept-text              picture x(68).
001615   02 iq-dept-parts redefines iq-dept-text.
001616     03 iq-dept-head            picture x(06).
001617     03 iq-dept-tail            picture x(62).
001618   02 iq-rejects-before         picture 9(6) comp.
001619   02 iq-dept-cards             picture 9(6) comp value zero.
001620   02 iq-found-flag             picture x(01) value "N".
001630      88 iq-found               value "Y".
001640   02 iq-above-index            picture 9(5) comp.
002340   02 al-completion              picture x(08).
002350   02 filler                     picture x(01) value space.
002360   02 al-run-desc                picture x(25).
002361
002362 77  catalog-status               picture x(02) value spaces.
002363
002364 01  catalog-line.
002365   02 ct-rec-type                picture x(03).
002366   02 filler                     picture x(01) value space.
002367   02 ct-ver-date                picture 9(6).
002368   02 filler                     picture x(01) value space.
002369   02 ct-ver-time                picture 9(8).
002370   02 filler                     picture x(01) value space.
002371   02 ct-ver-count               picture 9(6).
002372   02 filler                     picture x(01) value space.
002373   02 ct-ver-hash                picture 9(9).
002374   02 filler                     picture x(01) value space.
002375   02 ct-ver-bound               picture 9(9).
002376   02 filler                     picture x(01) value space.
002377   02 ct-program-id              picture x(08).
002378   02 filler                     picture x(01) value space.
002379   02 ct-output                  picture x(08).
002380   02 filler                     picture x(01) value space.
002381   02 ct-run-date                picture 9(6).
002382   02 filler                     picture x(01) value space.
002383   02 ct-run-time                picture 9(8).
002384   02 filler                     picture x(01) value space.
002385   02 ct-flag                    picture x(08).
002386 77  deptmast-status              picture x(02) value spaces.
002387 77  usage-status                 picture x(02) value spaces.
002388 77  dept-max                     picture 9(4) comp value 200.
002389 77  usage-max                    picture 9(4) comp value 100.
002390
002391 01  dept-table.
002392   02 dp-count                   picture 9(4) comp value zero.
002393   02 dp-index                   picture 9(4) comp.
002394   02 dp-eof                     picture x(01) value "N".
002395      88 dp-at-end               value "Y".
002396   02 dp-key                     picture x(06).
002397   02 dp-found-flag              picture x(01) value "N".
002398      88 dp-was-found            value "Y".
002399   02 dp-code occurs 200 times   picture x(06).
002400
002401 01  usage-table.
002402   02 ug-count                   picture 9(4) comp value zero.
002403   02 ug-index                   picture 9(4) comp.
002404   02 ug-hit                     picture 9(4) comp.
002405   02 ug-found-flag              picture x(01) value "N".
002406      88 ug-was-found            value "Y".
002407   02 ug-key-dept                picture x(06).
002408   02 ug-key-type                picture x(06).
002409   02 ug-key-units               picture 9(9) comp.
002410   02 ug-entry occurs 100 times.
002411     03 ug-dept                  picture x(06).
002412     03 ug-type                  picture x(06).
002413     03 ug-units                 picture 9(9) comp.
002414
002415 01  usage-line.
002416   02 us-run-date                picture 9(6).
002417   02 filler                     picture x(01) value space.
002418   02 us-run-time                picture 9(8).
002419   02 filler                     picture x(01) value space.
002420   02 us-dept-code               picture x(06).
002421   02 filler                     picture x(01) value space.
002422   02 us-program-id              picture x(08).
002423   02 filler                     picture x(01) value space.
002424   02 us-req-type                picture x(06).
002425   02 filler                     picture x(01) value space.
002426   02 us-units                   picture 9(9).
002427
002428 procedure division.
002429******************************************************************
002430*  0000-MAINLINE                                                 *
002431******************************************************************
002432 begin.
002433     perform table-init 1 times.
002436     perform dept-load 1 times.
002440     open input inqreq-file.
002450     if inqreq-status not = "00"
002460         display "PRIMEINQ002E - INQREQ COULD NOT BE OPENED."
002550         move 16 to return-code
002560         stop run
002570     end-if.
002575     perform catalog-write 1 times.
002580     perform inquiry-read thru inquiry-read-exit.
002590     perform inquiry-process thru inquiry-process-exit
002600         until iq-req-at-end.
002610     close inqreq-file inqresp-file primeidx-file.
002615     perform usage-flush thru usage-flush-exit.
002620     perform summary 1 times.
002630     perform audit-write 1 times.
002640     stop run.
003250         move "Y" to iq-ctl-seen
003260         move pi-ctl-rec-count to iq-ctl-count
003270         move pi-ctl-hash to iq-ctl-hash
003272         move pi-ctl-run-date to iq-ver-date
003274         move pi-ctl-run-time to iq-ver-time
003276         move pi-ctl-bound to iq-ver-bound
003280         go to table-store-exit
003290     end-if.
003300     if table-count = 0
004030 inquiry-process.
004040     add 1 to req-count.
004050     move rq-card-text to rq-card.
004055     move reject-count to iq-rejects-before.
004060     perform request-parse thru request-parse-exit.
004061     if reject-count = iq-rejects-before
004062         and iq-req-type not = spaces
004063         and iq-req-type not = "DEPT"
004064         move iq-dept-code to ug-key-dept
004065         move iq-req-type to ug-key-type
004066         move 1 to ug-key-units
004067         perform usage-add thru usage-add-exit
004068     end-if.
004070     perform inquiry-read thru inquiry-read-exit.
004080 inquiry-process-exit.
004090     exit.
004260         go to request-parse-exit
004270     end-if.
004280     perform request-split thru request-split-exit.
004281     if not iq-dept-valid
004282         move spaces to iq-req-type
004283         move "NO DEPARTMENT CODE" to iq-error-text
004284         perform request-invalid 1 times
004285         go to request-parse-exit
004286     end-if.
004290     move rq-keyword to pn-field.
004300     perform parse-number thru parse-number-exit.
004310     if pn-good and rq-rest = spaces
004910     unstring rq-card delimited by "="
004920         into rq-keyword rq-rest
004930     end-unstring.
004932     if rq-keyword = "DEPT"
004934         perform request-dept thru request-dept-exit
004936         go to request-parse-keyed-exit
004938     end-if.
004940     if rq-keyword not = "COUNT"
004950         move spaces to iq-req-type
004960         move "TYPE NOT RECOGNIZED" to iq-error-text
004980         go to request-parse-keyed-exit
004990     end-if.
005000     move "COUNT" to iq-req-type.
005001     if not iq-dept-valid
005002         move "NO DEPARTMENT CODE" to iq-error-text
005003         perform request-invalid 1 times
005004         go to request-parse-keyed-exit
005005     end-if.
005010     move spaces to rq-lo-text.
005020     move spaces to rq-hi-text.
005030     unstring rq-rest delimited by ","
005280 request-parse-keyed-exit.
005290     exit.
005300
005301******************************************************************
005302*  REQUEST-DEPT - A DEPT=CODE CARD. THE CODE MUST BE ON THE      *
005303*                 DEPARTMENT MASTER AND CHARGES EVERY REQUEST    *
005304*                 THAT FOLLOWS IT UNTIL THE NEXT DEPT= CARD. AN  *
005305*                 UNKNOWN CODE IS ANSWERED INVALID AND LEAVES    *
005306*                 THE FOLLOWING REQUESTS WITHOUT A DEPARTMENT.   *
005307*                 A GOOD CARD IS COUNTED AS A DEPARTMENT CARD,   *
005308*                 NOT A REQUEST; A BAD ONE IS COUNTED AS AN      *
005309*                 INVALID REQUEST LIKE ANY OTHER BAD CARD.       *
005310******************************************************************
005311 request-dept.
005312     move "DEPT" to iq-req-type.
005313     move "N" to iq-dept-flag.
005314     move spaces to iq-dept-code.
005315     move rq-rest to iq-dept-text.
005316     if iq-dept-tail not = spaces
005317         move "DEPARTMENT UNKNOWN" to iq-error-text
005318         perform request-invalid 1 times
005319         go to request-dept-exit
005320     end-if.
005321     move iq-dept-head to dp-key.
005322     perform dept-check thru dept-check-exit.
005323     if not dp-was-found
005324         move "DEPARTMENT UNKNOWN" to iq-error-text
005325         perform request-invalid 1 times
005326         go to request-dept-exit
005327     end-if.
005328     subtract 1 from req-count.
005329     add 1 to iq-dept-cards.
005330     move iq-dept-head to iq-dept-code.
005331     move "Y" to iq-dept-flag.
005332 request-dept-exit.
005333     exit.
005334
005335******************************************************************
005336*  REQUEST-SPLIT - BREAK A KEYWORD-STYLE CARD INTO ITS FIRST     *
005337*                  TOKEN (RQ-KEYWORD) AND THE REMAINDER OF THE   *
005340*                  CARD (RQ-REST), TOLERATING LEADING BLANKS     *
005350*                  THE SAME WAY THE NUMBER PARSE DOES.           *
005360******************************************************************
009440 inquiry-lookup-exit.
009450     exit.
009460
009461******************************************************************
009462*  DEPT-LOAD - LOAD THE DEPARTMENT MASTER INTO STORAGE SO EACH   *
009463*              REQUESTING DEPARTMENT CODE CAN BE CHECKED. A      *
009464*              RUN THAT CANNOT CHECK ITS DEPARTMENTS CANNOT BE   *
009465*              CHARGED BACK AND IS A HARD STOP.                  *
009466******************************************************************
009467 dept-load.
009468     open input deptmast-file.
009469     if deptmast-status not = "00"
009470         display "PRIMEINQ011E - DEPTMAST COULD NOT BE OPENED. "
009471             "DEPARTMENT CODES CANNOT BE CHECKED."
009472         move 16 to return-code
009473         stop run
009474     end-if.
009475     perform dept-read thru dept-read-exit
009476         until dp-at-end.
009477     close deptmast-file.
009478
009479 dept-read.
009480     read deptmast-file
009481         at end
009482             move "Y" to dp-eof
009483         not at end
009484             perform dept-store thru dept-store-exit
009485     end-read.
009486 dept-read-exit.
009487     exit.
009488
009489 dept-store.
009490     if deptmast-record = spaces or dm-col1 = "*"
009491         go to dept-store-exit
009492     end-if.
009493     if dp-count >= dept-max
009494         display "PRIMEINQ012E - DEPARTMENT TABLE FULL AT "
009495             dept-max " ENTRIES."
009496         close deptmast-file
009497         move 16 to return-code
009498         stop run
009499     end-if.
009500     add 1 to dp-count.
009501     move dm-dept-code to dp-code (dp-count).
009502 dept-store-exit.
009503     exit.
009504
009505******************************************************************
009506*  DEPT-CHECK - LOOK DP-KEY UP IN THE DEPARTMENT TABLE. A BLANK  *
009507*               CODE IS NEVER VALID.                             *
009508******************************************************************
009509 dept-check.
009510     move "N" to dp-found-flag.
009511     if dp-key = spaces
009512         go to dept-check-exit
009513     end-if.
009514     perform dept-check-entry
009515         varying dp-index from 1 by 1
009516         until dp-index > dp-count or dp-was-found.
009517 dept-check-exit.
009518     exit.
009519
009520 dept-check-entry.
009521     if dp-code (dp-index) = dp-key
009522         move "Y" to dp-found-flag
009523     end-if.
009524
009525******************************************************************
009526*  USAGE-ADD - ADD UG-KEY-UNITS TO THE RUN'S USAGE FOR ONE       *
009527*              DEPARTMENT AND REQUEST TYPE. A FULL TABLE IS      *
009528*              FLUSHED TO PRIMEUSE FIRST.                        *
009529******************************************************************
009530 usage-add.
009531     move "N" to ug-found-flag.
009532     perform usage-find
009533         varying ug-index from 1 by 1
009534         until ug-index > ug-count or ug-was-found.
009535     if ug-was-found
009536         add ug-key-units to ug-units (ug-hit)
009537         go to usage-add-exit
009538     end-if.
009539     if ug-count >= usage-max
009540         perform usage-flush thru usage-flush-exit
009541     end-if.
009542     add 1 to ug-count.
009543     move ug-key-dept to ug-dept (ug-count).
009544     move ug-key-type to ug-type (ug-count).
009545     move ug-key-units to ug-units (ug-count).
009546 usage-add-exit.
009547     exit.
009548
009549 usage-find.
009550     if ug-dept (ug-index) = ug-key-dept
009551         and ug-type (ug-index) = ug-key-type
009552         move "Y" to ug-found-flag
009553         move ug-index to ug-hit
009554     end-if.
009555
009556******************************************************************
009557*  USAGE-FLUSH - APPEND THE RUN'S USAGE BY DEPARTMENT AND        *
009558*                REQUEST TYPE TO THE STANDING PRIMEUSE FILE      *
009559*                PRICED BY THE MONTHLY PRIMECHG CHARGEBACK. A    *
009560*                USAGE FILE THAT CANNOT BE WRITTEN IS A WARNING, *
009561*                NOT A FAILURE OF THE RUN.                       *
009562******************************************************************
009563 usage-flush.
009564     if ug-count = 0
009565         go to usage-flush-exit
009566     end-if.
009567     accept us-run-date from date.
009568     accept us-run-time from time.
009569     open extend usage-file.
009570     if usage-status not = "00"
009571         open output usage-file
009572     end-if.
009573     if usage-status not = "00"
009574         display "PRIMEINQ013W - PRIMEUSE COULD NOT BE WRITTEN. "
009575             "USAGE NOT RECORDED FOR CHARGEBACK."
009576         move zero to ug-count
009577         go to usage-flush-exit
009578     end-if.
009579     perform usage-write-entry
009580         varying ug-index from 1 by 1
009581         until ug-index > ug-count.
009582     close usage-file.
009583     move zero to ug-count.
009584 usage-flush-exit.
009585     exit.
009586
009587 usage-write-entry.
009588     move ug-dept (ug-index) to us-dept-code.
009589     move "PRIMEINQ" to us-program-id.
009590     move ug-type (ug-index) to us-req-type.
009591     move ug-units (ug-index) to us-units.
009592     move spaces to usage-record.
009593     move usage-line to usage-record.
009594     write usage-record.
009595
009596******************************************************************
009597*  SUMMARY - DISPLAY A JOB-END TOTALS BLOCK FOR THE OPERATOR     *
009598******************************************************************
009599 summary.
009600     display "==================================================".
009601     display "PRIMEINQ RUN SUMMARY".
009602     display "  REQUESTS READ. . . . . . : " req-count.
009603     display "  PRIME ANSWERS. . . . . . : " prime-count.
009604     display "  NOT-PRIME ANSWERS. . . . : " nonprime-count.
009605     display "  COUNT ANSWERS. . . . . . : " count-answers.
009606     display "  NTH ANSWERS. . . . . . . : " nth-answers.
009607     display "  PAIR ANSWERS . . . . . . : " pair-answers.
009608     display "  ABOVE TABLE LIMIT. . . . : " range-count.
009609     display "  DEPARTMENT CARDS . . . . : " iq-dept-cards.
009610     display "  INVALID REQUESTS . . . . : " reject-count.
009611     display "  TABLE ENTRIES ON FILE. . : " table-count.
009620     display "==================================================".
009630
009631******************************************************************
009632*  CATALOG-WRITE - RECORD ON THE PRIMECAT VERSION CATALOG THAT   *
009633*                  THIS RUN'S INQRESP WAS ANSWERED FROM THE      *
009634*                  TABLE VERSION LOADED AT TABLE-INIT. A CATALOG *
009635*                  THAT CANNOT BE WRITTEN IS A WARNING, NOT A    *
009636*                  FAILURE OF THE RUN.                           *
009637******************************************************************
009638 catalog-write.
009639     move "USE" to ct-rec-type.
009640     move iq-ver-date to ct-ver-date.
009641     move iq-ver-time to ct-ver-time.
009642     move iq-ctl-count to ct-ver-count.
009643     move iq-ctl-hash to ct-ver-hash.
009644     move iq-ver-bound to ct-ver-bound.
009645     move "PRIMEINQ" to ct-program-id.
009646     move "INQRESP" to ct-output.
009647     accept ct-run-date from date.
009648     accept ct-run-time from time.
009649     move spaces to ct-flag.
009650     open extend catalog-file.
009651     if catalog-status not = "00"
009652         open output catalog-file
009653     end-if.
009654     if catalog-status not = "00"
009655         display "PRIMEINQ010W - PRIMECAT COULD NOT BE WRITTEN. "
009656             "TABLE VERSION NOT RECORDED."
009657     else
009658         move spaces to catalog-record
009659         move catalog-line to catalog-record
009660         write catalog-record
009661         close catalog-file
009662     end-if.
009663
009664******************************************************************
009665*  AUDIT-WRITE - APPEND THIS RUN'S COMPLETION RECORD TO THE      *
009666*                SUITE-WIDE PRIMEAUD AUDIT LOG, IN THE COMMON    *
009670*                LAYOUT PRIMEOPS ANALYZES: RUN DATE/TIME,        *
009680*                PROGRAM ID, OPERATOR, AND PROGRAM-APPROPRIATE   *
009690*                COUNTS.                                         *
