000410*                    OPERATOR, AND PROGRAM-APPROPRIATE COUNTS)   *
000420*                    SO OPERATIONS HAS A RECORD OF EVERY RUN,    *
000430*                    ANALYZED AND ARCHIVED BY PRIMEOPS.          *
000432*   2026-10-15  DLS  ARIOUT IS NOW RECORDED ON THE PRIMECAT      *
000434*                    VERSION CATALOG AGAINST THE TABLE VERSION   *
000436*                    BEHIND THE FACTOUT FEED IT ENRICHES, TAKEN  *
000438*                    FROM THE LATEST PRIMEFAC ENTRY FOR FACTOUT. *
000439*   2026-10-15  DLS  ENRICHMENT VALUES ARE NOW KEPT ON THE       *
000440*                    STANDING FACTMAST INDEXED MASTER ALONGSIDE  *
000441*                    THE PAIRS PRIMEFAC FILED THERE. A NUMBER    *
000442*                    WHOSE VALUES ARE ALREADY ON THE MASTER IS   *
000443*                    WRITTEN FROM THEM; NEW RESULTS ARE ADDED.   *
000444*                    HITS AND MISSES ARE COUNTED ON SYSOUT AND IN*
000445*                    THE PRIMEAUD RECORD.                        *
000446******************************************************************
000450
000460 environment division.
000470 configuration section.
000650     select auditlog-file assign to "PRIMEAUD"
000660         organization is line sequential
000670         file status is auditlog-status.
000672
000674     select catalog-file assign to "PRIMECAT"
000676         organization is line sequential
000678         file status is catalog-status.
000679     select factmast-file assign to "FACTMAST"
000680         organization is indexed
000681         access mode is random
000682         record key is fm-number
000683         file status is factmast-status.
000684
000690 data division.
000700 file section.
000710 fd  factout-file
001030 fd  auditlog-file
001040     label records are standard.
001050 01  auditlog-record              picture x(89).
001052
001054 fd  catalog-file
001056     label records are standard.
001058 01  catalog-record               picture x(89).
001060
001061 fd  factmast-file
001062     label records are standard.
001063 01  factmast-record.
001064     05  fm-number               picture 9(9).
001065     05  fm-pair-count           picture 9(2).
001066     05  fm-pair occurs 12 times.
001067         10  fm-factor           picture 9(9).
001068         10  fm-power            picture 9(2).
001069     05  fm-ver-date             picture 9(6).
001070     05  fm-ver-time             picture 9(8).
001071     05  fm-ver-count            picture 9(6).
001072     05  fm-ver-hash             picture 9(9).
001073     05  fm-fac-date             picture 9(6).
001074     05  fm-ari-flag             picture x(01).
001075         88  fm-ari-present      value "Y".
001076     05  fm-div-count            picture 9(6).
001077     05  fm-sigma                picture 9(12).
001078     05  fm-totient              picture 9(9).
001079     05  fm-squarefree           picture x(01).
001080     05  fm-class                picture x(09).
001081     05  fm-ari-date             picture 9(6).
001082     05  filler                  picture x(10).
001083
001084 working-storage section.
001085 77  factout-status               picture x(02) value spaces.
001090 77  ariout-status                picture x(02) value spaces.
001100 77  arirpt-status                picture x(02) value spaces.
001110 77  pair-max                     picture 9(4) comp value 12.
001440   02 ar-class                   picture x(09).
001450   02 ar-eof                     picture x(01) value "N".
001460      88 ar-at-end               value "Y".
001461   02 ar-ver-date                picture 9(6) value zero.
001462   02 ar-ver-time                picture 9(8) value zero.
001463   02 ar-ctl-count               picture 9(6) value zero.
001464   02 ar-ctl-hash                picture 9(9) value zero.
001465   02 ar-ver-bound               picture 9(9) value zero.
001466   02 ar-cat-eof                 picture x(01) value "N".
001467      88 ar-cat-at-end           value "Y".
001468   02 ar-cat-found               picture x(01) value "N".
001469      88 ar-cat-was-found        value "Y".
001470
001480 01  parse-ws.
001490   02 pn-field                   picture x(09).
001930   02 al-completion              picture x(08).
001940   02 filler                     picture x(01) value space.
001950   02 al-run-desc                picture x(25).
001951
001952 77  catalog-status               picture x(02) value spaces.
001953
001954 01  catalog-line.
001955   02 ct-rec-type                picture x(03).
001956   02 filler                     picture x(01) value space.
001957   02 ct-ver-date                picture 9(6).
001958   02 filler                     picture x(01) value space.
001959   02 ct-ver-time                picture 9(8).
001960   02 filler                     picture x(01) value space.
001961   02 ct-ver-count               picture 9(6).
001962   02 filler                     picture x(01) value space.
001963   02 ct-ver-hash                picture 9(9).
001964   02 filler                     picture x(01) value space.
001965   02 ct-ver-bound               picture 9(9).
001966   02 filler                     picture x(01) value space.
001967   02 ct-program-id              picture x(08).
001968   02 filler                     picture x(01) value space.
001969   02 ct-output                  picture x(08).
001970   02 filler                     picture x(01) value space.
001971   02 ct-run-date                picture 9(6).
001972   02 filler                     picture x(01) value space.
001973   02 ct-run-time                picture 9(8).
001974   02 filler                     picture x(01) value space.
001975   02 ct-flag                    picture x(08).
001976 77  factmast-status              picture x(02) value spaces.
001977 77  mast-hit-count               picture 9(6) comp value zero.
001978 77  mast-miss-count              picture 9(6) comp value zero.
001979 77  mast-saved-count             picture 9(6) comp value zero.
001980
001981 01  mast-ws.
001982   02 mw-active                  picture x(01) value "N".
001983      88 mw-master-open          value "Y".
001984   02 mw-hit                     picture x(01) value "N".
001985      88 mw-was-hit              value "Y".
001986   02 mw-pair-index              picture 9(4) comp.
001987   02 mw-audit-desc.
001988     03 filler                   picture x(05) value "HITS ".
001989     03 md-hits                  picture 9(6).
001990     03 filler                   picture x(08) value " MISSES ".
001991     03 md-misses                picture 9(6).
001992
001993 procedure division.
001994******************************************************************
001995*  0000-MAINLINE                                                 *
002000******************************************************************
002010 begin.
002020     open input factout-file.
002130         move 16 to return-code
002140         stop run
002150     end-if.
002155     perform catalog-write thru catalog-write-exit.
002160     perform report-init 1 times.
002165     perform master-open 1 times.
002170     perform fact-read thru fact-read-exit.
002180     perform fact-process thru fact-process-exit
002190         until ar-at-end.
002270     end-if.
002280     perform report-total-page 1 times.
002290     close factout-file ariout-file arirpt-file.
002292     if mw-master-open
002294         close factmast-file
002296     end-if.
002300     perform summary 1 times.
002310     perform audit-write 1 times.
002320     stop run.
003310         move 16 to return-code
003320         stop run
003330     end-if.
003340     move "N" to mw-hit.
003350     if mw-master-open
003360         perform master-lookup thru master-lookup-exit
003370     end-if.
003380     if not mw-was-hit
003390         perform enrich-compute 1 times
003400         if mw-master-open
003410             perform master-save thru master-save-exit
003420         end-if
003430     end-if.
003440     if ar-class = "PERFECT"
003450         add 1 to perfect-count
003460     else
003470         if ar-class = "ABUNDANT"
003480             add 1 to abundant-count
003490         else
003500             add 1 to deficient-count
003510         end-if
003520     end-if.
003540     if ar-squarefree = "Y"
003550         add 1 to squarefree-count
003560     end-if.
003590 enrich-number-exit.
003600     exit.
003610
003611******************************************************************
003612*  ENRICH-COMPUTE - WORK OUT THE DIVISOR COUNT, SIGMA, TOTIENT,  *
003613*                   SQUAREFREE FLAG AND CLASS FROM THE PAIRS.    *
003614******************************************************************
003615 enrich-compute.
003616     move 1 to ar-div-count.
003617     move 1 to ar-sigma.
003618     move 1 to ar-totient.
003619     move "Y" to ar-squarefree.
003620     perform enrich-one-pair thru enrich-one-pair-exit
003621         varying ar-pair-index from 1 by 1
003622         until ar-pair-index > ar-pair-count.
003623     compute ar-aliquot = ar-sigma - ar-number.
003624     if ar-aliquot = ar-number
003625         move "PERFECT" to ar-class
003626     else
003627         if ar-aliquot > ar-number
003628             move "ABUNDANT" to ar-class
003629         else
003630             move "DEFICIENT" to ar-class
003631         end-if
003632     end-if.
003633
003634 enrich-check-pair.
003635     perform enrich-check-power thru enrich-check-power-exit
003640         varying ar-step from 1 by 1
003650         until ar-step > ar-pair-power (ar-pair-index).
003660 enrich-check-pair-exit.
005810     display "  PERFECT. . . . . . . . . : " perfect-count.
005820     display "  ABUNDANT . . . . . . . . : " abundant-count.
005830     display "  DEFICIENT. . . . . . . . : " deficient-count.
005832     display "  FACTMAST HITS. . . . . . : " mast-hit-count.
005834     display "  FACTMAST MISSES. . . . . : " mast-miss-count.
005836     display "  FACTMAST ENTRIES SAVED . : " mast-saved-count.
005840     display "==================================================".
005850
005851******************************************************************
005852*  MASTER-OPEN - OPEN THE STANDING FACTMAST MASTER FOR UPDATE,   *
005853*                CREATING IT EMPTY ON THE FIRST RUN. A MASTER    *
005854*                THAT CANNOT BE OPENED IS A WARNING: EVERY       *
005855*                NUMBER IS THEN ENRICHED IN FULL AND NOTHING IS  *
005856*                SAVED.                                          *
005857******************************************************************
005858 master-open.
005859     open i-o factmast-file.
005860     if factmast-status = "35"
005861         open output factmast-file
005862         close factmast-file
005863         open i-o factmast-file
005864         if factmast-status = "00"
005865             display "PRIMEARI011I - NEW FACTMAST MASTER CREATED."
005866         end-if
005867     end-if.
005868     if factmast-status = "00"
005869         move "Y" to mw-active
005870     else
005871         display "PRIMEARI012W - FACTMAST COULD NOT BE OPENED, "
005872             "STATUS " factmast-status ". EVERY NUMBER IS "
005873             "ENRICHED IN FULL AND NOTHING IS SAVED."
005874     end-if.
005875
005876******************************************************************
005877*  MASTER-LOOKUP - LOOK THE NUMBER UP ON FACTMAST. IT IS A HIT   *
005878*                  ONLY WHEN THE ENRICHMENT VALUES ARE ALREADY   *
005879*                  ON FILE FOR THE SAME FACTORIZATION; THE       *
005880*                  STORED VALUES THEN STAND IN FOR THE           *
005881*                  COMPUTATION.                                  *
005882******************************************************************
005883 master-lookup.
005884     move "N" to mw-hit.
005885     move ar-number to fm-number.
005886     read factmast-file
005887         invalid key
005888             add 1 to mast-miss-count
005889             go to master-lookup-exit
005890     end-read.
005891     if not fm-ari-present
005892         or fm-pair-count not = ar-pair-count
005893         add 1 to mast-miss-count
005894         go to master-lookup-exit
005895     end-if.
005896     move "Y" to mw-hit.
005897     add 1 to mast-hit-count.
005898     move fm-div-count to ar-div-count.
005899     move fm-sigma to ar-sigma.
005900     move fm-totient to ar-totient.
005901     move fm-squarefree to ar-squarefree.
005902     move fm-class to ar-class.
005903 master-lookup-exit.
005904     exit.
005905
005906******************************************************************
005907*  MASTER-SAVE - FILE THE NEWLY COMPUTED VALUES ON FACTMAST. AN  *
005908*                ENTRY PRIMEFAC ALREADY FILED IS REWRITTEN WITH  *
005909*                THE VALUES ADDED; A NUMBER NOT YET ON THE       *
005910*                MASTER IS ADDED WITH ITS PAIRS AND THE TABLE    *
005911*                VERSION BEHIND THIS RUN'S FACTOUT.              *
005912******************************************************************
005913 master-save.
005914     move ar-number to fm-number.
005915     read factmast-file
005916         invalid key
005917             perform master-new-entry 1 times
005918             go to master-save-exit
005919     end-read.
005920     perform master-set-values 1 times.
005921     rewrite factmast-record
005922         invalid key
005923             continue
005924     end-rewrite.
005925     if factmast-status not = "00"
005926         display "PRIMEARI013W - FACTMAST UPDATE FAILED FOR "
005927             ar-number ", STATUS " factmast-status "."
005928         go to master-save-exit
005929     end-if.
005930     add 1 to mast-saved-count.
005931 master-save-exit.
005932     exit.
005933
005934 master-new-entry.
005935     move spaces to factmast-record.
005936     move ar-number to fm-number.
005937     move ar-pair-count to fm-pair-count.
005938     perform master-store-pair
005939         varying mw-pair-index from 1 by 1
005940         until mw-pair-index > 12.
005941     move ar-ver-date to fm-ver-date.
005942     move ar-ver-time to fm-ver-time.
005943     move ar-ctl-count to fm-ver-count.
005944     move ar-ctl-hash to fm-ver-hash.
005945     move rpt-run-date to fm-fac-date.
005946     perform master-set-values 1 times.
005947     write factmast-record
005948         invalid key
005949             continue
005950     end-write.
005951     if factmast-status not = "00"
005952         display "PRIMEARI013W - FACTMAST UPDATE FAILED FOR "
005953             ar-number ", STATUS " factmast-status "."
005954     else
005955         add 1 to mast-saved-count
005956     end-if.
005957
005958 master-store-pair.
005959     if mw-pair-index > ar-pair-count
005960         move zero to fm-factor (mw-pair-index)
005961         move zero to fm-power (mw-pair-index)
005962     else
005963         move ar-pair-factor (mw-pair-index)
005964             to fm-factor (mw-pair-index)
005965         move ar-pair-power (mw-pair-index)
005966             to fm-power (mw-pair-index)
005967     end-if.
005968
005969 master-set-values.
005970     move "Y" to fm-ari-flag.
005971     move ar-div-count to fm-div-count.
005972     move ar-sigma to fm-sigma.
005973     move ar-totient to fm-totient.
005974     move ar-squarefree to fm-squarefree.
005975     move ar-class to fm-class.
005976     move rpt-run-date to fm-ari-date.
005977
005978******************************************************************
005979*  CATALOG-WRITE - RECORD ON THE PRIMECAT VERSION CATALOG THAT   *
005980*                  THIS RUN'S ARIOUT WAS BUILT FROM THE SAME     *
005981*                  TABLE VERSION AS THE FACTOUT FEED IT          *
005982*                  ENRICHES - THE VERSION ON THE LATEST PRIMEFAC *
005983*                  ENTRY FOR FACTOUT. A CATALOG THAT CANNOT BE   *
005984*                  READ OR WRITTEN IS A WARNING, NOT A FAILURE   *
005985*                  OF THE RUN.                                   *
005986******************************************************************
005987 catalog-write.
005988     move "N" to ar-cat-eof.
005989     move "N" to ar-cat-found.
005990     open input catalog-file.
005991     if catalog-status = "00"
005992         perform catalog-scan thru catalog-scan-exit
005993             until ar-cat-at-end
005994         close catalog-file
005995     end-if.
005996     if not ar-cat-was-found
005997         display "PRIMEARI009W - NO PRIMEFAC ENTRY FOR FACTOUT "
005998             "ON PRIMECAT. TABLE VERSION NOT RECORDED."
005999         go to catalog-write-exit
006000     end-if.
006001     move "USE" to ct-rec-type.
006002     move ar-ver-date to ct-ver-date.
006003     move ar-ver-time to ct-ver-time.
006004     move ar-ctl-count to ct-ver-count.
006005     move ar-ctl-hash to ct-ver-hash.
006006     move ar-ver-bound to ct-ver-bound.
006007     move "PRIMEARI" to ct-program-id.
006008     move "ARIOUT" to ct-output.
006009     accept ct-run-date from date.
006010     accept ct-run-time from time.
006011     move spaces to ct-flag.
006012     open extend catalog-file.
006013     if catalog-status not = "00"
006014         open output catalog-file
006015     end-if.
006016     if catalog-status not = "00"
006017         display "PRIMEARI010W - PRIMECAT COULD NOT BE WRITTEN. "
006018             "TABLE VERSION NOT RECORDED."
006019     else
006020         move spaces to catalog-record
006021         move catalog-line to catalog-record
006022         write catalog-record
006023         close catalog-file
006024     end-if.
006025 catalog-write-exit.
006026     exit.
006027
006028 catalog-scan.
006029     read catalog-file
006030         at end
006031             move "Y" to ar-cat-eof
006032         not at end
006033             move catalog-record to catalog-line
006034             if ct-rec-type = "USE"
006035                 and ct-program-id = "PRIMEFAC"
006036                 and ct-output = "FACTOUT"
006037                 move ct-ver-date to ar-ver-date
006038                 move ct-ver-time to ar-ver-time
006039                 move ct-ver-count to ar-ctl-count
006040                 move ct-ver-hash to ar-ctl-hash
006041                 move ct-ver-bound to ar-ver-bound
006042                 move "Y" to ar-cat-found
006043             end-if
006044     end-read.
006045 catalog-scan-exit.
006046     exit.
006047
006048******************************************************************
006049*  AUDIT-WRITE - APPEND THIS RUN'S COMPLETION RECORD TO THE      *
006050*                SUITE-WIDE PRIMEAUD AUDIT LOG, IN THE COMMON    *
006051*                LAYOUT PRIMEOPS ANALYZES: RUN DATE/TIME,        *
006052*                PROGRAM ID, OPERATOR, AND PROGRAM-APPROPRIATE   *
006053*                COUNTS.                                         *
006054******************************************************************
006055 audit-write.
006056     accept al-run-date from date.
006057     accept al-run-time from time.
006058     move "PRIMEARI" to al-program-id.
006059     accept al-operator-id from environment "USER".
006060     move group-count to al-count-1.
006061     move record-count to al-count-2.
006062     move "NORMAL" to al-completion.
006063     move mast-hit-count to md-hits.
006064     move mast-miss-count to md-misses.
006065     move mw-audit-desc to al-run-desc.
006066     open extend auditlog-file.
006067     if auditlog-status not = "00"
006068         open output auditlog-file
006069     end-if.
006070     if auditlog-status not = "00"
006071         display "PRIMEARI008W - PRIMEAUD COULD NOT BE WRITTEN."
006080     else
006090         move spaces to auditlog-record
006100         move audit-line to auditlog-record
