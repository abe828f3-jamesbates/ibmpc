000100******************************************************************
000110*                                                                *
000120*  PROGRAM-ID : PRIMEONL                                         *
000130*  DEVELOPED BY : D. L. SUITE BATCH SYSTEMS GROUP                *
000140*                                                                *
000150******************************************************************
000160 identification division.
000170 program-id. primeonl.
000180 author. d l suite batch systems group.
000190 installation. central data processing.
000200 date-written. 2026-10-15.
000210 date-compiled.
000220
000230******************************************************************
000240* MODIFICATION HISTORY                                           *
000250*   2026-10-15  DLS  ORIGINAL VERSION. ONLINE PRIME-TABLE        *
000260*                    INQUIRY SCREEN FOR THE HELP DESK, OVER THE  *
000270*                    SAME PRIMEIDX INDEXED TABLE AS THE BATCH    *
000280*                    PRIMEINQ. THE USER KEYS A FUNCTION AND ONE  *
000290*                    OR TWO NUMBERS AND IS ANSWERED ON THE SPOT: *
000300*                    P - IS N PRIME, N - THE NTH PRIME, C - HOW  *
000310*                    MANY PRIMES FROM X TO Y, EACH WITH THE      *
000320*                    NEAREST PRIMES; I AND V BROWSE THE TABLE    *
000330*                    FROM AN ORDINAL OR A VALUE, F AND B PAGE    *
000340*                    FORWARD AND BACK, X ENDS THE SESSION. THE   *
000350*                    SCREEN HEADER CARRIES THE TABLE BOUND AND   *
000360*                    VERSION DATE FROM THE KEY-99999 CONTROL     *
000370*                    RECORD. UNLIKE THE BATCH RUN, A TABLE THAT  *
000380*                    FAILS ITS CONTROL-TOTAL CHECK IS STILL      *
000390*                    SHOWN, UNDER A STANDING WARNING, SO THE     *
000400*                    HELP DESK CAN SEE WHAT IS ON FILE. EACH     *
000410*                    SESSION APPENDS A COMPLETION RECORD TO      *
000420*                    PRIMEAUD.                                   *
000430******************************************************************
000440
000450 environment division.
000460 configuration section.
000470 source-computer. ibm-pc.
000480 object-computer. ibm-pc.
000490
000500 input-output section.
000510 file-control.
000520     select primeidx-file assign to "PRIMEIDX"
000530         organization is indexed
000540         access mode is dynamic
000550         record key is pi-prime-index
000560         alternate record key is pi-prime-value
000570         file status is primeidx-status.
000580
000590     select auditlog-file assign to "PRIMEAUD"
000600         organization is line sequential
000610         file status is auditlog-status.
000620
000630 data division.
000640 file section.
000650 fd  primeidx-file
000660     label records are standard.
000670 01  primeidx-record.
000680     05  pi-prime-index          picture 9(5).
000690     05  pi-prime-value          picture 9(9).
000700     05  pi-control-area         picture x(38).
000710     05  pi-control-fields redefines pi-control-area.
000720         10  pi-ctl-run-date     picture 9(6).
000730         10  pi-ctl-run-time     picture 9(8).
000740         10  pi-ctl-bound        picture 9(9).
000750         10  pi-ctl-rec-count    picture 9(6).
000760         10  pi-ctl-hash         picture 9(9).
000770
000780 fd  auditlog-file
000790     label records are standard.
000800 01  auditlog-record              picture x(89).
000810
000820 working-storage section.
000830 77  primeidx-status              picture x(02) value spaces.
000840 77  answer-count                 picture 9(6) comp value zero.
000850 77  browse-count                 picture 9(6) comp value zero.
000860 77  reject-count                 picture 9(6) comp value zero.
000870 77  table-count                  picture 9(5) comp value zero.
000880 77  table-largest                picture 9(9) value zero.
000890 77  table-first                  picture 9(9) value zero.
000900 77  page-size                    picture 9(4) comp value 10.
000910
000920 01  online-ws.
000930   02 ol-today                   picture 9(6).
000940   02 ol-function                picture x(01) value "I".
000950   02 ol-from-text               picture x(09) value "1".
000960   02 ol-to-text                 picture x(09) value spaces.
000970   02 ol-answer-1                picture x(79) value spaces.
000980   02 ol-answer-2                picture x(79) value spaces.
000990   02 ol-message                 picture x(79) value spaces.
001000   02 ol-warning                 picture x(79) value spaces.
001010   02 ol-session                 picture x(01) value "N".
001020      88 ol-session-done         value "Y".
001030   02 ol-idx-eof                 picture x(01) value "N".
001040      88 ol-idx-at-end           value "Y".
001050   02 ol-ctl-seen                picture x(01) value "N".
001060      88 ol-ctl-was-seen         value "Y".
001070   02 ol-ctl-flag                picture x(01) value "N".
001080      88 ol-ctl-failed           value "Y".
001090   02 ol-ctl-count               picture 9(6) value zero.
001100   02 ol-ctl-hash                picture 9(9) value zero.
001110   02 ol-ver-date                picture 9(6) value zero.
001120   02 ol-ver-bound               picture 9(9) value zero.
001130   02 ol-hash                    picture 9(10) value zero.
001140   02 ol-found-flag              picture x(01) value "N".
001150      88 ol-found                value "Y".
001160   02 ol-number                  picture 9(9).
001170   02 ol-lo                      picture 9(9).
001180   02 ol-hi                      picture 9(9).
001190   02 ol-lo-eff                  picture 9(9).
001200   02 ol-below-index             picture 9(5) comp.
001210   02 ol-below-value             picture 9(9).
001220   02 ol-above-index             picture 9(5) comp.
001230   02 ol-above-value             picture 9(9).
001240   02 ol-first-index             picture 9(5) comp.
001250   02 ol-first-value             picture 9(9).
001260   02 ol-last-index              picture 9(5) comp.
001270   02 ol-last-value              picture 9(9).
001280   02 ol-range-total             picture 9(6).
001290   02 ol-anchor                  picture 9(5) comp.
001300
001310******************************************************************
001320*  THE BROWSE WINDOW - PAGE-SIZE CONSECUTIVE TABLE ENTRIES FROM  *
001330*  BW-TOP, WITH THE GAP FROM EACH PRIME TO THE ONE BEFORE IT.    *
001340*  THE ENTRY AT BW-MARK (THE LAST ANSWER) IS FLAGGED.            *
001350******************************************************************
001360 01  browse-ws.
001370   02 bw-top                     picture 9(5) comp value 1.
001380   02 bw-mark                    picture 9(5) comp value zero.
001390   02 bw-row                     picture 9(4) comp.
001400   02 bw-prev                    picture 9(9).
001410   02 bw-rows.
001420     03 bw-row-text              picture x(40) occurs 10 times.
001430
001440 01  browse-line.
001450   02 filler                     picture x(03) value spaces.
001460   02 bl-index                   picture z(5)9.
001470   02 filler                     picture x(04) value spaces.
001480   02 bl-value                   picture z(8)9.
001490   02 filler                     picture x(03) value spaces.
001500   02 bl-gap                     picture zzzz9 blank when zero.
001510   02 filler                     picture x(03) value spaces.
001520   02 bl-mark                    picture x(03).
001530   02 filler                     picture x(04) value spaces.
001540
001550 01  nearest-line.
001560   02 nl-label-1                 picture x(13).
001570   02 nl-below                   picture x(26).
001580   02 nl-label-2                 picture x(13).
001590   02 nl-above                   picture x(26).
001600
001610 01  edit-ws.
001620   02 ed-in                      picture 9(9).
001630   02 ed-edit                    picture z(8)9.
001640   02 ed-edit-chars redefines ed-edit.
001650     03 ed-edit-char             picture x(01) occurs 9 times.
001660   02 ed-out                     picture x(09).
001670   02 ed-out-chars redefines ed-out.
001680     03 ed-out-char              picture x(01) occurs 9 times.
001690   02 ed-scan                    picture 9(4) comp.
001700   02 ed-len                     picture 9(4) comp.
001710   02 ed-a                       picture x(09).
001720   02 ed-b                       picture x(09).
001730   02 ed-c                       picture x(09).
001750
001760 01  parse-ws.
001770   02 pn-field                   picture x(68).
001780   02 pn-chars redefines pn-field.
001790     03 pn-char                  picture x(01) occurs 68 times.
001800   02 pn-value                   picture 9(9).
001810   02 pn-flag                    picture x(01).
001820      88 pn-good                 value "Y".
001830   02 pn-started                 picture x(01).
001840   02 pn-done                    picture x(01).
001850   02 pn-scan                    picture 9(4) comp.
001860   02 pn-digits                  picture 9(4) comp.
001870   02 pn-digit-x                 picture x(01).
001880   02 pn-digit redefines pn-digit-x
001890                                 picture 9(01).
001900
001910 77  auditlog-status              picture x(02) value spaces.
001920
001930 01  audit-line.
001940   02 al-run-date                picture 9(6).
001950   02 filler                     picture x(01) value space.
001960   02 al-run-time                picture 9(8).
001970   02 filler                     picture x(01) value space.
001980   02 al-program-id              picture x(08).
001990   02 filler                     picture x(01) value space.
002000   02 al-operator-id             picture x(12).
002010   02 filler                     picture x(01) value space.
002020   02 al-count-1                 picture z(8)9.
002030   02 filler                     picture x(01) value space.
002040   02 al-count-2                 picture z(5)9.
002050   02 filler                     picture x(01) value space.
002060   02 al-completion              picture x(08).
002070   02 filler                     picture x(01) value space.
002080   02 al-run-desc                picture x(25).
002090
002100******************************************************************
002110*  THE INQUIRY SCREEN - HEADER AND TABLE VERSION ON LINES 1-2,   *
002120*  THE CONTROL-TOTAL WARNING ON LINE 3, THE REQUEST ON LINE 5,   *
002130*  THE ANSWER ON LINES 9-10, THE BROWSE WINDOW ON LINES 12-22    *
002140*  AND THE MESSAGE LINE AT 24.                                   *
002150******************************************************************
002160 screen section.
002170 01  inquiry-screen.
002180     05  blank screen.
002190     05  line 1 column 1 value "PRIMEONL".
002200     05  line 1 column 22
002210         value "PRIMES SYSTEM - PRIME TABLE INQUIRY".
002220     05  line 1 column 66 value "DATE".
002230     05  line 1 column 71 picture 99/99/99 from ol-today.
002240     05  line 2 column 1 value "TABLE BOUND".
002250     05  line 2 column 13 picture z(8)9 from ol-ver-bound.
002260     05  line 2 column 25 value "ENTRIES".
002270     05  line 2 column 33 picture z(5)9 from table-count.
002280     05  line 2 column 42 value "LARGEST".
002290     05  line 2 column 50 picture z(8)9 from table-largest.
002300     05  line 2 column 62 value "VERSION".
002310     05  line 2 column 71 picture 99/99/99 from ol-ver-date.
002320     05  line 3 column 1 picture x(79) from ol-warning
002330         highlight.
002340     05  line 5 column 1 value "FUNCTION".
002350     05  line 5 column 10 picture x(01) using ol-function.
002360     05  line 5 column 14 value "NUMBER / FROM".
002370     05  line 5 column 28 picture x(09) using ol-from-text.
002380     05  line 5 column 40 value "TO".
002390     05  line 5 column 43 picture x(09) using ol-to-text.
002400     05  line 6 column 3 value
002410         "P=IS N PRIME  N=NTH PRIME  C=COUNT PRIMES FROM-TO".
002420     05  line 7 column 3 value
002430         "I=BROWSE AT ORDINAL  V=BROWSE AT VALUE  F=FORWARD".
002440     05  line 7 column 53 value "B=BACK  X=END".
002450     05  line 9 column 1 picture x(79) from ol-answer-1.
002460     05  line 10 column 1 picture x(79) from ol-answer-2.
002470     05  line 12 column 1
002480         value "   ORDINAL       PRIME    GAP".
002490     05  line 13 column 1 picture x(40) from bw-row-text (1).
002500     05  line 14 column 1 picture x(40) from bw-row-text (2).
002510     05  line 15 column 1 picture x(40) from bw-row-text (3).
002520     05  line 16 column 1 picture x(40) from bw-row-text (4).
002530     05  line 17 column 1 picture x(40) from bw-row-text (5).
002540     05  line 18 column 1 picture x(40) from bw-row-text (6).
002550     05  line 19 column 1 picture x(40) from bw-row-text (7).
002560     05  line 20 column 1 picture x(40) from bw-row-text (8).
002570     05  line 21 column 1 picture x(40) from bw-row-text (9).
002580     05  line 22 column 1 picture x(40) from bw-row-text (10).
002590     05  line 24 column 1 picture x(79) from ol-message
002600         highlight.
002610
002620 procedure division.
002630******************************************************************
002640*  0000-MAINLINE                                                 *
002650******************************************************************
002660 begin.
002670     accept ol-today from date.
002680     perform table-init thru table-init-exit.
002690     perform browse-fill thru browse-fill-exit.
002700     move "KEY A FUNCTION AND NUMBER, THEN PRESS ENTER."
002710         to ol-message.
002720     perform session-turn thru session-turn-exit
002730         until ol-session-done.
002740     close primeidx-file.
002750     perform audit-write 1 times.
002760     stop run.
002770
002780******************************************************************
002790*  TABLE-INIT - OPEN PRIMEIDX AND ESTABLISH THE TABLE EXTENT     *
002800*               WITH ONE SEQUENTIAL PASS, CHECKING THE ENTRIES   *
002810*               AGAINST THE KEY-99999 CONTROL RECORD AS PRIMEINQ *
002820*               DOES. A FAILED CHECK RAISES THE SCREEN WARNING   *
002830*               RATHER THAN ENDING THE SESSION; ONLY A TABLE     *
002840*               THAT CANNOT BE OPENED OR IS EMPTY IS REFUSED.    *
002850******************************************************************
002860 table-init.
002870     open input primeidx-file.
002880     if primeidx-status not = "00"
002890         display "PRIMEONL001E - PRIMEIDX COULD NOT BE OPENED. "
002900             "RUN PRIMES FIRST."
002910         move 16 to return-code
002920         stop run
002930     end-if.
002940     move "N" to ol-idx-eof.
002950     perform table-scan thru table-scan-exit
002960         until ol-idx-at-end.
002970     if table-count = 0
002980         display "PRIMEONL002E - PRIME TABLE IS EMPTY."
002990         close primeidx-file
003000         move 16 to return-code
003010         stop run
003020     end-if.
003030     if not ol-ctl-was-seen
003040         move "Y" to ol-ctl-flag
003047         string "*** WARNING - PRIMEIDX HAS NO CONTROL RECORD. "
003054             "ANSWERS ARE UNVERIFIED ***" delimited by size
003061             into ol-warning
003070         go to table-init-exit
003080     end-if.
003090     if ol-ctl-count not = table-count
003100         or ol-ctl-hash not = ol-hash
003110         move "Y" to ol-ctl-flag
003117         string "*** WARNING - PRIMEIDX FAILED ITS CONTROL-TOTAL "
003124             "CHECK. ANSWERS MAY BE WRONG ***" delimited by size
003131             into ol-warning
003140     end-if.
003150 table-init-exit.
003160     exit.
003170
003180 table-scan.
003190     read primeidx-file next
003200         at end
003210             move "Y" to ol-idx-eof
003220         not at end
003230             perform table-store thru table-store-exit
003240     end-read.
003250 table-scan-exit.
003260     exit.
003270
003280 table-store.
003290     if pi-prime-index = 99999
003300         move "Y" to ol-ctl-seen
003310         move pi-ctl-rec-count to ol-ctl-count
003320         move pi-ctl-hash to ol-ctl-hash
003330         move pi-ctl-run-date to ol-ver-date
003340         move pi-ctl-bound to ol-ver-bound
003350         go to table-store-exit
003360     end-if.
003370     if table-count = 0
003380         move pi-prime-value to table-first
003390     end-if.
003400     move pi-prime-index to table-count.
003410     move pi-prime-value to table-largest.
003420     add pi-prime-value to ol-hash.
003430     if ol-hash >= 1000000000
003440         subtract 1000000000 from ol-hash
003450     end-if.
003460 table-store-exit.
003470     exit.
003480
003490******************************************************************
003500*  SESSION-TURN - SHOW THE SCREEN, TAKE ONE REQUEST AND ANSWER   *
003510*                 IT. THE FUNCTION AND NUMBERS STAY ON THE       *
003520*                 SCREEN, SO ENTER ALONE REPEATS THE LAST        *
003530*                 REQUEST - F OR B PAGES AGAIN.                  *
003540******************************************************************
003550 session-turn.
003560     perform screen-show 1 times.
003570     perform screen-get 1 times.
003580     move spaces to ol-message.
003590     inspect ol-function converting "pncivfbx" to "PNCIVFBX".
003600     if ol-function = "X"
003610         move "Y" to ol-session
003620         go to session-turn-exit
003630     end-if.
003640     if ol-function = "P"
003650         perform request-prime thru request-prime-exit
003660         go to session-turn-exit
003670     end-if.
003680     if ol-function = "N"
003690         perform request-nth thru request-nth-exit
003700         go to session-turn-exit
003710     end-if.
003720     if ol-function = "C"
003730         perform request-count thru request-count-exit
003740         go to session-turn-exit
003750     end-if.
003760     if ol-function = "I"
003770         perform request-browse-index
003780             thru request-browse-index-exit
003790         go to session-turn-exit
003800     end-if.
003810     if ol-function = "V"
003820         perform request-browse-value
003830             thru request-browse-value-exit
003840         go to session-turn-exit
003850     end-if.
003860     if ol-function = "F"
003870         perform request-forward thru request-forward-exit
003880         go to session-turn-exit
003890     end-if.
003900     if ol-function = "B"
003910         perform request-back thru request-back-exit
003920         go to session-turn-exit
003930     end-if.
003940     add 1 to reject-count.
003950     move "FUNCTION NOT RECOGNIZED. KEY P, N, C, I, V, F, B OR X."
003960         to ol-message.
003970 session-turn-exit.
003980     exit.
003990
004000 screen-show.
004010     display inquiry-screen.
004020
004030 screen-get.
004040     accept inquiry-screen.
004050
004060******************************************************************
004070*  PARSE-NUMBER - CONVERT A FREE-FORM NUMBER (DIGITS, WITH       *
004080*                 LEADING AND TRAILING SPACES ALLOWED) IN        *
004090*                 PN-FIELD INTO PN-VALUE, THE SAME RULE AS THE   *
004100*                 PRIMEINQ REQUEST CARDS. ANYTHING ELSE DROPS    *
004110*                 PN-GOOD.                                       *
004120******************************************************************
004130 parse-number.
004140     move zero to pn-value.
004150     move zero to pn-digits.
004160     move "Y" to pn-flag.
004170     move "N" to pn-started.
004180     move "N" to pn-done.
004190     perform parse-one-char thru parse-one-char-exit
004200         varying pn-scan from 1 by 1
004210         until pn-scan > 68 or pn-flag = "N".
004220     if pn-started = "N"
004230         move "N" to pn-flag
004240     end-if.
004250 parse-number-exit.
004260     exit.
004270
004280 parse-one-char.
004290     if pn-char (pn-scan) = space
004300         if pn-started = "Y"
004310             move "Y" to pn-done
004320         end-if
004330         go to parse-one-char-exit
004340     end-if.
004350     if pn-done = "Y"
004360         move "N" to pn-flag
004370         go to parse-one-char-exit
004380     end-if.
004390     if pn-char (pn-scan) < "0" or pn-char (pn-scan) > "9"
004400         move "N" to pn-flag
004410         go to parse-one-char-exit
004420     end-if.
004430     if pn-digits >= 9
004440         move "N" to pn-flag
004450         go to parse-one-char-exit
004460     end-if.
004470     move "Y" to pn-started.
004480     add 1 to pn-digits.
004490     move pn-char (pn-scan) to pn-digit-x.
004500     compute pn-value = pn-value * 10 + pn-digit.
004510 parse-one-char-exit.
004520     exit.
004530
004540******************************************************************
004550*  PARSE-FROM - THE NUMBER / FROM FIELD INTO OL-NUMBER. A BAD    *
004560*               FIELD IS REFUSED ON THE MESSAGE LINE.            *
004570******************************************************************
004580 parse-from.
004590     move ol-from-text to pn-field.
004600     perform parse-number thru parse-number-exit.
004610     if not pn-good
004620         add 1 to reject-count
004630         move "NUMBER / FROM MUST BE 1 TO 9 DIGITS." to ol-message
004640     else
004650         move pn-value to ol-number
004660     end-if.
004670 parse-from-exit.
004680     exit.
004690
004700******************************************************************
004710*  NUM-LEFT - ED-IN AS A LEFT-JUSTIFIED NUMBER IN ED-OUT, SO IT  *
004720*             READS NATURALLY INSIDE AN ANSWER LINE.             *
004730******************************************************************
004740 num-left.
004750     move ed-in to ed-edit.
004760     move spaces to ed-out.
004770     move zero to ed-len.
004780     perform num-left-char
004790         varying ed-scan from 1 by 1
004800         until ed-scan > 9.
004810
004820 num-left-char.
004830     if ed-edit-char (ed-scan) not = space
004840         add 1 to ed-len
004850         move ed-edit-char (ed-scan) to ed-out-char (ed-len)
004860     end-if.
004870
004880******************************************************************
004890*  READ-ORDINAL - PRIMARY-KEY READ OF TABLE ENTRY OL-ANCHOR. A   *
004900*                 MISSING ORDINAL INSIDE THE TABLE MEANS THE     *
004910*                 TABLE IS DAMAGED AND IS SAID SO ON THE SCREEN. *
004920******************************************************************
004930 read-ordinal.
004940     move ol-anchor to pi-prime-index.
004950     read primeidx-file key is pi-prime-index
004960         invalid key
004970             move "N" to ol-found-flag
004980         not invalid key
004990             move "Y" to ol-found-flag
005000     end-read.
005010     if not ol-found
005020         move ol-anchor to ed-in
005030         perform num-left 1 times
005040         move spaces to ol-message
005050         string "PRIMEIDX ENTRY " delimited by size
005060             ed-out delimited by space
005070             " IS MISSING. THE TABLE IS DAMAGED."
005080             delimited by size into ol-message
005090     end-if.
005100 read-ordinal-exit.
005110     exit.
005120
005130******************************************************************
005140*  ANSWER-NEAREST - THE NEAREST PRIMES LINE FROM OL-BELOW AND    *
005150*                   OL-ABOVE. AN INDEX OF ZERO IS SHOWN AS NONE. *
005160******************************************************************
005170 answer-nearest.
005180     move "PRIME BELOW: " to nl-label-1.
005190     move "PRIME ABOVE: " to nl-label-2.
005200     move spaces to nl-below.
005210     move spaces to nl-above.
005220     if ol-below-index = 0
005230         move "NONE" to nl-below
005240     else
005250         move ol-below-value to ed-in
005260         perform num-left 1 times
005270         move ed-out to ed-a
005280         move ol-below-index to ed-in
005290         perform num-left 1 times
005300         string ed-a delimited by space
005310             " (NO. " delimited by size
005320             ed-out delimited by space
005330             ")" delimited by size into nl-below
005340     end-if.
005350     if ol-above-index = 0
005360         move "NONE" to nl-above
005370     else
005380         move ol-above-value to ed-in
005390         perform num-left 1 times
005400         move ed-out to ed-a
005410         move ol-above-index to ed-in
005420         perform num-left 1 times
005430         string ed-a delimited by space
005440             " (NO. " delimited by size
005450             ed-out delimited by space
005460             ")" delimited by size into nl-above
005470     end-if.
005480     move nearest-line to ol-answer-2.
005490
005500******************************************************************
005510*  NEIGHBOURS - THE ENTRIES EITHER SIDE OF ORDINAL OL-ANCHOR     *
005520*               INTO OL-BELOW AND OL-ABOVE, ZERO AT EITHER END   *
005530*               OF THE TABLE.                                    *
005540******************************************************************
005550 neighbours.
005560     move ol-anchor to ol-first-index.
005570     move zero to ol-below-index.
005580     move zero to ol-above-index.
005590     if ol-first-index > 1
005600         compute ol-anchor = ol-first-index - 1
005610         perform read-ordinal thru read-ordinal-exit
005620         if ol-found
005630             move pi-prime-index to ol-below-index
005640             move pi-prime-value to ol-below-value
005650         end-if
005660     end-if.
005670     if ol-first-index < table-count
005680         compute ol-anchor = ol-first-index + 1
005690         perform read-ordinal thru read-ordinal-exit
005700         if ol-found
005710             move pi-prime-index to ol-above-index
005720             move pi-prime-value to ol-above-value
005730         end-if
005740     end-if.
005750     move ol-first-index to ol-anchor.
005760
005770******************************************************************
005780*  REQUEST-PRIME - IS N PRIME. A DIRECT READ ON THE PRIME-VALUE  *
005790*                  ALTERNATE KEY; WHEN N IS NOT ON FILE THE      *
005800*                  NEAREST PRIME ABOVE COMES FROM A START ON THE *
005810*                  SAME KEY AND THE ONE BELOW FROM THE PRECEDING *
005820*                  ORDINAL, AS IN PRIMEINQ.                      *
005830******************************************************************
005840 request-prime.
005850     perform parse-from thru parse-from-exit.
005860     if not pn-good
005870         go to request-prime-exit
005880     end-if.
005890     add 1 to answer-count.
005900     move ol-number to ed-in.
005910     perform num-left 1 times.
005920     move ed-out to ed-b.
005930     move spaces to ol-answer-1.
005940     if ol-number < 2
005950         string ed-b delimited by space
005960             " IS NOT PRIME - IT IS BELOW THE FIRST PRIME."
005970             delimited by size into ol-answer-1
005980         move zero to ol-below-index
005990         move 1 to ol-above-index
006000         move table-first to ol-above-value
006010         perform answer-nearest 1 times
006020         move 1 to ol-anchor
006030         perform browse-around thru browse-around-exit
006040         go to request-prime-exit
006050     end-if.
006060     move ol-number to pi-prime-value.
006070     read primeidx-file key is pi-prime-value
006080         invalid key
006090             move "N" to ol-found-flag
006100         not invalid key
006110             move "Y" to ol-found-flag
006120     end-read.
006130     if ol-found
006140         move pi-prime-index to ol-anchor
006150         move pi-prime-index to ed-in
006160         perform num-left 1 times
006170         string ed-b delimited by space
006180             " IS PRIME - ENTRY " delimited by size
006190             ed-out delimited by space
006200             " OF THE PRIME TABLE." delimited by size
006210             into ol-answer-1
006220         perform neighbours 1 times
006230         perform answer-nearest 1 times
006240         perform browse-around thru browse-around-exit
006250         go to request-prime-exit
006260     end-if.
006270     if ol-number > table-largest
006280         string ed-b delimited by space
006290             " IS BEYOND THE PRIME TABLE - PRIMALITY UNKNOWN."
006300             delimited by size into ol-answer-1
006310         move table-count to ol-below-index
006320         move table-largest to ol-below-value
006330         move zero to ol-above-index
006340         perform answer-nearest 1 times
006350         move table-count to ol-anchor
006360         perform browse-around thru browse-around-exit
006370         go to request-prime-exit
006380     end-if.
006390     move ol-number to pi-prime-value.
006400     start primeidx-file key is greater than pi-prime-value
006410         invalid key
006420             move "N" to ol-found-flag
006430         not invalid key
006440             move "Y" to ol-found-flag
006450     end-start.
006460     if ol-found
006470         read primeidx-file next
006480             at end
006490                 move "N" to ol-found-flag
006500         end-read
006510     end-if.
006520     if not ol-found
006530         move "PRIMEIDX POSITIONING FAILED. THE TABLE IS DAMAGED."
006540             to ol-message
006550         go to request-prime-exit
006560     end-if.
006570     move pi-prime-index to ol-above-index.
006580     move pi-prime-value to ol-above-value.
006590     compute ol-anchor = ol-above-index - 1.
006600     perform read-ordinal thru read-ordinal-exit.
006610     if not ol-found
006620         go to request-prime-exit
006630     end-if.
006640     move pi-prime-index to ol-below-index.
006650     move pi-prime-value to ol-below-value.
006660     string ed-b delimited by space
006670         " IS NOT PRIME." delimited by size into ol-answer-1.
006680     perform answer-nearest 1 times.
006690     perform browse-around thru browse-around-exit.
006700 request-prime-exit.
006710     exit.
006720
006730******************************************************************
006740*  REQUEST-NTH - THE NTH PRIME BY PRIMARY-KEY READ ON THE TABLE  *
006750*                ORDINAL. AN ORDINAL PAST THE TABLE IS ANSWERED  *
006760*                UNKNOWN - THE TABLE MAY NOT REACH THAT FAR YET. *
006770******************************************************************
006780 request-nth.
006790     perform parse-from thru parse-from-exit.
006800     if not pn-good
006810         go to request-nth-exit
006820     end-if.
006830     if ol-number < 1
006840         add 1 to reject-count
006850         move "THE ORDINAL MUST BE 1 OR MORE." to ol-message
006860         go to request-nth-exit
006870     end-if.
006880     add 1 to answer-count.
006890     move ol-number to ed-in.
006900     perform num-left 1 times.
006910     move ed-out to ed-b.
006920     move spaces to ol-answer-1.
006930     if ol-number > table-count
006940         move table-count to ed-in
006950         perform num-left 1 times
006960         string "PRIME NUMBER " delimited by size
006970             ed-b delimited by space
006980             " IS UNKNOWN - THE TABLE HOLDS ONLY "
006990             delimited by size
007000             ed-out delimited by space
007010             " PRIMES." delimited by size into ol-answer-1
007020         move table-count to ol-below-index
007030         move table-largest to ol-below-value
007040         move zero to ol-above-index
007050         perform answer-nearest 1 times
007060         move table-count to ol-anchor
007070         perform browse-around thru browse-around-exit
007080         go to request-nth-exit
007090     end-if.
007100     move ol-number to ol-anchor.
007110     perform read-ordinal thru read-ordinal-exit.
007120     if not ol-found
007130         go to request-nth-exit
007140     end-if.
007150     move pi-prime-value to ed-in.
007160     perform num-left 1 times.
007170     string "PRIME NUMBER " delimited by size
007180         ed-b delimited by space
007190         " IS " delimited by size
007200         ed-out delimited by space
007210         "." delimited by size into ol-answer-1.
007220     perform neighbours 1 times.
007230     perform answer-nearest 1 times.
007240     perform browse-around thru browse-around-exit.
007250 request-nth-exit.
007260     exit.
007270
007280******************************************************************
007290*  REQUEST-COUNT - COUNT THE PRIMES FROM X TO Y AS PRIMEINQ      *
007300*                  COUNT= DOES: THE FIRST PRIME AT OR ABOVE X    *
007310*                  AND THE LAST AT OR BELOW Y BY THEIR ORDINALS. *
007320*                  A RANGE RUNNING PAST THE TABLE IS COUNTED TO  *
007330*                  THE LARGEST PRIME ON FILE AND SAID SO.        *
007340******************************************************************
007350 request-count.
007360     perform parse-from thru parse-from-exit.
007370     if not pn-good
007380         go to request-count-exit
007390     end-if.
007400     move ol-number to ol-lo.
007410     move ol-to-text to pn-field.
007420     perform parse-number thru parse-number-exit.
007430     if not pn-good
007440         add 1 to reject-count
007450         move "TO MUST BE 1 TO 9 DIGITS." to ol-message
007460         go to request-count-exit
007470     end-if.
007480     move pn-value to ol-hi.
007490     if ol-lo > ol-hi
007500         add 1 to reject-count
007510         move "FROM MUST NOT EXCEED TO." to ol-message
007520         go to request-count-exit
007530     end-if.
007540     add 1 to answer-count.
007550     move ol-lo to ed-in.
007560     perform num-left 1 times.
007570     move ed-out to ed-b.
007580     move ol-hi to ed-in.
007590     perform num-left 1 times.
007600     move ed-out to ed-c.
007610     move spaces to ol-answer-1.
007620     move spaces to ol-answer-2.
007630     move ol-lo to ol-lo-eff.
007640     if ol-lo-eff < 2
007650         move 2 to ol-lo-eff
007660     end-if.
007670     if ol-hi < 2 or ol-lo-eff > table-largest
007680         perform count-none 1 times
007690         go to request-count-exit
007700     end-if.
007710     move ol-lo-eff to pi-prime-value.
007720     start primeidx-file key is not less than pi-prime-value
007730         invalid key
007740             move "N" to ol-found-flag
007750         not invalid key
007760             move "Y" to ol-found-flag
007770     end-start.
007780     if ol-found
007790         read primeidx-file next
007800             at end
007810                 move "N" to ol-found-flag
007820         end-read
007830     end-if.
007840     if not ol-found or pi-prime-value > ol-hi
007850         perform count-none 1 times
007860         go to request-count-exit
007870     end-if.
007880     move pi-prime-index to ol-first-index.
007890     move pi-prime-value to ol-first-value.
007900     if ol-hi >= table-largest
007910         move table-count to ol-last-index
007920         move table-largest to ol-last-value
007930     else
007940         perform count-find-last thru count-find-last-exit
007950         if not ol-found
007960             go to request-count-exit
007970         end-if
007980     end-if.
007990     compute ol-range-total = ol-last-index - ol-first-index + 1.
008000     move ol-range-total to ed-in.
008010     perform num-left 1 times.
008020     string ed-out delimited by space
008030         " PRIMES FROM " delimited by size
008040         ed-b delimited by space
008050         " TO " delimited by size
008060         ed-c delimited by space
008070         "." delimited by size into ol-answer-1.
008080     move ol-first-index to ol-below-index.
008090     move ol-first-value to ol-below-value.
008100     move ol-last-index to ol-above-index.
008110     move ol-last-value to ol-above-value.
008120     perform answer-nearest 1 times.
008130     move "FIRST PRIME: " to nl-label-1.
008140     move "LAST PRIME:  " to nl-label-2.
008150     move nearest-line to ol-answer-2.
008160     if ol-hi > table-largest
008170         move table-largest to ed-in
008180         perform num-left 1 times
008190         string "THE RANGE RUNS PAST THE TABLE - COUNTED TO "
008200             delimited by size
008210             ed-out delimited by space
008220             " ONLY." delimited by size into ol-message
008230     end-if.
008240     move ol-first-index to ol-anchor.
008250     perform browse-around thru browse-around-exit.
008260 request-count-exit.
008270     exit.
008280
008290 count-none.
008300     string "NO PRIMES FROM " delimited by size
008310         ed-b delimited by space
008320         " TO " delimited by size
008330         ed-c delimited by space
008340         "." delimited by size into ol-answer-1.
008350
008360 count-find-last.
008370     move ol-hi to pi-prime-value.
008380     start primeidx-file key is greater than pi-prime-value
008390         invalid key
008400             move "N" to ol-found-flag
008410         not invalid key
008420             move "Y" to ol-found-flag
008430     end-start.
008440     if ol-found
008450         read primeidx-file next
008460             at end
008470                 move "N" to ol-found-flag
008480         end-read
008490     end-if.
008500     if not ol-found
008510         move "PRIMEIDX POSITIONING FAILED. THE TABLE IS DAMAGED."
008520             to ol-message
008530         go to count-find-last-exit
008540     end-if.
008550     compute ol-anchor = pi-prime-index - 1.
008560     perform read-ordinal thru read-ordinal-exit.
008570     if not ol-found
008580         go to count-find-last-exit
008590     end-if.
008600     move pi-prime-index to ol-last-index.
008610     move pi-prime-value to ol-last-value.
008620 count-find-last-exit.
008630     exit.
008640
008650******************************************************************
008660*  REQUEST-BROWSE-INDEX / REQUEST-BROWSE-VALUE - OPEN THE BROWSE *
008670*                  WINDOW AT A TABLE ORDINAL, OR AT THE FIRST    *
008680*                  PRIME AT OR ABOVE A VALUE.                    *
008690******************************************************************
008700 request-browse-index.
008710     perform parse-from thru parse-from-exit.
008720     if not pn-good
008730         go to request-browse-index-exit
008740     end-if.
008750     if ol-number < 1 or ol-number > table-count
008760         add 1 to reject-count
008770         move table-count to ed-in
008780         perform num-left 1 times
008790         string "THE ORDINAL MUST BE 1 TO " delimited by size
008800             ed-out delimited by space
008810             "." delimited by size into ol-message
008820         go to request-browse-index-exit
008830     end-if.
008840     add 1 to browse-count.
008850     move ol-number to bw-top.
008860     move ol-number to bw-mark.
008870     perform browse-fill thru browse-fill-exit.
008880 request-browse-index-exit.
008890     exit.
008900
008910 request-browse-value.
008920     perform parse-from thru parse-from-exit.
008930     if not pn-good
008940         go to request-browse-value-exit
008950     end-if.
008960     if ol-number > table-largest
008970         add 1 to reject-count
008980         move table-largest to ed-in
008990         perform num-left 1 times
009000         string "THE VALUE IS BEYOND THE TABLE. THE LARGEST "
009010             "PRIME IS " delimited by size
009020             ed-out delimited by space
009030             "." delimited by size into ol-message
009040         go to request-browse-value-exit
009050     end-if.
009060     move ol-number to pi-prime-value.
009070     start primeidx-file key is not less than pi-prime-value
009080         invalid key
009090             move "N" to ol-found-flag
009100         not invalid key
009110             move "Y" to ol-found-flag
009120     end-start.
009130     if ol-found
009140         read primeidx-file next
009150             at end
009160                 move "N" to ol-found-flag
009170         end-read
009180     end-if.
009190     if not ol-found
009200         move "PRIMEIDX POSITIONING FAILED. THE TABLE IS DAMAGED."
009210             to ol-message
009220         go to request-browse-value-exit
009230     end-if.
009240     add 1 to browse-count.
009250     move pi-prime-index to bw-top.
009260     move pi-prime-index to bw-mark.
009270     perform browse-fill thru browse-fill-exit.
009280 request-browse-value-exit.
009290     exit.
009300
009310******************************************************************
009320*  REQUEST-FORWARD / REQUEST-BACK - PAGE THE BROWSE WINDOW ONE   *
009330*                  PAGE EITHER WAY, STOPPING AT THE TABLE ENDS.  *
009340******************************************************************
009350 request-forward.
009360     if bw-top + page-size > table-count
009370         move "ALREADY AT THE END OF THE TABLE." to ol-message
009380         go to request-forward-exit
009390     end-if.
009400     add 1 to browse-count.
009410     add page-size to bw-top.
009420     perform browse-fill thru browse-fill-exit.
009430 request-forward-exit.
009440     exit.
009450
009460 request-back.
009470     if bw-top = 1
009480         move "ALREADY AT THE START OF THE TABLE." to ol-message
009490         go to request-back-exit
009500     end-if.
009510     add 1 to browse-count.
009520     if bw-top > page-size
009530         subtract page-size from bw-top
009540     else
009550         move 1 to bw-top
009560     end-if.
009570     perform browse-fill thru browse-fill-exit.
009580 request-back-exit.
009590     exit.
009600
009610******************************************************************
009620*  BROWSE-AROUND - POSITION THE BROWSE WINDOW SO THE ANSWERED    *
009630*                  ENTRY (OL-ANCHOR) SITS NEAR ITS MIDDLE.       *
009640******************************************************************
009650 browse-around.
009660     move ol-anchor to bw-mark.
009670     if ol-anchor > 4
009680         compute bw-top = ol-anchor - 4
009690     else
009700         move 1 to bw-top
009710     end-if.
009720     perform browse-fill thru browse-fill-exit.
009730 browse-around-exit.
009740     exit.
009750
009760******************************************************************
009770*  BROWSE-FILL - LOAD THE WINDOW FROM BW-TOP. THE ENTRY BEFORE   *
009780*                THE WINDOW IS READ FIRST SO THE TOP ROW HAS A   *
009790*                GAP TOO.                                        *
009800******************************************************************
009810 browse-fill.
009820     if bw-top < 1
009830         move 1 to bw-top
009840     end-if.
009850     if bw-top > table-count
009860         move table-count to bw-top
009870     end-if.
009880     move zero to bw-prev.
009890     if bw-top > 1
009900         compute ol-anchor = bw-top - 1
009910         perform read-ordinal thru read-ordinal-exit
009920         if ol-found
009930             move pi-prime-value to bw-prev
009940         end-if
009950     end-if.
009960     perform browse-row thru browse-row-exit
009970         varying bw-row from 1 by 1
009980         until bw-row > page-size.
009990 browse-fill-exit.
010000     exit.
010010
010020 browse-row.
010030     move spaces to bw-row-text (bw-row).
010040     compute ol-anchor = bw-top + bw-row - 1.
010050     if ol-anchor > table-count
010060         go to browse-row-exit
010070     end-if.
010080     perform read-ordinal thru read-ordinal-exit.
010090     if not ol-found
010100         move zero to bw-prev
010110         go to browse-row-exit
010120     end-if.
010130     move pi-prime-index to bl-index.
010140     move pi-prime-value to bl-value.
010150     move zero to bl-gap.
010160     if bw-prev > 0
010170         compute bl-gap = pi-prime-value - bw-prev
010180     end-if.
010190     move pi-prime-value to bw-prev.
010200     move spaces to bl-mark.
010210     if pi-prime-index = bw-mark
010220         move "<==" to bl-mark
010230     end-if.
010240     move browse-line to bw-row-text (bw-row).
010250 browse-row-exit.
010260     exit.
010270
010280******************************************************************
010290*  AUDIT-WRITE - APPEND THIS SESSION'S COMPLETION RECORD TO THE  *
010300*                SUITE-WIDE PRIMEAUD AUDIT LOG, IN THE COMMON    *
010310*                LAYOUT PRIMEOPS ANALYZES: RUN DATE/TIME,        *
010320*                PROGRAM ID, OPERATOR, AND PROGRAM-APPROPRIATE   *
010330*                COUNTS.                                         *
010340******************************************************************
010350 audit-write.
010360     accept al-run-date from date.
010370     accept al-run-time from time.
010380     move "PRIMEONL" to al-program-id.
010390     accept al-operator-id from environment "USER".
010400     compute al-count-1 = answer-count + browse-count.
010410     move reject-count to al-count-2.
010420     move "NORMAL" to al-completion.
010430     if ol-ctl-failed
010440         move "ONLINE INQ, CTL WARNING" to al-run-desc
010450     else
010460         move "ONLINE INQUIRY SESSION" to al-run-desc
010470     end-if.
010480     open extend auditlog-file.
010490     if auditlog-status not = "00"
010500         open output auditlog-file
010510     end-if.
010520     if auditlog-status not = "00"
010530         display "PRIMEONL003W - PRIMEAUD COULD NOT BE WRITTEN."
010540     else
010550         move spaces to auditlog-record
010560         move audit-line to auditlog-record
010570         write auditlog-record
010580         close auditlog-file
010590     end-if.
