000330*                    PROVEN DECK EVER REACHES THE LIBRARY AND    *
000340*                    OPERATORS CHOOSE IT BY NAME INSTEAD OF      *
000350*                    RE-PUNCHING ELEVEN CARDS EVERY MONTH.       *
000351*   2026-10-15  DLS  ACTION=DELETE AND ACTION=REPLACE NOW        *
000352*                    REQUIRE THE OPERATOR TO HOLD THAT PRIMEPRM  *
000353*                    AUTHORITY ON THE PRIMEAUT AUTHORIZATION     *
000354*                    FILE. AN UNAUTHORIZED REQUEST IS REFUSED    *
000355*                    WITH PROFLIB UNTOUCHED, RC 12, AND A        *
000356*                    REFUSED COMPLETION RECORD ON PRIMEAUD.      *
000360******************************************************************
000370
000380 environment division.
000530     select auditlog-file assign to "PRIMEAUD"
000540         organization is line sequential
000550         file status is auditlog-status.
000552     select auth-file assign to "PRIMEAUT"
000554         organization is line sequential
000556         file status is auth-status.
000560
000570 data division.
000580 file section.
000710     label records are standard.
000720 01  auditlog-record              picture x(89).
000730
000731******************************************************************
000732*  PRIMEAUT - ONE CARD PER OPERATOR ID AND PRIVILEGED ACTION THE *
000733*  OPERATOR MAY PERFORM (PROGRAM ID AND ACTION NAME). BLANK      *
000734*  CARDS AND CARDS WITH * IN COLUMN 1 ARE COMMENTS.              *
000735******************************************************************
000736 fd  auth-file
000737     label records are standard.
000738 01  auth-record.
000739     05  au-operator-id          picture x(12).
000740     05  filler                  picture x(01).
000741     05  au-program-id           picture x(08).
000742     05  filler                  picture x(01).
000743     05  au-action               picture x(08).
000744     05  filler                  picture x(50).
000745 01  auth-card.
000746     05  au-col1                 picture x(01).
000747     05  filler                  picture x(79).
000748
000749 working-storage section.
000750 77  ctlcard-status               picture x(02) value spaces.
000760 77  proflib-status               picture x(02) value spaces.
000770 77  auditlog-status              picture x(02) value spaces.
001530   02 al-completion              picture x(08).
001540   02 filler                     picture x(01) value space.
001550   02 al-run-desc                picture x(25).
001551 77  auth-status                  picture x(02) value spaces.
001552
001553 01  auth-ws.
001554   02 aw-operator-id             picture x(12).
001555   02 aw-action                  picture x(08) value spaces.
001556   02 aw-eof                     picture x(01) value "N".
001557      88 aw-at-end               value "Y".
001558   02 aw-result                  picture x(01) value "N".
001559      88 aw-granted              value "Y".
001560      88 aw-refused              value "R".
001561
001570 procedure division.
001580******************************************************************
001590*  0000-MAINLINE                                                 *
001600******************************************************************
001610 begin.
001620     perform readctl 1 times.
001621     if mt-action = "DELETE" or mt-action = "REPLACE"
001622         move mt-action to aw-action
001623         perform auth-check thru auth-check-exit
001624     end-if.
001625     if aw-refused
001626         perform summary 1 times
001627         perform audit-write 1 times
001628         move 12 to return-code
001629         stop run
001630     end-if.
001631     perform lib-load thru lib-load-exit.
001640     if mt-action = "LIST"
001650         perform action-list thru action-list-exit
001660     end-if.
007578         move "NORMAL" to al-completion
007580     end-if.
007590     move "PROFILE MAINTENANCE" to al-run-desc.
007591     if aw-refused
007592         move "REFUSED" to al-completion
007593         move spaces to al-run-desc
007594         string mt-action delimited by space
007595             " PROFILE " mt-name delimited by size
007596             into al-run-desc
007597     end-if.
007600     open extend auditlog-file.
007610     if auditlog-status not = "00"
007620         open output auditlog-file
007810     display "  PARAMETER CARDS FILED. . : " deck-count.
007820     display "  PROFILES ON FILE . . . . : " profile-count.
007830     display "==================================================".
007840******************************************************************
007850*  AUTH-CHECK - THE RUN IS ABOUT TO PERFORM THE PRIVILEGED       *
007860*               ACTION IN AW-ACTION. THE OPERATOR MUST BE LISTED *
007870*               FOR IT ON THE PRIMEAUT AUTHORIZATION FILE. A     *
007880*               MISSING FILE OR A BLANK OPERATOR ID AUTHORIZES   *
007890*               NOTHING. AW-RESULT COMES BACK GRANTED OR         *
007900*               REFUSED.                                         *
007910******************************************************************
007920 auth-check.
007930     move "R" to aw-result.
007940     accept aw-operator-id from environment "USER".
007950     open input auth-file.
007960     if auth-status not = "00"
007970         display "PRIMEPRM019E - PRIMEAUT COULD NOT BE OPENED. "
007980             "NO OPERATOR IS AUTHORIZED FOR ACTION " aw-action
007990         go to auth-check-exit
008000     end-if.
008010     move "N" to aw-eof.
008020     perform auth-read thru auth-read-exit
008030         until aw-at-end or aw-granted.
008040     close auth-file.
008050     if aw-refused
008060         display "PRIMEPRM020E - PRIMEPRM " aw-action
008070             " IS NOT AUTHORIZED FOR OPERATOR " aw-operator-id
008080     end-if.
008090 auth-check-exit.
008100     exit.
008110
008120 auth-read.
008130     read auth-file
008140         at end
008150             move "Y" to aw-eof
008160     end-read.
008170     if aw-at-end
008180         go to auth-read-exit
008190     end-if.
008200     if auth-record = spaces or au-col1 = "*"
008210         go to auth-read-exit
008220     end-if.
008230     if au-operator-id = spaces or aw-operator-id = spaces
008240         go to auth-read-exit
008250     end-if.
008260     if au-operator-id = aw-operator-id
008270         and au-program-id = "PRIMEPRM"
008280         and au-action = aw-action
008290         move "Y" to aw-result
008300     end-if.
008310 auth-read-exit.
008320     exit.
