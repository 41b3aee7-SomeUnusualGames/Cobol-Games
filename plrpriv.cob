       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLRPRIV.
       AUTHOR. SomeUnusualGames
      * Player privacy utility for subject-access enquiries and for
      * players who ask to be forgotten. Two modes:
      *   X - export: prints one dossier of every record that
      *       carries the player's ID on PLAYERS, PLRCRED, CREDLOG,
      *       DODGEHS, DODGEHHS, RUNAUD, GAMELOG, GAMEHIST, GAMERES,
      *       GAMEFIX, GAMELDR, PLRACH, PRIZLDG and COMPATT, the
      *       merge audit rows that name the player, the event
      *       journal entries whose detail names them and any saved
      *       DODGER run on DODGECKP that is theirs, with the
      *       player's current credit and "$"-point balances.
      *   E - erase: replaces the ID on every one of those records
      *       with a one-way anonymous token ("#" and seven digits
      *       drawn at random, so it cannot be worked back to the
      *       ID) and blanks PLR-NAME. The scores, results and money
      *       records themselves are kept, so report totals and the
      *       ledgers still balance; the player master keeps an
      *       inactive record under the token so the token is never
      *       handed out twice. That record is written as soon as
      *       the token is drawn, before any other file is touched.
      * Erasure is refused while the player still has credits on
      * PLRCRED or banked "$" points they could redeem - the same
      * balance the prize desk works to - or points on runs the
      * replay audit has not yet passed, so nobody is erased out
      * of money the arcade owes them. It is also refused while
      * DODGECKP holds a saved run of theirs: the checkpoint is one
      * board snapshot DODGER resumes from, and the run must be
      * finished or abandoned so its score lands on the files that
      * are erased. Files keyed by the player ID (PLRCRED, GAMELDR
      * and PLRACH) get a copy of each record written under the
      * token before the real ID's record is deleted; the other
      * indexed files are rewritten in place, and the
      * line-sequential files are staged onto a work file and only
      * rewritten when the staged count matches, as PLRMERGE does.
      * The real ID's registration is deleted last: if any file
      * fails, the player is left registered under the real ID and
      * the ERASEINC event names the token, so the erasure can be
      * run again with that token on the token card and finish
      * under it. Every erasure appends one audit record per file
      * to the merge audit trail, from "*ERASED*" to the token, so
      * the trail shows what moved without keeping the old ID.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PLR-ID
               FILE STATUS PLR-FILE-STATUS.
           SELECT PLAYER-CRED-FILE ASSIGN TO "PLRCRED"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CRD-PLAYER-ID
               FILE STATUS CRD-FILE-STATUS.
           SELECT DODGER-HS-FILE ASSIGN TO "DODGEHS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY HS-KEY
               FILE STATUS HS-FILE-STATUS.
           SELECT DODGER-HH-FILE ASSIGN TO "DODGEHHS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY HHS-KEY
               FILE STATUS HH-FILE-STATUS.
           SELECT DODGER-CKP-FILE ASSIGN TO "DODGECKP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS CKP-FILE-STATUS.
           SELECT RUN-AUDIT-FILE ASSIGN TO "RUNAUD"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RAU-KEY
               FILE STATUS RAU-FILE-STATUS.
           SELECT GAME-RESULT-FILE ASSIGN TO "GAMERES"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RES-KEY
               FILE STATUS RES-FILE-STATUS.
           SELECT GAME-LADDER-FILE ASSIGN TO "GAMELDR"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY LDR-PLAYER-ID
               FILE STATUS LDR-FILE-STATUS.
           SELECT PLAYER-ACH-FILE ASSIGN TO "PLRACH"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AWD-KEY
               FILE STATUS AWD-FILE-STATUS.
           SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS LOG-FILE-STATUS.
           SELECT GAME-LOGWRK-FILE ASSIGN TO "GLOGWRK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS GLW-FILE-STATUS.
           SELECT GAME-HIST-FILE ASSIGN TO "GAMEHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS HIST-FILE-STATUS.
           SELECT GAME-HSTWRK-FILE ASSIGN TO "GHSTWRK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS GHW-FILE-STATUS.
           SELECT CRED-LOG-FILE ASSIGN TO "CREDLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS CLG-FILE-STATUS.
           SELECT CRED-LOGWRK-FILE ASSIGN TO "CLOGWRK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS CLW-FILE-STATUS.
           SELECT GAME-FIX-FILE ASSIGN TO "GAMEFIX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FIX-FILE-STATUS.
           SELECT GAME-FIXWRK-FILE ASSIGN TO "FIXWRK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FXW-FILE-STATUS.
           SELECT PRIZE-LDG-FILE ASSIGN TO "PRIZLDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS LDG-FILE-STATUS.
           SELECT PRIZE-LDGWRK-FILE ASSIGN TO "PLDGWRK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PLW-FILE-STATUS.
           SELECT COMP-ATT-FILE ASSIGN TO "COMPATT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ATT-FILE-STATUS.
           SELECT COMP-ATTWRK-FILE ASSIGN TO "CATTWRK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ATW-FILE-STATUS.
           SELECT MERGE-AUDIT-FILE ASSIGN TO "MRGAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS AUD-FILE-STATUS.
           SELECT MERGE-AUDWRK-FILE ASSIGN TO "MAUDWRK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS MAW-FILE-STATUS.
           SELECT ARC-EVENT-FILE ASSIGN TO "ARCEVENT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS JRNL-FILE-STATUS.
           SELECT ARC-EVNTWRK-FILE ASSIGN TO "EVNTWRK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS JRW-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PLAYER-FILE.
       01 PLAYER-RECORD.
           COPY PLAYERS.
       FD PLAYER-CRED-FILE.
       01 PLAYER-CRED-RECORD.
           COPY PLRCRED.
       FD DODGER-HS-FILE.
       01 DODGER-HS-RECORD.
           COPY DODGEHS.
       FD DODGER-HH-FILE.
       01 DODGER-HH-RECORD.
           COPY DODGEHS REPLACING LEADING ==HS-== BY ==HHS-==.
       FD DODGER-CKP-FILE.
       01 DODGER-CKP-RECORD.
           COPY DODGCKP.
       FD RUN-AUDIT-FILE.
       01 RUN-AUDIT-RECORD.
           COPY RUNAUD.
       FD GAME-RESULT-FILE.
       01 GAME-RESULT-RECORD.
           COPY GAMERES.
       FD GAME-LADDER-FILE.
       01 GAME-LADDER-RECORD.
           COPY GAMELDR.
       FD PLAYER-ACH-FILE.
       01 PLAYER-ACH-RECORD.
           COPY PLRACH.
       FD GAME-LOG-FILE.
       01 GAME-LOG-RECORD.
           COPY GAMELOG.
       FD GAME-LOGWRK-FILE.
       01 GAME-LOGWRK-RECORD.
           COPY GAMELOG REPLACING LEADING ==LOG-== BY ==WLOG-==.
       FD GAME-HIST-FILE.
       01 GAME-HIST-RECORD.
           COPY GAMELOG REPLACING LEADING ==LOG-== BY ==HLOG-==.
       FD GAME-HSTWRK-FILE.
       01 GAME-HSTWRK-RECORD.
           COPY GAMELOG REPLACING LEADING ==LOG-== BY ==WHLOG-==.
       FD CRED-LOG-FILE.
       01 CRED-LOG-RECORD.
           COPY CREDLOG.
       FD CRED-LOGWRK-FILE.
       01 CRED-LOGWRK-RECORD.
           COPY CREDLOG REPLACING LEADING ==CLG-== BY ==WCLG-==.
       FD GAME-FIX-FILE.
       01 GAME-FIX-RECORD.
           COPY GAMEFIX.
       FD GAME-FIXWRK-FILE.
       01 GAME-FIXWRK-RECORD.
           COPY GAMEFIX REPLACING LEADING ==FIX-== BY ==WFIX-==.
       FD PRIZE-LDG-FILE.
       01 PRIZE-LDG-RECORD.
           COPY PRIZLDG.
       FD PRIZE-LDGWRK-FILE.
       01 PRIZE-LDGWRK-RECORD.
           COPY PRIZLDG REPLACING LEADING ==LDG-== BY ==WLDG-==.
       FD COMP-ATT-FILE.
       01 COMP-ATT-RECORD.
           COPY COMPATT.
       FD COMP-ATTWRK-FILE.
       01 COMP-ATTWRK-RECORD.
           COPY COMPATT REPLACING LEADING ==ATT-== BY ==WATT-==.
       FD MERGE-AUDIT-FILE.
       01 MERGE-AUDIT-RECORD.
           COPY MRGAUD.
       FD MERGE-AUDWRK-FILE.
       01 MERGE-AUDWRK-RECORD.
           COPY MRGAUD REPLACING LEADING ==AUD-== BY ==WAUD-==.
       FD ARC-EVENT-FILE.
       01 ARC-EVENT-RECORD.
           COPY ARCEVT.
       FD ARC-EVNTWRK-FILE.
       01 ARC-EVNTWRK-RECORD.
           COPY ARCEVT REPLACING LEADING ==EVT-== BY ==WEVT-==.
       WORKING-STORAGE SECTION.
       01 PLR-FILE-STATUS PIC XX VALUE ZERO.
       01 CRD-FILE-STATUS PIC XX VALUE ZERO.
       01 HS-FILE-STATUS PIC XX VALUE ZERO.
       01 HH-FILE-STATUS PIC XX VALUE ZERO.
       01 CKP-FILE-STATUS PIC XX VALUE ZERO.
       01 RAU-FILE-STATUS PIC XX VALUE ZERO.
       01 RES-FILE-STATUS PIC XX VALUE ZERO.
       01 LDR-FILE-STATUS PIC XX VALUE ZERO.
       01 AWD-FILE-STATUS PIC XX VALUE ZERO.
       01 LOG-FILE-STATUS PIC XX VALUE ZERO.
       01 GLW-FILE-STATUS PIC XX VALUE ZERO.
       01 HIST-FILE-STATUS PIC XX VALUE ZERO.
       01 GHW-FILE-STATUS PIC XX VALUE ZERO.
       01 CLG-FILE-STATUS PIC XX VALUE ZERO.
       01 CLW-FILE-STATUS PIC XX VALUE ZERO.
       01 FIX-FILE-STATUS PIC XX VALUE ZERO.
       01 FXW-FILE-STATUS PIC XX VALUE ZERO.
       01 LDG-FILE-STATUS PIC XX VALUE ZERO.
       01 PLW-FILE-STATUS PIC XX VALUE ZERO.
       01 ATT-FILE-STATUS PIC XX VALUE ZERO.
       01 ATW-FILE-STATUS PIC XX VALUE ZERO.
       01 AUD-FILE-STATUS PIC XX VALUE ZERO.
       01 MAW-FILE-STATUS PIC XX VALUE ZERO.
       01 JRNL-FILE-STATUS PIC XX VALUE ZERO.
       01 JRW-FILE-STATUS PIC XX VALUE ZERO.
       01 EVENT-WORK.
           05 EVENT-TYPE-WORK PIC X(8) VALUE SPACES.
           05 EVENT-SEVERITY-WORK PIC X VALUE "I".
           05 EVENT-STATUS-WORK PIC XX VALUE SPACES.
           05 EVENT-DETAIL-WORK PIC X(40) VALUE SPACES.
       01 MODE-ANSWER PIC X VALUE SPACE.
           88 EXPORT-MODE VALUE "X".
           88 ERASE-MODE VALUE "E".
       01 ID-ANSWER PIC X(8) VALUE SPACES.
       01 TOKEN-ANSWER PIC X(8) VALUE SPACES.
       01 CONFIRM-ANSWER PIC X VALUE SPACE.
       01 HS-EOF-SWITCH PIC 9 VALUE ZERO.
           88 HS-AT-END VALUE 1.
       01 HH-EOF-SWITCH PIC 9 VALUE ZERO.
           88 HH-AT-END VALUE 1.
       01 CKP-EOF-SWITCH PIC 9 VALUE ZERO.
           88 CKP-AT-END VALUE 1.
       01 CKP-HELD-SWITCH PIC 9 VALUE ZERO.
           88 CKP-RUN-HELD VALUE 1.
       01 RAU-EOF-SWITCH PIC 9 VALUE ZERO.
           88 RAU-AT-END VALUE 1.
       01 RES-EOF-SWITCH PIC 9 VALUE ZERO.
           88 RES-AT-END VALUE 1.
       01 AWD-EOF-SWITCH PIC 9 VALUE ZERO.
           88 AWD-AT-END VALUE 1.
       01 LOG-EOF-SWITCH PIC 9 VALUE ZERO.
           88 LOG-AT-END VALUE 1.
       01 GLW-EOF-SWITCH PIC 9 VALUE ZERO.
           88 GLW-AT-END VALUE 1.
       01 HIST-EOF-SWITCH PIC 9 VALUE ZERO.
           88 HIST-AT-END VALUE 1.
       01 GHW-EOF-SWITCH PIC 9 VALUE ZERO.
           88 GHW-AT-END VALUE 1.
       01 CLG-EOF-SWITCH PIC 9 VALUE ZERO.
           88 CLG-AT-END VALUE 1.
       01 CLW-EOF-SWITCH PIC 9 VALUE ZERO.
           88 CLW-AT-END VALUE 1.
       01 FIX-EOF-SWITCH PIC 9 VALUE ZERO.
           88 FIX-AT-END VALUE 1.
       01 FXW-EOF-SWITCH PIC 9 VALUE ZERO.
           88 FXW-AT-END VALUE 1.
       01 LDG-EOF-SWITCH PIC 9 VALUE ZERO.
           88 LDG-AT-END VALUE 1.
       01 PLW-EOF-SWITCH PIC 9 VALUE ZERO.
           88 PLW-AT-END VALUE 1.
       01 ATT-EOF-SWITCH PIC 9 VALUE ZERO.
           88 ATT-AT-END VALUE 1.
       01 ATW-EOF-SWITCH PIC 9 VALUE ZERO.
           88 ATW-AT-END VALUE 1.
       01 AUD-EOF-SWITCH PIC 9 VALUE ZERO.
           88 AUD-AT-END VALUE 1.
       01 MAW-EOF-SWITCH PIC 9 VALUE ZERO.
           88 MAW-AT-END VALUE 1.
       01 JRNL-EOF-SWITCH PIC 9 VALUE ZERO.
           88 JRNL-AT-END VALUE 1.
       01 JRW-EOF-SWITCH PIC 9 VALUE ZERO.
           88 JRW-AT-END VALUE 1.
       01 AUDIT-OPEN-SWITCH PIC 9 VALUE ZERO.
           88 AUDIT-IS-OPEN VALUE 1.
       01 RUN-HELD-SWITCH PIC 9 VALUE ZERO.
           88 RUN-IS-HELD VALUE 1.
       01 RUN-SOURCE-SWITCH PIC 9 VALUE ZERO.
           88 RUN-ON-HISTORY VALUE 1.
       01 REGISTERED-SWITCH PIC 9 VALUE ZERO.
           88 PLAYER-REGISTERED VALUE 1.
       01 ERASE-FAILED-SWITCH PIC 9 VALUE ZERO.
           88 ERASE-FAILED VALUE 1.
       01 TOKEN-FREE-SWITCH PIC 9 VALUE ZERO.
           88 TOKEN-IS-FREE VALUE 1.
       01 CREDIT-BALANCE PIC 9(5) VALUE ZERO.
       01 POINT-TOTALS.
           05 POINTS-EARNED PIC 9(7) VALUE ZERO.
           05 POINTS-SPENT PIC 9(7) VALUE ZERO.
           05 POINTS-ADDED PIC 9(7) VALUE ZERO.
           05 POINTS-HELD PIC 9(7) VALUE ZERO.
           05 POINTS-BALANCE PIC S9(7) VALUE ZERO.
       01 BALANCE-DISPLAY PIC -(6)9.
       01 STREAK-DISPLAY PIC -(3)9.
       01 ANON-TOKEN.
           05 ANON-TOKEN-MARK PIC X VALUE "#".
           05 ANON-TOKEN-DIGITS PIC 9(7) VALUE ZERO.
       01 TOKEN-SEED PIC 9(12) VALUE ZERO.
       01 TOKEN-CLOCK PIC 9(8) VALUE ZERO.
       01 TOKEN-RANDOM PIC V9(9) VALUE ZERO.
       01 ID-I PIC 9 VALUE ZERO.
       01 ERASED-MARK PIC X(8) VALUE "*ERASED*".
       01 RECORD-TOTALS.
           05 PLR-COUNT PIC 9(6) VALUE ZERO.
           05 CRD-COUNT PIC 9(6) VALUE ZERO.
           05 CLG-COUNT PIC 9(6) VALUE ZERO.
           05 HS-COUNT PIC 9(6) VALUE ZERO.
           05 HHS-COUNT PIC 9(6) VALUE ZERO.
           05 CKP-COUNT PIC 9(6) VALUE ZERO.
           05 RAU-COUNT PIC 9(6) VALUE ZERO.
           05 GLOG-COUNT PIC 9(6) VALUE ZERO.
           05 GHST-COUNT PIC 9(6) VALUE ZERO.
           05 RES-COUNT PIC 9(6) VALUE ZERO.
           05 FIX-COUNT PIC 9(6) VALUE ZERO.
           05 LDR-COUNT PIC 9(6) VALUE ZERO.
           05 AWD-COUNT PIC 9(6) VALUE ZERO.
           05 LDG-COUNT PIC 9(6) VALUE ZERO.
           05 ATT-COUNT PIC 9(6) VALUE ZERO.
           05 MAUD-COUNT PIC 9(6) VALUE ZERO.
           05 JRNL-COUNT PIC 9(6) VALUE ZERO.
           05 DOSSIER-COUNT PIC 9(7) VALUE ZERO.
       01 STAGE-TOTALS.
           05 GLOG-READ-COUNT PIC 9(6) VALUE ZERO.
           05 GLOG-STAGE-COUNT PIC 9(6) VALUE ZERO.
           05 GHST-READ-COUNT PIC 9(6) VALUE ZERO.
           05 GHST-STAGE-COUNT PIC 9(6) VALUE ZERO.
           05 CLG-READ-COUNT PIC 9(6) VALUE ZERO.
           05 CLG-STAGE-COUNT PIC 9(6) VALUE ZERO.
           05 FIX-READ-COUNT PIC 9(6) VALUE ZERO.
           05 FIX-STAGE-COUNT PIC 9(6) VALUE ZERO.
           05 LDG-READ-COUNT PIC 9(6) VALUE ZERO.
           05 LDG-STAGE-COUNT PIC 9(6) VALUE ZERO.
           05 ATT-READ-COUNT PIC 9(6) VALUE ZERO.
           05 ATT-STAGE-COUNT PIC 9(6) VALUE ZERO.
           05 MAUD-READ-COUNT PIC 9(6) VALUE ZERO.
           05 MAUD-STAGE-COUNT PIC 9(6) VALUE ZERO.
           05 JRNL-READ-COUNT PIC 9(6) VALUE ZERO.
           05 JRNL-STAGE-COUNT PIC 9(6) VALUE ZERO.
       01 BADGE-TABLE.
           05 BADGE-COUNT PIC 9(3) VALUE ZERO.
           05 BADGE-ENTRY OCCURS 100 TIMES.
               10 BADGE-CODE PIC X(4).
               10 BADGE-DATE PIC 9(8).
       01 BADGE-I PIC 9(3) VALUE ZERO.
      * Event details are free text, but every program that names a
      * player strings the whole eight-character ID into the
      * detail, so the ID is looked for as an eight-character field
      * that starts the detail or follows a space.
       01 DETAIL-SCAN.
           05 FILLER PIC X VALUE SPACE.
           05 DETAIL-SCAN-TEXT PIC X(40) VALUE SPACES.
       01 ID-SEARCH.
           05 FILLER PIC X VALUE SPACE.
           05 ID-SEARCH-ID PIC X(8) VALUE SPACES.
       01 SCAN-POS PIC 99 VALUE ZERO.
       01 ID-FOUND-SWITCH PIC 9 VALUE ZERO.
           88 ID-IN-DETAIL VALUE 1.
       01 PLAYER-HOLD PIC X(37) VALUE SPACES.
       01 CRED-HOLD.
           COPY PLRCRED REPLACING LEADING ==CRD-== BY ==HCRD-==.
       01 TOKEN-CRED-HOLD PIC X(27) VALUE SPACES.
       01 TOKEN-COPY-SWITCH PIC 9 VALUE ZERO.
           88 TOKEN-COPY-WRITTEN VALUE 1.
           88 TOKEN-COPY-MERGED VALUE 2.
           88 TOKEN-COPY-KEPT VALUE 3.
       01 UNDO-STATUS PIC XX VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-PRIVACY-CARDS
           IF EXPORT-MODE THEN
               PERFORM PRINT-DOSSIER
               MOVE "SAREXPT" TO EVENT-TYPE-WORK
               MOVE "I" TO EVENT-SEVERITY-WORK
               MOVE "00" TO EVENT-STATUS-WORK
               MOVE SPACES TO EVENT-DETAIL-WORK
               STRING "SUBJECT ACCESS DOSSIER, RECORDS "
                   DELIMITED BY SIZE
                   DOSSIER-COUNT DELIMITED BY SIZE
                   INTO EVENT-DETAIL-WORK
               END-STRING
               PERFORM LOG-ARCADE-EVENT
           ELSE
               PERFORM CHECK-ERASE-ALLOWED
               PERFORM GET-TOKEN-CARD
               PERFORM CONFIRM-ERASE
               PERFORM MAKE-ANON-TOKEN
               PERFORM RESERVE-ANON-TOKEN
               PERFORM ERASE-DODGEHS
               PERFORM ERASE-DODGEHHS
               PERFORM ERASE-RUNAUD
               PERFORM ERASE-GAMERES
               PERFORM ERASE-GAMELDR
               PERFORM ERASE-PLRACH
               PERFORM ERASE-PLRCRED
               PERFORM ERASE-GAMELOG
               PERFORM ERASE-GAMEHIST
               PERFORM ERASE-GAMEFIX
               PERFORM ERASE-CREDLOG
               PERFORM ERASE-PRIZLDG
               PERFORM ERASE-COMPATT
               PERFORM ERASE-MRGAUDIT
               PERFORM ERASE-ARCEVENT
               IF NOT ERASE-FAILED THEN
                   PERFORM ERASE-PLAYERS
               END-IF
               CLOSE PLAYER-FILE
               PERFORM PRINT-ERASE-TOTALS
               PERFORM WRITE-AUDIT-TRAIL
               MOVE "00" TO EVENT-STATUS-WORK
               MOVE SPACES TO EVENT-DETAIL-WORK
               IF ERASE-FAILED THEN
                   MOVE "ERASEINC" TO EVENT-TYPE-WORK
                   MOVE "E" TO EVENT-SEVERITY-WORK
                   STRING "ERASURE INCOMPLETE AS " DELIMITED BY SIZE
                       ANON-TOKEN DELIMITED BY SIZE
                       " - RERUN" DELIMITED BY SIZE
                       INTO EVENT-DETAIL-WORK
                   END-STRING
               ELSE
                   MOVE "ERASE" TO EVENT-TYPE-WORK
                   MOVE "I" TO EVENT-SEVERITY-WORK
                   STRING "PLAYER ERASED AS " DELIMITED BY SIZE
                       ANON-TOKEN DELIMITED BY SIZE
                       INTO EVENT-DETAIL-WORK
                   END-STRING
               END-IF
               PERFORM LOG-ARCADE-EVENT
           END-IF.
       STOP RUN.

       GET-PRIVACY-CARDS.
           DISPLAY "Mode - X export dossier, E erase player: "
               WITH NO ADVANCING
           ACCEPT MODE-ANSWER
           MOVE FUNCTION UPPER-CASE(MODE-ANSWER) TO MODE-ANSWER
           IF NOT EXPORT-MODE AND NOT ERASE-MODE THEN
               DISPLAY "Mode must be X or E: " MODE-ANSWER
               STOP RUN
           END-IF
           DISPLAY "Player ID: " WITH NO ADVANCING
           ACCEPT ID-ANSWER
           MOVE FUNCTION UPPER-CASE(ID-ANSWER) TO ID-ANSWER
           IF ID-ANSWER EQUAL SPACES THEN
               DISPLAY "A player ID is required."
               STOP RUN
           END-IF
           IF ID-ANSWER EQUAL "COM" THEN
               DISPLAY "COM is not a player."
               STOP RUN
           END-IF
           IF ID-ANSWER(1:1) EQUAL ANON-TOKEN-MARK THEN
               DISPLAY ID-ANSWER " is already an erased player."
               STOP RUN
           END-IF
           IF ERASE-MODE THEN
               OPEN I-O PLAYER-FILE
           ELSE
               OPEN INPUT PLAYER-FILE
           END-IF
           IF PLR-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "No player master available."
               STOP RUN
           END-IF
           MOVE ID-ANSWER TO PLR-ID
           READ PLAYER-FILE
               INVALID KEY
                   DISPLAY "Player " ID-ANSWER " is not registered."
               NOT INVALID KEY
                   MOVE 1 TO REGISTERED-SWITCH
                   MOVE PLAYER-RECORD TO PLAYER-HOLD
                   DISPLAY "Player is " PLR-NAME
           END-READ
           IF ERASE-MODE AND NOT PLAYER-REGISTERED THEN
               DISPLAY "Only a registered player can be erased."
               CLOSE PLAYER-FILE
               STOP RUN
           END-IF.

       PRINT-DOSSIER.
           DISPLAY "======================================"
           DISPLAY "   SUBJECT ACCESS DOSSIER"
           DISPLAY "   PLAYER " ID-ANSWER
           DISPLAY "   PRINTED " FUNCTION CURRENT-DATE(1:8)
           DISPLAY "======================================"
           DISPLAY " "
           DISPLAY "---- PLAYERS (REGISTRATION) ----"
           IF PLAYER-REGISTERED THEN
               ADD 1 TO PLR-COUNT
               DISPLAY "ID " PLR-ID "  NAME " PLR-NAME
                   "  JOINED " PLR-JOIN-DATE "  STATUS " PLR-STATUS
           END-IF
           CLOSE PLAYER-FILE
           DISPLAY "RECORDS: " PLR-COUNT
           DISPLAY " "
           PERFORM EXPORT-PLRCRED
           PERFORM EXPORT-CREDLOG
           PERFORM EXPORT-DODGEHS
           PERFORM EXPORT-DODGEHHS
           PERFORM EXPORT-DODGECKP
           PERFORM EXPORT-RUNAUD
           PERFORM EXPORT-GAMELOG
           PERFORM EXPORT-GAMEHIST
           PERFORM EXPORT-GAMERES
           PERFORM EXPORT-GAMEFIX
           PERFORM EXPORT-GAMELDR
           PERFORM EXPORT-PLRACH
           PERFORM EXPORT-PRIZLDG
           PERFORM EXPORT-COMPATT
           PERFORM EXPORT-MRGAUDIT
           PERFORM EXPORT-ARCEVENT
           PERFORM SUM-POINT-BALANCE
           DISPLAY "---- BALANCES ----"
           MOVE CREDIT-BALANCE TO BALANCE-DISPLAY
           DISPLAY "PLAY CREDITS HELD:     " BALANCE-DISPLAY
           MOVE POINTS-BALANCE TO BALANCE-DISPLAY
           DISPLAY "$ POINTS REDEEMABLE:   " BALANCE-DISPLAY
           MOVE POINTS-HELD TO BALANCE-DISPLAY
           DISPLAY "$ POINTS AWAITING AUDIT:" BALANCE-DISPLAY
           DISPLAY " "
           COMPUTE DOSSIER-COUNT = PLR-COUNT + CRD-COUNT + CLG-COUNT
               + HS-COUNT + HHS-COUNT + CKP-COUNT + RAU-COUNT
               + GLOG-COUNT
               + GHST-COUNT + RES-COUNT + FIX-COUNT + LDR-COUNT
               + AWD-COUNT + LDG-COUNT + ATT-COUNT + MAUD-COUNT
               + JRNL-COUNT
           DISPLAY "TOTAL RECORDS HELD:    " DOSSIER-COUNT.

       EXPORT-PLRCRED.
           DISPLAY "---- PLRCRED (PLAY-CREDIT BALANCE) ----"
           OPEN INPUT PLAYER-CRED-FILE
           IF CRD-FILE-STATUS EQUAL "00" THEN
               MOVE ID-ANSWER TO CRD-PLAYER-ID
               READ PLAYER-CRED-FILE
                   NOT INVALID KEY
                       ADD 1 TO CRD-COUNT
                       MOVE CRD-BALANCE TO CREDIT-BALANCE
                       DISPLAY "BALANCE " CRD-BALANCE
                           "  SOLD " CRD-SOLD-TOTAL
                           "  USED " CRD-USED-TOTAL
               END-READ
               CLOSE PLAYER-CRED-FILE
           END-IF
           DISPLAY "RECORDS: " CRD-COUNT
           DISPLAY " ".

       EXPORT-CREDLOG.
           DISPLAY "---- CREDLOG (CREDIT TRANSACTIONS) ----"
           DISPLAY "DATE     TIME   T QTY PROMO OPERATOR"
           OPEN INPUT CRED-LOG-FILE
           IF CLG-FILE-STATUS EQUAL "00" THEN
               PERFORM READ-CREDIT-RECORD
               PERFORM UNTIL CLG-AT-END
                   IF CLG-PLAYER-ID EQUAL ID-ANSWER THEN
                       ADD 1 TO CLG-COUNT
                       DISPLAY CLG-DATE " " CLG-TIME " " CLG-TYPE
                           " " CLG-QTY " " CLG-PROMO-CODE "  "
                           CLG-OPERATOR-ID
                   END-IF
                   PERFORM READ-CREDIT-RECORD
               END-PERFORM
               CLOSE CRED-LOG-FILE
           END-IF
           DISPLAY "RECORDS: " CLG-COUNT
           DISPLAY " ".

       EXPORT-DODGEHS.
           DISPLAY "---- DODGEHS (DODGER RUNS) ----"
           DISPLAY "DATE     TIME   TICKS  OBST $PTS CAB COMP"
           OPEN INPUT DODGER-HS-FILE
           IF HS-FILE-STATUS EQUAL "00" THEN
               PERFORM READ-NEXT-SCORE
               PERFORM UNTIL HS-AT-END
                   IF HS-PLAYER-ID EQUAL ID-ANSWER THEN
                       ADD 1 TO HS-COUNT
                       DISPLAY HS-DATE " " HS-TIME " "
                           HS-SURVIVAL-TICKS " " HS-OBSTACLES-REACHED
                           " " HS-PENALTY-POINTS " " HS-CABINET-ID
                           "  " HS-COMP-ID
                   END-IF
                   PERFORM READ-NEXT-SCORE
               END-PERFORM
               CLOSE DODGER-HS-FILE
           END-IF
           DISPLAY "RECORDS: " HS-COUNT
           DISPLAY " ".

       EXPORT-DODGEHHS.
           DISPLAY "---- DODGEHHS (DODGER RUN HISTORY) ----"
           DISPLAY "DATE     TIME   TICKS  OBST $PTS CAB COMP"
           OPEN INPUT DODGER-HH-FILE
           IF HH-FILE-STATUS EQUAL "00" THEN
               PERFORM READ-NEXT-HISTORY
               PERFORM UNTIL HH-AT-END
                   IF HHS-PLAYER-ID EQUAL ID-ANSWER THEN
                       ADD 1 TO HHS-COUNT
                       DISPLAY HHS-DATE " " HHS-TIME " "
                           HHS-SURVIVAL-TICKS " "
                           HHS-OBSTACLES-REACHED " "
                           HHS-PENALTY-POINTS " " HHS-CABINET-ID
                           "  " HHS-COMP-ID
                   END-IF
                   PERFORM READ-NEXT-HISTORY
               END-PERFORM
               CLOSE DODGER-HH-FILE
           END-IF
           DISPLAY "RECORDS: " HHS-COUNT
           DISPLAY " ".

       EXPORT-DODGECKP.
           DISPLAY "---- DODGECKP (SAVED DODGER RUN) ----"
           DISPLAY "TICKS  OBST $PTS"
           OPEN INPUT DODGER-CKP-FILE
           IF CKP-FILE-STATUS EQUAL "00" THEN
               PERFORM READ-CHECKPOINT-RECORD
               PERFORM UNTIL CKP-AT-END
                   IF CKP-PLAYER-ID EQUAL ID-ANSWER THEN
                       ADD 1 TO CKP-COUNT
                       DISPLAY CKP-SURVIVAL-TICKS " "
                           CKP-OBSTACLES-REACHED " "
                           CKP-PENALTY-POINTS
                   END-IF
                   PERFORM READ-CHECKPOINT-RECORD
               END-PERFORM
               CLOSE DODGER-CKP-FILE
           END-IF
           DISPLAY "RECORDS: " CKP-COUNT
           DISPLAY " ".

       EXPORT-RUNAUD.
           DISPLAY "---- RUNAUD (RUN AUDIT) ----"
           DISPLAY "DATE     TIME   S REASON   AUDITED"
           OPEN INPUT RUN-AUDIT-FILE
           IF RAU-FILE-STATUS EQUAL "00" THEN
               PERFORM READ-NEXT-RUN-AUDIT
               PERFORM UNTIL RAU-AT-END
                   IF RAU-PLAYER-ID EQUAL ID-ANSWER THEN
                       ADD 1 TO RAU-COUNT
                       DISPLAY RAU-DATE " " RAU-TIME " " RAU-STATUS
                           " " RAU-REASON " " RAU-AUDIT-DATE
                   END-IF
                   PERFORM READ-NEXT-RUN-AUDIT
               END-PERFORM
               CLOSE RUN-AUDIT-FILE
           END-IF
           DISPLAY "RECORDS: " RAU-COUNT
           DISPLAY " ".

       EXPORT-GAMELOG.
           DISPLAY "---- GAMELOG (MATCH LOG) ----"
           DISPLAY "DATE     TIME   SCORER P1  P2  PLAYER1  PLAYER2"
           OPEN INPUT GAME-LOG-FILE
           IF LOG-FILE-STATUS EQUAL "00" THEN
               PERFORM READ-LOG-RECORD
               PERFORM UNTIL LOG-AT-END
                   IF LOG-PLAYER-ID EQUAL ID-ANSWER
                           OR LOG-PLAYER2-ID EQUAL ID-ANSWER THEN
                       ADD 1 TO GLOG-COUNT
                       DISPLAY LOG-DATE " " LOG-TIME " " LOG-SCORER
                           " " LOG-PLAYER-SCORE " " LOG-COM-SCORE
                           " " LOG-PLAYER-ID " " LOG-PLAYER2-ID
                   END-IF
                   PERFORM READ-LOG-RECORD
               END-PERFORM
               CLOSE GAME-LOG-FILE
           END-IF
           DISPLAY "RECORDS: " GLOG-COUNT
           DISPLAY " ".

       EXPORT-GAMEHIST.
           DISPLAY "---- GAMEHIST (MATCH LOG HISTORY) ----"
           DISPLAY "DATE     TIME   SCORER P1  P2  PLAYER1  PLAYER2"
           OPEN INPUT GAME-HIST-FILE
           IF HIST-FILE-STATUS EQUAL "00" THEN
               PERFORM READ-HIST-RECORD
               PERFORM UNTIL HIST-AT-END
                   IF HLOG-PLAYER-ID EQUAL ID-ANSWER
                           OR HLOG-PLAYER2-ID EQUAL ID-ANSWER THEN
                       ADD 1 TO GHST-COUNT
                       DISPLAY HLOG-DATE " " HLOG-TIME " "
                           HLOG-SCORER " " HLOG-PLAYER-SCORE " "
                           HLOG-COM-SCORE " " HLOG-PLAYER-ID " "
                           HLOG-PLAYER2-ID
                   END-IF
                   PERFORM READ-HIST-RECORD
               END-PERFORM
               CLOSE GAME-HIST-FILE
           END-IF
           DISPLAY "RECORDS: " GHST-COUNT
           DISPLAY " ".

       EXPORT-GAMERES.
           DISPLAY "---- GAMERES (MATCH RESULTS) ----"
           DISPLAY "DATE     TIME   P1  P2  M SECS   PLAYER1  PLAYER2"
           OPEN INPUT GAME-RESULT-FILE
           IF RES-FILE-STATUS EQUAL "00" THEN
               PERFORM READ-RESULT-RECORD
               PERFORM UNTIL RES-AT-END
                   IF RES-PLAYER-ID EQUAL ID-ANSWER
                           OR RES-PLAYER2-ID EQUAL ID-ANSWER THEN
                       ADD 1 TO RES-COUNT
                       DISPLAY RES-DATE " " RES-TIME " "
                           RES-PLAYER-SCORE " " RES-COM-SCORE " "
                           RES-MODE " " RES-DURATION-SECS " "
                           RES-PLAYER-ID " " RES-PLAYER2-ID
                   END-IF
                   PERFORM READ-RESULT-RECORD
               END-PERFORM
               CLOSE GAME-RESULT-FILE
           END-IF
           DISPLAY "RECORDS: " RES-COUNT
           DISPLAY " ".

       EXPORT-GAMEFIX.
           DISPLAY "---- GAMEFIX (TOURNAMENT FIXTURES) ----"
           DISPLAY "RD MT PLAYER1  PLAYER2  BO S SC1 SC2"
           OPEN INPUT GAME-FIX-FILE
           IF FIX-FILE-STATUS EQUAL "00" THEN
               PERFORM READ-FIXTURE-RECORD
               PERFORM UNTIL FIX-AT-END
                   IF FIX-PLAYER1 EQUAL ID-ANSWER
                           OR FIX-PLAYER2 EQUAL ID-ANSWER THEN
                       ADD 1 TO FIX-COUNT
                       DISPLAY FIX-ROUND " " FIX-MATCH " "
                           FIX-PLAYER1 " " FIX-PLAYER2 " "
                           FIX-BEST-OF " " FIX-STATUS " "
                           FIX-SCORE1 " " FIX-SCORE2
                   END-IF
                   PERFORM READ-FIXTURE-RECORD
               END-PERFORM
               CLOSE GAME-FIX-FILE
           END-IF
           DISPLAY "RECORDS: " FIX-COUNT
           DISPLAY " ".

       EXPORT-GAMELDR.
           DISPLAY "---- GAMELDR (LADDER RATING) ----"
           OPEN INPUT GAME-LADDER-FILE
           IF LDR-FILE-STATUS EQUAL "00" THEN
               MOVE ID-ANSWER TO LDR-PLAYER-ID
               READ GAME-LADDER-FILE
                   NOT INVALID KEY
                       ADD 1 TO LDR-COUNT
                       MOVE LDR-STREAK TO STREAK-DISPLAY
                       DISPLAY "RATING " LDR-RATING
                           "  GAMES " LDR-GAMES
                           "  STREAK " STREAK-DISPLAY
                           "  LAST PLAYED " LDR-LAST-PLAYED
               END-READ
               CLOSE GAME-LADDER-FILE
           END-IF
           DISPLAY "RECORDS: " LDR-COUNT
           DISPLAY " ".

       EXPORT-PLRACH.
           DISPLAY "---- PLRACH (ACHIEVEMENTS) ----"
           OPEN INPUT PLAYER-ACH-FILE
           IF AWD-FILE-STATUS EQUAL "00" THEN
               PERFORM LOAD-BADGES
               CLOSE PLAYER-ACH-FILE
           END-IF
           MOVE 1 TO BADGE-I
           PERFORM UNTIL BADGE-I GREATER THAN BADGE-COUNT
               DISPLAY "BADGE " BADGE-CODE(BADGE-I)
                   "  EARNED " BADGE-DATE(BADGE-I)
               ADD 1 TO BADGE-I
           END-PERFORM
           DISPLAY "RECORDS: " AWD-COUNT
           DISPLAY " ".

       EXPORT-PRIZLDG.
           DISPLAY "---- PRIZLDG (PRIZE LEDGER) ----"
           DISPLAY "DATE     TIME   T PRIZ POINTS REF"
           OPEN INPUT PRIZE-LDG-FILE
           IF LDG-FILE-STATUS EQUAL "00" THEN
               PERFORM READ-LEDGER-RECORD
               PERFORM UNTIL LDG-AT-END
                   IF LDG-PLAYER-ID EQUAL ID-ANSWER THEN
                       ADD 1 TO LDG-COUNT
                       DISPLAY LDG-DATE " " LDG-TIME " " LDG-TYPE
                           " " LDG-PRIZE-CODE " " LDG-POINTS-SPENT
                           "  " LDG-REFERENCE
                   END-IF
                   PERFORM READ-LEDGER-RECORD
               END-PERFORM
               CLOSE PRIZE-LDG-FILE
           END-IF
           DISPLAY "RECORDS: " LDG-COUNT
           DISPLAY " ".

       EXPORT-COMPATT.
           DISPLAY "---- COMPATT (COMPETITION ATTEMPTS) ----"
           DISPLAY "COMP     DATE     TIME"
           OPEN INPUT COMP-ATT-FILE
           IF ATT-FILE-STATUS EQUAL "00" THEN
               PERFORM READ-ATTEMPT-RECORD
               PERFORM UNTIL ATT-AT-END
                   IF ATT-PLAYER-ID EQUAL ID-ANSWER THEN
                       ADD 1 TO ATT-COUNT
                       DISPLAY ATT-COMP-ID " " ATT-DATE " "
                           ATT-TIME
                   END-IF
                   PERFORM READ-ATTEMPT-RECORD
               END-PERFORM
               CLOSE COMP-ATT-FILE
           END-IF
           DISPLAY "RECORDS: " ATT-COUNT
           DISPLAY " ".

       EXPORT-MRGAUDIT.
           DISPLAY "---- MRGAUDIT (PLAYER MERGE AUDIT) ----"
           DISPLAY "DATE     TIME   FROM     TO       FILE     MOVED"
           OPEN INPUT MERGE-AUDIT-FILE
           IF AUD-FILE-STATUS EQUAL "00" THEN
               PERFORM READ-MRGAUD-RECORD
               PERFORM UNTIL AUD-AT-END
                   IF AUD-FROM-ID EQUAL ID-ANSWER
                           OR AUD-TO-ID EQUAL ID-ANSWER THEN
                       ADD 1 TO MAUD-COUNT
                       DISPLAY AUD-DATE " " AUD-TIME " " AUD-FROM-ID
                           " " AUD-TO-ID " " AUD-FILE " " AUD-MOVED
                   END-IF
                   PERFORM READ-MRGAUD-RECORD
               END-PERFORM
               CLOSE MERGE-AUDIT-FILE
           END-IF
           DISPLAY "RECORDS: " MAUD-COUNT
           DISPLAY " ".

       EXPORT-ARCEVENT.
           DISPLAY "---- ARCEVENT (EVENT JOURNAL) ----"
           DISPLAY "DATE     TIME   PROGRAM  TYPE     S DETAIL"
           MOVE ID-ANSWER TO ID-SEARCH-ID
           OPEN INPUT ARC-EVENT-FILE
           IF JRNL-FILE-STATUS EQUAL "00" THEN
               PERFORM READ-EVENT-RECORD
               PERFORM UNTIL JRNL-AT-END
                   PERFORM SCAN-EVENT-DETAIL
                   IF ID-IN-DETAIL THEN
                       ADD 1 TO JRNL-COUNT
                       DISPLAY EVT-DATE " " EVT-TIME " " EVT-PROGRAM
                           " " EVT-TYPE " " EVT-SEVERITY " "
                           EVT-DETAIL
                   END-IF
                   PERFORM READ-EVENT-RECORD
               END-PERFORM
               CLOSE ARC-EVENT-FILE
           END-IF
           DISPLAY "RECORDS: " JRNL-COUNT
           DISPLAY " ".

      * Badges are keyed by player first, so start at the player
      * and read forward until the ID changes. The table lets the
      * erase pass rekey them without disturbing the browse.
       LOAD-BADGES.
           MOVE ZERO TO BADGE-COUNT AWD-EOF-SWITCH
           MOVE ID-ANSWER TO AWD-PLAYER-ID
           MOVE LOW-VALUES TO AWD-ACH-CODE
           START PLAYER-ACH-FILE KEY NOT LESS THAN AWD-KEY
               INVALID KEY MOVE 1 TO AWD-EOF-SWITCH
           END-START
           PERFORM UNTIL AWD-AT-END
               READ PLAYER-ACH-FILE NEXT RECORD
                   AT END MOVE 1 TO AWD-EOF-SWITCH
               END-READ
               IF NOT AWD-AT-END THEN
                   IF AWD-PLAYER-ID NOT EQUAL ID-ANSWER THEN
                       MOVE 1 TO AWD-EOF-SWITCH
                   ELSE
                       ADD 1 TO AWD-COUNT
                       IF BADGE-COUNT LESS THAN 100 THEN
                           ADD 1 TO BADGE-COUNT
                           MOVE AWD-ACH-CODE
                               TO BADGE-CODE(BADGE-COUNT)
                           MOVE AWD-DATE TO BADGE-DATE(BADGE-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Nobody is erased out of value the arcade still owes them:
      * credits left on the balance master, or "$" points they
      * could still take to the prize desk - including points on
      * runs the replay audit has not passed yet, which would
      * otherwise pass or be cleared later under a token nobody can
      * redeem, and sit on the liability for good.
       CHECK-ERASE-ALLOWED.
           PERFORM CHECK-SAVED-RUN
           IF CKP-RUN-HELD THEN
               DISPLAY "A saved DODGER run belongs to the player -"
                   " finish or abandon it before erasing."
               MOVE "ERASEREF" TO EVENT-TYPE-WORK
               MOVE "W" TO EVENT-SEVERITY-WORK
               MOVE "00" TO EVENT-STATUS-WORK
               MOVE "ERASURE REFUSED - SAVED RUN HELD"
                   TO EVENT-DETAIL-WORK
               PERFORM LOG-ARCADE-EVENT
               CLOSE PLAYER-FILE
               STOP RUN
           END-IF
           OPEN INPUT PLAYER-CRED-FILE
           IF CRD-FILE-STATUS EQUAL "00" THEN
               MOVE ID-ANSWER TO CRD-PLAYER-ID
               READ PLAYER-CRED-FILE
                   NOT INVALID KEY
                       MOVE CRD-BALANCE TO CREDIT-BALANCE
               END-READ
               CLOSE PLAYER-CRED-FILE
           END-IF
           PERFORM SUM-POINT-BALANCE
           IF CREDIT-BALANCE EQUAL ZERO
                   AND POINTS-BALANCE NOT GREATER THAN ZERO
                   AND POINTS-HELD EQUAL ZERO THEN
               EXIT PARAGRAPH
           END-IF
           IF CREDIT-BALANCE GREATER THAN ZERO THEN
               DISPLAY "Player still has " CREDIT-BALANCE
                   " play credits unspent."
           END-IF
           IF POINTS-BALANCE GREATER THAN ZERO THEN
               MOVE POINTS-BALANCE TO BALANCE-DISPLAY
               DISPLAY "Player still has " BALANCE-DISPLAY
                   " $ points banked."
           END-IF
           IF POINTS-HELD GREATER THAN ZERO THEN
               MOVE POINTS-HELD TO BALANCE-DISPLAY
               DISPLAY "Player has " BALANCE-DISPLAY
                   " $ points on runs awaiting audit - audit or"
                   " clear them with RPLAUDIT first."
           END-IF
           DISPLAY "Erasure refused - spend, redeem or refund the"
               " balance first."
           MOVE "ERASEREF" TO EVENT-TYPE-WORK
           MOVE "W" TO EVENT-SEVERITY-WORK
           MOVE "00" TO EVENT-STATUS-WORK
           MOVE "ERASURE REFUSED - BALANCE OUTSTANDING"
               TO EVENT-DETAIL-WORK
           PERFORM LOG-ARCADE-EVENT
           CLOSE PLAYER-FILE
           STOP RUN.

       CHECK-SAVED-RUN.
           MOVE ZERO TO CKP-HELD-SWITCH
           OPEN INPUT DODGER-CKP-FILE
           IF CKP-FILE-STATUS NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CHECKPOINT-RECORD
           PERFORM UNTIL CKP-AT-END
               IF CKP-PLAYER-ID EQUAL ID-ANSWER THEN
                   MOVE 1 TO CKP-HELD-SWITCH
               END-IF
               PERFORM READ-CHECKPOINT-RECORD
           END-PERFORM
           CLOSE DODGER-CKP-FILE.

      * An erasure that stopped part way logged its token on the
      * ERASEINC event. Giving that token here makes the rerun
      * finish under the same token, so the player's records are
      * not split across two.
       GET-TOKEN-CARD.
           DISPLAY "Token of an incomplete erasure (blank = new): "
               WITH NO ADVANCING
           ACCEPT TOKEN-ANSWER
           IF TOKEN-ANSWER EQUAL SPACES THEN
               EXIT PARAGRAPH
           END-IF
           IF TOKEN-ANSWER(1:1) NOT EQUAL ANON-TOKEN-MARK
                   OR TOKEN-ANSWER(2:7) IS NOT NUMERIC THEN
               DISPLAY "Token must be # and seven digits: "
                   TOKEN-ANSWER
               CLOSE PLAYER-FILE
               STOP RUN
           END-IF.

       CONFIRM-ERASE.
           DISPLAY "Erase " ID-ANSWER " from every file? This cannot"
               " be undone. (y/n) " WITH NO ADVANCING
           ACCEPT CONFIRM-ANSWER
           IF FUNCTION LOWER-CASE(CONFIRM-ANSWER) NOT EQUAL "y" THEN
               DISPLAY "Erasure abandoned."
               CLOSE PLAYER-FILE
               STOP RUN
           END-IF.

      * The token is drawn at random, seeded from the clock and the
      * ID, so nothing about it leads back to the player. It is
      * checked against the player master - where every earlier
      * token is still registered - and redrawn until it is unused.
       MAKE-ANON-TOKEN.
           IF TOKEN-ANSWER NOT EQUAL SPACES THEN
               MOVE TOKEN-ANSWER TO ANON-TOKEN
               DISPLAY "Rerun under token " ANON-TOKEN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(9:8) TO TOKEN-CLOCK
           MOVE TOKEN-CLOCK TO TOKEN-SEED
           MOVE 1 TO ID-I
           PERFORM UNTIL ID-I GREATER THAN 8
               COMPUTE TOKEN-SEED = FUNCTION MOD(TOKEN-SEED * 31
                   + FUNCTION ORD(ID-ANSWER(ID-I:1)), 999999937)
               ADD 1 TO ID-I
           END-PERFORM
           COMPUTE TOKEN-RANDOM = FUNCTION RANDOM(TOKEN-SEED)
           MOVE ZERO TO TOKEN-FREE-SWITCH
           PERFORM UNTIL TOKEN-IS-FREE
               COMPUTE ANON-TOKEN-DIGITS = TOKEN-RANDOM * 10000000
               MOVE ANON-TOKEN TO PLR-ID
               READ PLAYER-FILE
                   INVALID KEY
                       MOVE 1 TO TOKEN-FREE-SWITCH
                   NOT INVALID KEY
                       COMPUTE TOKEN-RANDOM = FUNCTION RANDOM
               END-READ
           END-PERFORM
           DISPLAY "Anonymous token is " ANON-TOKEN.

      * The token's inactive record goes on the player master before
      * any other file is touched, so once a record anywhere carries
      * the token the token is on file and cannot be drawn for
      * anyone else. On a rerun the record is already there from the
      * first attempt; a token held by anything but an erased
      * record is refused.
       RESERVE-ANON-TOKEN.
           MOVE ZERO TO TOKEN-FREE-SWITCH
           MOVE ANON-TOKEN TO PLR-ID
           READ PLAYER-FILE
               INVALID KEY
                   MOVE 1 TO TOKEN-FREE-SWITCH
           END-READ
           IF NOT TOKEN-IS-FREE THEN
               IF PLR-NAME EQUAL SPACES AND PLR-INACTIVE THEN
                   DISPLAY "Token " ANON-TOKEN " already on file."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Token " ANON-TOKEN " is not an erased "
                   "player - erasure abandoned."
               CLOSE PLAYER-FILE
               STOP RUN
           END-IF
           MOVE PLAYER-HOLD TO PLAYER-RECORD
           MOVE ANON-TOKEN TO PLR-ID
           MOVE SPACES TO PLR-NAME
           MOVE "I" TO PLR-STATUS
           WRITE PLAYER-RECORD
           IF PLR-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "PLAYERS WRITE FAILED, STATUS "
                   PLR-FILE-STATUS " - nothing erased."
               MOVE "ERASEREF" TO EVENT-TYPE-WORK
               MOVE "W" TO EVENT-SEVERITY-WORK
               MOVE PLR-FILE-STATUS TO EVENT-STATUS-WORK
               MOVE "ERASURE REFUSED - TOKEN NOT RESERVED"
                   TO EVENT-DETAIL-WORK
               PERFORM LOG-ARCADE-EVENT
               CLOSE PLAYER-FILE
               STOP RUN
           END-IF.

       ERASE-DODGEHS.
           OPEN I-O DODGER-HS-FILE
           IF HS-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "No DODGEHS file - skipped."
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-SCORE
           PERFORM UNTIL HS-AT-END
               IF HS-PLAYER-ID EQUAL ID-ANSWER THEN
                   MOVE ANON-TOKEN TO HS-PLAYER-ID
                   REWRITE DODGER-HS-RECORD
                   IF HS-FILE-STATUS EQUAL "00" THEN
                       ADD 1 TO HS-COUNT
                   ELSE
                       DISPLAY "DODGEHS REWRITE FAILED, STATUS "
                           HS-FILE-STATUS
                       MOVE 1 TO ERASE-FAILED-SWITCH
                   END-IF
               END-IF
               PERFORM READ-NEXT-SCORE
           END-PERFORM
           CLOSE DODGER-HS-FILE.

       ERASE-DODGEHHS.
           OPEN I-O DODGER-HH-FILE
           IF HH-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "No DODGEHHS file - skipped."
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-HISTORY
           PERFORM UNTIL HH-AT-END
               IF HHS-PLAYER-ID EQUAL ID-ANSWER THEN
                   MOVE ANON-TOKEN TO HHS-PLAYER-ID
                   REWRITE DODGER-HH-RECORD
                   IF HH-FILE-STATUS EQUAL "00" THEN
                       ADD 1 TO HHS-COUNT
                   ELSE
                       DISPLAY "DODGEHHS REWRITE FAILED, STATUS "
                           HH-FILE-STATUS
                       MOVE 1 TO ERASE-FAILED-SWITCH
                   END-IF
               END-IF
               PERFORM READ-NEXT-HISTORY
           END-PERFORM
           CLOSE DODGER-HH-FILE.

       ERASE-RUNAUD.
           OPEN I-O RUN-AUDIT-FILE
           IF RAU-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "No RUNAUD file - skipped."
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-RUN-AUDIT
           PERFORM UNTIL RAU-AT-END
               IF RAU-PLAYER-ID EQUAL ID-ANSWER THEN
                   MOVE ANON-TOKEN TO RAU-PLAYER-ID
                   REWRITE RUN-AUDIT-RECORD
                   IF RAU-FILE-STATUS EQUAL "00" THEN
                       ADD 1 TO RAU-COUNT
                   ELSE
                       DISPLAY "RUNAUD REWRITE FAILED, STATUS "
                           RAU-FILE-STATUS
                       MOVE 1 TO ERASE-FAILED-SWITCH
                   END-IF
               END-IF
               PERFORM READ-NEXT-RUN-AUDIT
           END-PERFORM
           CLOSE RUN-AUDIT-FILE.

       ERASE-GAMERES.
           OPEN I-O GAME-RESULT-FILE
           IF RES-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "No GAMERES file - skipped."
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-RESULT-RECORD
           PERFORM UNTIL RES-AT-END
               IF RES-PLAYER-ID EQUAL ID-ANSWER
                       OR RES-PLAYER2-ID EQUAL ID-ANSWER THEN
                   IF RES-PLAYER-ID EQUAL ID-ANSWER THEN
                       MOVE ANON-TOKEN TO RES-PLAYER-ID
                   END-IF
                   IF RES-PLAYER2-ID EQUAL ID-ANSWER THEN
                       MOVE ANON-TOKEN TO RES-PLAYER2-ID
                   END-IF
                   REWRITE GAME-RESULT-RECORD
                   IF RES-FILE-STATUS EQUAL "00" THEN
                       ADD 1 TO RES-COUNT
                   ELSE
                       DISPLAY "GAMERES REWRITE FAILED, STATUS "
                           RES-FILE-STATUS
                       MOVE 1 TO ERASE-FAILED-SWITCH
                   END-IF
               END-IF
               PERFORM READ-RESULT-RECORD
           END-PERFORM
           CLOSE GAME-RESULT-FILE.

      * The files keyed by player - GAMELDR, PLRACH and PLRCRED -
      * get the token's copy on file before the real ID's record is
      * deleted, so a failure part way never loses the record. If
      * the delete then fails, a copy this run wrote is taken off
      * again, so the next run starts from the same place.
      *
      * The ladder rating moves to a record under the token. On a
      * rerun the token may already have one from the first attempt;
      * that one is kept, as GAMELADR rebuilds the ladder from the
      * already-anonymized results on its next run anyway.
       ERASE-GAMELDR.
           OPEN I-O GAME-LADDER-FILE
           IF LDR-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "No GAMELDR file - skipped."
               EXIT PARAGRAPH
           END-IF
           MOVE ID-ANSWER TO LDR-PLAYER-ID
           READ GAME-LADDER-FILE
               INVALID KEY
                   CLOSE GAME-LADDER-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE 1 TO TOKEN-COPY-SWITCH
           MOVE ANON-TOKEN TO LDR-PLAYER-ID
           WRITE GAME-LADDER-RECORD
           IF LDR-FILE-STATUS EQUAL "22" THEN
               MOVE 3 TO TOKEN-COPY-SWITCH
           ELSE
               IF LDR-FILE-STATUS NOT EQUAL "00" THEN
                   DISPLAY "GAMELDR WRITE FAILED, STATUS "
                       LDR-FILE-STATUS
                   MOVE 1 TO ERASE-FAILED-SWITCH
                   CLOSE GAME-LADDER-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ID-ANSWER TO LDR-PLAYER-ID
           DELETE GAME-LADDER-FILE RECORD
           IF LDR-FILE-STATUS EQUAL "00" THEN
               ADD 1 TO LDR-COUNT
           ELSE
               DISPLAY "GAMELDR DELETE FAILED, STATUS "
                   LDR-FILE-STATUS
               MOVE 1 TO ERASE-FAILED-SWITCH
               IF TOKEN-COPY-WRITTEN THEN
                   MOVE ANON-TOKEN TO LDR-PLAYER-ID
                   DELETE GAME-LADDER-FILE RECORD
                   MOVE LDR-FILE-STATUS TO UNDO-STATUS
                   PERFORM CHECK-TOKEN-UNDONE
               END-IF
           END-IF
           CLOSE GAME-LADDER-FILE.

       ERASE-PLRACH.
           OPEN I-O PLAYER-ACH-FILE
           IF AWD-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "No PLRACH file - skipped."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-BADGES
           IF AWD-COUNT GREATER THAN BADGE-COUNT THEN
               DISPLAY "Too many badges to move in one pass - "
                   "run the erasure again for the rest."
               MOVE 1 TO ERASE-FAILED-SWITCH
           END-IF
           MOVE ZERO TO AWD-COUNT
           MOVE 1 TO BADGE-I
           PERFORM UNTIL BADGE-I GREATER THAN BADGE-COUNT
               PERFORM REKEY-ONE-BADGE
               ADD 1 TO BADGE-I
           END-PERFORM
           CLOSE PLAYER-ACH-FILE.

      * A badge the token already holds from an earlier attempt is
      * kept as it is; the real ID's copy just goes.
       REKEY-ONE-BADGE.
           MOVE 1 TO TOKEN-COPY-SWITCH
           MOVE ANON-TOKEN TO AWD-PLAYER-ID
           MOVE BADGE-CODE(BADGE-I) TO AWD-ACH-CODE
           MOVE BADGE-DATE(BADGE-I) TO AWD-DATE
           WRITE PLAYER-ACH-RECORD
           IF AWD-FILE-STATUS EQUAL "22" THEN
               MOVE 3 TO TOKEN-COPY-SWITCH
           ELSE
               IF AWD-FILE-STATUS NOT EQUAL "00" THEN
                   DISPLAY "PLRACH WRITE FAILED, STATUS "
                       AWD-FILE-STATUS
                   MOVE 1 TO ERASE-FAILED-SWITCH
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ID-ANSWER TO AWD-PLAYER-ID
           DELETE PLAYER-ACH-FILE RECORD
           IF AWD-FILE-STATUS EQUAL "00" THEN
               ADD 1 TO AWD-COUNT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PLRACH DELETE FAILED, STATUS " AWD-FILE-STATUS
           MOVE 1 TO ERASE-FAILED-SWITCH
           IF TOKEN-COPY-WRITTEN THEN
               MOVE ANON-TOKEN TO AWD-PLAYER-ID
               DELETE PLAYER-ACH-FILE RECORD
               MOVE AWD-FILE-STATUS TO UNDO-STATUS
               PERFORM CHECK-TOKEN-UNDONE
           END-IF.

      * The balance is zero by now, but the lifetime sold and used
      * totals stay behind under the token so CREDRPT still ties
      * back to the transaction log. On a rerun the token may
      * already have a record - credits bought under the real ID
      * since the first attempt started a new one - so the totals
      * are added into it, and put back as they were if the real
      * ID's record cannot then be deleted.
       ERASE-PLRCRED.
           OPEN I-O PLAYER-CRED-FILE
           IF CRD-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "No PLRCRED file - skipped."
               EXIT PARAGRAPH
           END-IF
           MOVE ID-ANSWER TO CRD-PLAYER-ID
           READ PLAYER-CRED-FILE
               INVALID KEY
                   CLOSE PLAYER-CRED-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE PLAYER-CRED-RECORD TO CRED-HOLD
           MOVE 1 TO TOKEN-COPY-SWITCH
           MOVE ANON-TOKEN TO CRD-PLAYER-ID
           WRITE PLAYER-CRED-RECORD
           IF CRD-FILE-STATUS EQUAL "22" THEN
               PERFORM MERGE-TOKEN-CREDIT
           END-IF
           IF CRD-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "PLRCRED WRITE FAILED, STATUS "
                   CRD-FILE-STATUS
               MOVE 1 TO ERASE-FAILED-SWITCH
               CLOSE PLAYER-CRED-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ID-ANSWER TO CRD-PLAYER-ID
           DELETE PLAYER-CRED-FILE RECORD
           IF CRD-FILE-STATUS EQUAL "00" THEN
               ADD 1 TO CRD-COUNT
           ELSE
               DISPLAY "PLRCRED DELETE FAILED, STATUS "
                   CRD-FILE-STATUS
               MOVE 1 TO ERASE-FAILED-SWITCH
               MOVE ANON-TOKEN TO CRD-PLAYER-ID
               IF TOKEN-COPY-MERGED THEN
                   MOVE TOKEN-CRED-HOLD TO PLAYER-CRED-RECORD
                   REWRITE PLAYER-CRED-RECORD
               ELSE
                   DELETE PLAYER-CRED-FILE RECORD
               END-IF
               MOVE CRD-FILE-STATUS TO UNDO-STATUS
               PERFORM CHECK-TOKEN-UNDONE
           END-IF
           CLOSE PLAYER-CRED-FILE.

       MERGE-TOKEN-CREDIT.
           MOVE 2 TO TOKEN-COPY-SWITCH
           MOVE ANON-TOKEN TO CRD-PLAYER-ID
           READ PLAYER-CRED-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE PLAYER-CRED-RECORD TO TOKEN-CRED-HOLD
           ADD HCRD-BALANCE TO CRD-BALANCE
           ADD HCRD-SOLD-TOTAL TO CRD-SOLD-TOTAL
           ADD HCRD-USED-TOTAL TO CRD-USED-TOTAL
           REWRITE PLAYER-CRED-RECORD.

       CHECK-TOKEN-UNDONE.
           IF UNDO-STATUS NOT EQUAL "00" THEN
               DISPLAY "TOKEN RECORD NOT PUT BACK, STATUS "
                   UNDO-STATUS " - CHECK " ANON-TOKEN
                   " BY HAND BEFORE RUNNING THE ERASURE AGAIN"
           END-IF.

      * The line-sequential files are staged onto a work file with
      * the ID swapped, and the live file rewritten only when every
      * record made it across - the PLRMERGE and ARCPURGE commit
      * pattern, so a failed stage changes nothing.
       ERASE-GAMELOG.
           OPEN INPUT GAME-LOG-FILE
           IF LOG-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "No GAMELOG file - skipped."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GAME-LOGWRK-FILE
           PERFORM READ-LOG-RECORD
           PERFORM UNTIL LOG-AT-END
               ADD 1 TO GLOG-READ-COUNT
               IF LOG-PLAYER-ID EQUAL ID-ANSWER
                       OR LOG-PLAYER2-ID EQUAL ID-ANSWER THEN
                   ADD 1 TO GLOG-COUNT
                   IF LOG-PLAYER-ID EQUAL ID-ANSWER THEN
                       MOVE ANON-TOKEN TO LOG-PLAYER-ID
                   END-IF
                   IF LOG-PLAYER2-ID EQUAL ID-ANSWER THEN
                       MOVE ANON-TOKEN TO LOG-PLAYER2-ID
                   END-IF
               END-IF
               WRITE GAME-LOGWRK-RECORD FROM GAME-LOG-RECORD
               IF GLW-FILE-STATUS EQUAL "00" THEN
                   ADD 1 TO GLOG-STAGE-COUNT
               END-IF
               PERFORM READ-LOG-RECORD
           END-PERFORM
           CLOSE GAME-LOG-FILE
           CLOSE GAME-LOGWRK-FILE
           IF GLOG-READ-COUNT NOT EQUAL GLOG-STAGE-COUNT THEN
               DISPLAY "GAMELOG STAGING OUT OF BALANCE - "
                   "LIVE FILE LEFT UNTOUCHED"
               MOVE ZERO TO GLOG-COUNT
               MOVE 1 TO ERASE-FAILED-SWITCH
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GAME-LOGWRK-FILE
           OPEN OUTPUT GAME-LOG-FILE
           PERFORM READ-LOGWRK-RECORD
           PERFORM UNTIL GLW-AT-END
               WRITE GAME-LOG-RECORD FROM GAME-LOGWRK-RECORD
               IF LOG-FILE-STATUS NOT EQUAL "00" THEN
                   DISPLAY "LIVE REWRITE FAILED, STATUS "
                       LOG-FILE-STATUS
                       " - FULL LOG IS ON GLOGWRK"
                   MOVE 1 TO ERASE-FAILED-SWITCH
                   MOVE 1 TO GLW-EOF-SWITCH
               END-IF
               PERFORM READ-LOGWRK-RECORD
           END-PERFORM
           CLOSE GAME-LOGWRK-FILE
           CLOSE GAME-LOG-FILE.

       ERASE-GAMEHIST.
           OPEN INPUT GAME-HIST-FILE
           IF HIST-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "No GAMEHIST file - skipped."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GAME-HSTWRK-FILE
           PERFORM READ-HIST-RECORD
           PERFORM UNTIL HIST-AT-END
               ADD 1 TO GHST-READ-COUNT
               IF HLOG-PLAYER-ID EQUAL ID-ANSWER
                       OR HLOG-PLAYER2-ID EQUAL ID-ANSWER THEN
                   ADD 1 TO GHST-COUNT
                   IF HLOG-PLAYER-ID EQUAL ID-ANSWER THEN
                       MOVE ANON-TOKEN TO HLOG-PLAYER-ID
                   END-IF
                   IF HLOG-PLAYER2-ID EQUAL ID-ANSWER THEN
                       MOVE ANON-TOKEN TO HLOG-PLAYER2-ID
                   END-IF
               END-IF
               WRITE GAME-HSTWRK-RECORD FROM GAME-HIST-RECORD
               IF GHW-FILE-STATUS EQUAL "00" THEN
                   ADD 1 TO GHST-STAGE-COUNT
               END-IF
               PERFORM READ-HIST-RECORD
           END-PERFORM
           CLOSE GAME-HIST-FILE
           CLOSE GAME-HSTWRK-FILE
           IF GHST-READ-COUNT NOT EQUAL GHST-STAGE-COUNT THEN
               DISPLAY "GAMEHIST STAGING OUT OF BALANCE - "
                   "LIVE FILE LEFT UNTOUCHED"
               MOVE ZERO TO GHST-COUNT
               MOVE 1 TO ERASE-FAILED-SWITCH
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GAME-HSTWRK-FILE
           OPEN OUTPUT GAME-HIST-FILE
           PERFORM READ-HSTWRK-RECORD
           PERFORM UNTIL GHW-AT-END
               WRITE GAME-HIST-RECORD FROM GAME-HSTWRK-RECORD
               IF HIST-FILE-STATUS NOT EQUAL "00" THEN
                   DISPLAY "LIVE REWRITE FAILED, STATUS "
                       HIST-FILE-STATUS
                       " - FULL HISTORY IS ON GHSTWRK"
                   MOVE 1 TO ERASE-FAILED-SWITCH
                   MOVE 1 TO GHW-EOF-SWITCH
               END-IF
               PERFORM READ-HSTWRK-RECORD
           END-PERFORM
           CLOSE GAME-HSTWRK-FILE
           CLOSE GAME-HIST-FILE.

       ERASE-GAMEFIX.
           OPEN INPUT GAME-FIX-FILE
           IF FIX-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "No GAMEFIX file - skipped."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GAME-FIXWRK-FILE
           PERFORM READ-FIXTURE-RECORD
           PERFORM UNTIL FIX-AT-END
               ADD 1 TO FIX-READ-COUNT
               IF FIX-PLAYER1 EQUAL ID-ANSWER
                       OR FIX-PLAYER2 EQUAL ID-ANSWER THEN
                   ADD 1 TO FIX-COUNT
                   IF FIX-PLAYER1 EQUAL ID-ANSWER THEN
                       MOVE ANON-TOKEN TO FIX-PLAYER1
                   END-IF
                   IF FIX-PLAYER2 EQUAL ID-ANSWER THEN
                       MOVE ANON-TOKEN TO FIX-PLAYER2
                   END-IF
               END-IF
               WRITE GAME-FIXWRK-RECORD FROM GAME-FIX-RECORD
               IF FXW-FILE-STATUS EQUAL "00" THEN
                   ADD 1 TO FIX-STAGE-COUNT
               END-IF
               PERFORM READ-FIXTURE-RECORD
           END-PERFORM
           CLOSE GAME-FIX-FILE
           CLOSE GAME-FIXWRK-FILE
           IF FIX-READ-COUNT NOT EQUAL FIX-STAGE-COUNT THEN
               DISPLAY "GAMEFIX STAGING OUT OF BALANCE - "
                   "LIVE FILE LEFT UNTOUCHED"
               MOVE ZERO TO FIX-COUNT
               MOVE 1 TO ERASE-FAILED-SWITCH
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GAME-FIXWRK-FILE
           OPEN OUTPUT GAME-FIX-FILE
           PERFORM READ-FIXWRK-RECORD
           PERFORM UNTIL FXW-AT-END
               WRITE GAME-FIX-RECORD FROM GAME-FIXWRK-RECORD
               IF FIX-FILE-STATUS NOT EQUAL "00" THEN
                   DISPLAY "LIVE REWRITE FAILED, STATUS "
                       FIX-FILE-STATUS
                       " - FULL FIXTURE LIST IS ON FIXWRK"
                   MOVE 1 TO ERASE-FAILED-SWITCH
                   MOVE 1 TO FXW-EOF-SWITCH
               END-IF
               PERFORM READ-FIXWRK-RECORD
           END-PERFORM
           CLOSE GAME-FIXWRK-FILE
           CLOSE GAME-FIX-FILE.

       ERASE-CREDLOG.
           OPEN INPUT CRED-LOG-FILE
           IF CLG-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "No CREDLOG file - skipped."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CRED-LOGWRK-FILE
           PERFORM READ-CREDIT-RECORD
           PERFORM UNTIL CLG-AT-END
               ADD 1 TO CLG-READ-COUNT
               IF CLG-PLAYER-ID EQUAL ID-ANSWER THEN
                   ADD 1 TO CLG-COUNT
                   MOVE ANON-TOKEN TO CLG-PLAYER-ID
               END-IF
               WRITE CRED-LOGWRK-RECORD FROM CRED-LOG-RECORD
               IF CLW-FILE-STATUS EQUAL "00" THEN
                   ADD 1 TO CLG-STAGE-COUNT
               END-IF
               PERFORM READ-CREDIT-RECORD
           END-PERFORM
           CLOSE CRED-LOG-FILE
           CLOSE CRED-LOGWRK-FILE
           IF CLG-READ-COUNT NOT EQUAL CLG-STAGE-COUNT THEN
               DISPLAY "CREDLOG STAGING OUT OF BALANCE - "
                   "LIVE FILE LEFT UNTOUCHED"
               MOVE ZERO TO CLG-COUNT
               MOVE 1 TO ERASE-FAILED-SWITCH
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CRED-LOGWRK-FILE
           OPEN OUTPUT CRED-LOG-FILE
           PERFORM READ-CLOGWRK-RECORD
           PERFORM UNTIL CLW-AT-END
               WRITE CRED-LOG-RECORD FROM CRED-LOGWRK-RECORD
               IF CLG-FILE-STATUS NOT EQUAL "00" THEN
                   DISPLAY "LIVE REWRITE FAILED, STATUS "
                       CLG-FILE-STATUS
                       " - FULL LOG IS ON CLOGWRK"
                   MOVE 1 TO ERASE-FAILED-SWITCH
                   MOVE 1 TO CLW-EOF-SWITCH
               END-IF
               PERFORM READ-CLOGWRK-RECORD
           END-PERFORM
           CLOSE CRED-LOGWRK-FILE
           CLOSE CRED-LOG-FILE.

       ERASE-PRIZLDG.
           OPEN INPUT PRIZE-LDG-FILE
           IF LDG-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "No PRIZLDG file - skipped."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PRIZE-LDGWRK-FILE
           PERFORM READ-LEDGER-RECORD
           PERFORM UNTIL LDG-AT-END
               ADD 1 TO LDG-READ-COUNT
               IF LDG-PLAYER-ID EQUAL ID-ANSWER THEN
                   ADD 1 TO LDG-COUNT
                   MOVE ANON-TOKEN TO LDG-PLAYER-ID
               END-IF
               WRITE PRIZE-LDGWRK-RECORD FROM PRIZE-LDG-RECORD
               IF PLW-FILE-STATUS EQUAL "00" THEN
                   ADD 1 TO LDG-STAGE-COUNT
               END-IF
               PERFORM READ-LEDGER-RECORD
           END-PERFORM
           CLOSE PRIZE-LDG-FILE
           CLOSE PRIZE-LDGWRK-FILE
           IF LDG-READ-COUNT NOT EQUAL LDG-STAGE-COUNT THEN
               DISPLAY "PRIZLDG STAGING OUT OF BALANCE - "
                   "LIVE FILE LEFT UNTOUCHED"
               MOVE ZERO TO LDG-COUNT
               MOVE 1 TO ERASE-FAILED-SWITCH
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PRIZE-LDGWRK-FILE
           OPEN OUTPUT PRIZE-LDG-FILE
           PERFORM READ-LDGWRK-RECORD
           PERFORM UNTIL PLW-AT-END
               WRITE PRIZE-LDG-RECORD FROM PRIZE-LDGWRK-RECORD
               IF LDG-FILE-STATUS NOT EQUAL "00" THEN
                   DISPLAY "LIVE REWRITE FAILED, STATUS "
                       LDG-FILE-STATUS
                       " - FULL LEDGER IS ON PLDGWRK"
                   MOVE 1 TO ERASE-FAILED-SWITCH
                   MOVE 1 TO PLW-EOF-SWITCH
               END-IF
               PERFORM READ-LDGWRK-RECORD
           END-PERFORM
           CLOSE PRIZE-LDGWRK-FILE
           CLOSE PRIZE-LDG-FILE.

       ERASE-COMPATT.
           OPEN INPUT COMP-ATT-FILE
           IF ATT-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "No COMPATT file - skipped."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT COMP-ATTWRK-FILE
           PERFORM READ-ATTEMPT-RECORD
           PERFORM UNTIL ATT-AT-END
               ADD 1 TO ATT-READ-COUNT
               IF ATT-PLAYER-ID EQUAL ID-ANSWER THEN
                   ADD 1 TO ATT-COUNT
                   MOVE ANON-TOKEN TO ATT-PLAYER-ID
               END-IF
               WRITE COMP-ATTWRK-RECORD FROM COMP-ATT-RECORD
               IF ATW-FILE-STATUS EQUAL "00" THEN
                   ADD 1 TO ATT-STAGE-COUNT
               END-IF
               PERFORM READ-ATTEMPT-RECORD
           END-PERFORM
           CLOSE COMP-ATT-FILE
           CLOSE COMP-ATTWRK-FILE
           IF ATT-READ-COUNT NOT EQUAL ATT-STAGE-COUNT THEN
               DISPLAY "COMPATT STAGING OUT OF BALANCE - "
                   "LIVE FILE LEFT UNTOUCHED"
               MOVE ZERO TO ATT-COUNT
               MOVE 1 TO ERASE-FAILED-SWITCH
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT COMP-ATTWRK-FILE
           OPEN OUTPUT COMP-ATT-FILE
           PERFORM READ-ATTWRK-RECORD
           PERFORM UNTIL ATW-AT-END
               WRITE COMP-ATT-RECORD FROM COMP-ATTWRK-RECORD
               IF ATT-FILE-STATUS NOT EQUAL "00" THEN
                   DISPLAY "LIVE REWRITE FAILED, STATUS "
                       ATT-FILE-STATUS
                       " - FULL REGISTER IS ON CATTWRK"
                   MOVE 1 TO ERASE-FAILED-SWITCH
                   MOVE 1 TO ATW-EOF-SWITCH
               END-IF
               PERFORM READ-ATTWRK-RECORD
           END-PERFORM
           CLOSE COMP-ATTWRK-FILE
           CLOSE COMP-ATT-FILE.

      * The merge audit trail and the event journal are staged like
      * the other line-sequential files. Rows a merge wrote for the
      * player, and journal details that name them, move to the
      * token.
       ERASE-MRGAUDIT.
           OPEN INPUT MERGE-AUDIT-FILE
           IF AUD-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "No MRGAUDIT file - skipped."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MERGE-AUDWRK-FILE
           PERFORM READ-MRGAUD-RECORD
           PERFORM UNTIL AUD-AT-END
               ADD 1 TO MAUD-READ-COUNT
               IF AUD-FROM-ID EQUAL ID-ANSWER
                       OR AUD-TO-ID EQUAL ID-ANSWER THEN
                   ADD 1 TO MAUD-COUNT
                   IF AUD-FROM-ID EQUAL ID-ANSWER THEN
                       MOVE ANON-TOKEN TO AUD-FROM-ID
                   END-IF
                   IF AUD-TO-ID EQUAL ID-ANSWER THEN
                       MOVE ANON-TOKEN TO AUD-TO-ID
                   END-IF
               END-IF
               WRITE MERGE-AUDWRK-RECORD FROM MERGE-AUDIT-RECORD
               IF MAW-FILE-STATUS EQUAL "00" THEN
                   ADD 1 TO MAUD-STAGE-COUNT
               END-IF
               PERFORM READ-MRGAUD-RECORD
           END-PERFORM
           CLOSE MERGE-AUDIT-FILE
           CLOSE MERGE-AUDWRK-FILE
           IF MAUD-READ-COUNT NOT EQUAL MAUD-STAGE-COUNT THEN
               DISPLAY "MRGAUDIT STAGING OUT OF BALANCE - "
                   "LIVE FILE LEFT UNTOUCHED"
               MOVE ZERO TO MAUD-COUNT
               MOVE 1 TO ERASE-FAILED-SWITCH
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT MERGE-AUDWRK-FILE
           OPEN OUTPUT MERGE-AUDIT-FILE
           PERFORM READ-MAUDWRK-RECORD
           PERFORM UNTIL MAW-AT-END
               WRITE MERGE-AUDIT-RECORD FROM MERGE-AUDWRK-RECORD
               IF AUD-FILE-STATUS NOT EQUAL "00" THEN
                   DISPLAY "LIVE REWRITE FAILED, STATUS "
                       AUD-FILE-STATUS
                       " - FULL TRAIL IS ON MAUDWRK"
                   MOVE 1 TO ERASE-FAILED-SWITCH
                   MOVE 1 TO MAW-EOF-SWITCH
               END-IF
               PERFORM READ-MAUDWRK-RECORD
           END-PERFORM
           CLOSE MERGE-AUDWRK-FILE
           CLOSE MERGE-AUDIT-FILE.

       ERASE-ARCEVENT.
           MOVE ID-ANSWER TO ID-SEARCH-ID
           OPEN INPUT ARC-EVENT-FILE
           IF JRNL-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "No ARCEVENT file - skipped."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARC-EVNTWRK-FILE
           PERFORM READ-EVENT-RECORD
           PERFORM UNTIL JRNL-AT-END
               ADD 1 TO JRNL-READ-COUNT
               PERFORM SCAN-EVENT-DETAIL
               IF ID-IN-DETAIL THEN
                   ADD 1 TO JRNL-COUNT
               END-IF
               WRITE ARC-EVNTWRK-RECORD FROM ARC-EVENT-RECORD
               IF JRW-FILE-STATUS EQUAL "00" THEN
                   ADD 1 TO JRNL-STAGE-COUNT
               END-IF
               PERFORM READ-EVENT-RECORD
           END-PERFORM
           CLOSE ARC-EVENT-FILE
           CLOSE ARC-EVNTWRK-FILE
           IF JRNL-READ-COUNT NOT EQUAL JRNL-STAGE-COUNT THEN
               DISPLAY "ARCEVENT STAGING OUT OF BALANCE - "
                   "LIVE FILE LEFT UNTOUCHED"
               MOVE ZERO TO JRNL-COUNT
               MOVE 1 TO ERASE-FAILED-SWITCH
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARC-EVNTWRK-FILE
           OPEN OUTPUT ARC-EVENT-FILE
           PERFORM READ-EVNTWRK-RECORD
           PERFORM UNTIL JRW-AT-END
               WRITE ARC-EVENT-RECORD FROM ARC-EVNTWRK-RECORD
               IF JRNL-FILE-STATUS NOT EQUAL "00" THEN
                   DISPLAY "LIVE REWRITE FAILED, STATUS "
                       JRNL-FILE-STATUS
                       " - FULL JOURNAL IS ON EVNTWRK"
                   MOVE 1 TO ERASE-FAILED-SWITCH
                   MOVE 1 TO JRW-EOF-SWITCH
               END-IF
               PERFORM READ-EVNTWRK-RECORD
           END-PERFORM
           CLOSE ARC-EVNTWRK-FILE
           CLOSE ARC-EVENT-FILE.

      * Marks a journal record whose detail names the player and,
      * in erase mode, puts the token in place of every mention.
       SCAN-EVENT-DETAIL.
           MOVE ZERO TO ID-FOUND-SWITCH
           MOVE EVT-DETAIL TO DETAIL-SCAN-TEXT
           MOVE 1 TO SCAN-POS
           PERFORM UNTIL SCAN-POS GREATER THAN 33
               IF DETAIL-SCAN(SCAN-POS:9) EQUAL ID-SEARCH THEN
                   MOVE 1 TO ID-FOUND-SWITCH
                   IF ERASE-MODE THEN
                       MOVE ANON-TOKEN TO EVT-DETAIL(SCAN-POS:8)
                   END-IF
               END-IF
               ADD 1 TO SCAN-POS
           END-PERFORM.

      * Last of all, the registration under the real ID. The
      * token's inactive record - join date kept, name blank - has
      * been on file since the start, so only the real ID's record
      * has to go.
       ERASE-PLAYERS.
           MOVE ID-ANSWER TO PLR-ID
           READ PLAYER-FILE
               INVALID KEY
                   DISPLAY "Player record gone - not deleted."
                   MOVE 1 TO ERASE-FAILED-SWITCH
                   EXIT PARAGRAPH
           END-READ
           DELETE PLAYER-FILE RECORD
           IF PLR-FILE-STATUS EQUAL "00" THEN
               ADD 1 TO PLR-COUNT
           ELSE
               DISPLAY "PLAYERS DELETE FAILED, STATUS "
                   PLR-FILE-STATUS
               MOVE 1 TO ERASE-FAILED-SWITCH
           END-IF.

       PRINT-ERASE-TOTALS.
           DISPLAY "======================================"
           DISPLAY "   PLAYER ERASED AS " ANON-TOKEN
           DISPLAY "======================================"
           DISPLAY "FILE      RECORDS ANONYMIZED"
           DISPLAY "PLAYERS   " PLR-COUNT
           DISPLAY "PLRCRED   " CRD-COUNT
           DISPLAY "CREDLOG   " CLG-COUNT
           DISPLAY "DODGEHS   " HS-COUNT
           DISPLAY "DODGEHHS  " HHS-COUNT
           DISPLAY "RUNAUD    " RAU-COUNT
           DISPLAY "GAMELOG   " GLOG-COUNT
           DISPLAY "GAMEHIST  " GHST-COUNT
           DISPLAY "GAMERES   " RES-COUNT
           DISPLAY "GAMEFIX   " FIX-COUNT
           DISPLAY "GAMELDR   " LDR-COUNT
           DISPLAY "PLRACH    " AWD-COUNT
           DISPLAY "PRIZLDG   " LDG-COUNT
           DISPLAY "COMPATT   " ATT-COUNT
           DISPLAY "MRGAUDIT  " MAUD-COUNT
           DISPLAY "ARCEVENT  " JRNL-COUNT
           IF ERASE-FAILED THEN
               DISPLAY " "
               DISPLAY "*** ERASURE INCOMPLETE - THE PLAYER IS STILL "
                   "REGISTERED. FIX THE FAILURE ABOVE AND RUN THE "
                   "ERASURE AGAIN WITH TOKEN " ANON-TOKEN ". ***"
           END-IF.

      * One audit record per file, from the erased marker to the
      * token - the trail shows what was anonymized and when
      * without keeping the ID it was anonymized from.
       WRITE-AUDIT-TRAIL.
           OPEN EXTEND MERGE-AUDIT-FILE
           IF AUD-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT MERGE-AUDIT-FILE
           END-IF
           IF AUD-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "WARNING: audit trail not written, status "
                   AUD-FILE-STATUS
               MOVE "AUDWRITE" TO EVENT-TYPE-WORK
               MOVE "W" TO EVENT-SEVERITY-WORK
               MOVE AUD-FILE-STATUS TO EVENT-STATUS-WORK
               MOVE "ERASURE AUDIT TRAIL NOT WRITTEN"
                   TO EVENT-DETAIL-WORK
               PERFORM LOG-ARCADE-EVENT
               EXIT PARAGRAPH
           END-IF
           MOVE "PLAYERS" TO AUD-FILE
           MOVE PLR-COUNT TO AUD-MOVED
           PERFORM WRITE-ONE-AUDIT
           MOVE "PLRCRED" TO AUD-FILE
           MOVE CRD-COUNT TO AUD-MOVED
           PERFORM WRITE-ONE-AUDIT
           MOVE "CREDLOG" TO AUD-FILE
           MOVE CLG-COUNT TO AUD-MOVED
           PERFORM WRITE-ONE-AUDIT
           MOVE "DODGEHS" TO AUD-FILE
           MOVE HS-COUNT TO AUD-MOVED
           PERFORM WRITE-ONE-AUDIT
           MOVE "DODGEHHS" TO AUD-FILE
           MOVE HHS-COUNT TO AUD-MOVED
           PERFORM WRITE-ONE-AUDIT
           MOVE "RUNAUD" TO AUD-FILE
           MOVE RAU-COUNT TO AUD-MOVED
           PERFORM WRITE-ONE-AUDIT
           MOVE "GAMELOG" TO AUD-FILE
           MOVE GLOG-COUNT TO AUD-MOVED
           PERFORM WRITE-ONE-AUDIT
           MOVE "GAMEHIST" TO AUD-FILE
           MOVE GHST-COUNT TO AUD-MOVED
           PERFORM WRITE-ONE-AUDIT
           MOVE "GAMERES" TO AUD-FILE
           MOVE RES-COUNT TO AUD-MOVED
           PERFORM WRITE-ONE-AUDIT
           MOVE "GAMEFIX" TO AUD-FILE
           MOVE FIX-COUNT TO AUD-MOVED
           PERFORM WRITE-ONE-AUDIT
           MOVE "GAMELDR" TO AUD-FILE
           MOVE LDR-COUNT TO AUD-MOVED
           PERFORM WRITE-ONE-AUDIT
           MOVE "PLRACH" TO AUD-FILE
           MOVE AWD-COUNT TO AUD-MOVED
           PERFORM WRITE-ONE-AUDIT
           MOVE "PRIZLDG" TO AUD-FILE
           MOVE LDG-COUNT TO AUD-MOVED
           PERFORM WRITE-ONE-AUDIT
           MOVE "COMPATT" TO AUD-FILE
           MOVE ATT-COUNT TO AUD-MOVED
           PERFORM WRITE-ONE-AUDIT
           MOVE "MRGAUDIT" TO AUD-FILE
           MOVE MAUD-COUNT TO AUD-MOVED
           PERFORM WRITE-ONE-AUDIT
           MOVE "ARCEVENT" TO AUD-FILE
           MOVE JRNL-COUNT TO AUD-MOVED
           PERFORM WRITE-ONE-AUDIT
           CLOSE MERGE-AUDIT-FILE.

       WRITE-ONE-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE ERASED-MARK TO AUD-FROM-ID
           MOVE ANON-TOKEN TO AUD-TO-ID
           WRITE MERGE-AUDIT-RECORD.

      * The same balance the prize desk works to: banked points on
      * the live and history high-score files, less anything the
      * replay audit has not passed, less redemptions, expiries and
      * deductions, plus points given by adjustment. The points
      * still waiting on the audit are kept apart in POINTS-HELD.
       SUM-POINT-BALANCE.
           MOVE ZERO TO POINTS-EARNED POINTS-SPENT POINTS-ADDED
           MOVE ZERO TO POINTS-HELD
           MOVE ZERO TO AUDIT-OPEN-SWITCH
           OPEN INPUT RUN-AUDIT-FILE
           IF RAU-FILE-STATUS EQUAL "00" THEN
               MOVE 1 TO AUDIT-OPEN-SWITCH
           END-IF
           MOVE ZERO TO HS-EOF-SWITCH
           OPEN INPUT DODGER-HS-FILE
           IF HS-FILE-STATUS EQUAL "00" THEN
               PERFORM READ-NEXT-SCORE
               PERFORM UNTIL HS-AT-END
                   IF HS-PLAYER-ID EQUAL ID-ANSWER THEN
                       MOVE HS-KEY TO RAU-KEY
                       MOVE ZERO TO RUN-SOURCE-SWITCH
                       PERFORM CHECK-RUN-HELD
                       IF RUN-IS-HELD THEN
                           ADD HS-PENALTY-POINTS TO POINTS-HELD
                       ELSE
                           ADD HS-PENALTY-POINTS TO POINTS-EARNED
                       END-IF
                   END-IF
                   PERFORM READ-NEXT-SCORE
               END-PERFORM
               CLOSE DODGER-HS-FILE
           END-IF
           MOVE ZERO TO HH-EOF-SWITCH
           OPEN INPUT DODGER-HH-FILE
           IF HH-FILE-STATUS EQUAL "00" THEN
               PERFORM READ-NEXT-HISTORY
               PERFORM UNTIL HH-AT-END
                   IF HHS-PLAYER-ID EQUAL ID-ANSWER THEN
                       MOVE HHS-KEY TO RAU-KEY
                       MOVE 1 TO RUN-SOURCE-SWITCH
                       PERFORM CHECK-RUN-HELD
                       IF RUN-IS-HELD THEN
                           ADD HHS-PENALTY-POINTS TO POINTS-HELD
                       ELSE
                           ADD HHS-PENALTY-POINTS TO POINTS-EARNED
                       END-IF
                   END-IF
                   PERFORM READ-NEXT-HISTORY
               END-PERFORM
               CLOSE DODGER-HH-FILE
           END-IF
           IF AUDIT-IS-OPEN THEN
               CLOSE RUN-AUDIT-FILE
           END-IF
           MOVE ZERO TO LDG-EOF-SWITCH
           OPEN INPUT PRIZE-LDG-FILE
           IF LDG-FILE-STATUS EQUAL "00" THEN
               PERFORM READ-LEDGER-RECORD
               PERFORM UNTIL LDG-AT-END
                   IF LDG-PLAYER-ID EQUAL ID-ANSWER THEN
                       IF LDG-ADJUST-ADD THEN
                           ADD LDG-POINTS-SPENT TO POINTS-ADDED
                       ELSE
                           ADD LDG-POINTS-SPENT TO POINTS-SPENT
                       END-IF
                   END-IF
                   PERFORM READ-LEDGER-RECORD
               END-PERFORM
               CLOSE PRIZE-LDG-FILE
           END-IF
           MOVE ZERO TO HS-EOF-SWITCH HH-EOF-SWITCH LDG-EOF-SWITCH
           COMPUTE POINTS-BALANCE = POINTS-EARNED + POINTS-ADDED
               - POINTS-SPENT.

      * One rule for every program that pays out, adjusts, expires
      * or erases banked points. A run on the live high-score file
      * is held until the replay audit has verified it or an
      * operator has cleared it; with no audit record it has simply
      * not been audited yet, and RPLAUDIT will reach it. A run on
      * the history file with no audit record was archived before
      * the audit could see it - RPLAUDIT only scans the live file -
      * so there only an explicit hold holds.
       CHECK-RUN-HELD.
           MOVE ZERO TO RUN-HELD-SWITCH
           IF NOT AUDIT-IS-OPEN THEN
               IF NOT RUN-ON-HISTORY THEN
                   MOVE 1 TO RUN-HELD-SWITCH
               END-IF
               EXIT PARAGRAPH
           END-IF
           READ RUN-AUDIT-FILE
               INVALID KEY
                   IF NOT RUN-ON-HISTORY THEN
                       MOVE 1 TO RUN-HELD-SWITCH
                   END-IF
               NOT INVALID KEY
                   IF NOT RAU-VERIFIED AND NOT RAU-CLEARED THEN
                       MOVE 1 TO RUN-HELD-SWITCH
                   END-IF
           END-READ.

       READ-NEXT-SCORE.
           READ DODGER-HS-FILE NEXT RECORD
               AT END MOVE 1 TO HS-EOF-SWITCH
           END-READ.

       READ-NEXT-HISTORY.
           READ DODGER-HH-FILE NEXT RECORD
               AT END MOVE 1 TO HH-EOF-SWITCH
           END-READ.

       READ-NEXT-RUN-AUDIT.
           READ RUN-AUDIT-FILE NEXT RECORD
               AT END MOVE 1 TO RAU-EOF-SWITCH
           END-READ.

       READ-CHECKPOINT-RECORD.
           READ DODGER-CKP-FILE
               AT END MOVE 1 TO CKP-EOF-SWITCH
           END-READ.

       READ-RESULT-RECORD.
           READ GAME-RESULT-FILE NEXT RECORD
               AT END MOVE 1 TO RES-EOF-SWITCH
           END-READ.

       READ-LOG-RECORD.
           READ GAME-LOG-FILE
               AT END MOVE 1 TO LOG-EOF-SWITCH
           END-READ.

       READ-LOGWRK-RECORD.
           READ GAME-LOGWRK-FILE
               AT END MOVE 1 TO GLW-EOF-SWITCH
           END-READ.

       READ-HIST-RECORD.
           READ GAME-HIST-FILE
               AT END MOVE 1 TO HIST-EOF-SWITCH
           END-READ.

       READ-HSTWRK-RECORD.
           READ GAME-HSTWRK-FILE
               AT END MOVE 1 TO GHW-EOF-SWITCH
           END-READ.

       READ-FIXTURE-RECORD.
           READ GAME-FIX-FILE
               AT END MOVE 1 TO FIX-EOF-SWITCH
           END-READ.

       READ-FIXWRK-RECORD.
           READ GAME-FIXWRK-FILE
               AT END MOVE 1 TO FXW-EOF-SWITCH
           END-READ.

       READ-CREDIT-RECORD.
           READ CRED-LOG-FILE
               AT END MOVE 1 TO CLG-EOF-SWITCH
           END-READ.

       READ-CLOGWRK-RECORD.
           READ CRED-LOGWRK-FILE
               AT END MOVE 1 TO CLW-EOF-SWITCH
           END-READ.

       READ-LEDGER-RECORD.
           READ PRIZE-LDG-FILE
               AT END MOVE 1 TO LDG-EOF-SWITCH
           END-READ.

       READ-LDGWRK-RECORD.
           READ PRIZE-LDGWRK-FILE
               AT END MOVE 1 TO PLW-EOF-SWITCH
           END-READ.

       READ-ATTEMPT-RECORD.
           READ COMP-ATT-FILE
               AT END MOVE 1 TO ATT-EOF-SWITCH
           END-READ.

       READ-ATTWRK-RECORD.
           READ COMP-ATTWRK-FILE
               AT END MOVE 1 TO ATW-EOF-SWITCH
           END-READ.

       READ-MRGAUD-RECORD.
           READ MERGE-AUDIT-FILE
               AT END MOVE 1 TO AUD-EOF-SWITCH
           END-READ.

       READ-MAUDWRK-RECORD.
           READ MERGE-AUDWRK-FILE
               AT END MOVE 1 TO MAW-EOF-SWITCH
           END-READ.

       READ-EVENT-RECORD.
           READ ARC-EVENT-FILE
               AT END MOVE 1 TO JRNL-EOF-SWITCH
           END-READ.

       READ-EVNTWRK-RECORD.
           READ ARC-EVNTWRK-FILE
               AT END MOVE 1 TO JRW-EOF-SWITCH
           END-READ.

      * Append one structured event to the shared arcade journal so
      * operational warnings survive the screen being reset. The
      * journal itself failing to open is quietly ignored - there is
      * nowhere left to report that.
       LOG-ARCADE-EVENT.
           OPEN EXTEND ARC-EVENT-FILE
           IF JRNL-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT ARC-EVENT-FILE
           END-IF
           IF JRNL-FILE-STATUS NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO EVT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO EVT-TIME
           MOVE "PLRPRIV" TO EVT-PROGRAM
           MOVE EVENT-TYPE-WORK TO EVT-TYPE
           MOVE EVENT-SEVERITY-WORK TO EVT-SEVERITY
           MOVE EVENT-STATUS-WORK TO EVT-FILE-STATUS
           MOVE EVENT-DETAIL-WORK TO EVT-DETAIL
           WRITE ARC-EVENT-RECORD
           CLOSE ARC-EVENT-FILE.
       END PROGRAM PLRPRIV.
