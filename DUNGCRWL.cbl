           SELECT SKILLS-FILE ASSIGN TO "SKILLS.TXT"
             FILE STATUS IS WS-SKILLS-FS
             ORGANIZATION IS LINE SEQUENTIAL.
      * CONTRACT BOARD: QUESTS.TXT IS A SHARED MASTER LIKE ITEMS.TXT
      * AND EVERY CONTRACT ON IT IS OPEN TO EVERY HERO. EACH HERO'S
      * PROGRESS ON EACH CONTRACT IS KEPT PER CAMPAIGN IN
      * QUEST-PROGRESS.TXT, KEYED ON HERO AND QUEST -- SAME
      * SINGLE-RECORD UPDATE PATTERN AS HERO-STATS.TXT.
           SELECT QUESTS-FILE ASSIGN TO "QUESTS.TXT"
             FILE STATUS IS WS-QUESTS-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QUEST-PROGRESS-FILE
             ASSIGN TO DYNAMIC WS-QUEST-PROGRESS-NAME
             FILE STATUS IS WS-QUEST-PROGRESS-FS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS QP-KEY.
      * SCREEN-TEXT CATALOG, KEYED BY LANGUAGE AND MESSAGE NUMBER;
      * SHARED AND OPTIONAL -- WITHOUT IT THE BUILT-IN SPANISH
      * LITERALS STAND. DATA FILES AND LOG CONTENTS NEVER GO
             ASSIGN TO DYNAMIC WS-GOLD-LEDGER-NAME
             FILE STATUS IS WS-GOLD-LEDGER-FS
             ORGANIZATION IS LINE SEQUENTIAL.
      * BEFORE/AFTER IMAGE OF EVERY CHANGE MADE TO A HEROES RECORD,
      * APPEND-ONLY LIKE THE GOLD LEDGER, TAGGED WITH THE PATH THAT
      * MADE IT, SO A HERO'S MASTER RECORD CAN BE TRACED CHANGE BY
      * CHANGE.
           SELECT HERO-AUDIT-FILE
             ASSIGN TO DYNAMIC WS-HERO-AUDIT-NAME
             FILE STATUS IS WS-HERO-AUDIT-FS
             ORGANIZATION IS LINE SEQUENTIAL.
      * ONE LINE PER SEASON CLOSE OR RECONCILIATION RUN WITH ITS
      * OUTCOME, APPEND-ONLY, SO THE DAILY SUMMARY CAN SAY WHETHER
      * EITHER RAN ON A GIVEN DAY.
           SELECT OPERATIONS-LOG-FILE
             ASSIGN TO DYNAMIC WS-OPERATIONS-LOG-NAME
             FILE STATUS IS WS-OPERATIONS-LOG-FS
             ORGANIZATION IS LINE SEQUENTIAL.
      * RETIRED HEROES: ONE RECORD PER RETIREMENT, APPEND-ONLY LIKE
      * SEASON-STATS.TXT, HOLDING THE HERO'S LAST MASTER RECORD AND
      * THE CAREER, DUEL AND GOLD FIGURES IT RETIRED WITH, SO THE
      * LIVE RECORDS CAN BE CLEARED WITHOUT LOSING THE HISTORY.
           SELECT RETIRED-HEROES-FILE
             ASSIGN TO DYNAMIC WS-RETIRED-HEROES-NAME
             FILE STATUS IS WS-RETIRED-HEROES-FS
             ORGANIZATION IS LINE SEQUENTIAL.
      * CAMPAIGN BACKUPS: EACH GENERATION IS ONE DATA FILE HOLDING
      * EVERY RECORD OF THE PROFILE'S FILES PLUS A MANIFEST WITH THE
      * RECORD COUNT AND CONTROL TOTAL OF EACH FILE; BACKUP-CTL.TXT
      * CATALOGS THE GENERATIONS KEPT AND WHICH SLOT HOLDS EACH ONE.
           SELECT BACKUP-FILE
             ASSIGN TO DYNAMIC WS-BK-DATA-NAME
             FILE STATUS IS WS-BACKUP-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BACKUP-MANIFEST-FILE
             ASSIGN TO DYNAMIC WS-BK-MAN-NAME
             FILE STATUS IS WS-BACKUP-MAN-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BACKUP-CATALOG-FILE
             ASSIGN TO DYNAMIC WS-BACKUP-CTL-NAME
             FILE STATUS IS WS-BACKUP-CTL-FS
             ORGANIZATION IS LINE SEQUENTIAL.
      * DUEL LADDER: PER-HERO DUEL WINS AND LOSSES, KEYED ON ID --
      * SAME SINGLE-RECORD UPDATE PATTERN AS HERO-STATS.TXT.
           SELECT DUEL-LADDER-FILE
      * PLAYER PROFILES: THE REGISTRY OF PROFILE NAMES IS SHARED;
      * EVERYTHING THE GAME WRITES PER CAMPAIGN (HEROES, CAREER
      * STATS, BATTLE LOG AND ITS ARCHIVES, CHECKPOINT, GOLD LEDGER,
      * HERO AUDIT TRAIL, DUEL LADDER, SEASONS, CONTRACT PROGRESS,
      * BACKUPS, LOCK, OPERATIONS LOG, RETIRED HEROES) IS ASSIGNED
      * THROUGH A DYNAMIC NAME BUILT BY SET-PROFILE-FILE-NAMES -- THE
      * CLASSIC UNPREFIXED NAMES FOR THE DEFAULT PROFILE,
      * "<PERFIL>-..." OTHERWISE. THE READ-ONLY MASTERS STAY SHARED.
           SELECT PROFILES-FILE ASSIGN TO "PROFILES.TXT"
             FILE STATUS IS WS-PF-FS
             ORGANIZATION IS LINE SEQUENTIAL.
      * PROFILE LOCK: ONE LINE PER PROFILE SAYING WHETHER A SESSION
      * HOLDS THE CAMPAIGN, WHO AND SINCE WHEN. SEE WS-LOCK-VARS.
           SELECT PROFILE-LOCK-FILE
             ASSIGN TO DYNAMIC WS-LOCK-NAME
             FILE STATUS IS WS-LOCK-FS
             ORGANIZATION IS LINE SEQUENTIAL.
      * HERO TRANSFER BETWEEN PROFILES: THE EXPORT WRITES ONE HERO'S
      * PACKAGE TO TRANSFER-<PERFIL>-HH.TXT (SHARED LIKE PROFILES.TXT,
      * SINCE IT TRAVELS FROM ONE CAMPAIGN TO ANOTHER) AND TAKES THE
      * HERO OFF THE SOURCE ROSTER; THE IMPORT READS IT INTO THE
      * PROFILE IN USE. TRANSFER-LOG.TXT RECORDS EVERY EXPORT AND
      * IMPORT SO NO PACKAGE IS TAKEN IN TWICE, AND A REFUSED IMPORT
      * LEAVES ITS REASON IN TRANSFER-REJECTS.TXT.
           SELECT TRANSFER-FILE
             ASSIGN TO DYNAMIC WS-TX-NAME
             FILE STATUS IS WS-TRANSFER-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSFER-LOG-FILE ASSIGN TO "TRANSFER-LOG.TXT"
             FILE STATUS IS WS-TRANSFER-LOG-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSFER-REJECTS-FILE
             ASSIGN TO "TRANSFER-REJECTS.TXT"
             FILE STATUS IS WS-TRANSFER-RJ-FS
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD HEROES-FILE.
                                          SIGN IS TRAILING SEPARATE
                                          VALUE ZERO.
           05 BL-OUTCOME               PIC X(13) VALUE SPACES.
      * RUN TAGS: EVERY RECORD WRITTEN BY "A LA BATALLA" (SOLO OR IN A
      * PARTY) CARRIES THE RUN IT BELONGS TO -- BL-DATE + BL-SESSION +
      * BL-RUN-ID, THE RUN COUNTER OF THAT SESSION -- PLUS THE
      * DUNGEONS.TXT DUNGEON AND ENCOUNTER SEQUENCE (DG-R-SEQ) BEING
      * FOUGHT. A CLASSIC RUN HAS DUNGEON 00 AND THE ROSTER POSITION
      * AS ITS ENCOUNTER. TOURNAMENT AND DUEL RECORDS ARE NOT PART OF
      * A RUN AND CARRY ZEROES; RECORDS WRITTEN BEFORE THE TAGS
      * EXISTED READ BACK AS SPACES.
           05 BL-RUN-ID                PIC 9(04) VALUE ZERO.
           05 BL-DUNGEON-ID            PIC 9(02) VALUE ZERO.
           05 BL-ENCOUNTER             PIC 9(02) VALUE ZERO.
       FD BATTLE-ARCHIVE-FILE.
       01 BATTLE-ARCHIVE-REG           PIC X(80).
       FD BATTLE-INDEX-FILE.
           05 ST-PROFESSION            PIC 9(02) VALUE ZERO.
       FD STAGING-REJECTS-FILE.
      * REASONS: TP UNKNOWN TYPE, ID DUPLICATE, RG VALUE OUT OF
      * RANGE, PR UNKNOWN PROFESSION, FL ROSTER FULL, RT HERO ID THAT
      * BELONGED TO A RETIRED HERO.
       01 STAGING-REJECTS-REG.
           05 RJ-REASON                PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
      * "TORNEO NNNNNNNN" (TOURNAMENT, OPTIONAL 8-DIGIT SEED, 0 OR
      * ABSENT = CLOCK), "CSV" (CSV EXPORTS), "CARRERA" (CAREER
      * REPORT TO CAREER-REPORT.TXT), "BATALLAS" (BATTLE REPORT TO
      * BATTLE-REPORT.TXT), "HISTORIAL HH AAAAMMDD AAAAMMDD" (ONE
      * HERO'S CHANGE HISTORY TO HERO-AUDIT-REPORT.TXT; THE DATES ARE
      * OPTIONAL), "MAZMORRAS" (DUNGEON ATTRITION REPORT TO
      * DUNGEON-REPORT.TXT), "EXTRACTO AAAAMMDD AAAAMMDD" (GOLD
      * STATEMENTS TO GOLD-STATEMENT.TXT; DATES OPTIONAL),
      * "RESPALDO" (NEW BACKUP GENERATION OF THE PROFILE), "RESTAURA
      * GGGG" (RESTORE GENERATION GGGG AFTER CHECKING ITS MANIFEST;
      * ABSENT = THE NEWEST), "SIMULA HH[,HH[,HH]] DD [PRUEBAS
      * [SEMILLA [OBJETO]]]" (WIN ODDS OF THE HERO OR PARTY IN DUNGEON
      * DD TO SIM-REPORT.TXT; NOTHING IS SAVED), "EXPORTA HH" (HERO
      * HH LEAVES THE PROFILE IN A TRANSFER PACKAGE), "IMPORTA
      * PERFIL HH" (TAKES IN THE PACKAGE OF HERO HH OF PROFILE
      * PERFIL; CLASICO = THE DEFAULT PROFILE), "DESBLOQUEA PERFIL"
      * (CLEARS THE LOCK OF PROFILE PERFIL LEFT BY A SESSION THAT
      * DIED; CLASICO = THE DEFAULT PROFILE), "RESUMEN AAAAMMDD"
      * (END-OF-DAY SUMMARY OF THE PROFILE TO [PERFIL-]DAILY-
      * SUMMARY.TXT; ABSENT = TODAY), "FAMA" (HALL OF FAME OF THE
      * PROFILE, ROSTER AND RETIRED HEROES, TO [PERFIL-]HALL-OF-
      * FAME.TXT). BLANK LINES ARE SKIPPED.
       01 COMMAND-REG                  PIC X(40).
       FD RUN-JOURNAL-FILE.
       01 RUN-JOURNAL-REG              PIC X(80).
       FD PROFILES-FILE.
       01 PROFILES-FILE-REG.
           05 PF-NAME                  PIC X(08) VALUE SPACES.
       FD PROFILE-LOCK-FILE.
      * LK-STATE "B" WHILE A SESSION HOLDS THE PROFILE, "L" ONCE IT
      * HAS LET GO (THE FILE IS REWRITTEN, NEVER DELETED). LK-MODE
      * "I" = INTERACTIVE, "C" = COMMAND-FILE JOB; LK-USER IS THE
      * LOGIN THE SESSION RUNS UNDER; LK-DATE/LK-TIME SAY SINCE WHEN.
      * LK-SESSION-DATE/-TIME ARE THE HOLDER'S SESSION STAMP, WHICH
      * IS HOW A SESSION TELLS ITS OWN LOCK FROM SOMEONE ELSE'S.
       01 PROFILE-LOCK-REG.
           05 LK-STATE                 PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 LK-MODE                  PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 LK-USER                  PIC X(12) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 LK-DATE                  PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 LK-TIME                  PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 LK-SESSION-DATE          PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 LK-SESSION-TIME          PIC 9(08) VALUE ZERO.
       FD GOLD-LEDGER-FILE.
      * GL-TYPE: "BOTIN " (MONSTER DROP), "COMPRA" (SHOP PURCHASE),
      * "VENTA " (SHOP SALE), "MISION" (CONTRACT REWARD, GL-ITEM
      * HOLDS THE QUEST CODE), "TRASPA" (HERO TRANSFERRED OUT, THE
      * WHOLE BALANCE TAKEN DOWN TO ZERO, OR IN, THE BALANCE BROUGHT
      * UP FROM WHATEVER THE ID LAST HELD HERE), "RETIRO" (HERO
      * RETIRED, THE WHOLE BALANCE TAKEN DOWN TO ZERO). GL-AMOUNT IS
      * SIGNED: NEGATIVE FOR A PURCHASE, A TRANSFER OUT OR A
      * RETIREMENT, POSITIVE OTHERWISE; GL-BALANCE IS THE HERO'S GOLD
      * AFTER THE MOVEMENT.
       01 GOLD-LEDGER-REG.
           05 GL-DATE                  PIC 9(08) VALUE ZERO.
           05 DL-HERO-ID               PIC 9(02) VALUE ZERO.
           05 DL-WINS                  PIC 9(04) VALUE ZERO.
           05 DL-LOSSES                PIC 9(04) VALUE ZERO.
       FD HERO-AUDIT-FILE.
      * HA-PATH: "MODIFICA" (MODIFY SCREEN), "DESCANSO" / "REVIVIR"
      * (REST AND REVIVAL), "EQUIPO" (EQUIP SCREEN), "TIENDA" (SHOP),
      * "PARTIDA" (XP/GOLD BANKED AFTER A RUN), "NIVEL" (THE SAME
      * WITH A LEVEL-UP), "ALTA" / "BAJA" (ADD-HERO / RETIRE-HERO),
      * "CARGA" (BULK LOAD), "SALIDA" (THE SAVE ON EXIT), "RESPALDO"
      * (THE SAVE BEFORE A CAMPAIGN BACKUP), "MISION" (A CONTRACT
      * REWARD), "TRASPASO" (HERO TRANSFERRED OUT OF OR INTO THE
      * CAMPAIGN), "RESTAURA" (A HERO THE RESTORE OF A CAMPAIGN
      * BACKUP CHANGED, BROUGHT BACK OR REMOVED). HA-BEFORE
      * IS SPACES FOR A NEW HERO, HA-AFTER SPACES FOR A RETIRED ONE;
      * BOTH ARE THE HEROES-REG IMAGE BYTE FOR BYTE.
       01 HERO-AUDIT-REG.
           05 HA-DATE                  PIC 9(08) VALUE ZERO.
           05 HA-SESSION               PIC 9(06) VALUE ZERO.
           05 HA-HERO-ID               PIC 9(02) VALUE ZERO.
           05 HA-PATH                  PIC X(08) VALUE SPACES.
           05 HA-BEFORE                PIC X(38) VALUE SPACES.
           05 HA-AFTER                 PIC X(38) VALUE SPACES.
       FD OPERATIONS-LOG-FILE.
      * OP-EVENT: "TEMPORAD" (SEASON CLOSE) OR "CONCILIA"
      * (RECONCILIATION); OP-RESULT IS THE OUTCOME IN WORDS.
       01 OPERATIONS-LOG-REG.
           05 OP-DATE                  PIC 9(08) VALUE ZERO.
           05 OP-SESSION               PIC 9(06) VALUE ZERO.
           05 OP-EVENT                 PIC X(08) VALUE SPACES.
           05 OP-RESULT                PIC X(50) VALUE SPACES.
       FD RETIRED-HEROES-FILE.
      * RH-DATE / RH-SESSION STAMP THE RETIREMENT THE SAME WAY THE
      * BATTLE LOG STAMPS ITS RECORDS. RH-HERO IS THE HEROES-REG IMAGE
      * BYTE FOR BYTE AS THE HERO LEFT THE ROSTER (RH-H-GOLD IS THE
      * BALANCE POSTED OUT OF THE LEDGER); THE RH- COUNTERS ARE ITS
      * HERO-STATS AND DUEL-LADDER RECORDS WITHOUT THE KEY (ZERO IF
      * IT NEVER HAD ONE).
       01 RETIRED-HEROES-REG.
           05 RH-DATE                  PIC 9(08) VALUE ZERO.
           05 RH-SESSION               PIC 9(06) VALUE ZERO.
           05 RH-SEASON                PIC 9(04) VALUE ZERO.
           05 RH-HERO.
               10 RH-H-ID              PIC 9(02) VALUE ZERO.
               10 RH-H-NAME            PIC X(12) VALUE SPACES.
               10 RH-H-STRENGTH        PIC 9(02) VALUE ZERO.
               10 RH-H-AGILITY         PIC 9(02) VALUE ZERO.
               10 RH-H-LEVEL           PIC 9(02) VALUE ZERO.
               10 RH-H-HP              PIC 9(02) VALUE ZERO.
               10 RH-H-MAX-HP          PIC 9(02) VALUE ZERO.
               10 RH-H-PROFESSION      PIC 9(02) VALUE ZERO.
               10 RH-H-XP              PIC 9(05) VALUE ZERO.
               10 RH-H-ITEM            PIC 9(02) VALUE ZERO.
               10 RH-H-GOLD            PIC 9(05) VALUE ZERO.
           05 RH-GAMES-PLAYED          PIC 9(04) VALUE ZERO.
           05 RH-WINS                  PIC 9(04) VALUE ZERO.
           05 RH-LOSSES                PIC 9(04) VALUE ZERO.
           05 RH-MONSTERS-DEFEATED     PIC 9(04) VALUE ZERO.
           05 RH-HIGHEST-HP            PIC 9(02) VALUE ZERO.
           05 RH-S-GAMES-PLAYED        PIC 9(04) VALUE ZERO.
           05 RH-S-WINS                PIC 9(04) VALUE ZERO.
           05 RH-S-LOSSES              PIC 9(04) VALUE ZERO.
           05 RH-S-MONSTERS-DEFEATED   PIC 9(04) VALUE ZERO.
           05 RH-DUEL-WINS             PIC 9(04) VALUE ZERO.
           05 RH-DUEL-LOSSES           PIC 9(04) VALUE ZERO.
       FD BACKUP-FILE.
      * BK-TAG IS THE CODE OF THE FILE THE RECORD CAME FROM ("HEROES",
      * "STATS", "BATLOG", "BLINDEX", "ARCHIVO", "LEDGER", "DUELOS",
      * "TEMPCTL", "TEMPSTAT", "CHKPT", "CONTRATO", "RETIRADO") AND
      * BK-DATA THE RECORD BYTE FOR BYTE. EACH FILE'S RECORDS ARE
      * PRECEDED BY A "*FICHERO" LINE NAMING IT (ONE PER BATTLE-LOG
      * ARCHIVE). THE HERO AUDIT TRAIL IS HISTORY, LIKE THE RUN
      * JOURNAL AND THE OPERATIONS LOG, AND IS NOT COPIED: A RESTORE
      * MUST NOT ERASE THE RECORD OF WHAT WAS CHANGED SINCE. OLDER
      * GENERATIONS STILL CARRY AN "AUDIT" SECTION; IT IS VERIFIED
      * WITH THE REST BUT NEVER WRITTEN BACK.
       01 BACKUP-REG.
           05 BK-TAG                   PIC X(08) VALUE SPACES.
           05 BK-DATA                  PIC X(100) VALUE SPACES.
       01 BACKUP-HDR-REG.
           05 BK-H-TAG                 PIC X(08).
           05 BK-H-CODE                PIC X(08).
           05 BK-H-NAME                PIC X(40).
           05 FILLER                   PIC X(52).
       FD BACKUP-MANIFEST-FILE.
      * FIRST LINE "*GENERAC" WITH THE PROFILE, GENERATION, STAMP AND
      * NUMBER OF FILES; THEN ONE LINE PER FILE IN THE ORDER THEY
      * APPEAR IN THE DATA FILE. THE CONTROL TOTAL IS: GOLD FOR
      * HEROES, WINS FOR STATS / DUELOS / TEMPSTAT / RETIRADO,
      * DAMAGE FOR THE BATTLE LOG AND ARCHIVES, AMOUNT FOR THE
      * LEDGER, THE SEASON FOR TEMPCTL, THE LAST HERO FOR CHKPT, THE
      * HERO ID FOR AUDIT (OLDER GENERATIONS ONLY), THE PROGRESS FOR
      * CONTRATO AND ZERO FOR BLINDEX.
       01 BACKUP-MANIFEST-REG.
           05 BM-CODE                  PIC X(08) VALUE SPACES.
           05 BM-NAME                  PIC X(40) VALUE SPACES.
           05 BM-RECORDS               PIC 9(07) VALUE ZERO.
           05 BM-CONTROL               PIC S9(11)
                                          SIGN IS TRAILING SEPARATE
                                          VALUE ZERO.
       01 BACKUP-MANIFEST-HDR.
           05 BM-H-TAG                 PIC X(08).
           05 BM-H-PROFILE             PIC X(08).
           05 BM-H-GEN                 PIC 9(04).
           05 BM-H-DATE                PIC 9(08).
           05 BM-H-TIME                PIC 9(08).
           05 BM-H-FILES               PIC 9(03).
           05 FILLER                   PIC X(29).
       FD BACKUP-CATALOG-FILE.
       01 BACKUP-CATALOG-REG.
           05 BC-GEN                   PIC 9(04) VALUE ZERO.
           05 BC-SLOT                  PIC 9(02) VALUE ZERO.
           05 BC-DATE                  PIC 9(08) VALUE ZERO.
           05 BC-TIME                  PIC 9(08) VALUE ZERO.
       FD QUESTS-FILE.
      * QS-R-GOAL: "M" DEFEAT MONSTER QS-R-TARGET QS-R-COUNT TIMES,
      * "D" CLEAR DUNGEON QS-R-TARGET QS-R-COUNT TIMES, "J" DEFEAT
      * QS-R-COUNT BOSSES OF DUNGEON QS-R-TARGET (00 = ANY DUNGEON),
      * "N" REACH LEVEL QS-R-TARGET. THE REWARD IS ANY MIX OF GOLD,
      * EXPERIENCE AND AN ITEM (00 = NO ITEM).
       01 QUESTS-REG.
           05 QS-R-CODE                PIC 9(02) VALUE ZERO.
           05 QS-R-DESC                PIC X(24) VALUE SPACES.
           05 QS-R-GOAL                PIC X(01) VALUE SPACE.
           05 QS-R-TARGET              PIC 9(02) VALUE ZERO.
           05 QS-R-COUNT               PIC 9(02) VALUE ZERO.
           05 QS-R-GOLD                PIC 9(04) VALUE ZERO.
           05 QS-R-XP                  PIC 9(04) VALUE ZERO.
           05 QS-R-ITEM                PIC 9(02) VALUE ZERO.
       FD QUEST-PROGRESS-FILE.
      * QP-STATUS IS "A" (ABIERTO) UNTIL QP-PROGRESS REACHES WHAT THE
      * CONTRACT ASKS FOR, THEN "C" (COMPLETADO) WITH THE DATE THE
      * REWARD WAS PAID. FOR A LEVEL CONTRACT QP-PROGRESS IS THE
      * HERO'S LEVEL. A HERO WITH NO RECORD FOR A QUEST HAS IT OPEN
      * AT ZERO.
       01 QUEST-PROGRESS-REG.
           05 QP-KEY.
               10 QP-HERO-ID           PIC 9(02) VALUE ZERO.
               10 QP-QUEST             PIC 9(02) VALUE ZERO.
           05 QP-PROGRESS              PIC 9(04) VALUE ZERO.
           05 QP-STATUS                PIC X(01) VALUE SPACE.
           05 QP-DONE-DATE             PIC 9(08) VALUE ZERO.
       FD TRANSFER-FILE.
      * FIRST LINE "*TRASPAS" WITH THE SOURCE PROFILE, THE HERO'S ID
      * THERE AND THE EXPORT STAMP; THEN THE HERO'S RECORDS BYTE FOR
      * BYTE, EACH TAGGED WITH THE SAME FILE CODE AS IN THE CAMPAIGN
      * BACKUP ("HEROES", "STATS", "DUELOS", "CONTRATO", "LEDGER");
      * LAST LINE "*FIN" REPEATING THE HEADER PLUS THE NUMBER OF
      * RECORDS IN BETWEEN, SO A PACKAGE CUT SHORT IS REFUSED.
       01 TRANSFER-REG.
           05 TX-TAG                   PIC X(08) VALUE SPACES.
           05 TX-DATA                  PIC X(100) VALUE SPACES.
       01 TRANSFER-HDR-REG.
           05 TX-H-TAG                 PIC X(08).
           05 TX-H-PROFILE             PIC X(08).
           05 TX-H-HERO-ID             PIC 9(02).
           05 TX-H-DATE                PIC 9(08).
           05 TX-H-TIME                PIC 9(08).
           05 TX-H-RECORDS             PIC 9(05).
           05 FILLER                   PIC X(69).
       FD TRANSFER-LOG-FILE.
      * TL-ACTION "EXPORTA" OR "IMPORTA". THE PACKAGE IS KNOWN BY ITS
      * SOURCE PROFILE, HERO ID AND EXPORT STAMP; AN IMPORT ALSO
      * RECORDS THE RECEIVING PROFILE AND THE ID THE HERO GOT THERE.
       01 TRANSFER-LOG-REG.
           05 TL-DATE                  PIC 9(08) VALUE ZERO.
           05 TL-SESSION               PIC 9(06) VALUE ZERO.
           05 TL-ACTION                PIC X(07) VALUE SPACES.
           05 TL-FROM-PROFILE          PIC X(08) VALUE SPACES.
           05 TL-FROM-ID               PIC 9(02) VALUE ZERO.
           05 TL-PKG-DATE              PIC 9(08) VALUE ZERO.
           05 TL-PKG-TIME              PIC 9(08) VALUE ZERO.
           05 TL-TO-PROFILE            PIC X(08) VALUE SPACES.
           05 TL-TO-ID                 PIC 9(02) VALUE ZERO.
           05 TL-NAME                  PIC X(12) VALUE SPACES.
       FD TRANSFER-REJECTS-FILE.
      * REASONS: PQ PACKAGE MISSING OR INCOMPLETE, YA PACKAGE ALREADY
      * IMPORTED, FL ROSTER FULL, PR UNKNOWN PROFESSION, OB UNKNOWN
      * ITEM, ID NO HERO ID LEFT FREE IN THIS PROFILE. TJ-RECORD IS
      * THE PACKAGE'S HEROES-REG WHEN IT COULD BE READ.
       01 TRANSFER-REJECTS-REG.
           05 TJ-REASON                PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 TJ-DATE                  PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 TJ-PROFILE               PIC X(08) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 TJ-PACKAGE               PIC X(40) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 TJ-RECORD                PIC X(38) VALUE SPACES.
       WORKING-STORAGE SECTION.
       01 WS-CONSTANTS.
           05 WS-GAME-NAME             PIC X(15)
           05 WS-MAX-ITEMS             PIC 9(02) VALUE 20.
           05 WS-MAX-ENCOUNTERS        PIC 9(02) VALUE 99.
           05 WS-MAX-SKILLS            PIC 9(02) VALUE 20.
           05 WS-MAX-QUESTS            PIC 9(02) VALUE 20.
           05 WS-MAX-MESSAGES          PIC 9(03) VALUE 150.
      * ONCE BATTLE-LOG.TXT REACHES THIS MANY RECORDS IT IS ROLLED
      * INTO A DATED ARCHIVE BEFORE THE NEXT RUN APPENDS TO IT, SO THE
      * BATTLE REPORT CAN BE READ PER SESSION INSTEAD OF OVER AN
      * EVER-GROWING FILE.
           05 WS-BL-MAX-RECORDS        PIC 9(04) VALUE 0500.
      * CAMPAIGN BACKUP GENERATIONS KEPT PER PROFILE (20 AT MOST, THE
      * SIZE OF WS-BC-T); ONCE THIS MANY EXIST, THE NEXT BACKUP
      * OVERWRITES THE SLOT OF THE OLDEST.
           05 WS-BK-MAX-GENERATIONS    PIC 9(02) VALUE 05.
      * SECONDS A COMMAND-FILE JOB WAITS FOR A PROFILE HELD BY
      * ANOTHER SESSION BEFORE IT GIVES UP AND STOPS.
           05 WS-LK-WAIT-SECONDS       PIC 9(04) VALUE 0120.
      * SECONDS A SESSION LETS PASS BETWEEN WRITING ITS LOCK LINE AND
      * READING IT BACK, SO A RIVAL THAT FOUND THE PROFILE FREE AT THE
      * SAME MOMENT HAS WRITTEN ITS OWN LINE BEFORE EITHER LOOKS.
           05 WS-LK-SETTLE-SECONDS     PIC 9(02) VALUE 02.
       01 WS-STAT-LIMITS.
           05 WS-STAT-STRENGTH-MIN     PIC 9(02) VALUE 01.
           05 WS-STAT-STRENGTH-MAX     PIC 9(02) VALUE 20.
               88 WS-BL-ARCH-FS-OK   VALUE "00".
           05 WS-BL-ARCHIVE-NAME   PIC X(40) VALUE SPACES.
           05 WS-BL-RECORD-COUNT   PIC 9(06) VALUE ZERO.
      * THE RUN TAGS STAMPED BY WRITE-BATTLE-LOG-ENTRY (SEE THE FD).
      * WS-BL-RUN-SEQ COUNTS THE RUNS STARTED THIS SESSION; THE OTHER
      * THREE ARE SET BY BEGIN-BATTLE-RUN / THE ENCOUNTER LOOPS AND
      * ZEROED AGAIN BY END-BATTLE-RUN.
           05 WS-BL-RUN-SEQ        PIC 9(04) VALUE ZERO.
           05 WS-BL-RUN-ID         PIC 9(04) VALUE ZERO.
           05 WS-BL-DUNGEON-ID     PIC 9(02) VALUE ZERO.
           05 WS-BL-ENCOUNTER      PIC 9(02) VALUE ZERO.
      * DATE AND TIME TAKEN ONCE AT STARTUP: EVERY BATTLE-LOG RECORD
      * WRITTEN THIS SESSION CARRIES THE SAME STAMP, SO THE BATTLE
      * REPORT CAN GROUP EXCHANGES BY SESSION.
                                          SIGN IS TRAILING SEPARATE
                                          VALUE ZERO.
                   15 WS-IT-R-PRICE            PIC 9(04) VALUE ZERO.
      * CONTRACT BOARD (QUESTS.TXT) -- SEE THE QUESTS-FILE SELECT AND
      * FD NOTES. WS-QS-R-FOUND IS SET BY LOOKUP-QUEST, SAME CONTRACT
      * AS LOOKUP-ITEM.
       01 WS-QUESTS-FILE.
           05 WS-QUESTS-FS         PIC X(02) VALUE ZEROES.
               88 WS-QS-FS-OK        VALUE "00".
               88 WS-QS-FS-EOF       VALUE HIGH-VALUE.
           05 WS-QUEST-PROGRESS-FS PIC X(02) VALUE ZEROES.
               88 WS-QP-FS-OK        VALUE "00".
               88 WS-QP-FS-EOF       VALUE HIGH-VALUE.
           05 WS-QUESTS-REG.
               10 WS-QS-R-LENGTH   PIC 9(02) VALUE ZERO.
               10 WS-QS-R-INDEX    PIC 9(02) VALUE ZERO.
               10 WS-QS-R-FOUND    PIC 9(02) VALUE ZERO.
               10 WS-QS-R-SOUGHT   PIC 9(02) VALUE ZERO.
               10 WS-QUESTS-R OCCURS 1 TO 20 TIMES
                 DEPENDING ON WS-QS-R-LENGTH.
                   15 WS-QS-R-CODE             PIC 9(02) VALUE ZERO.
                   15 WS-QS-R-DESC             PIC X(24) VALUE SPACES.
                   15 WS-QS-R-GOAL             PIC X(01) VALUE SPACE.
                       88 WS-QS-R-GOAL-MONSTER   VALUE "M".
                       88 WS-QS-R-GOAL-DUNGEON   VALUE "D".
                       88 WS-QS-R-GOAL-BOSS      VALUE "J".
                       88 WS-QS-R-GOAL-LEVEL     VALUE "N".
                   15 WS-QS-R-TARGET           PIC 9(02) VALUE ZERO.
                   15 WS-QS-R-COUNT            PIC 9(02) VALUE ZERO.
                   15 WS-QS-R-GOLD             PIC 9(04) VALUE ZERO.
                   15 WS-QS-R-XP               PIC 9(04) VALUE ZERO.
                   15 WS-QS-R-ITEM             PIC 9(02) VALUE ZERO.
       01 WS-STAGING-VARS.
           05 WS-STAGING-FS        PIC X(02) VALUE ZEROES.
               88 WS-ST-FS-OK        VALUE "00".
           05 WS-FM-MONSTER-HP-ENTRY   PIC S9(03) VALUE ZERO.
      * WS-FM-MODE TELLS FIGHT-MONSTER WHETHER SOMEONE IS AT THE
      * TERMINAL: PLAY RUNS INTERACTIVE (LOOT PROMPTS ALLOWED),
      * RUN-TOURNAMENT RUNS BATCH (NO ACCEPTS, NO LOOT). THE WIN-ODDS
      * SIMULATOR RUNS SIMULATION: BATCH RULES PLUS NO SCREEN OUTPUT
      * PER EXCHANGE AND NO BATTLE-LOG RECORDS.
           05 WS-FM-MODE               PIC X(01) VALUE "I".
               88 WS-FM-INTERACTIVE      VALUE "I".
               88 WS-FM-BATCH            VALUE "B".
               88 WS-FM-SIMULATION       VALUE "S".
           05 WS-FM-LOOT-INDEX         PIC 9(02) VALUE ZERO.
           05 WS-FM-LOOT-ANSWER        PIC X(01) VALUE SPACE.
           05 WS-FM-FIRST-STRIKE       PIC X(01) VALUE SPACE.
           05 WS-MESSAGES-REG.
               10 WS-MS-R-LENGTH   PIC 9(03) VALUE ZERO.
               10 WS-MS-R-INDEX    PIC 9(03) VALUE ZERO.
               10 WS-MESSAGES-R OCCURS 1 TO 150 TIMES
                 DEPENDING ON WS-MS-R-LENGTH.
                   15 WS-MS-R-LANG             PIC X(02) VALUE SPACES.
                   15 WS-MS-R-ID               PIC 9(03) VALUE ZERO.
           05 WS-TR-HERO-HP-SAVE OCCURS 1 TO 9 TIMES
             DEPENDING ON WS-H-R-LENGTH
               PIC S9(02) VALUE ZERO.
      * WIN-ODDS SIMULATOR: THE HERO OR PARTY (WS-PT-HERO) FIGHTS
      * THE CHOSEN DUNGEON WS-SM-TRIALS TIMES WITH WS-FM-SIMULATION
      * SET, SO NOTHING IS SHOWN PER EXCHANGE, NOTHING GOES TO THE
      * BATTLE LOG, NO GOLD, LOOT, EXPERIENCE OR CONTRACT CREDIT IS
      * GIVEN AND NOTHING IS SAVED. HP COMES FROM THE TOURNAMENT
      * SNAPSHOTS ABOVE, REPLAYED BEFORE EVERY TRIAL; A CANDIDATE
      * ITEM (WS-SM-ITEM) IS LENT TO THE FIRST HERO FOR THE RUN ONLY.
      * WS-SM-E IS THE RUN'S ENCOUNTER LIST (ROSTER INDEX AND BOSS
      * FLAG) WITH ITS TALLIES; WS-SM-KILLS COUNTS, PER ROSTER
      * MONSTER, THE TRIALS IT ENDED. THE SEED IS ALWAYS SET, TO
      * WS-SM-DEFAULT-SEED WHEN NONE IS GIVEN, SO TWO RUNS WITH THE
      * SAME DATA GIVE THE SAME REPORT; LIKE A TORNEO SEED IT THEN
      * STAYS AS THE SESSION'S SEED.
       01 WS-SIMULATOR-VARS.
           05 WS-SM-OUTPUT         PIC X(01) VALUE "S".
               88 WS-SM-TO-SCREEN    VALUE "S".
               88 WS-SM-TO-FILE      VALUE "F".
           05 WS-SM-RESULT         PIC X(01) VALUE "N".
               88 WS-SM-OK           VALUE "N".
               88 WS-SM-FAILED       VALUE "Y".
           05 WS-SM-DEFAULT-SEED   PIC 9(08) VALUE 00001979.
           05 WS-SM-DEFAULT-TRIALS PIC 9(04) VALUE 1000.
           05 WS-SM-SEED           PIC 9(08) VALUE ZERO.
           05 WS-SM-TRIALS         PIC 9(04) VALUE ZERO.
      * 9(05): A VARYING ... UNTIL > 9999 ON A 9(04) WOULD WRAP.
           05 WS-SM-TRIAL          PIC 9(05) VALUE ZERO.
           05 WS-SM-ITEM           PIC 9(02) VALUE ZERO.
           05 WS-SM-ITEM-SAVE      PIC 9(02) VALUE ZERO.
           05 WS-SM-MODE-SAVE      PIC X(01) VALUE SPACE.
           05 WS-SM-SAVED-CURRENT  PIC 9(01) VALUE ZERO.
           05 WS-SM-ENC-COUNT      PIC 9(02) VALUE ZERO.
           05 WS-SM-E OCCURS 99 TIMES.
               10 WS-SM-E-SEQ        PIC 9(02).
               10 WS-SM-E-MONSTER    PIC 9(02).
               10 WS-SM-E-BOSS       PIC X(01).
               10 WS-SM-E-REACHED    PIC 9(04).
               10 WS-SM-E-SURVIVED   PIC 9(04).
               10 WS-SM-E-HP-LEFT    PIC 9(07).
               10 WS-SM-E-EXCHANGES  PIC 9(08).
           05 WS-SM-KILLS OCCURS 50 TIMES
                                   PIC 9(04).
           05 WS-SM-K              PIC 9(03) VALUE ZERO.
           05 WS-SM-I              PIC 9(02) VALUE ZERO.
           05 WS-SM-FALLEN         PIC 9(04) VALUE ZERO.
           05 WS-SM-KILLER         PIC 9(02) VALUE ZERO.
           05 WS-SM-EXCH-TOTAL     PIC 9(09) VALUE ZERO.
           05 WS-SM-ITEM-SHOWN     PIC 9(02) VALUE ZERO.
           05 WS-SM-ITEM-TXT       PIC X(11) VALUE SPACES.
           05 WS-SM-PCT            PIC ZZ9.9.
           05 WS-SM-AVG-HP         PIC ZZ9.9.
           05 WS-SM-AVG-EXCH       PIC ZZZ9.9.
           05 WS-SM-BOSS-TXT       PIC X(05) VALUE SPACES.
           05 WS-SM-DG-NAME        PIC X(12) VALUE SPACES.
           05 WS-SM-ARG-HEROES     PIC X(08) VALUE SPACES.
           05 WS-SM-ARG-DG         PIC X(02) VALUE SPACES.
           05 WS-SM-ARG-TRIALS     PIC X(04) VALUE SPACES.
           05 WS-SM-ARG-SEED       PIC X(08) VALUE SPACES.
           05 WS-SM-ARG-ITEM       PIC X(02) VALUE SPACES.
           05 WS-SM-LEN-TRIALS     PIC 9(02) VALUE ZERO.
           05 WS-SM-LEN-SEED       PIC 9(02) VALUE ZERO.
           05 WS-SM-ARG-H OCCURS 3 TIMES
                                   PIC X(02).
       01 WS-VALID-OPTION  PIC X(28)   VALUES ALL SPACES.
           88 WS-RESET-VALID-OPTION    VALUE ALL SPACES.
           88 WS-INVALID-OPTION
               88 WS-MM-OP-DUEL          VALUE "B" "b".
               88 WS-MM-OP-SEASON        VALUE "C" "c".
               88 WS-MM-OP-RECONCILE     VALUE "D" "d".
               88 WS-MM-OP-HISTORY       VALUE "E" "e".
               88 WS-MM-OP-ATTRITION     VALUE "F" "f".
               88 WS-MM-OP-GOLD-STMT     VALUE "G" "g".
               88 WS-MM-OP-BACKUP        VALUE "H" "h".
               88 WS-MM-OP-QUESTS        VALUE "I" "i".
               88 WS-MM-OP-WIN-ODDS      VALUE "J" "j".
      * THE OPTIONS THAT SAVE CAMPAIGN DATA, REFUSED TO A SESSION
      * THAT CAME IN READ-ONLY (THE DUEL MENU GUARDS ITS OWN FIGHT
      * OPTION, SINCE ITS LADDER VIEW IS ONLY A REPORT).
               88 WS-MM-OP-SAVES         VALUE "2" "3" "4" "5" "8"
                                               "A" "a" "C" "c"
                                               "D" "d" "H" "h".
               88 WS-MM-OP-DAILY         VALUE "K" "k".
               88 WS-MM-OP-HALL-OF-FAME  VALUE "L" "l".
      * THE MENU LABELS ARE NAMED (AND PADDED TO A COMMON WIDTH) SO
      * APPLY-MESSAGE-CATALOG CAN REPLACE THEM FROM MESSAGES.TXT;
      * THEIR VALUE CLAUSES ARE THE BUILT-IN SPANISH DEFAULTS.
               10 WS-MM-L13        PIC X(26)
                 VALUE "D- Conciliar estadisticas".
               10 FILLER           PIC X(01) VALUE X"0A".
               10 WS-MM-L14        PIC X(26)
                 VALUE "E- Historial de heroe".
               10 FILLER           PIC X(01) VALUE X"0A".
               10 WS-MM-L15        PIC X(26)
                 VALUE "F- Desgaste por mazmorra".
               10 FILLER           PIC X(01) VALUE X"0A".
               10 WS-MM-L16        PIC X(26)
                 VALUE "G- Extracto de oro".
               10 FILLER           PIC X(01) VALUE X"0A".
               10 WS-MM-L17        PIC X(26)
                 VALUE "H- Copias de seguridad".
               10 FILLER           PIC X(01) VALUE X"0A".
               10 WS-MM-L18        PIC X(26)
                 VALUE "I- Contratos de heroes".
               10 FILLER           PIC X(01) VALUE X"0A".
               10 WS-MM-L19        PIC X(26)
                 VALUE "J- Simular probabilidades".
               10 FILLER           PIC X(01) VALUE X"0A".
               10 WS-MM-L20        PIC X(26)
                 VALUE "K- Resumen del dia".
               10 FILLER           PIC X(01) VALUE X"0A".
               10 WS-MM-L21        PIC X(26)
                 VALUE "L- Salon de la fama".
               10 FILLER           PIC X(01) VALUE X"0A".
               10 FILLER           PIC X(01) VALUE X"0A".
               10 WS-MM-L00        PIC X(26) VALUE "0- Salir.".
       01 WS-HEROES-MENU.
               88 WS-RM-OP-MAINT-PROF    VALUE "7".
               88 WS-RM-OP-MAINT-ITEM    VALUE "8".
               88 WS-RM-OP-MAINT-DG      VALUE "9".
               88 WS-RM-OP-MAINT-QUEST   VALUE "A" "a".
               88 WS-RM-OP-EXPORT-HERO   VALUE "B" "b".
               88 WS-RM-OP-IMPORT-HERO   VALUE "C" "c".
           05 WS-RM-TITLE.
               10 FILLER               PIC X(20)
                                         VALUE "GESTION DE PLANTEL: ".
               10 FILLER               PIC X(01) VALUE X"0A".
               10 FILLER               PIC X(21)
                 VALUE "9- Mantener mazmorras".
               10 FILLER               PIC X(01) VALUE X"0A".
               10 FILLER               PIC X(21)
                 VALUE "A- Mantener contratos".
               10 FILLER               PIC X(01) VALUE X"0A".
               10 FILLER               PIC X(28)
                 VALUE "B- Exportar heroe (traspaso)".
               10 FILLER               PIC X(01) VALUE X"0A".
               10 FILLER               PIC X(28)
                 VALUE "C- Importar heroe (traspaso)".
           05 WS-RM-FOOTER.
               10 FILLER               PIC X(01) VALUE X"0A".
               10 FILLER               PIC X(09) VALUE "0- Volver".
       01 WS-GOLD-VARS.
           05 WS-GOLD-LEDGER-FS    PIC X(02) VALUE ZEROES.
               88 WS-GL-FS-OK        VALUE "00".
               88 WS-GL-FS-EOF       VALUE HIGH-VALUE.
           05 WS-GL-HERO-ID        PIC 9(02) VALUE ZERO.
           05 WS-GL-TYPE           PIC X(06) VALUE SPACES.
           05 WS-GL-ITEM           PIC 9(02) VALUE ZERO.
           05 WS-GL-AMOUNT         PIC S9(05) VALUE ZERO.
           05 WS-GL-BALANCE        PIC 9(06) VALUE ZERO.
           05 WS-GD-DROP           PIC 9(05) VALUE ZERO.
      * GOLD STATEMENT: ONE BLOCK PER HERO (ON THE ROSTER OR IN THE
      * LEDGER) FOR A DATE RANGE. THE OPENING BALANCE IS THE LAST
      * GL-BALANCE BEFORE THE RANGE -- OR, FOR A HERO WHOSE FIRST
      * MOVEMENT FALLS IN THE RANGE, THAT MOVEMENT'S BALANCE LESS ITS
      * AMOUNT. THE PROOF FLAGS A LAST LEDGER BALANCE (OVER THE WHOLE
      * LEDGER, NOT JUST THE RANGE) THAT DIFFERS FROM HEROES-R-GOLD,
      * AND ANY MOVEMENT WHOSE BALANCE IS NOT THE PREVIOUS BALANCE
      * PLUS ITS AMOUNT.
       01 WS-GOLD-STATEMENT-VARS.
           05 WS-GS-OUTPUT         PIC X(01) VALUE "S".
               88 WS-GS-TO-SCREEN    VALUE "S".
               88 WS-GS-TO-FILE      VALUE "F".
           05 WS-GS-FROM           PIC 9(08) VALUE ZERO.
           05 WS-GS-TO             PIC 9(08) VALUE 99999999.
           05 WS-GS-ARG-FROM       PIC X(08) VALUE SPACES.
           05 WS-GS-ARG-TO         PIC X(08) VALUE SPACES.
           05 WS-GS-SEEN-FLAGS.
               10 WS-GS-SEEN       PIC X(01) OCCURS 99 TIMES.
           05 WS-GS-I              PIC 9(03) VALUE ZERO.
           05 WS-GS-ID             PIC 9(02) VALUE ZERO.
           05 WS-GS-HEROES         PIC 9(02) VALUE ZERO.
           05 WS-GS-FLAGS          PIC 9(04) VALUE ZERO.
           05 WS-GS-MOVES          PIC 9(05) VALUE ZERO.
           05 WS-GS-ANY-BEFORE     PIC X(01) VALUE "N".
           05 WS-GS-ANY-EVER       PIC X(01) VALUE "N".
           05 WS-GS-OPENING        PIC S9(07) VALUE ZERO.
           05 WS-GS-CLOSING        PIC 9(06) VALUE ZERO.
           05 WS-GS-LAST-BAL       PIC 9(06) VALUE ZERO.
           05 WS-GS-EXPECTED       PIC S9(07) VALUE ZERO.
           05 WS-GS-BOTIN          PIC S9(07) VALUE ZERO.
           05 WS-GS-COMPRA         PIC S9(07) VALUE ZERO.
           05 WS-GS-VENTA          PIC S9(07) VALUE ZERO.
           05 WS-GS-OTHER          PIC S9(07) VALUE ZERO.
           05 WS-GS-AMOUNT-ED      PIC -(6)9.
           05 WS-GS-TOTAL-ED       PIC -(7)9.
           05 WS-GS-ITEM-NAME      PIC X(08) VALUE SPACES.
           05 WS-GS-MARK           PIC X(20) VALUE SPACES.
      * END-OF-DAY SUMMARY (MENU OPTION K, "RESUMEN" COMMAND): ONE
      * PAGE PER PROFILE AND DATE PULLED FROM THE JOURNAL (SHARED BY
      * EVERY PROFILE, SO ALL ITS COMMANDS OF THE DAY ARE LISTED),
      * THE BATTLE LOG AND ITS ARCHIVES (FIN-PARTIDA RECORDS FOR THE
      * GAMES, THE LAST EXCHANGE OF EACH DUEL), THE HERO AUDIT TRAIL
      * (LEVELS GAINED UNDER "NIVEL" AND "MISION"), THE GOLD LEDGER
      * AND THE OPERATIONS LOG (SEASON CLOSE, RECONCILIATION).
       01 WS-DAILY-SUMMARY-VARS.
           05 WS-OPERATIONS-LOG-FS PIC X(02) VALUE ZEROES.
               88 WS-OL-FS-OK        VALUE "00".
               88 WS-OL-FS-EOF       VALUE HIGH-VALUE.
           05 WS-OL-EVENT          PIC X(08) VALUE SPACES.
           05 WS-OL-RESULT         PIC X(50) VALUE SPACES.
           05 WS-DS-OUTPUT         PIC X(01) VALUE "S".
               88 WS-DS-TO-SCREEN    VALUE "S".
               88 WS-DS-TO-FILE      VALUE "F".
           05 WS-DS-DATE           PIC 9(08) VALUE ZERO.
           05 WS-DS-ARG            PIC X(08) VALUE SPACES.
           05 WS-DS-COMMANDS       PIC 9(04) VALUE ZERO.
           05 WS-DS-FAILED         PIC 9(04) VALUE ZERO.
           05 WS-DS-SOURCES        PIC 9(03) VALUE ZERO.
           05 WS-DS-GAMES          PIC 9(05) VALUE ZERO.
           05 WS-DS-WINS           PIC 9(05) VALUE ZERO.
           05 WS-DS-LOSSES         PIC 9(05) VALUE ZERO.
           05 WS-DS-MONSTERS       PIC 9(05) VALUE ZERO.
           05 WS-DS-DUELS          PIC 9(04) VALUE ZERO.
           05 WS-DS-LEVELS         PIC 9(04) VALUE ZERO.
           05 WS-DS-LV-BEFORE      PIC 9(02) VALUE ZERO.
           05 WS-DS-MOVES          PIC 9(05) VALUE ZERO.
           05 WS-DS-EARNED         PIC S9(07) VALUE ZERO.
           05 WS-DS-SPENT          PIC S9(07) VALUE ZERO.
           05 WS-DS-TRANSFERS      PIC S9(07) VALUE ZERO.
           05 WS-DS-NET            PIC S9(07) VALUE ZERO.
           05 WS-DS-EARNED-ED      PIC -(6)9.
           05 WS-DS-SPENT-ED       PIC -(6)9.
           05 WS-DS-TRANSFERS-ED   PIC -(6)9.
           05 WS-DS-NET-ED         PIC -(6)9.
           05 WS-DS-SEASON-RUNS    PIC 9(02) VALUE ZERO.
           05 WS-DS-RECON-RUNS     PIC 9(02) VALUE ZERO.
           05 WS-DS-WINNER         PIC X(12) VALUE SPACES.
      * RETIRED HEROES AND HALL OF FAME (MENU OPTION L, "FAMA"
      * COMMAND). RETIRE-HERO FILES THE HERO'S LAST FIGURES IN
      * RETIRED-HEROES.TXT FIRST; ONLY THEN DOES THE HERO LEAVE THE
      * ROSTER, ITS CAREER, DUEL AND CONTRACT RECORDS ARE DELETED
      * AND ITS GOLD IS POSTED OUT OF THE LEDGER ("RETIRO"). A
      * RETIRED HERO'S ID IS NEVER HANDED OUT SILENTLY: ADD-HERO
      * ASKS S/N BEFORE REUSING IT, THE BULK LOAD REJECTS IT (RT)
      * AND AN IMPORTED HERO IS GIVEN ANOTHER ID. THE HALL OF FAME
      * RANKS THE ROSTER AND THE RETIRED HEROES TOGETHER BY
      * LIFETIME WINS, MONSTERS DEFEATED, LEVEL AND DUEL RECORD,
      * WS-HF-TOP HEROES PER RANKING, THEN LISTS THE RETIREMENTS.
       01 WS-HALL-OF-FAME-VARS.
           05 WS-RETIRED-HEROES-FS PIC X(02) VALUE ZEROES.
               88 WS-RH-FS-OK        VALUE "00".
               88 WS-RH-FS-EOF       VALUE HIGH-VALUE.
           05 WS-RH-WRITTEN-FLAG   PIC X(01) VALUE "N".
               88 WS-RH-WRITTEN      VALUE "Y".
               88 WS-RH-NOT-WRITTEN  VALUE "N".
      * SET BY LOOKUP-RETIRED-ID FOR WS-RH-SOUGHT: THE NAME AND DATE
      * OF THE LAST HERO RETIRED UNDER THAT ID.
           05 WS-RH-SOUGHT         PIC 9(02) VALUE ZERO.
           05 WS-RH-FOUND-FLAG     PIC X(01) VALUE "N".
               88 WS-RH-FOUND        VALUE "Y".
               88 WS-RH-NOT-FOUND    VALUE "N".
           05 WS-RH-FOUND-NAME     PIC X(12) VALUE SPACES.
           05 WS-RH-FOUND-DATE     PIC 9(08) VALUE ZERO.
           05 WS-RH-ANSWER         PIC X(01) VALUE SPACE.
           05 WS-RH-ID             PIC 9(02) VALUE ZERO.
           05 WS-RH-GOLD           PIC 9(05) VALUE ZERO.
      * LAST RETIREMENT STAMP (DATE AND SESSION) PER HERO ID, FOR THE
      * RECONCILIATION: A FIN-PARTIDA RECORD OF AN ID STAMPED UP TO
      * THAT ID'S LAST RETIREMENT BELONGS TO THE RETIRED HERO, NOT TO
      * WHOEVER HOLDS THE ID NOW.
           05 WS-RH-BL-STAMP       PIC 9(14) VALUE ZERO.
           05 WS-RH-CUT-STAMP      PIC 9(14) VALUE ZERO.
           05 WS-RH-STAMPS.
               10 WS-RH-LAST-STAMP OCCURS 99 TIMES PIC 9(14).
           05 WS-HF-OUTPUT         PIC X(01) VALUE "S".
               88 WS-HF-TO-SCREEN    VALUE "S".
               88 WS-HF-TO-FILE      VALUE "F".
           05 WS-HF-TOP            PIC 9(03) VALUE 010.
      * NINE ROSTER HEROES PLUS THE RETIREMENTS; ANY RETIREMENT PAST
      * THE TABLE IS COUNTED AND LEFT OUT.
           05 WS-HF-MAX            PIC 9(03) VALUE 100.
           05 WS-HF-COUNT          PIC 9(03) VALUE ZERO.
           05 WS-HF-RETIRED        PIC 9(03) VALUE ZERO.
           05 WS-HF-SKIPPED        PIC 9(04) VALUE ZERO.
           05 WS-HF-I              PIC 9(03) VALUE ZERO.
           05 WS-HF-J              PIC 9(03) VALUE ZERO.
           05 WS-HF-BEST           PIC 9(03) VALUE ZERO.
           05 WS-HF-LAST           PIC 9(03) VALUE ZERO.
           05 WS-HF-RANKING        PIC 9(01) VALUE ZERO.
               88 WS-HF-BY-WINS      VALUE 1.
               88 WS-HF-BY-MONSTERS  VALUE 2.
               88 WS-HF-BY-LEVEL     VALUE 3.
               88 WS-HF-BY-DUELS     VALUE 4.
               88 WS-HF-BY-RETIREMENT VALUE 5.
           05 WS-HF-RANK-ED        PIC Z9.
           05 WS-HF-VALUE-TXT      PIC X(33) VALUE SPACES.
           05 WS-HF-STATUS-TXT     PIC X(17) VALUE SPACES.
      * WS-HF-E-KEY IS THE SORT KEY OF THE RANKING BEING PRINTED, THE
      * SECOND FIELD BREAKING TIES (FEWER LOSSES, MORE WINS, MORE XP,
      * FEWER DUELS LOST); FOR THE LIST OF RETIREMENTS IT PUTS THEM
      * BACK IN FILE ORDER (WS-HF-E-SEQ). WS-HF-E-RETIRED IS ZERO FOR
      * A ROSTER HERO.
           05 WS-HF-ENTRY OCCURS 100 TIMES.
               10 WS-HF-E-ID               PIC 9(02).
               10 WS-HF-E-NAME             PIC X(12).
               10 WS-HF-E-LEVEL            PIC 9(02).
               10 WS-HF-E-XP               PIC 9(05).
               10 WS-HF-E-WINS             PIC 9(04).
               10 WS-HF-E-LOSSES           PIC 9(04).
               10 WS-HF-E-MONSTERS         PIC 9(04).
               10 WS-HF-E-DUEL-WINS        PIC 9(04).
               10 WS-HF-E-DUEL-LOSSES      PIC 9(04).
               10 WS-HF-E-RETIRED          PIC 9(08).
               10 WS-HF-E-SEASON           PIC 9(04).
               10 WS-HF-E-GOLD             PIC 9(05).
               10 WS-HF-E-SEQ              PIC 9(03).
               10 WS-HF-E-KEY              PIC 9(08).
           05 WS-HF-TEMP           PIC X(69) VALUE SPACES.
       01 WS-SHOP-VARS.
           05 WS-SH-OPTION         PIC 9(02) VALUE ZERO.
           05 WS-SH-I              PIC 9(02) VALUE ZERO.
           05 WS-SH-SALE-PRICE     PIC 9(04) VALUE ZERO.
      * HERO AUDIT TRAIL: THE KEYED SAVES (REWRITE-HERO-RECORD,
      * WRITE-FILE-HEROES, DELETE-HERO-RECORD) READ THE RECORD ON
      * DISK BEFORE REPLACING IT AND, WHEN ANYTHING CHANGED, APPEND
      * BOTH IMAGES TO HERO-AUDIT.TXT UNDER WS-HA-PATH, WHICH EVERY
      * CALLER SETS BEFORE THE SAVE. THE HISTORY INQUIRY (MENU
      * OPTION E AND THE HISTORIAL COMMAND) LISTS ONE HERO'S CHANGES
      * BETWEEN TWO DATES.
       01 WS-HERO-AUDIT-VARS.
           05 WS-HERO-AUDIT-FS     PIC X(02) VALUE ZEROES.
               88 WS-HA-FS-OK        VALUE "00".
               88 WS-HA-FS-EOF       VALUE HIGH-VALUE.
           05 WS-HA-PATH           PIC X(08) VALUE SPACES.
           05 WS-HA-KEY            PIC 9(02) VALUE ZERO.
      * LEVEL BEFORE AWARD-EXPERIENCE BANKS A RUN'S XP: A RUN THAT
      * RAISED IT IS SAVED AS "NIVEL" INSTEAD OF "PARTIDA".
           05 WS-HA-LEVEL-BEFORE   PIC 9(02) VALUE ZERO.
           05 WS-HA-BEFORE         PIC X(38) VALUE SPACES.
           05 WS-HA-AFTER          PIC X(38) VALUE SPACES.
           05 WS-HA-HERO           PIC 9(02) VALUE ZERO.
           05 WS-HA-FROM           PIC 9(08) VALUE ZERO.
           05 WS-HA-TO             PIC 9(08) VALUE 99999999.
           05 WS-HA-SHOWN          PIC 9(04) VALUE ZERO.
           05 WS-HA-ARG-HERO       PIC X(02) VALUE SPACES.
           05 WS-HA-ARG-FROM       PIC X(08) VALUE SPACES.
           05 WS-HA-ARG-TO         PIC X(08) VALUE SPACES.
      * "S" = THE INQUIRY SCREEN, "F" = THE COMMAND'S REPORT FILE.
           05 WS-HA-OUTPUT         PIC X(01) VALUE "S".
               88 WS-HA-TO-SCREEN    VALUE "S".
               88 WS-HA-TO-FILE      VALUE "F".
           05 WS-HA-LABEL          PIC X(10) VALUE SPACES.
      * ONE IMAGE AT A TIME, LAID OUT LIKE HEROES-REG FOR PRINTING.
           05 WS-HA-IMAGE          PIC X(38) VALUE SPACES.
           05 WS-HA-IMAGE-R REDEFINES WS-HA-IMAGE.
               10 WS-HA-I-ID               PIC 9(02).
               10 WS-HA-I-NAME             PIC X(12).
               10 WS-HA-I-STRENGTH         PIC 9(02).
               10 WS-HA-I-AGILITY          PIC 9(02).
               10 WS-HA-I-LEVEL            PIC 9(02).
               10 WS-HA-I-HP               PIC 9(02).
               10 WS-HA-I-MAX-HP           PIC 9(02).
               10 WS-HA-I-PROFESSION       PIC 9(02).
               10 WS-HA-I-XP               PIC 9(05).
               10 WS-HA-I-ITEM             PIC 9(02).
               10 WS-HA-I-GOLD             PIC 9(05).
      * SEE THE PROFILES-FILE SELECT NOTES. WS-PROFILE-NAME FEEDS THE
      * REPORT HEADINGS; THE WS-...-NAME FIELDS FEED THE DYNAMIC
      * ASSIGNS AND DEFAULT TO THE CLASSIC SHARED NAMES SO A
                                     VALUE "TOURNAMENT-CHKPT.TXT".
           05 WS-RECONCILE-NAME    PIC X(40)
                                     VALUE "RECONCILE-REPORT.TXT".
           05 WS-HERO-AUDIT-NAME   PIC X(40) VALUE "HERO-AUDIT.TXT".
           05 WS-BACKUP-CTL-NAME   PIC X(40) VALUE "BACKUP-CTL.TXT".
           05 WS-QUEST-PROGRESS-NAME PIC X(40)
                                     VALUE "QUEST-PROGRESS.TXT".
           05 WS-LOCK-NAME         PIC X(40)
                                     VALUE "PROFILE-LOCK.TXT".
           05 WS-OPERATIONS-LOG-NAME PIC X(40)
                                     VALUE "OPERATIONS-LOG.TXT".
           05 WS-RETIRED-HEROES-NAME PIC X(40)
                                     VALUE "RETIRED-HEROES.TXT".
      * PROFILE LOCK. SELECT-PROFILE TAKES IT ONCE THE PROFILE IS
      * CHOSEN; A COMMAND-FILE JOB TAKES IT BEFORE ITS FIRST COMMAND
      * THAT WORKS ON THE PROFILE, AND CMD-SELECT-PROFILE LETS GO OF
      * THE OLD PROFILE BEFORE TAKING THE NEW ONE. STOP-RUN LETS GO.
      * A SESSION THAT FINDS THE PROFILE HELD MAY STILL COME IN FOR
      * THE REPORTS ONLY (WS-LK-READ-ONLY: EVERY OPTION THAT SAVES IS
      * REFUSED AND THE EXIT SAVES NOTHING); A JOB WAITS UP TO
      * WS-LK-WAIT-SECONDS, THEN STOPS WITH RC 08 IN THE JOURNAL. A
      * LOCK LEFT BY A SESSION THAT DIED IS CLEARED BY THE OPERATOR
      * FROM THE PROFILE CHOICE OR WITH "DESBLOQUEA PERFIL".
       01 WS-LOCK-VARS.
           05 WS-LOCK-FS           PIC X(02) VALUE ZEROES.
               88 WS-LK-FS-OK        VALUE "00".
           05 WS-LK-HOLD-FLAG      PIC X(01) VALUE "N".
               88 WS-LK-HOLDING      VALUE "Y".
               88 WS-LK-NOT-HOLDING  VALUE "N".
           05 WS-LK-ACCESS         PIC X(01) VALUE "W".
               88 WS-LK-READ-WRITE   VALUE "W".
               88 WS-LK-READ-ONLY    VALUE "R".
           05 WS-LK-RESULT         PIC X(01) VALUE "Y".
               88 WS-LK-CLEAR        VALUE "Y".
               88 WS-LK-BUSY         VALUE "N".
      * WHAT READ-PROFILE-LOCK FOUND ON DISK: NO LOCK (OR A RELEASED
      * ONE), THIS SESSION'S OWN, OR ANOTHER SESSION'S.
           05 WS-LK-HELD-BY        PIC X(01) VALUE "F".
               88 WS-LK-FREE         VALUE "F".
               88 WS-LK-OURS         VALUE "O".
               88 WS-LK-THEIRS       VALUE "T".
           05 WS-LK-FOUND-MODE     PIC X(01) VALUE SPACE.
           05 WS-LK-FOUND-USER     PIC X(12) VALUE SPACES.
           05 WS-LK-FOUND-DATE     PIC 9(08) VALUE ZERO.
           05 WS-LK-FOUND-TIME     PIC 9(08) VALUE ZERO.
           05 WS-LK-MODE-TXT       PIC X(11) VALUE SPACES.
           05 WS-LK-NEW-STATE      PIC X(01) VALUE SPACE.
           05 WS-LK-USER           PIC X(12) VALUE SPACES.
           05 WS-LK-OPTION         PIC X(01) VALUE SPACE.
           05 WS-LK-ANSWER         PIC X(01) VALUE SPACE.
           05 WS-LK-TARGET         PIC X(08) VALUE SPACES.
           05 WS-LK-SAVED-NAME     PIC X(40) VALUE SPACES.
           05 WS-LK-CLOCK          PIC 9(08) VALUE ZERO.
           05 WS-LK-CLOCK-R REDEFINES WS-LK-CLOCK.
               10 WS-LK-CLOCK-HH   PIC 9(02).
               10 WS-LK-CLOCK-MM   PIC 9(02).
               10 WS-LK-CLOCK-SS   PIC 9(02).
               10 WS-LK-CLOCK-CC   PIC 9(02).
           05 WS-LK-NOW-SECS       PIC 9(05) VALUE ZERO.
           05 WS-LK-LAST-SECS      PIC 9(05) VALUE ZERO.
           05 WS-LK-START-SECS     PIC 9(05) VALUE ZERO.
           05 WS-LK-WAITED         PIC S9(06) VALUE ZERO.
      * THE SETTLE WAIT KEEPS ITS OWN CLOCK: IT RUNS INSIDE THE
      * COMMAND-FILE JOB'S WAIT, WHICH IS STILL COUNTING.
           05 WS-LK-SETTLE-START   PIC 9(05) VALUE ZERO.
           05 WS-LK-SETTLED        PIC S9(06) VALUE ZERO.
      * EACH PASS OF A LOCK WAIT SLEEPS THIS LONG BEFORE IT LOOKS AT
      * THE CLOCK AGAIN, SO THE WAIT DOES NOT HOLD THE PROCESSOR.
           05 WS-LK-SLEEP-SECONDS  PIC 9(01) VALUE 1.
       01 WS-COMMAND-VARS.
           05 WS-COMMAND-FS        PIC X(02) VALUE ZEROES.
               88 WS-CMD-FS-OK       VALUE "00".
               88 WS-CMD-FS-EOF      VALUE HIGH-VALUE.
           05 WS-JOURNAL-FS        PIC X(02) VALUE ZEROES.
               88 WS-JR-FS-OK        VALUE "00".
               88 WS-JR-FS-EOF       VALUE HIGH-VALUE.
           05 WS-RUN-REPORT-FS     PIC X(02) VALUE ZEROES.
               88 WS-RPT-FS-OK       VALUE "00".
           05 WS-RUN-REPORT-NAME   PIC X(40) VALUE SPACES.
           05 WS-CMD-RC            PIC 9(02) VALUE ZERO.
           05 WS-CMD-VERB          PIC X(10) VALUE SPACES.
           05 WS-CMD-ARG           PIC X(30) VALUE SPACES.
           05 WS-CMD-PTR           PIC 9(02) VALUE ZERO.
           05 WS-CMD-SEED          PIC 9(08) VALUE ZERO.
           05 WS-JR-LINE           PIC X(80) VALUE SPACES.
      * OPTIONAL SECOND JOURNAL LINE FOR THE COMMAND JUST RUN (WHY A
      * JOB STOPPED, WHOSE LOCK WAS CLEARED); BLANKED ONCE WRITTEN.
           05 WS-JR-NOTE           PIC X(56) VALUE SPACES.
           05 WS-RPT-LINE          PIC X(80) VALUE SPACES.
      * MAINTENANCE SCREENS FOR THE REFERENCE FILES (PROFESSIONS.TXT,
      * ITEMS.TXT, DUNGEONS.TXT, QUESTS.TXT): MENU-DRIVEN ADD,
      * MODIFY AND DELETE WITH THE SAME RANGE AND DUPLICATE-ID CHECKS
      * THE STAT EDITS GET, PLUS REFERENTIAL CHECKS -- A PROFESSION
      * STILL ASSIGNED, AN ITEM STILL EQUIPPED OR A MONSTER STILL IN
      * A DUNGEON ENCOUNTER CANNOT BE DELETED, NOR A CONTRACT WITH
      * PROGRESS ON RECORD IN THIS CAMPAIGN. MODIFIER SIGNS ARE
      * ASKED AS A SEPARATE +/- CHARACTER SO A BAD TRAILING-SIGN BYTE
      * CAN NEVER REACH THE FILE AGAIN.
       01 WS-MAINT-VARS.
               88 WS-MT-ENTRY-GOOD   VALUE "Y".
               88 WS-MT-ENTRY-BAD    VALUE "N".
           05 WS-MT-DG-TEMP        PIC X(19) VALUE SPACES.
           05 WS-MT-QS-DESC        PIC X(24) VALUE SPACES.
           05 WS-MT-QS-GOAL        PIC X(01) VALUE SPACE.
           05 WS-MT-QS-TARGET      PIC 9(02) VALUE ZERO.
           05 WS-MT-QS-COUNT       PIC 9(02) VALUE ZERO.
           05 WS-MT-QS-GOLD        PIC 9(04) VALUE ZERO.
           05 WS-MT-QS-XP          PIC 9(04) VALUE ZERO.
           05 WS-MT-QS-ITEM        PIC 9(02) VALUE ZERO.
      * RECONCILIATION: THE END OF EVERY INTERACTIVE RUN LEAVES A
      * FIN-PARTIDA SUMMARY RECORD IN THE BATTLE LOG (BL-DAMAGE =
      * MONSTERS CREDITED, BL-HERO-HP-AFTER DECIDES WIN OR LOSS),
           05 WS-RN-STORED         PIC 9(04) VALUE ZERO.
           05 WS-RN-CALC           PIC 9(04) VALUE ZERO.
           05 WS-RN-LINE           PIC X(80) VALUE SPACES.
      * DUNGEON ATTRITION: RUNS ARE REBUILT FROM THE RUN TAGS IN THE
      * LIVE LOG PLUS THE ARCHIVES IN BATTLE-LOG-INDEX.TXT. A RUN'S
      * RECORDS ARE CONSECUTIVE, SO A CHANGE OF RUN KEY CLOSES THE
      * PREVIOUS ONE. WS-AT-D IS INDEXED BY DUNGEON ID; WS-AT-E RUNS
      * PARALLEL TO THE WS-DUNGEONS-R ROWS (ONE PER ENCOUNTER). AN
      * ENCOUNTER IS "REACHED" WHEN THE RUN FIGHTS IN IT AND
      * "SURVIVED" WHEN THE RUN MOVES ON TO A LATER ONE OR ENDS WITH
      * SOMEONE STANDING; A HERO "FALLS" THERE WHEN A RECORD TAKES ITS
      * HP FROM ABOVE ZERO TO ZERO OR BELOW. A RUN ENDING WITH A HERO
      * STANDING HAS FOUGHT EVERY ENCOUNTER: IT IS A FULL CLEAR.
      * ENCOUNTERS SINCE REMOVED FROM DUNGEONS.TXT ARE NOT REPORTED.
       01 WS-ATTRITION-VARS.
           05 WS-AT-OUTPUT         PIC X(01) VALUE "S".
               88 WS-AT-TO-SCREEN    VALUE "S".
               88 WS-AT-TO-FILE      VALUE "F".
           05 WS-AT-SOURCES        PIC 9(04) VALUE ZERO.
           05 WS-AT-D OCCURS 99 TIMES.
               10 WS-AT-D-RUNS     PIC 9(05).
               10 WS-AT-D-CLEARS   PIC 9(05).
               10 WS-AT-D-BOSS-KILLS PIC 9(05).
           05 WS-AT-E OCCURS 99 TIMES.
               10 WS-AT-E-REACHED  PIC 9(05).
               10 WS-AT-E-SURVIVED PIC 9(05).
               10 WS-AT-E-FALLEN   PIC 9(05).
           05 WS-AT-RUN-FLAG       PIC X(01) VALUE "N".
               88 WS-AT-RUN-OPEN     VALUE "Y".
               88 WS-AT-RUN-CLOSED   VALUE "N".
           05 WS-AT-RUN-DATE       PIC 9(08) VALUE ZERO.
           05 WS-AT-RUN-SESSION    PIC 9(06) VALUE ZERO.
           05 WS-AT-RUN-ID         PIC 9(04) VALUE ZERO.
           05 WS-AT-RUN-DG         PIC 9(02) VALUE ZERO.
           05 WS-AT-RUN-ROW        PIC 9(02) VALUE ZERO.
           05 WS-AT-RUN-WON        PIC X(01) VALUE "N".
           05 WS-AT-ROW            PIC 9(02) VALUE ZERO.
           05 WS-AT-I              PIC 9(02) VALUE ZERO.
           05 WS-AT-PREV           PIC 9(02) VALUE ZERO.
           05 WS-AT-PCT            PIC 9(03) VALUE ZERO.
           05 WS-AT-BOSS-TXT       PIC X(05) VALUE SPACES.
      * CAMPAIGN BACKUP AND RESTORE (SEE THE BACKUP FDS). A BACKUP
      * TAKES THE NEXT FREE SLOT, OR THE OLDEST GENERATION'S ONCE
      * WS-BK-MAX-GENERATIONS EXIST. A RESTORE FIRST RE-COUNTS THE
      * DATA FILE AGAINST ITS MANIFEST (WS-BM-ACT- AGAINST WS-BM-)
      * AND ONLY THEN OVERWRITES THE LIVE FILES AND RELOADS THE
      * TABLES. WS-BM-T HOLDS ONE ROW PER FILE, ARCHIVES INCLUDED.
       01 WS-BACKUP-VARS.
           05 WS-BACKUP-FS         PIC X(02) VALUE ZEROES.
               88 WS-BK-FS-OK        VALUE "00".
               88 WS-BK-FS-EOF       VALUE HIGH-VALUE.
           05 WS-BACKUP-MAN-FS     PIC X(02) VALUE ZEROES.
               88 WS-BM-FS-OK        VALUE "00".
               88 WS-BM-FS-EOF       VALUE HIGH-VALUE.
           05 WS-BACKUP-CTL-FS     PIC X(02) VALUE ZEROES.
               88 WS-BC-FS-OK        VALUE "00".
               88 WS-BC-FS-EOF       VALUE HIGH-VALUE.
           05 WS-BK-DATA-NAME      PIC X(40) VALUE SPACES.
           05 WS-BK-MAN-NAME       PIC X(40) VALUE SPACES.
           05 WS-BK-FILE-NAME      PIC X(40) VALUE SPACES.
           05 WS-BK-OUT-CODE       PIC X(08) VALUE SPACES.
           05 WS-BK-OUT-FLAG       PIC X(01) VALUE "N".
               88 WS-BK-OUT-OPEN     VALUE "Y".
               88 WS-BK-OUT-CLOSED   VALUE "N".
           05 WS-BK-OPEN-FS        PIC X(02) VALUE ZEROES.
           05 WS-BK-FULL-FLAG      PIC X(01) VALUE "N".
               88 WS-BK-FULL         VALUE "Y".
               88 WS-BK-ROOM         VALUE "N".
           05 WS-BK-RESULT         PIC X(01) VALUE "N".
               88 WS-BK-GOOD         VALUE "Y".
               88 WS-BK-FAILED       VALUE "N".
           05 WS-BK-OPTION         PIC X(01) VALUE SPACE.
           05 WS-BK-ANSWER         PIC X(01) VALUE SPACE.
           05 WS-BK-ARG            PIC X(04) VALUE SPACES.
           05 WS-BK-ARG-LEN        PIC 9(02) VALUE ZERO.
           05 WS-BK-SLOT           PIC 9(02) VALUE ZERO.
           05 WS-BK-GEN            PIC 9(04) VALUE ZERO.
           05 WS-BK-GEN-WANTED     PIC 9(04) VALUE ZERO.
           05 WS-BK-DATE           PIC 9(08) VALUE ZERO.
           05 WS-BK-TIME           PIC 9(08) VALUE ZERO.
           05 WS-BK-CONTROL        PIC S9(07) VALUE ZERO.
           05 WS-BC-COUNT          PIC 9(02) VALUE ZERO.
           05 WS-BC-I              PIC 9(02) VALUE ZERO.
           05 WS-BC-FOUND          PIC 9(02) VALUE ZERO.
           05 WS-BC-LAST-GEN       PIC 9(04) VALUE ZERO.
           05 WS-BC-T OCCURS 20 TIMES.
               10 WS-BC-GEN        PIC 9(04).
               10 WS-BC-SLOT       PIC 9(02).
               10 WS-BC-DATE       PIC 9(08).
               10 WS-BC-TIME       PIC 9(08).
           05 WS-BK-MAX-FILES      PIC 9(03) VALUE 120.
      * THE HEROES RECORDS ON DISK BEFORE AND AFTER A RESTORE, BY HERO
      * ID (SPACES = NO SUCH HERO), SO EVERY HERO THE RESTORE CHANGED,
      * BROUGHT BACK OR REMOVED GOES TO THE AUDIT TRAIL AS "RESTAURA".
           05 WS-BK-HERO-SIDE      PIC X(01) VALUE "L".
               88 WS-BK-LIVE-SIDE    VALUE "L".
               88 WS-BK-RESTORED-SIDE VALUE "R".
           05 WS-BK-HERO-I         PIC 9(03) VALUE ZERO.
      * ID OF THE HERO SELECTED WHEN THE RESTORE STARTED (0 = NONE).
           05 WS-BK-SEL-ID         PIC 9(02) VALUE ZERO.
           05 WS-BK-HERO-IMAGES.
               10 WS-BK-HERO-T OCCURS 99 TIMES.
                   15 WS-BK-LIVE-HERO  PIC X(38).
                   15 WS-BK-REST-HERO  PIC X(38).
           05 WS-BM-COUNT          PIC 9(03) VALUE ZERO.
           05 WS-BM-N              PIC 9(03) VALUE ZERO.
           05 WS-BM-I              PIC 9(03) VALUE ZERO.
           05 WS-BM-T OCCURS 120 TIMES.
               10 WS-BM-CODE       PIC X(08).
               10 WS-BM-NAME       PIC X(40).
               10 WS-BM-RECORDS    PIC 9(07).
               10 WS-BM-CONTROL    PIC S9(11).
               10 WS-BM-ACT-RECORDS PIC 9(07).
               10 WS-BM-ACT-CONTROL PIC S9(11).
      * HERO TRANSFER (SEE THE TRANSFER-FILE SELECT). THE EXPORT
      * TAKES THE HERO OUT OF THIS CAMPAIGN ONLY ONCE THE WHOLE
      * PACKAGE IS WRITTEN, AND REFUSES TO OVERWRITE A PACKAGE NOBODY
      * HAS IMPORTED YET. THE IMPORT READS THE PACKAGE TWICE: FIRST TO
      * CHECK IT AGAINST THIS PROFILE'S MASTERS, THEN TO WRITE THE
      * CAREER, DUEL AND CONTRACT RECORDS UNDER THE ID THE HERO GETS
      * HERE -- ITS OWN IF FREE, OTHERWISE THE LOWEST FREE ONE. THE
      * LEDGER HISTORY STAYS IN THE PACKAGE; THE RECEIVING LEDGER
      * GETS ONE OPENING "TRASPA" MOVEMENT FOR THE HERO'S GOLD.
       01 WS-TRANSFER-VARS.
           05 WS-TRANSFER-FS       PIC X(02) VALUE ZEROES.
               88 WS-TX-FS-OK        VALUE "00".
               88 WS-TX-FS-EOF       VALUE HIGH-VALUE.
           05 WS-TRANSFER-LOG-FS   PIC X(02) VALUE ZEROES.
               88 WS-TL-FS-OK        VALUE "00".
               88 WS-TL-FS-EOF       VALUE HIGH-VALUE.
           05 WS-TRANSFER-RJ-FS    PIC X(02) VALUE ZEROES.
               88 WS-TJ-FS-OK        VALUE "00".
           05 WS-TX-NAME           PIC X(40) VALUE SPACES.
           05 WS-TX-RESULT         PIC X(01) VALUE "N".
               88 WS-TX-GOOD         VALUE "Y".
               88 WS-TX-FAILED       VALUE "N".
           05 WS-TX-REASON         PIC X(02) VALUE SPACES.
           05 WS-TX-ANSWER         PIC X(01) VALUE SPACE.
           05 WS-TX-ARG-PROFILE    PIC X(08) VALUE SPACES.
           05 WS-TX-ARG-ID         PIC X(02) VALUE SPACES.
           05 WS-TX-FROM-PROFILE   PIC X(08) VALUE SPACES.
           05 WS-TX-FROM-ID        PIC 9(02) VALUE ZERO.
           05 WS-TX-NEW-ID         PIC 9(02) VALUE ZERO.
           05 WS-TX-PKG-DATE       PIC 9(08) VALUE ZERO.
           05 WS-TX-PKG-TIME       PIC 9(08) VALUE ZERO.
           05 WS-TX-RECORDS        PIC 9(05) VALUE ZERO.
           05 WS-TX-LAST-BAL       PIC 9(06) VALUE ZERO.
           05 WS-TX-I              PIC 9(03) VALUE ZERO.
           05 WS-TX-HDR-FLAG       PIC X(01) VALUE "N".
               88 WS-TX-HDR-SEEN     VALUE "Y".
           05 WS-TX-END-FLAG       PIC X(01) VALUE "N".
               88 WS-TX-END-SEEN     VALUE "Y".
           05 WS-TX-HERO-FLAG      PIC X(01) VALUE "N".
               88 WS-TX-HERO-SEEN    VALUE "Y".
      * "Y" WHEN TRANSFER-LOG.TXT SHOWS THE PACKAGE ALREADY IMPORTED.
           05 WS-TX-TAKEN-FLAG     PIC X(01) VALUE "N".
               88 WS-TX-TAKEN        VALUE "Y".
               88 WS-TX-NOT-TAKEN    VALUE "N".
           05 WS-TX-ID-FLAG        PIC X(01) VALUE "N".
               88 WS-TX-ID-TAKEN     VALUE "Y".
               88 WS-TX-ID-FREE      VALUE "N".
           05 WS-TX-ACTION         PIC X(07) VALUE SPACES.
      * THE PACKAGE'S HERO, LAID OUT LIKE HEROES-REG.
           05 WS-TX-HERO           PIC X(38) VALUE SPACES.
           05 WS-TX-HERO-R REDEFINES WS-TX-HERO.
               10 WS-TX-H-ID               PIC 9(02).
               10 WS-TX-H-NAME             PIC X(12).
               10 WS-TX-H-STRENGTH         PIC 9(02).
               10 WS-TX-H-AGILITY          PIC 9(02).
               10 WS-TX-H-LEVEL            PIC 9(02).
               10 WS-TX-H-HP               PIC 9(02).
               10 WS-TX-H-MAX-HP           PIC 9(02).
               10 WS-TX-H-PROFESSION       PIC 9(02).
               10 WS-TX-H-XP               PIC 9(05).
               10 WS-TX-H-ITEM             PIC 9(02).
               10 WS-TX-H-GOLD             PIC 9(05).
      * SEASON CLOSE: SNAPSHOTS EVERY HERO'S SEASON COUNTERS INTO
      * SEASON-STATS.TXT UNDER THE CURRENT SEASON NUMBER, WRITES THE
      * STANDINGS (CHAMPION BY SEASON WINS, TITLES FOR MOST MONSTERS
       01 WS-EXPERIENCE-VARS.
           05 WS-XP-EARNED             PIC 9(05) VALUE ZERO.
           05 WS-XP-THRESHOLD          PIC 9(05) VALUE ZERO.
      * CONTRACTS: EVERY EVENT OF AN INTERACTIVE RUN THAT A CONTRACT
      * CAN COUNT (A MONSTER OR BOSS DEFEATED IN FIGHT-MONSTER, A
      * DUNGEON CLEARED IN PLAY-DUNGEON-ENCOUNTERS, THE LEVEL REACHED
      * IN AWARD-EXPERIENCE) IS PASSED AS A GOAL TYPE AND A TARGET TO
      * CREDIT-QUEST-EVENT FOR WS-H-R-CURRENT. THE PROGRESS RECORD IS
      * MARKED COMPLETED AND SAVED BEFORE THE REWARD IS PAID, SO A
      * CRASH CAN LOSE A REWARD BUT NEVER PAY ONE TWICE. THE REWARD
      * GOES THROUGH THE GOLD LEDGER ("MISION") AND THE SAME LEVEL-UP
      * PATH AS THE RUN'S EXPERIENCE. TOURNAMENTS AND DUELS COUNT
      * NOTHING.
       01 WS-QUEST-VARS.
           05 WS-QE-GOAL               PIC X(01) VALUE SPACE.
           05 WS-QE-TARGET             PIC 9(02) VALUE ZERO.
           05 WS-QE-I                  PIC 9(02) VALUE ZERO.
           05 WS-QE-NEEDED             PIC 9(04) VALUE ZERO.
           05 WS-QE-DONE-COUNT         PIC 9(02) VALUE ZERO.
           05 WS-QE-ANSWER             PIC X(01) VALUE SPACE.
           05 WS-QE-MATCH              PIC X(01) VALUE "N".
               88 WS-QE-MATCHES          VALUE "Y".
               88 WS-QE-NO-MATCH         VALUE "N".
           05 WS-QL-H                  PIC 9(02) VALUE ZERO.
           05 WS-QL-OPEN               PIC 9(02) VALUE ZERO.
           05 WS-QL-DONE               PIC 9(02) VALUE ZERO.
           05 WS-QL-FILE-FLAG          PIC X(01) VALUE "N".
               88 WS-QL-FILE-OPEN        VALUE "Y".
               88 WS-QL-FILE-CLOSED      VALUE "N".
           05 WS-QL-GOAL-TXT           PIC X(20) VALUE SPACES.
           05 WS-QL-STATUS-TXT         PIC X(24) VALUE SPACES.
      * LOOKUP-HERO-NAME RESOLVES A HERO ID TO ITS NAME FOR THE
      * REPORTS; HEROES ALREADY RETIRED SHOW AS "(RETIRADO)".
       01 WS-HERO-NAME-LOOKUP.
           PERFORM INIT--WS-ITEMS-R--CONTENT
           PERFORM INIT--WS-SKILLS-R--CONTENT
           PERFORM INIT--WS-DUNGEONS-R--CONTENT
           PERFORM INIT--WS-QUESTS-R--CONTENT
           PERFORM INIT--WS-HERO-STATS-R--CONTENT
           PERFORM INIT--WS-DUEL-LADDER--CONTENT
           PERFORM READ-SEASON-CONTROL
           IF WS-MS-FOUND = "Y" THEN
               MOVE WS-MS-TEXT TO WS-MM-L13
           END-IF
           MOVE 024 TO WS-MS-SOUGHT
           PERFORM GET-MESSAGE
           IF WS-MS-FOUND = "Y" THEN
               MOVE WS-MS-TEXT TO WS-MM-L14
           END-IF
           MOVE 025 TO WS-MS-SOUGHT
           PERFORM GET-MESSAGE
           IF WS-MS-FOUND = "Y" THEN
               MOVE WS-MS-TEXT TO WS-MM-L15
           END-IF
           MOVE 026 TO WS-MS-SOUGHT
           PERFORM GET-MESSAGE
           IF WS-MS-FOUND = "Y" THEN
               MOVE WS-MS-TEXT TO WS-MM-L16
           END-IF
           MOVE 027 TO WS-MS-SOUGHT
           PERFORM GET-MESSAGE
           IF WS-MS-FOUND = "Y" THEN
               MOVE WS-MS-TEXT TO WS-MM-L17
           END-IF
           MOVE 028 TO WS-MS-SOUGHT
           PERFORM GET-MESSAGE
           IF WS-MS-FOUND = "Y" THEN
               MOVE WS-MS-TEXT TO WS-MM-L18
           END-IF
           MOVE 029 TO WS-MS-SOUGHT
           PERFORM GET-MESSAGE
           IF WS-MS-FOUND = "Y" THEN
               MOVE WS-MS-TEXT TO WS-MM-L19
           END-IF
           MOVE 030 TO WS-MS-SOUGHT
           PERFORM GET-MESSAGE
           IF WS-MS-FOUND = "Y" THEN
           IF WS-MS-FOUND = "Y" THEN
               MOVE WS-MS-TEXT TO WS-HMF-PROMPT
           END-IF
           MOVE 042 TO WS-MS-SOUGHT
           PERFORM GET-MESSAGE
           IF WS-MS-FOUND = "Y" THEN
               MOVE WS-MS-TEXT TO WS-MM-L20
           END-IF
           MOVE 043 TO WS-MS-SOUGHT
           PERFORM GET-MESSAGE
           IF WS-MS-FOUND = "Y" THEN
               MOVE WS-MS-TEXT TO WS-MM-L21
           END-IF
           MOVE 101 TO WS-MS-SOUGHT
           PERFORM GET-MESSAGE
           IF WS-MS-FOUND = "Y" THEN
       SELECT-PROFILE.
           PERFORM LOAD-PROFILES
           SET WS-PF-NOT-CHOSEN TO TRUE
           PERFORM CHOOSE-PROFILE UNTIL WS-PF-CHOSEN
           IF WS-LK-READ-ONLY THEN
               DISPLAY "["WS-GAME-NAME"] PERFIL EN USO: "
                 WS-PROFILE-NAME " *** SOLO CONSULTA ***"
           ELSE
               DISPLAY "["WS-GAME-NAME"] PERFIL EN USO: "
                 WS-PROFILE-NAME
           END-IF.
      ******************************************************************
      * A PROFILE COUNTS AS CHOSEN ONLY ONCE ITS LOCK IS SETTLED:
      * TAKEN, OR LEFT TO ITS HOLDER WITH THIS SESSION READ-ONLY.
       CHOOSE-PROFILE.
           PERFORM DISPLAY-PROFILE-MENU
           IF WS-PF-CHOSEN THEN
               PERFORM SET-PROFILE-FILE-NAMES
               PERFORM SETTLE-PROFILE-LOCK
           END-IF.
      ******************************************************************
       DISPLAY-PROFILE-MENU.
           DISPLAY "["WS-GAME-NAME"] PERFILES DE JUGADOR"
               MOVE "SEASON-STATS.TXT" TO WS-SEASON-STATS-NAME
               MOVE "TOURNAMENT-CHKPT.TXT" TO WS-CK-NAME
               MOVE "RECONCILE-REPORT.TXT" TO WS-RECONCILE-NAME
               MOVE "HERO-AUDIT.TXT" TO WS-HERO-AUDIT-NAME
               MOVE "BACKUP-CTL.TXT" TO WS-BACKUP-CTL-NAME
               MOVE "QUEST-PROGRESS.TXT" TO WS-QUEST-PROGRESS-NAME
               MOVE "PROFILE-LOCK.TXT" TO WS-LOCK-NAME
               MOVE "OPERATIONS-LOG.TXT" TO WS-OPERATIONS-LOG-NAME
               MOVE "RETIRED-HEROES.TXT" TO WS-RETIRED-HEROES-NAME
           ELSE
               MOVE SPACES TO WS-HEROES-NAME
               STRING WS-PROFILE-NAME DELIMITED BY SPACE
               STRING WS-PROFILE-NAME DELIMITED BY SPACE
                 "-RECONCILE-REPORT.TXT" DELIMITED BY SIZE
                 INTO WS-RECONCILE-NAME
               MOVE SPACES TO WS-HERO-AUDIT-NAME
               STRING WS-PROFILE-NAME DELIMITED BY SPACE
                 "-HERO-AUDIT.TXT" DELIMITED BY SIZE
                 INTO WS-HERO-AUDIT-NAME
               MOVE SPACES TO WS-BACKUP-CTL-NAME
               STRING WS-PROFILE-NAME DELIMITED BY SPACE
                 "-BACKUP-CTL.TXT" DELIMITED BY SIZE
                 INTO WS-BACKUP-CTL-NAME
               MOVE SPACES TO WS-QUEST-PROGRESS-NAME
               STRING WS-PROFILE-NAME DELIMITED BY SPACE
                 "-QUEST-PROGRESS.TXT" DELIMITED BY SIZE
                 INTO WS-QUEST-PROGRESS-NAME
               MOVE SPACES TO WS-LOCK-NAME
               STRING WS-PROFILE-NAME DELIMITED BY SPACE
                 "-PROFILE-LOCK.TXT" DELIMITED BY SIZE
                 INTO WS-LOCK-NAME
               MOVE SPACES TO WS-OPERATIONS-LOG-NAME
               STRING WS-PROFILE-NAME DELIMITED BY SPACE
                 "-OPERATIONS-LOG.TXT" DELIMITED BY SIZE
                 INTO WS-OPERATIONS-LOG-NAME
               MOVE SPACES TO WS-RETIRED-HEROES-NAME
               STRING WS-PROFILE-NAME DELIMITED BY SPACE
                 "-RETIRED-HEROES.TXT" DELIMITED BY SIZE
                 INTO WS-RETIRED-HEROES-NAME
           END-IF.
      * == [PLAYER-PROFILES] ========================================END=
      ******************************************************************
      * == [PROFILE-LOCK] =========================================BEGIN=
      * SEE WS-LOCK-VARS FOR THE RULES. THE LOCK FILE IS REWRITTEN
      * WHOLE EACH TIME. A SESSION THAT FINDS THE PROFILE FREE WRITES
      * ITS LINE, WAITS WS-LK-SETTLE-SECONDS AND READS IT BACK: TWO
      * SESSIONS THAT BOTH FOUND IT FREE WRITE AT ONCE, SO BY THE TIME
      * EITHER LOOKS BOTH LINES ARE DOWN AND BOTH READ THE SAME ONE,
      * THE LAST WRITTEN; ONLY ITS OWNER GOES AHEAD. A SESSION HELD UP
      * LONGER THAN THAT BETWEEN ITS CHECK AND ITS WRITE COULD STILL
      * TAKE THE LINE FROM A WINNER, SO EVERY OPTION THAT SAVES FIRST
      * CONFIRMS THE LINE IS STILL ITS OWN (CONFIRM-PROFILE-LOCK) AND
      * A SESSION THAT LOST IT SAVES NOTHING MORE.
       SETTLE-PROFILE-LOCK.
           SET WS-LK-READ-WRITE TO TRUE
           PERFORM TAKE-PROFILE-LOCK
           IF WS-LK-BUSY THEN
               PERFORM SHOW-PROFILE-LOCK-HOLDER
               DISPLAY "C- Entrar solo a consultar (informes)"
               DISPLAY "Q- Quitar el bloqueo (esa sesion ya no existe)"
               DISPLAY "Otra tecla- Escoger otro perfil"
               ACCEPT WS-LK-OPTION
               EVALUATE TRUE
                   WHEN WS-LK-OPTION = "C" OR WS-LK-OPTION = "c"
                       SET WS-LK-READ-ONLY TO TRUE
                   WHEN WS-LK-OPTION = "Q" OR WS-LK-OPTION = "q"
                       PERFORM BREAK-STALE-PROFILE-LOCK
                   WHEN OTHER
                       SET WS-PF-NOT-CHOSEN TO TRUE
               END-EVALUATE
           END-IF.
      ******************************************************************
      * ONLY FOR A LOCK WHOSE SESSION IS KNOWN TO BE GONE: A LIVE
      * SESSION WHOSE LOCK IS CLEARED FINDS OUT ONLY AT ITS NEXT SAVE,
      * AND WHATEVER IT HAD NOT SAVED IS LOST.
       BREAK-STALE-PROFILE-LOCK.
           DISPLAY "- Quitar el bloqueo de " WS-LK-FOUND-USER
             "? Solo si esa sesion ya no existe (S/N): "
           ACCEPT WS-LK-ANSWER
           IF WS-LK-ANSWER = "S" OR WS-LK-ANSWER = "s" THEN
               PERFORM CLEAR-PROFILE-LOCK
               DISPLAY "["WS-GAME-NAME"] BLOQUEO QUITADO."
               PERFORM TAKE-PROFILE-LOCK
               IF WS-LK-BUSY THEN
                   PERFORM SHOW-PROFILE-LOCK-HOLDER
                   SET WS-PF-NOT-CHOSEN TO TRUE
               END-IF
           ELSE
               SET WS-PF-NOT-CHOSEN TO TRUE
           END-IF.
      ******************************************************************
       TAKE-PROFILE-LOCK.
           PERFORM READ-PROFILE-LOCK
           IF WS-LK-THEIRS THEN
               SET WS-LK-BUSY TO TRUE
           ELSE
               MOVE "B" TO WS-LK-NEW-STATE
               PERFORM WRITE-PROFILE-LOCK
               PERFORM SETTLE-LOCK-WRITE
               PERFORM READ-PROFILE-LOCK
               IF WS-LK-OURS THEN
                   SET WS-LK-CLEAR TO TRUE
                   SET WS-LK-HOLDING TO TRUE
               ELSE
                   SET WS-LK-BUSY TO TRUE
               END-IF
           END-IF.
      ******************************************************************
       SETTLE-LOCK-WRITE.
           PERFORM READ-LOCK-CLOCK
           MOVE WS-LK-NOW-SECS TO WS-LK-SETTLE-START
           MOVE 0 TO WS-LK-SETTLED
           PERFORM SETTLE-ONE-LOCK-SECOND
             UNTIL WS-LK-SETTLED >= WS-LK-SETTLE-SECONDS.
      ******************************************************************
       SETTLE-ONE-LOCK-SECOND.
           MOVE WS-LK-NOW-SECS TO WS-LK-LAST-SECS
           CALL "C$SLEEP" USING WS-LK-SLEEP-SECONDS
           PERFORM READ-LOCK-CLOCK
             UNTIL WS-LK-NOW-SECS NOT = WS-LK-LAST-SECS
           COMPUTE WS-LK-SETTLED = WS-LK-NOW-SECS - WS-LK-SETTLE-START
           IF WS-LK-SETTLED < 0 THEN
               ADD 86400 TO WS-LK-SETTLED
           END-IF.
      ******************************************************************
      * RUN BEFORE EVERY OPTION OR COMMAND THAT SAVES. A SESSION WHOSE
      * LINE IS NO LONGER ON DISK (TAKEN BY A RIVAL, OR CLEARED BY THE
      * OPERATOR) DROPS TO READ-ONLY AND WS-LK-BUSY TELLS THE CALLER
      * NOT TO SAVE.
       CONFIRM-PROFILE-LOCK.
           SET WS-LK-CLEAR TO TRUE
           IF WS-LK-HOLDING THEN
               PERFORM READ-PROFILE-LOCK
               IF NOT WS-LK-OURS THEN
                   SET WS-LK-BUSY TO TRUE
                   SET WS-LK-NOT-HOLDING TO TRUE
                   SET WS-LK-READ-ONLY TO TRUE
                   DISPLAY "["WS-GAME-NAME"] *** AVISO *** El bloqueo "
                     "del perfil " WS-PROFILE-NAME " ya no es de esta "
                     "sesion; no se guarda nada mas."
                   IF WS-LK-THEIRS THEN
                       PERFORM SHOW-PROFILE-LOCK-HOLDER
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * A LOCK NO LONGER THIS SESSION'S (CLEARED BY THE OPERATOR AND
      * TAKEN BY SOMEONE ELSE) IS LEFT ALONE.
       RELEASE-PROFILE-LOCK.
           IF WS-LK-HOLDING THEN
               PERFORM READ-PROFILE-LOCK
               IF WS-LK-OURS THEN
                   MOVE "L" TO WS-LK-NEW-STATE
                   PERFORM WRITE-PROFILE-LOCK
               END-IF
               SET WS-LK-NOT-HOLDING TO TRUE
           END-IF.
      ******************************************************************
      * THE RELEASED LINE KEEPS WHO CLEARED IT AND WHEN.
       CLEAR-PROFILE-LOCK.
           MOVE "L" TO WS-LK-NEW-STATE
           PERFORM WRITE-PROFILE-LOCK.
      ******************************************************************
       READ-PROFILE-LOCK.
           SET WS-LK-FREE TO TRUE
           MOVE SPACE TO WS-LK-FOUND-MODE
           MOVE SPACES TO WS-LK-FOUND-USER
           MOVE 0 TO WS-LK-FOUND-DATE
           MOVE 0 TO WS-LK-FOUND-TIME
           OPEN INPUT PROFILE-LOCK-FILE
           IF WS-LK-FS-OK THEN
               READ PROFILE-LOCK-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE LK-MODE TO WS-LK-FOUND-MODE
                   MOVE LK-USER TO WS-LK-FOUND-USER
                   MOVE LK-DATE TO WS-LK-FOUND-DATE
                   MOVE LK-TIME TO WS-LK-FOUND-TIME
                   IF LK-STATE = "B" THEN
                       IF LK-SESSION-DATE = WS-SESSION-DATE
                         AND LK-SESSION-TIME = WS-SESSION-TIME-RAW
                         AND LK-MODE = WS-RUN-MODE THEN
                           SET WS-LK-OURS TO TRUE
                       ELSE
                           SET WS-LK-THEIRS TO TRUE
                       END-IF
                   END-IF
               END-READ
               CLOSE PROFILE-LOCK-FILE
           END-IF.
      ******************************************************************
       WRITE-PROFILE-LOCK.
           IF WS-LK-USER = SPACES THEN
               ACCEPT WS-LK-USER FROM ENVIRONMENT "USER"
               IF WS-LK-USER = SPACES THEN
                   MOVE "DESCONOCIDO" TO WS-LK-USER
               END-IF
           END-IF
           PERFORM TAKE-FILE-NAME-STAMP
           OPEN OUTPUT PROFILE-LOCK-FILE
           IF WS-LK-FS-OK THEN
               MOVE SPACES TO PROFILE-LOCK-REG
               MOVE WS-LK-NEW-STATE TO LK-STATE
               MOVE WS-RUN-MODE TO LK-MODE
               MOVE WS-LK-USER TO LK-USER
               MOVE WS-STAMP-DATE TO LK-DATE
               MOVE WS-STAMP-TIME-RAW TO LK-TIME
               MOVE WS-SESSION-DATE TO LK-SESSION-DATE
               MOVE WS-SESSION-TIME-RAW TO LK-SESSION-TIME
               WRITE PROFILE-LOCK-REG
               CLOSE PROFILE-LOCK-FILE
           ELSE
               DISPLAY "["WS-GAME-NAME"] No se ha podido guardar "
                 "PROFILE-LOCK."
           END-IF.
      ******************************************************************
       SHOW-PROFILE-LOCK-HOLDER.
           IF WS-LK-THEIRS THEN
               IF WS-LK-FOUND-MODE = "C" THEN
                   MOVE "LOTE" TO WS-LK-MODE-TXT
               ELSE
                   MOVE "INTERACTIVA" TO WS-LK-MODE-TXT
               END-IF
               DISPLAY "["WS-GAME-NAME"] *** AVISO *** El perfil "
                 WS-PROFILE-NAME " esta en uso por " WS-LK-FOUND-USER
               DISPLAY "    (sesion " WS-LK-MODE-TXT ") desde el "
                 WS-LK-FOUND-DATE " a las " WS-LK-FOUND-TIME
           ELSE
               DISPLAY "["WS-GAME-NAME"] *** AVISO *** No se ha "
                 "podido tomar el bloqueo del perfil " WS-PROFILE-NAME
           END-IF.
      ******************************************************************
       WARN-READ-ONLY-PROFILE.
           DISPLAY "["WS-GAME-NAME"] *** SOLO CONSULTA *** El perfil "
             WS-PROFILE-NAME " lo tiene otra sesion y esta opcion "
             "guarda cambios.".
      ******************************************************************
      * COMMAND-FILE JOB: NO OPERATOR TO ASK, SO IT RETRIES ONCE A
      * SECOND UP TO WS-LK-WAIT-SECONDS (ACROSS MIDNIGHT TOO) AND,
      * IF THE PROFILE IS STILL HELD, LEAVES THE HOLDER IN THE
      * JOURNAL NOTE.
       WAIT-FOR-PROFILE-LOCK.
           PERFORM TAKE-PROFILE-LOCK
           IF WS-LK-BUSY THEN
               PERFORM SHOW-PROFILE-LOCK-HOLDER
               DISPLAY "["WS-GAME-NAME"] Esperando hasta "
                 WS-LK-WAIT-SECONDS " segundos a que quede libre."
               PERFORM READ-LOCK-CLOCK
               MOVE WS-LK-NOW-SECS TO WS-LK-START-SECS
               MOVE 0 TO WS-LK-WAITED
               PERFORM WAIT-ONE-LOCK-SECOND
                 UNTIL WS-LK-CLEAR
                 OR WS-LK-WAITED >= WS-LK-WAIT-SECONDS
               IF WS-LK-BUSY THEN
                   MOVE SPACES TO WS-JR-NOTE
                   IF WS-LK-THEIRS THEN
                       STRING "* BLOQUEADO POR " WS-LK-FOUND-USER
                         " DESDE " WS-LK-FOUND-DATE " "
                         WS-LK-FOUND-TIME
                         DELIMITED BY SIZE INTO WS-JR-NOTE
                   ELSE
                       STRING "* SIN BLOQUEO: " WS-LOCK-NAME
                         DELIMITED BY SIZE INTO WS-JR-NOTE
                   END-IF
               ELSE
                   DISPLAY "["WS-GAME-NAME"] Perfil libre; el lote "
                     "continua."
               END-IF
           END-IF.
      ******************************************************************
       WAIT-ONE-LOCK-SECOND.
           MOVE WS-LK-NOW-SECS TO WS-LK-LAST-SECS
           CALL "C$SLEEP" USING WS-LK-SLEEP-SECONDS
           PERFORM READ-LOCK-CLOCK
             UNTIL WS-LK-NOW-SECS NOT = WS-LK-LAST-SECS
           COMPUTE WS-LK-WAITED = WS-LK-NOW-SECS - WS-LK-START-SECS
           IF WS-LK-WAITED < 0 THEN
               ADD 86400 TO WS-LK-WAITED
           END-IF
           PERFORM TAKE-PROFILE-LOCK.
      ******************************************************************
       READ-LOCK-CLOCK.
           ACCEPT WS-LK-CLOCK FROM TIME
           COMPUTE WS-LK-NOW-SECS = WS-LK-CLOCK-HH * 3600
             + WS-LK-CLOCK-MM * 60 + WS-LK-CLOCK-SS.
      ******************************************************************
      * "DESBLOQUEA PERFIL": THE OPERATOR'S WAY TO CLEAR THE LOCK OF
      * A SESSION THAT DIED (CLASICO = THE DEFAULT PROFILE). THE
      * JOURNAL NOTE KEEPS WHOSE LOCK IT WAS. THE PROFILE IN USE IS
      * NOT CHANGED.
       CMD-UNLOCK-PROFILE.
           MOVE WS-CMD-ARG(1:8) TO WS-LK-TARGET
           PERFORM LOAD-PROFILES
           MOVE 0 TO WS-PF-FOUND
           PERFORM VARYING WS-PF-I FROM 1 BY 1
             UNTIL WS-PF-I > WS-PF-COUNT
               IF WS-PF-NAME(WS-PF-I) = WS-LK-TARGET THEN
                   MOVE WS-PF-I TO WS-PF-FOUND
               END-IF
           END-PERFORM
           IF WS-LK-TARGET = "CLASICO" OR WS-PF-FOUND > 0 THEN
               MOVE WS-LOCK-NAME TO WS-LK-SAVED-NAME
               IF WS-LK-TARGET = "CLASICO" THEN
                   MOVE "PROFILE-LOCK.TXT" TO WS-LOCK-NAME
               ELSE
                   MOVE SPACES TO WS-LOCK-NAME
                   STRING WS-LK-TARGET DELIMITED BY SPACE
                     "-PROFILE-LOCK.TXT" DELIMITED BY SIZE
                     INTO WS-LOCK-NAME
               END-IF
               PERFORM READ-PROFILE-LOCK
               IF WS-LK-FREE THEN
                   DISPLAY "["WS-GAME-NAME"] El perfil " WS-LK-TARGET
                     " no estaba bloqueado."
               ELSE
                   IF WS-LK-OURS THEN
                       SET WS-LK-NOT-HOLDING TO TRUE
                   END-IF
                   PERFORM CLEAR-PROFILE-LOCK
                   DISPLAY "["WS-GAME-NAME"] BLOQUEO QUITADO: el "
                     "perfil " WS-LK-TARGET " lo tenia "
                     WS-LK-FOUND-USER
                   MOVE SPACES TO WS-JR-NOTE
                   STRING "* ERA DE " WS-LK-FOUND-USER
                     " DESDE " WS-LK-FOUND-DATE " "
                     WS-LK-FOUND-TIME
                     DELIMITED BY SIZE INTO WS-JR-NOTE
               END-IF
               MOVE WS-LK-SAVED-NAME TO WS-LOCK-NAME
           ELSE
               MOVE 8 TO WS-CMD-RC
               DISPLAY "["WS-GAME-NAME"] Perfil desconocido: "
                 WS-CMD-ARG
           END-IF.
      * == [PROFILE-LOCK] ===========================================END=
      ******************************************************************
      * == [COMMAND-FILE-MODE] ====================================BEGIN=
      * SEE THE COMMAND-FILE FD AND WS-COMMAND-VARS FOR THE RULES.
       CHECK-COMMAND-FILE.
           PERFORM INIT--WS-ITEMS-R--CONTENT
           PERFORM INIT--WS-SKILLS-R--CONTENT
           PERFORM INIT--WS-DUNGEONS-R--CONTENT
           PERFORM INIT--WS-QUESTS-R--CONTENT
           PERFORM INIT--WS-HERO-STATS-R--CONTENT
           PERFORM INIT--WS-DUEL-LADDER--CONTENT
           PERFORM READ-SEASON-CONTROL
           MOVE 0 TO WS-CMD-RC
           MOVE SPACES TO WS-CMD-VERB
           MOVE SPACES TO WS-CMD-ARG
      * THE ARGUMENT IS EVERYTHING AFTER THE VERB, SO A VERB WITH
      * SEVERAL OPERANDS (HISTORIAL, EXTRACTO, SIMULA) GETS THEM ALL.
           MOVE 1 TO WS-CMD-PTR
           UNSTRING COMMAND-REG DELIMITED BY ALL " "
             INTO WS-CMD-VERB WITH POINTER WS-CMD-PTR
           IF WS-CMD-PTR <= 40 THEN
               MOVE COMMAND-REG(WS-CMD-PTR:) TO WS-CMD-ARG
           END-IF
      * EVERY COMMAND BUT PERFIL AND DESBLOQUEA WORKS ON THE PROFILE'S
      * FILES, SO THE JOB MUST HOLD THE PROFILE LOCK BEFORE IT RUNS.
           SET WS-LK-CLEAR TO TRUE
           IF WS-CMD-VERB NOT = "PERFIL"
             AND WS-CMD-VERB NOT = "DESBLOQUEA" THEN
               IF WS-LK-NOT-HOLDING THEN
                   PERFORM WAIT-FOR-PROFILE-LOCK
               ELSE
                   PERFORM CONFIRM-PROFILE-LOCK
                   IF WS-LK-BUSY THEN
                       MOVE SPACES TO WS-JR-NOTE
                       IF WS-LK-THEIRS THEN
                           STRING "* BLOQUEO PERDIDO ANTE "
                             WS-LK-FOUND-USER " " WS-LK-FOUND-DATE " "
                             WS-LK-FOUND-TIME
                             DELIMITED BY SIZE INTO WS-JR-NOTE
                       ELSE
                           STRING "* BLOQUEO PERDIDO: " WS-LOCK-NAME
                             DELIMITED BY SIZE INTO WS-JR-NOTE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-LK-CLEAR THEN
               PERFORM RUN-ONE-COMMAND-VERB
           ELSE
               MOVE 8 TO WS-CMD-RC
           END-IF
           IF WS-CMD-RC NOT = 0 THEN
               ADD 1 TO WS-CMD-FAILURES
           END-IF
           PERFORM WRITE-RUN-JOURNAL-ENTRY
      * A PROFILE THE JOB COULD NOT LOCK ENDS THE JOB HERE: THE
      * COMMANDS AFTER IT WERE WRITTEN FOR THAT PROFILE.
           IF WS-LK-BUSY THEN
               DISPLAY "["WS-GAME-NAME"] LOTE DETENIDO: el perfil "
                 WS-PROFILE-NAME " sigue bloqueado."
               SET WS-CMD-FS-EOF TO TRUE
           END-IF.
      ******************************************************************
       RUN-ONE-COMMAND-VERB.
           EVALUATE WS-CMD-VERB
               WHEN "CARGA"
                   PERFORM CMD-BULK-LOAD
                   PERFORM CMD-BATTLE-REPORT
               WHEN "PERFIL"
                   PERFORM CMD-SELECT-PROFILE
               WHEN "HISTORIAL"
                   PERFORM CMD-HERO-HISTORY
               WHEN "MAZMORRAS"
                   PERFORM CMD-DUNGEON-ATTRITION
               WHEN "EXTRACTO"
                   PERFORM CMD-GOLD-STATEMENT
               WHEN "RESPALDO"
                   PERFORM CMD-BACKUP
               WHEN "RESTAURA"
                   PERFORM CMD-RESTORE
               WHEN "SIMULA"
                   PERFORM CMD-WIN-ODDS
               WHEN "EXPORTA"
                   PERFORM CMD-EXPORT-HERO
               WHEN "IMPORTA"
                   PERFORM CMD-IMPORT-HERO
               WHEN "DESBLOQUEA"
                   PERFORM CMD-UNLOCK-PROFILE
               WHEN "RESUMEN"
                   PERFORM CMD-DAILY-SUMMARY
               WHEN "FAMA"
                   PERFORM CMD-HALL-OF-FAME
               WHEN OTHER
                   MOVE 8 TO WS-CMD-RC
                   DISPLAY "["WS-GAME-NAME"] Comando desconocido: "
                     COMMAND-REG
           END-EVALUATE.
      ******************************************************************
      * ONE JOURNAL LINE PER COMMAND, STAMPED AT COMPLETION TIME AND
      * APPENDED ON THE SPOT SO A DEAD JOB STILL SHOWS HOW FAR IT
      * GOT. RC 00 = OK, 08 = FAILED. A NOTE, WHEN THERE IS ONE,
      * FOLLOWS ON A SECOND LINE WITH THE SAME STAMP AND RC.
       WRITE-RUN-JOURNAL-ENTRY.
           PERFORM TAKE-FILE-NAME-STAMP
           MOVE SPACES TO WS-JR-LINE
           END-IF
           IF WS-JR-FS-OK THEN
               WRITE RUN-JOURNAL-REG FROM WS-JR-LINE
               IF WS-JR-NOTE NOT = SPACES THEN
                   MOVE SPACES TO WS-JR-LINE
                   STRING WS-STAMP-DATE " " WS-STAMP-TIME-RAW
                     " RC " WS-CMD-RC " " WS-JR-NOTE
                     DELIMITED BY SIZE INTO WS-JR-LINE
                   WRITE RUN-JOURNAL-REG FROM WS-JR-LINE
               END-IF
               CLOSE RUN-JOURNAL-FILE
           END-IF
           MOVE SPACES TO WS-JR-NOTE.
      ******************************************************************
      * "PERFIL NOMBRE": THE REST OF THE JOB WORKS ON THAT PROFILE'S
      * FILES; THE NAME MUST BE IN PROFILES.TXT. GOES FIRST IN THE
      * COMMAND FILE, BEFORE THE COMMANDS THAT TOUCH HERO DATA. THE
      * LOCK OF THE PROFILE LEFT BEHIND IS LET GO FIRST.
       CMD-SELECT-PROFILE.
           PERFORM LOAD-PROFILES
           MOVE 0 TO WS-PF-FOUND
               END-IF
           END-PERFORM
           IF WS-PF-FOUND > 0 THEN
               PERFORM RELEASE-PROFILE-LOCK
               MOVE WS-PF-NAME(WS-PF-FOUND) TO WS-PROFILE-NAME
               SET WS-PF-NAMED TO TRUE
               PERFORM SET-PROFILE-FILE-NAMES
               PERFORM WAIT-FOR-PROFILE-LOCK
               IF WS-LK-CLEAR THEN
                   PERFORM INIT--WS-HERO-STATS-R--CONTENT
                   PERFORM INIT--WS-DUEL-LADDER--CONTENT
                   PERFORM READ-SEASON-CONTROL
                   PERFORM INIT--WS-HEROES-R--CONTENT
                   PERFORM VALIDATE-HEROES-DATA
               ELSE
                   MOVE 8 TO WS-CMD-RC
               END-IF
           ELSE
               MOVE 8 TO WS-CMD-RC
               DISPLAY "["WS-GAME-NAME"] Perfil desconocido: "
                 DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RUN-REPORT-REG FROM WS-RPT-LINE
           END-IF.
      ******************************************************************
      * "HISTORIAL HH [DESDE [HASTA]]": SAME LISTING AS MENU OPTION E,
      * WRITTEN TO HERO-AUDIT-REPORT.TXT. A MISSING DATE MEANS NO
      * LIMIT ON THAT SIDE; NO AUDIT FILE ON DISK IS A FAILURE.
       CMD-HERO-HISTORY.
           MOVE SPACES TO WS-HA-ARG-HERO
           MOVE SPACES TO WS-HA-ARG-FROM
           MOVE SPACES TO WS-HA-ARG-TO
           UNSTRING WS-CMD-ARG DELIMITED BY ALL " "
             INTO WS-HA-ARG-HERO WS-HA-ARG-FROM WS-HA-ARG-TO
           MOVE 0 TO WS-HA-FROM
           MOVE 99999999 TO WS-HA-TO
           IF WS-HA-ARG-FROM IS NUMERIC THEN
               MOVE WS-HA-ARG-FROM TO WS-HA-FROM
           END-IF
           IF WS-HA-ARG-TO IS NUMERIC THEN
               MOVE WS-HA-ARG-TO TO WS-HA-TO
           END-IF
           IF WS-HA-ARG-HERO IS NOT NUMERIC THEN
               MOVE 8 TO WS-CMD-RC
               DISPLAY "["WS-GAME-NAME"] HISTORIAL necesita el ID del "
                 "heroe: " WS-CMD-ARG
           ELSE
               MOVE WS-HA-ARG-HERO TO WS-HA-HERO
               MOVE "HERO-AUDIT-REPORT.TXT" TO WS-RUN-REPORT-NAME
               OPEN OUTPUT RUN-REPORT-FILE
               IF WS-RPT-FS-OK THEN
                   MOVE "HISTORIAL DE CAMBIOS DE HEROE" TO WS-RPT-LINE
                   WRITE RUN-REPORT-REG FROM WS-RPT-LINE
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "PERFIL " WS-PROFILE-NAME
                     DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE RUN-REPORT-REG FROM WS-RPT-LINE
                   SET WS-HA-TO-FILE TO TRUE
                   PERFORM LIST-HERO-HISTORY
                   SET WS-HA-TO-SCREEN TO TRUE
                   CLOSE RUN-REPORT-FILE
                   IF NOT WS-HA-FS-EOF THEN
                       MOVE 8 TO WS-CMD-RC
                   END-IF
               ELSE
                   MOVE 8 TO WS-CMD-RC
               END-IF
           END-IF.
      ******************************************************************
      * "MAZMORRAS": SAME REPORT AS MENU OPTION F, WRITTEN TO
      * DUNGEON-REPORT.TXT. FAILS WITH NO DUNGEON CATALOG OR WITH NO
      * BATTLE LOG OR ARCHIVE AT ALL TO READ.
       CMD-DUNGEON-ATTRITION.
           IF WS-DG-R-LENGTH = 0 THEN
               MOVE 8 TO WS-CMD-RC
           ELSE
               PERFORM BUILD-DUNGEON-ATTRITION
               IF WS-AT-SOURCES = 0 THEN
                   MOVE 8 TO WS-CMD-RC
               ELSE
                   MOVE "DUNGEON-REPORT.TXT" TO WS-RUN-REPORT-NAME
                   OPEN OUTPUT RUN-REPORT-FILE
                   IF WS-RPT-FS-OK THEN
                       MOVE "INFORME DE DESGASTE POR MAZMORRA"
                         TO WS-RPT-LINE
                       WRITE RUN-REPORT-REG FROM WS-RPT-LINE
                       SET WS-AT-TO-FILE TO TRUE
                       PERFORM LIST-DUNGEON-ATTRITION
                       SET WS-AT-TO-SCREEN TO TRUE
                       CLOSE RUN-REPORT-FILE
                   ELSE
                       MOVE 8 TO WS-CMD-RC
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * "EXTRACTO [DESDE [HASTA]]": SAME STATEMENT AS MENU OPTION G,
      * WRITTEN TO GOLD-STATEMENT.TXT. A MISSING DATE MEANS NO LIMIT
      * ON THAT SIDE; NO LEDGER ON DISK IS A FAILURE. FLAGGED HEROES
      * ARE REPORTED, NOT FAILED -- THE STATEMENT ITSELF RAN.
       CMD-GOLD-STATEMENT.
           MOVE SPACES TO WS-GS-ARG-FROM
           MOVE SPACES TO WS-GS-ARG-TO
           UNSTRING WS-CMD-ARG DELIMITED BY ALL " "
             INTO WS-GS-ARG-FROM WS-GS-ARG-TO
           MOVE 0 TO WS-GS-FROM
           MOVE 99999999 TO WS-GS-TO
           IF WS-GS-ARG-FROM IS NUMERIC THEN
               MOVE WS-GS-ARG-FROM TO WS-GS-FROM
           END-IF
           IF WS-GS-ARG-TO IS NUMERIC THEN
               MOVE WS-GS-ARG-TO TO WS-GS-TO
           END-IF
           MOVE "GOLD-STATEMENT.TXT" TO WS-RUN-REPORT-NAME
           OPEN OUTPUT RUN-REPORT-FILE
           IF WS-RPT-FS-OK THEN
               SET WS-GS-TO-FILE TO TRUE
               PERFORM LIST-GOLD-STATEMENT
               SET WS-GS-TO-SCREEN TO TRUE
               CLOSE RUN-REPORT-FILE
               IF NOT WS-GL-FS-EOF THEN
                   MOVE 8 TO WS-CMD-RC
               END-IF
           ELSE
               MOVE 8 TO WS-CMD-RC
           END-IF.
      ******************************************************************
      * "RESPALDO": A NEW BACKUP GENERATION OF THE CURRENT PROFILE,
      * SAME AS MENU OPTION H-1. THE NIGHTLY JOB RUNS IT BEFORE CARGA
      * AND TORNEO SO A BAD LOAD CAN BE ROLLED BACK.
       CMD-BACKUP.
           PERFORM BACKUP-CAMPAIGN
           IF WS-BK-FAILED THEN
               MOVE 8 TO WS-CMD-RC
           END-IF.
      ******************************************************************
      * "RESTAURA [GGGG]": BRINGS BACK GENERATION GGGG (ABSENT OR 0 =
      * THE NEWEST) OF THE CURRENT PROFILE AFTER CHECKING IT AGAINST
      * ITS MANIFEST. NO CONFIRMATION IS ASKED IN THE BATCH JOB.
       CMD-RESTORE.
           MOVE SPACES TO WS-BK-ARG
           MOVE 0 TO WS-BK-ARG-LEN
           UNSTRING WS-CMD-ARG DELIMITED BY ALL " "
             INTO WS-BK-ARG COUNT IN WS-BK-ARG-LEN
           MOVE 0 TO WS-BK-GEN-WANTED
           IF WS-BK-ARG-LEN > 4 THEN
               MOVE 9999 TO WS-BK-GEN-WANTED
           ELSE
               IF WS-BK-ARG-LEN > 0 THEN
                   IF WS-BK-ARG(1:WS-BK-ARG-LEN) IS NUMERIC THEN
                       MOVE WS-BK-ARG(1:WS-BK-ARG-LEN)
                         TO WS-BK-GEN-WANTED
                   ELSE
                       MOVE 9999 TO WS-BK-GEN-WANTED
                   END-IF
               END-IF
           END-IF
           IF WS-BK-GEN-WANTED = 9999 THEN
               MOVE 8 TO WS-CMD-RC
               DISPLAY "["WS-GAME-NAME"] RESTAURA necesita un numero "
                 "de generacion: " WS-CMD-ARG
           ELSE
               PERFORM RESTORE-CAMPAIGN
               IF WS-BK-FAILED THEN
                   MOVE 8 TO WS-CMD-RC
               END-IF
           END-IF.
      * == [COMMAND-FILE-MODE] ======================================END=
      ******************************************************************
       DISPLAY-MONSTERS.
           SET WS-RESET-VALID-OPTION TO TRUE
           ACCEPT WS-MM-OPTION.

           IF WS-MM-OP-SAVES THEN
               PERFORM CONFIRM-PROFILE-LOCK
           END-IF
           EVALUATE TRUE
           WHEN WS-LK-READ-ONLY AND WS-MM-OP-SAVES
               PERFORM WARN-READ-ONLY-PROFILE
           WHEN WS-MM-OP-SELECT
               PERFORM DISPLAY-SELECT-HERO
           WHEN WS-MM-OP-MODIFY
               PERFORM RUN-SEASON-CLOSE
           WHEN WS-MM-OP-RECONCILE
               PERFORM RUN-RECONCILIATION
           WHEN WS-MM-OP-HISTORY
               PERFORM DISPLAY-HERO-HISTORY
           WHEN WS-MM-OP-ATTRITION
               PERFORM DISPLAY-DUNGEON-ATTRITION
           WHEN WS-MM-OP-GOLD-STMT
               PERFORM DISPLAY-GOLD-STATEMENT
           WHEN WS-MM-OP-BACKUP
               PERFORM DISPLAY-BACKUP-MENU
           WHEN WS-MM-OP-QUESTS
               PERFORM DISPLAY-QUEST-BOARD
           WHEN WS-MM-OP-WIN-ODDS
               PERFORM DISPLAY-WIN-ODDS
           WHEN WS-MM-OP-DAILY
               PERFORM DISPLAY-DAILY-SUMMARY
           WHEN WS-MM-OP-HALL-OF-FAME
               PERFORM DISPLAY-HALL-OF-FAME
           WHEN WS-MM-OP-EXIT
               PERFORM EXIT-GAME
           WHEN OTHER
                   CONTINUE
               WHEN WS-EQ-OPTION = 99
                   MOVE 0 TO WS-H-R-ITEM(WS-H-R-CURRENT)
                   MOVE "EQUIPO" TO WS-HA-PATH
                   PERFORM REWRITE-HERO-RECORD
                   DISPLAY "["WS-GAME-NAME"] OBJETO DESEQUIPADO Y "
                     "GUARDADO."
                 AND WS-EQ-OPTION <= WS-IT-R-LENGTH
                   MOVE WS-IT-R-CODE(WS-EQ-OPTION)
                     TO WS-H-R-ITEM(WS-H-R-CURRENT)
                   MOVE "EQUIPO" TO WS-HA-PATH
                   PERFORM REWRITE-HERO-RECORD
                   DISPLAY "["WS-GAME-NAME"] "
                     WS-IT-R-NAME(WS-EQ-OPTION)
                 FROM WS-H-R-GOLD(WS-H-R-CURRENT)
               MOVE WS-IT-R-CODE(WS-SH-OPTION)
                 TO WS-H-R-ITEM(WS-H-R-CURRENT)
               MOVE "TIENDA" TO WS-HA-PATH
               PERFORM REWRITE-HERO-RECORD
               MOVE WS-H-R-ID(WS-H-R-CURRENT) TO WS-GL-HERO-ID
               MOVE "COMPRA" TO WS-GL-TYPE
                   MOVE WS-SH-SALE-PRICE TO WS-GL-AMOUNT
                   MOVE WS-H-R-GOLD(WS-H-R-CURRENT) TO WS-GL-BALANCE
                   MOVE 0 TO WS-H-R-ITEM(WS-H-R-CURRENT)
                   MOVE "TIENDA" TO WS-HA-PATH
                   PERFORM REWRITE-HERO-RECORD
                   PERFORM WRITE-GOLD-LEDGER-ENTRY
                   DISPLAY "["WS-GAME-NAME"] "
           END-IF.
      * == [DISPLAY-SHOP] ===========================================END=
      ******************************************************************
      * == [GOLD-STATEMENT] =======================================BEGIN=
      * SEE WS-GOLD-STATEMENT-VARS FOR THE RULES. MENU OPTION G SHOWS
      * THE STATEMENT ON SCREEN; THE EXTRACTO COMMAND WRITES IT TO
      * GOLD-STATEMENT.TXT.
       DISPLAY-GOLD-STATEMENT.
           DISPLAY "["WS-GAME-NAME"] EXTRACTO DE ORO"
           DISPLAY "- Desde (AAAAMMDD, 0 = desde el principio): "
           ACCEPT WS-GS-FROM
           DISPLAY "- Hasta (AAAAMMDD, 0 = hasta hoy): "
           ACCEPT WS-GS-TO
           IF WS-GS-TO = 0 THEN
               MOVE 99999999 TO WS-GS-TO
           END-IF
           SET WS-GS-TO-SCREEN TO TRUE
           PERFORM LIST-GOLD-STATEMENT
           IF NOT WS-GL-FS-EOF THEN
               DISPLAY "["WS-GAME-NAME"] Todavia no hay movimientos "
                 "en GOLD-LEDGER.TXT."
           END-IF.
      ******************************************************************
      * WS-GS-FROM / WS-GS-TO IN. A FIRST PASS MARKS EVERY HERO WITH
      * A MOVEMENT; THE ROSTER HEROES ARE ADDED; THEN EACH MARKED
      * HERO GETS ITS OWN PASS OVER THE LEDGER. THE LEDGER STATUS IS
      * LEFT AT ITS EOF MARK ONLY IF THE FILE COULD BE READ.
       LIST-GOLD-STATEMENT.
           MOVE 0 TO WS-GS-FLAGS
           MOVE 0 TO WS-GS-HEROES
           MOVE ALL "N" TO WS-GS-SEEN-FLAGS
           MOVE SPACES TO WS-RPT-LINE
           STRING "EXTRACTO DE ORO PERFIL " WS-PROFILE-NAME
             " DESDE " WS-GS-FROM " HASTA " WS-GS-TO
             DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-GOLD-STATEMENT-LINE
           OPEN INPUT GOLD-LEDGER-FILE
           IF WS-GL-FS-OK THEN
               PERFORM GS-MARK-LEDGER-HERO UNTIL WS-GL-FS-EOF
               CLOSE GOLD-LEDGER-FILE
               PERFORM GS-MARK-ROSTER-HERO
                 VARYING WS-GS-I FROM 1 BY 1
                 UNTIL WS-GS-I > WS-H-R-LENGTH
               PERFORM GS-STATEMENT-ONE-HERO
                 VARYING WS-GS-I FROM 1 BY 1 UNTIL WS-GS-I > 99
               SET WS-GL-FS-EOF TO TRUE
               MOVE SPACES TO WS-RPT-LINE
               STRING "HEROES " WS-GS-HEROES " AVISOS " WS-GS-FLAGS
                 DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PUT-GOLD-STATEMENT-LINE
           END-IF.
      ******************************************************************
       GS-MARK-LEDGER-HERO.
           READ GOLD-LEDGER-FILE
           AT END
               SET WS-GL-FS-EOF TO TRUE
           NOT AT END
               IF GL-HERO-ID > 0 THEN
                   MOVE "Y" TO WS-GS-SEEN(GL-HERO-ID)
               END-IF
           END-READ.
      ******************************************************************
       GS-MARK-ROSTER-HERO.
           IF WS-H-R-ID(WS-GS-I) > 0 THEN
               MOVE "Y" TO WS-GS-SEEN(WS-H-R-ID(WS-GS-I))
           END-IF.
      ******************************************************************
       GS-STATEMENT-ONE-HERO.
           MOVE WS-GS-I TO WS-GS-ID
           IF WS-GS-SEEN(WS-GS-ID) = "Y" THEN
               ADD 1 TO WS-GS-HEROES
               MOVE "N" TO WS-GS-ANY-BEFORE
               MOVE "N" TO WS-GS-ANY-EVER
               MOVE 0 TO WS-GS-OPENING
               MOVE 0 TO WS-GS-CLOSING
               MOVE 0 TO WS-GS-LAST-BAL
               MOVE 0 TO WS-GS-MOVES
               MOVE 0 TO WS-GS-BOTIN
               MOVE 0 TO WS-GS-COMPRA
               MOVE 0 TO WS-GS-VENTA
               MOVE 0 TO WS-GS-OTHER
               MOVE WS-GS-ID TO WS-HN-SOUGHT
               PERFORM LOOKUP-HERO-NAME
               MOVE SPACES TO WS-RPT-LINE
               STRING "HEROE " WS-GS-ID " " WS-HN-NAME
                 DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PUT-GOLD-STATEMENT-LINE
               OPEN INPUT GOLD-LEDGER-FILE
               IF WS-GL-FS-OK THEN
                   PERFORM GS-READ-HERO-MOVEMENT UNTIL WS-GL-FS-EOF
                   CLOSE GOLD-LEDGER-FILE
               END-IF
               IF WS-GS-MOVES = 0 THEN
                   MOVE WS-GS-CLOSING TO WS-GS-OPENING
                   PERFORM GS-PUT-OPENING
                   MOVE "  SIN MOVIMIENTOS EN EL PERIODO" TO WS-RPT-LINE
                   PERFORM PUT-GOLD-STATEMENT-LINE
               END-IF
               PERFORM GS-PUT-TOTALS
               PERFORM GS-CHECK-HERO-GOLD
           END-IF.
      ******************************************************************
       GS-READ-HERO-MOVEMENT.
           READ GOLD-LEDGER-FILE
           AT END
               SET WS-GL-FS-EOF TO TRUE
           NOT AT END
               IF GL-HERO-ID = WS-GS-ID THEN
                   PERFORM GS-TALLY-MOVEMENT
               END-IF
           END-READ.
      ******************************************************************
      * THE CHAIN IS CHECKED OVER THE WHOLE LEDGER: A BREAK INSIDE
      * THE PERIOD IS MARKED ON ITS MOVEMENT LINE, ONE OUTSIDE IT GETS
      * A LINE OF ITS OWN. EITHER WAY IT COUNTS AS AN AVISO.
       GS-TALLY-MOVEMENT.
           MOVE SPACES TO WS-GS-MARK
           IF WS-GS-ANY-EVER = "Y" THEN
               COMPUTE WS-GS-EXPECTED = WS-GS-LAST-BAL + GL-AMOUNT
               IF WS-GS-EXPECTED NOT = GL-BALANCE THEN
                   MOVE " *** RUPTURA" TO WS-GS-MARK
                   ADD 1 TO WS-GS-FLAGS
               END-IF
           END-IF
           MOVE "Y" TO WS-GS-ANY-EVER
           EVALUATE TRUE
           WHEN GL-DATE < WS-GS-FROM
               MOVE "Y" TO WS-GS-ANY-BEFORE
               MOVE GL-BALANCE TO WS-GS-CLOSING
               IF WS-GS-MARK NOT = SPACES THEN
                   PERFORM GS-PUT-BREAK-OUTSIDE
               END-IF
           WHEN GL-DATE <= WS-GS-TO
               IF WS-GS-MOVES = 0 THEN
                   IF WS-GS-ANY-BEFORE = "Y" THEN
                       MOVE WS-GS-CLOSING TO WS-GS-OPENING
                   ELSE
                       COMPUTE WS-GS-OPENING = GL-BALANCE - GL-AMOUNT
                   END-IF
                   PERFORM GS-PUT-OPENING
               END-IF
               ADD 1 TO WS-GS-MOVES
               EVALUATE GL-TYPE
               WHEN "BOTIN "
                   ADD GL-AMOUNT TO WS-GS-BOTIN
               WHEN "COMPRA"
                   ADD GL-AMOUNT TO WS-GS-COMPRA
               WHEN "VENTA "
                   ADD GL-AMOUNT TO WS-GS-VENTA
               WHEN OTHER
                   ADD GL-AMOUNT TO WS-GS-OTHER
               END-EVALUATE
               MOVE GL-BALANCE TO WS-GS-CLOSING
               PERFORM GS-PUT-MOVEMENT
           WHEN OTHER
               IF WS-GS-MARK NOT = SPACES THEN
                   PERFORM GS-PUT-BREAK-OUTSIDE
               END-IF
           END-EVALUATE
           MOVE GL-BALANCE TO WS-GS-LAST-BAL.
      ******************************************************************
       GS-PUT-OPENING.
           MOVE WS-GS-OPENING TO WS-GS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "  SALDO INICIAL " WS-GS-TOTAL-ED
             DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-GOLD-STATEMENT-LINE.
      ******************************************************************
       GS-PUT-MOVEMENT.
           IF GL-ITEM = 0 THEN
               MOVE "-" TO WS-GS-ITEM-NAME
           ELSE
           IF GL-TYPE = "MISION" THEN
               MOVE SPACES TO WS-GS-ITEM-NAME
               STRING "CONT " GL-ITEM
                 DELIMITED BY SIZE INTO WS-GS-ITEM-NAME
           ELSE
               MOVE GL-ITEM TO WS-IT-R-SOUGHT
               PERFORM LOOKUP-ITEM
               IF WS-IT-R-FOUND > 0 THEN
                   MOVE WS-IT-R-NAME(WS-IT-R-FOUND) TO WS-GS-ITEM-NAME
               ELSE
                   MOVE SPACES TO WS-GS-ITEM-NAME
                   STRING "OBJ " GL-ITEM
                     DELIMITED BY SIZE INTO WS-GS-ITEM-NAME
               END-IF
           END-IF
           END-IF
           MOVE GL-AMOUNT TO WS-GS-AMOUNT-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "  " GL-DATE " " GL-SESSION " " GL-TYPE " "
             WS-GS-ITEM-NAME " " WS-GS-AMOUNT-ED
             " SALDO " GL-BALANCE WS-GS-MARK
             DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-GOLD-STATEMENT-LINE.
      ******************************************************************
       GS-PUT-BREAK-OUTSIDE.
           MOVE GL-AMOUNT TO WS-GS-AMOUNT-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "  *** RUPTURA FUERA DEL PERIODO " GL-DATE " "
             GL-TYPE " " WS-GS-AMOUNT-ED " SALDO " GL-BALANCE
             DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-GOLD-STATEMENT-LINE.
      ******************************************************************
       GS-PUT-TOTALS.
           MOVE WS-GS-BOTIN TO WS-GS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "  TOTAL BOTIN  " WS-GS-TOTAL-ED
             DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-GOLD-STATEMENT-LINE
           MOVE WS-GS-COMPRA TO WS-GS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "  TOTAL COMPRA " WS-GS-TOTAL-ED
             DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-GOLD-STATEMENT-LINE
           MOVE WS-GS-VENTA TO WS-GS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "  TOTAL VENTA  " WS-GS-TOTAL-ED
             DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-GOLD-STATEMENT-LINE
           IF WS-GS-OTHER NOT = 0 THEN
               MOVE WS-GS-OTHER TO WS-GS-TOTAL-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "  TOTAL OTROS  " WS-GS-TOTAL-ED
                 DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PUT-GOLD-STATEMENT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "  SALDO FINAL  " WS-GS-CLOSING
             DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-GOLD-STATEMENT-LINE.
      ******************************************************************
      * THE PROOF: A ROSTER HERO'S GOLD MUST EQUAL THE LAST BALANCE IN
      * THE LEDGER; GOLD WITH NO MOVEMENT BEHIND IT IS FLAGGED TOO. A
      * HERO NO LONGER ON THE ROSTER HAS NOTHING TO PROVE AGAINST.
       GS-CHECK-HERO-GOLD.
           IF WS-HN-FOUND = 0 THEN
               MOVE "  (FUERA DEL PLANTEL; SIN COMPROBACION)"
                 TO WS-RPT-LINE
               PERFORM PUT-GOLD-STATEMENT-LINE
           ELSE
               IF WS-GS-ANY-EVER = "Y" THEN
                   IF WS-GS-LAST-BAL NOT = WS-H-R-GOLD(WS-HN-FOUND)
                     THEN
                       ADD 1 TO WS-GS-FLAGS
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "  *** AVISO *** ULTIMO SALDO DEL LIBRO "
                         WS-GS-LAST-BAL " ORO DEL HEROE "
                         WS-H-R-GOLD(WS-HN-FOUND)
                         DELIMITED BY SIZE INTO WS-RPT-LINE
                       PERFORM PUT-GOLD-STATEMENT-LINE
                   END-IF
               ELSE
                   IF WS-H-R-GOLD(WS-HN-FOUND) > 0 THEN
                       ADD 1 TO WS-GS-FLAGS
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "  *** AVISO *** ORO DEL HEROE "
                         WS-H-R-GOLD(WS-HN-FOUND)
                         " SIN MOVIMIENTOS EN EL LIBRO"
                         DELIMITED BY SIZE INTO WS-RPT-LINE
                       PERFORM PUT-GOLD-STATEMENT-LINE
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       PUT-GOLD-STATEMENT-LINE.
           IF WS-GS-TO-FILE THEN
               WRITE RUN-REPORT-REG FROM WS-RPT-LINE
           ELSE
               DISPLAY WS-RPT-LINE
           END-IF.
      * == [GOLD-STATEMENT] =========================================END=
      ******************************************************************
      * == [DAILY-SUMMARY] ========================================BEGIN=
      * SEE WS-DAILY-SUMMARY-VARS FOR THE RULES.
       DISPLAY-DAILY-SUMMARY.
           DISPLAY "["WS-GAME-NAME"] RESUMEN DEL DIA"
           DISPLAY "- Fecha (AAAAMMDD, 0 = hoy): "
           ACCEPT WS-DS-DATE
           IF WS-DS-DATE = 0 THEN
               MOVE WS-SESSION-DATE TO WS-DS-DATE
           END-IF
           SET WS-DS-TO-SCREEN TO TRUE
           PERFORM LIST-DAILY-SUMMARY.
      ******************************************************************
      * "RESUMEN [AAAAMMDD]": SAME PAGE AS MENU OPTION K, WRITTEN TO
      * [PERFIL-]DAILY-SUMMARY.TXT -- PREFIXED LIKE THE SEASON
      * STANDINGS, SO EACH PROFILE THE NIGHTLY JOB VISITS KEEPS ITS
      * OWN PAGE. NO DATE = TODAY; A DATE THAT IS NOT EIGHT DIGITS
      * FAILS.
       CMD-DAILY-SUMMARY.
           MOVE SPACES TO WS-DS-ARG
           UNSTRING WS-CMD-ARG DELIMITED BY ALL " "
             INTO WS-DS-ARG
           MOVE WS-SESSION-DATE TO WS-DS-DATE
           IF WS-DS-ARG NOT = SPACES THEN
               IF WS-DS-ARG IS NUMERIC THEN
                   MOVE WS-DS-ARG TO WS-DS-DATE
               ELSE
                   MOVE 8 TO WS-CMD-RC
                   DISPLAY "["WS-GAME-NAME"] Fecha no valida: "
                     WS-DS-ARG
               END-IF
           END-IF
           IF WS-CMD-RC = 0 THEN
               MOVE SPACES TO WS-RUN-REPORT-NAME
               IF WS-PF-DEFAULT THEN
                   MOVE "DAILY-SUMMARY.TXT" TO WS-RUN-REPORT-NAME
               ELSE
                   STRING WS-PROFILE-NAME DELIMITED BY SPACE
                     "-DAILY-SUMMARY.TXT" DELIMITED BY SIZE
                     INTO WS-RUN-REPORT-NAME
               END-IF
               OPEN OUTPUT RUN-REPORT-FILE
               IF WS-RPT-FS-OK THEN
                   SET WS-DS-TO-FILE TO TRUE
                   PERFORM LIST-DAILY-SUMMARY
                   SET WS-DS-TO-SCREEN TO TRUE
                   CLOSE RUN-REPORT-FILE
               ELSE
                   MOVE 8 TO WS-CMD-RC
               END-IF
           END-IF.
      ******************************************************************
      * WS-DS-DATE IN. ONE BLOCK PER SOURCE; A SOURCE NOT ON DISK
      * SIMPLY CONTRIBUTES NOTHING.
       LIST-DAILY-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           STRING "RESUMEN DEL DIA " WS-DS-DATE
             " PERFIL " WS-PROFILE-NAME
             DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-DAILY-SUMMARY-LINE
           PERFORM DS-SUMMARIZE-JOURNAL
           PERFORM DS-SUMMARIZE-BATTLES
           PERFORM DS-SUMMARIZE-LEVEL-UPS
           PERFORM DS-SUMMARIZE-GOLD
           PERFORM DS-SUMMARIZE-OPERATIONS.
      ******************************************************************
       DS-SUMMARIZE-JOURNAL.
           MOVE SPACES TO WS-RPT-LINE
           STRING "-- COMANDOS DEL LOTE (RUN-JOURNAL.TXT, COMUN A "
             "TODOS LOS PERFILES)"
             DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-DAILY-SUMMARY-LINE
           MOVE 0 TO WS-DS-COMMANDS
           MOVE 0 TO WS-DS-FAILED
           OPEN INPUT RUN-JOURNAL-FILE
           IF WS-JR-FS-OK THEN
               PERFORM DS-READ-JOURNAL-LINE UNTIL WS-JR-FS-EOF
               CLOSE RUN-JOURNAL-FILE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "COMANDOS " WS-DS-COMMANDS
             " FALLIDOS " WS-DS-FAILED
             DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-DAILY-SUMMARY-LINE.
      ******************************************************************
      * A JOURNAL LINE IS "AAAAMMDD HHMMSSCC RC NN COMMAND"; A NOTE
      * LINE CARRIES "*" WHERE THE COMMAND WOULD START AND IS LISTED
      * BUT NOT COUNTED.
       DS-READ-JOURNAL-LINE.
           READ RUN-JOURNAL-FILE
           AT END
               SET WS-JR-FS-EOF TO TRUE
           NOT AT END
               IF RUN-JOURNAL-REG(1:8) = WS-DS-DATE THEN
                   MOVE RUN-JOURNAL-REG TO WS-RPT-LINE
                   PERFORM PUT-DAILY-SUMMARY-LINE
                   IF RUN-JOURNAL-REG(25:1) NOT = "*" THEN
                       ADD 1 TO WS-DS-COMMANDS
                       IF RUN-JOURNAL-REG(22:2) NOT = "00" THEN
                           ADD 1 TO WS-DS-FAILED
                       END-IF
                   END-IF
               END-IF
           END-READ.
      ******************************************************************
       DS-SUMMARIZE-BATTLES.
           MOVE "-- PARTIDAS Y DUELOS (REGISTROS DE BATALLA)"
             TO WS-RPT-LINE
           PERFORM PUT-DAILY-SUMMARY-LINE
           MOVE 0 TO WS-DS-SOURCES
           MOVE 0 TO WS-DS-GAMES
           MOVE 0 TO WS-DS-WINS
           MOVE 0 TO WS-DS-LOSSES
           MOVE 0 TO WS-DS-MONSTERS
           MOVE 0 TO WS-DS-DUELS
           PERFORM DS-SCAN-ARCHIVES
           PERFORM DS-SCAN-LIVE-LOG
           IF WS-DS-SOURCES = 0 THEN
               MOVE "TODAVIA NO HAY REGISTROS DE BATALLA"
                 TO WS-RPT-LINE
               PERFORM PUT-DAILY-SUMMARY-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "PARTIDAS " WS-DS-GAMES
             " VICTORIAS " WS-DS-WINS
             " DERROTAS " WS-DS-LOSSES
             " MONSTRUOS " WS-DS-MONSTERS
             DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-DAILY-SUMMARY-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "DUELOS " WS-DS-DUELS
             DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-DAILY-SUMMARY-LINE.
      ******************************************************************
       DS-SCAN-LIVE-LOG.
           OPEN INPUT BATTLE-LOG-FILE
           IF WS-BL-FS-OK THEN
               ADD 1 TO WS-DS-SOURCES
               PERFORM DS-READ-LIVE-RECORD UNTIL WS-BL-FS-EOF
               CLOSE BATTLE-LOG-FILE
           END-IF.
      ******************************************************************
       DS-READ-LIVE-RECORD.
           READ BATTLE-LOG-FILE
           AT END
               SET WS-BL-FS-EOF TO TRUE
           NOT AT END
               PERFORM DS-TALLY-BATTLE-RECORD
           END-READ.
      ******************************************************************
       DS-SCAN-ARCHIVES.
           OPEN INPUT BATTLE-INDEX-FILE
           IF WS-BI-FS-OK THEN
               PERFORM DS-READ-INDEX-ENTRY UNTIL WS-BI-FS-EOF
               CLOSE BATTLE-INDEX-FILE
           END-IF.
      ******************************************************************
       DS-READ-INDEX-ENTRY.
           READ BATTLE-INDEX-FILE
           AT END
               SET WS-BI-FS-EOF TO TRUE
           NOT AT END
               MOVE BI-NAME TO WS-BL-ARCHIVE-NAME
               PERFORM DS-SCAN-ONE-ARCHIVE
           END-READ.
      ******************************************************************
       DS-SCAN-ONE-ARCHIVE.
           OPEN INPUT BATTLE-ARCHIVE-FILE
           IF WS-BL-ARCH-FS-OK THEN
               ADD 1 TO WS-DS-SOURCES
               MOVE ZEROES TO WS-BL-ARCH-FS
               PERFORM DS-READ-ARCHIVE-RECORD
                 UNTIL WS-BL-ARCH-FS NOT = "00"
               CLOSE BATTLE-ARCHIVE-FILE
           ELSE
               DISPLAY "["WS-GAME-NAME"] *** AVISO *** No se puede "
                 "leer el archivo " WS-BL-ARCHIVE-NAME
           END-IF.
      ******************************************************************
       DS-READ-ARCHIVE-RECORD.
           READ BATTLE-ARCHIVE-FILE
           AT END
               MOVE HIGH-VALUE TO WS-BL-ARCH-FS
           NOT AT END
               MOVE BATTLE-ARCHIVE-REG TO BATTLE-LOG-REG
               PERFORM DS-TALLY-BATTLE-RECORD
           END-READ.
      ******************************************************************
      * A GAME IS A FIN-PARTIDA RECORD (WON IF THE HERO ENDED ON HP
      * LEFT, SAME RULE AS THE RECONCILIATION); A DUEL IS ITS LAST
      * EXCHANGE, THE ONE THAT TOOK A DUELIST BELOW ZERO.
       DS-TALLY-BATTLE-RECORD.
           IF BL-DATE = WS-DS-DATE THEN
               IF BL-OUTCOME = "FIN-PARTIDA" THEN
                   ADD 1 TO WS-DS-GAMES
                   ADD BL-DAMAGE TO WS-DS-MONSTERS
                   IF BL-HERO-HP-AFTER > 0 THEN
                       ADD 1 TO WS-DS-WINS
                   ELSE
                       ADD 1 TO WS-DS-LOSSES
                       MOVE BL-HERO-ID TO WS-HN-SOUGHT
                       PERFORM LOOKUP-HERO-NAME
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "CAYO: HEROE " BL-HERO-ID " " WS-HN-NAME
                         " SESION " BL-SESSION
                         DELIMITED BY SIZE INTO WS-RPT-LINE
                       PERFORM PUT-DAILY-SUMMARY-LINE
                   END-IF
               END-IF
               IF BL-OUTCOME(1:6) = "DUELO-"
                 AND (BL-HERO-HP-AFTER < 0
                   OR BL-MONSTER-HP-AFTER < 0) THEN
                   ADD 1 TO WS-DS-DUELS
                   IF BL-OUTCOME = "DUELO-GANA-A" THEN
                       MOVE BL-HERO-ID TO WS-HN-SOUGHT
                   ELSE
                       MOVE BL-MONSTER-ID TO WS-HN-SOUGHT
                   END-IF
                   PERFORM LOOKUP-HERO-NAME
                   MOVE WS-HN-NAME TO WS-DS-WINNER
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "DUELO: HEROE " BL-HERO-ID
                     " CONTRA HEROE " BL-MONSTER-ID
                     " GANA " WS-DS-WINNER
                     DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM PUT-DAILY-SUMMARY-LINE
               END-IF
           END-IF.
      ******************************************************************
       DS-SUMMARIZE-LEVEL-UPS.
           MOVE "-- SUBIDAS DE NIVEL (HERO-AUDIT)" TO WS-RPT-LINE
           PERFORM PUT-DAILY-SUMMARY-LINE
           MOVE 0 TO WS-DS-LEVELS
           OPEN INPUT HERO-AUDIT-FILE
           IF WS-HA-FS-OK THEN
               PERFORM DS-READ-AUDIT-RECORD UNTIL WS-HA-FS-EOF
               CLOSE HERO-AUDIT-FILE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "NIVELES GANADOS " WS-DS-LEVELS
             DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-DAILY-SUMMARY-LINE.
      ******************************************************************
      * ONLY THE SAVES THAT BANK EARNED XP ("NIVEL", "MISION") COUNT:
      * A LEVEL TYPED IN ON THE MODIFY SCREEN IS NOT A LEVEL-UP.
       DS-READ-AUDIT-RECORD.
           READ HERO-AUDIT-FILE
           AT END
               SET WS-HA-FS-EOF TO TRUE
           NOT AT END
               IF HA-DATE = WS-DS-DATE
                 AND (HA-PATH = "NIVEL" OR HA-PATH = "MISION")
                 AND HA-BEFORE NOT = SPACES
                 AND HA-AFTER NOT = SPACES THEN
                   MOVE HA-BEFORE TO WS-HA-IMAGE
                   MOVE WS-HA-I-LEVEL TO WS-DS-LV-BEFORE
                   MOVE HA-AFTER TO WS-HA-IMAGE
                   IF WS-HA-I-LEVEL > WS-DS-LV-BEFORE THEN
                       COMPUTE WS-DS-LEVELS = WS-DS-LEVELS
                         + WS-HA-I-LEVEL - WS-DS-LV-BEFORE
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "HEROE " HA-HERO-ID " " WS-HA-I-NAME
                         " NIVEL " WS-DS-LV-BEFORE " -> "
                         WS-HA-I-LEVEL " (" DELIMITED BY SIZE
                         HA-PATH DELIMITED BY SPACE
                         ")" DELIMITED BY SIZE
                         INTO WS-RPT-LINE
                       PERFORM PUT-DAILY-SUMMARY-LINE
                   END-IF
               END-IF
           END-READ.
      ******************************************************************
      * TRANSFERS IN AND OUT AND THE GOLD OF RETIRED HEROES ARE KEPT
      * APART FROM WHAT WAS EARNED OR SPENT; THE NET CHANGE INCLUDES
      * THEM.
       DS-SUMMARIZE-GOLD.
           MOVE "-- ORO (GOLD-LEDGER)" TO WS-RPT-LINE
           PERFORM PUT-DAILY-SUMMARY-LINE
           MOVE 0 TO WS-DS-MOVES
           MOVE 0 TO WS-DS-EARNED
           MOVE 0 TO WS-DS-SPENT
           MOVE 0 TO WS-DS-TRANSFERS
           OPEN INPUT GOLD-LEDGER-FILE
           IF WS-GL-FS-OK THEN
               PERFORM DS-READ-LEDGER-RECORD UNTIL WS-GL-FS-EOF
               CLOSE GOLD-LEDGER-FILE
           END-IF
           COMPUTE WS-DS-NET =
             WS-DS-EARNED - WS-DS-SPENT + WS-DS-TRANSFERS
           MOVE WS-DS-EARNED TO WS-DS-EARNED-ED
           MOVE WS-DS-SPENT TO WS-DS-SPENT-ED
           MOVE WS-DS-TRANSFERS TO WS-DS-TRANSFERS-ED
           MOVE WS-DS-NET TO WS-DS-NET-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "GANADO " WS-DS-EARNED-ED
             " GASTADO " WS-DS-SPENT-ED
             " TRASPASOS/BAJAS " WS-DS-TRANSFERS-ED
             " NETO " WS-DS-NET-ED
             DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-DAILY-SUMMARY-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "MOVIMIENTOS " WS-DS-MOVES
             DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-DAILY-SUMMARY-LINE.
      ******************************************************************
       DS-READ-LEDGER-RECORD.
           READ GOLD-LEDGER-FILE
           AT END
               SET WS-GL-FS-EOF TO TRUE
           NOT AT END
               IF GL-DATE = WS-DS-DATE THEN
                   ADD 1 TO WS-DS-MOVES
                   IF GL-TYPE = "TRASPA" OR GL-TYPE = "RETIRO" THEN
                       ADD GL-AMOUNT TO WS-DS-TRANSFERS
                   ELSE
                       IF GL-AMOUNT > 0 THEN
                           ADD GL-AMOUNT TO WS-DS-EARNED
                       ELSE
                           SUBTRACT GL-AMOUNT FROM WS-DS-SPENT
                       END-IF
                   END-IF
               END-IF
           END-READ.
      ******************************************************************
       DS-SUMMARIZE-OPERATIONS.
           MOVE "-- CIERRE DE TEMPORADA Y CONCILIACION"
             TO WS-RPT-LINE
           PERFORM PUT-DAILY-SUMMARY-LINE
           MOVE 0 TO WS-DS-SEASON-RUNS
           MOVE 0 TO WS-DS-RECON-RUNS
           OPEN INPUT OPERATIONS-LOG-FILE
           IF WS-OL-FS-OK THEN
               PERFORM DS-READ-OPERATIONS-RECORD UNTIL WS-OL-FS-EOF
               CLOSE OPERATIONS-LOG-FILE
           END-IF
           IF WS-DS-SEASON-RUNS = 0 THEN
               MOVE "CIERRE DE TEMPORADA: NO SE HA HECHO"
                 TO WS-RPT-LINE
               PERFORM PUT-DAILY-SUMMARY-LINE
           END-IF
           IF WS-DS-RECON-RUNS = 0 THEN
               MOVE "CONCILIACION: NO SE HA HECHO" TO WS-RPT-LINE
               PERFORM PUT-DAILY-SUMMARY-LINE
           END-IF.
      ******************************************************************
       DS-READ-OPERATIONS-RECORD.
           READ OPERATIONS-LOG-FILE
           AT END
               SET WS-OL-FS-EOF TO TRUE
           NOT AT END
               IF OP-DATE = WS-DS-DATE THEN
                   MOVE SPACES TO WS-RPT-LINE
                   EVALUATE OP-EVENT
                       WHEN "TEMPORAD"
                           ADD 1 TO WS-DS-SEASON-RUNS
                           STRING "CIERRE DE TEMPORADA (SESION "
                             OP-SESSION "): " OP-RESULT
                             DELIMITED BY SIZE INTO WS-RPT-LINE
                       WHEN "CONCILIA"
                           ADD 1 TO WS-DS-RECON-RUNS
                           STRING "CONCILIACION (SESION "
                             OP-SESSION "): " OP-RESULT
                             DELIMITED BY SIZE INTO WS-RPT-LINE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF WS-RPT-LINE NOT = SPACES THEN
                       PERFORM PUT-DAILY-SUMMARY-LINE
                   END-IF
               END-IF
           END-READ.
      ******************************************************************
       PUT-DAILY-SUMMARY-LINE.
           IF WS-DS-TO-FILE THEN
               WRITE RUN-REPORT-REG FROM WS-RPT-LINE
           ELSE
               DISPLAY WS-RPT-LINE
           END-IF.
      ******************************************************************
      * WS-OL-EVENT AND WS-OL-RESULT IN; APPENDED UNDER THE SESSION
      * STAMP WITH THE SAME BOOTSTRAP AS OPEN-BATTLE-LOG.
       WRITE-OPERATIONS-LOG-ENTRY.
           OPEN EXTEND OPERATIONS-LOG-FILE
           IF NOT WS-OL-FS-OK THEN
               OPEN OUTPUT OPERATIONS-LOG-FILE
               CLOSE OPERATIONS-LOG-FILE
               OPEN EXTEND OPERATIONS-LOG-FILE
           END-IF
           IF WS-OL-FS-OK THEN
               MOVE WS-SESSION-DATE TO OP-DATE
               MOVE WS-SESSION-TIME TO OP-SESSION
               MOVE WS-OL-EVENT TO OP-EVENT
               MOVE WS-OL-RESULT TO OP-RESULT
               WRITE OPERATIONS-LOG-REG
               CLOSE OPERATIONS-LOG-FILE
           ELSE
               DISPLAY "["WS-GAME-NAME"] *** AVISO *** No se ha "
                 "podido escribir en OPERATIONS-LOG.TXT."
           END-IF.
      * == [DAILY-SUMMARY] ==========================================END=
      ******************************************************************
      * == [HALL-OF-FAME] =========================================BEGIN=
      * SEE WS-HALL-OF-FAME-VARS FOR THE RULES.
       DISPLAY-HALL-OF-FAME.
           PERFORM LOAD-HALL-OF-FAME
           IF WS-HF-COUNT = 0 THEN
               DISPLAY "["WS-GAME-NAME"] Todavia no hay heroes en el "
                 "plantel ni retirados."
           ELSE
               SET WS-HF-TO-SCREEN TO TRUE
               PERFORM LIST-HALL-OF-FAME
           END-IF.
      ******************************************************************
      * "FAMA": SAME PAGE AS MENU OPTION L, WRITTEN TO
      * [PERFIL-]HALL-OF-FAME.TXT. A PROFILE WITH NO HERO AT ALL, ON
      * THE ROSTER OR RETIRED, FAILS.
       CMD-HALL-OF-FAME.
           PERFORM LOAD-HALL-OF-FAME
           IF WS-HF-COUNT = 0 THEN
               MOVE 8 TO WS-CMD-RC
           ELSE
               MOVE SPACES TO WS-RUN-REPORT-NAME
               IF WS-PF-DEFAULT THEN
                   MOVE "HALL-OF-FAME.TXT" TO WS-RUN-REPORT-NAME
               ELSE
                   STRING WS-PROFILE-NAME DELIMITED BY SPACE
                     "-HALL-OF-FAME.TXT" DELIMITED BY SIZE
                     INTO WS-RUN-REPORT-NAME
               END-IF
               OPEN OUTPUT RUN-REPORT-FILE
               IF WS-RPT-FS-OK THEN
                   SET WS-HF-TO-FILE TO TRUE
                   PERFORM LIST-HALL-OF-FAME
                   SET WS-HF-TO-SCREEN TO TRUE
                   CLOSE RUN-REPORT-FILE
               ELSE
                   MOVE 8 TO WS-CMD-RC
               END-IF
           END-IF.
      ******************************************************************
      * THE ROSTER HEROES FIRST, WITH THEIR CAREER AND DUEL FIGURES
      * FROM THE TABLES; THEN ONE ENTRY PER RECORD OF
      * RETIRED-HEROES.TXT, IN FILE ORDER.
       LOAD-HALL-OF-FAME.
           MOVE 0 TO WS-HF-COUNT
           MOVE 0 TO WS-HF-RETIRED
           MOVE 0 TO WS-HF-SKIPPED
           PERFORM HF-ADD-ROSTER-HERO
             VARYING WS-HF-I FROM 1 BY 1
             UNTIL WS-HF-I > WS-H-R-LENGTH
           OPEN INPUT RETIRED-HEROES-FILE
           IF WS-RH-FS-OK THEN
               PERFORM HF-READ-RETIRED-HERO UNTIL WS-RH-FS-EOF
               CLOSE RETIRED-HEROES-FILE
           END-IF.
      ******************************************************************
       HF-ADD-ROSTER-HERO.
           ADD 1 TO WS-HF-COUNT
           MOVE WS-HF-COUNT TO WS-HF-E-SEQ(WS-HF-COUNT)
           MOVE WS-H-R-ID(WS-HF-I) TO WS-HF-E-ID(WS-HF-COUNT)
           MOVE WS-H-R-NAME(WS-HF-I) TO WS-HF-E-NAME(WS-HF-COUNT)
           MOVE WS-H-R-LEVEL(WS-HF-I) TO WS-HF-E-LEVEL(WS-HF-COUNT)
           MOVE WS-H-R-XP(WS-HF-I) TO WS-HF-E-XP(WS-HF-COUNT)
           MOVE WS-H-R-GOLD(WS-HF-I) TO WS-HF-E-GOLD(WS-HF-COUNT)
           MOVE 0 TO WS-HF-E-RETIRED(WS-HF-COUNT)
           MOVE 0 TO WS-HF-E-SEASON(WS-HF-COUNT)
           MOVE 0 TO WS-HF-E-WINS(WS-HF-COUNT)
           MOVE 0 TO WS-HF-E-LOSSES(WS-HF-COUNT)
           MOVE 0 TO WS-HF-E-MONSTERS(WS-HF-COUNT)
           MOVE 0 TO WS-HF-E-DUEL-WINS(WS-HF-COUNT)
           MOVE 0 TO WS-HF-E-DUEL-LOSSES(WS-HF-COUNT)
           MOVE WS-H-R-ID(WS-HF-I) TO WS-HS-R-SOUGHT
           PERFORM LOOKUP-HERO-STATS
           IF WS-HS-R-FOUND > 0 THEN
               MOVE WS-HS-R-WINS(WS-HS-R-FOUND)
                 TO WS-HF-E-WINS(WS-HF-COUNT)
               MOVE WS-HS-R-LOSSES(WS-HS-R-FOUND)
                 TO WS-HF-E-LOSSES(WS-HF-COUNT)
               MOVE WS-HS-R-MONSTERS-DEFEATED(WS-HS-R-FOUND)
                 TO WS-HF-E-MONSTERS(WS-HF-COUNT)
           END-IF
           MOVE WS-H-R-ID(WS-HF-I) TO WS-DL-R-SOUGHT
           PERFORM LOOKUP-DUEL-LADDER
           IF WS-DL-R-FOUND > 0 THEN
               MOVE WS-DL-R-WINS(WS-DL-R-FOUND)
                 TO WS-HF-E-DUEL-WINS(WS-HF-COUNT)
               MOVE WS-DL-R-LOSSES(WS-DL-R-FOUND)
                 TO WS-HF-E-DUEL-LOSSES(WS-HF-COUNT)
           END-IF.
      ******************************************************************
       HF-READ-RETIRED-HERO.
           READ RETIRED-HEROES-FILE
           AT END
               SET WS-RH-FS-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-HF-RETIRED
               IF WS-HF-COUNT < WS-HF-MAX THEN
                   PERFORM HF-ADD-RETIRED-HERO
               ELSE
                   ADD 1 TO WS-HF-SKIPPED
               END-IF
           END-READ.
      ******************************************************************
       HF-ADD-RETIRED-HERO.
           ADD 1 TO WS-HF-COUNT
           MOVE WS-HF-COUNT TO WS-HF-E-SEQ(WS-HF-COUNT)
           MOVE RH-H-ID TO WS-HF-E-ID(WS-HF-COUNT)
           MOVE RH-H-NAME TO WS-HF-E-NAME(WS-HF-COUNT)
           MOVE RH-H-LEVEL TO WS-HF-E-LEVEL(WS-HF-COUNT)
           MOVE RH-H-XP TO WS-HF-E-XP(WS-HF-COUNT)
           MOVE RH-H-GOLD TO WS-HF-E-GOLD(WS-HF-COUNT)
           MOVE RH-DATE TO WS-HF-E-RETIRED(WS-HF-COUNT)
           MOVE RH-SEASON TO WS-HF-E-SEASON(WS-HF-COUNT)
           MOVE RH-WINS TO WS-HF-E-WINS(WS-HF-COUNT)
           MOVE RH-LOSSES TO WS-HF-E-LOSSES(WS-HF-COUNT)
           MOVE RH-MONSTERS-DEFEATED TO WS-HF-E-MONSTERS(WS-HF-COUNT)
           MOVE RH-DUEL-WINS TO WS-HF-E-DUEL-WINS(WS-HF-COUNT)
           MOVE RH-DUEL-LOSSES TO WS-HF-E-DUEL-LOSSES(WS-HF-COUNT).
      ******************************************************************
      * WS-HF-COUNT ENTRIES LOADED. FOUR RANKINGS OF WS-HF-TOP HEROES
      * EACH, THEN EVERY RETIREMENT ON FILE.
       LIST-HALL-OF-FAME.
           MOVE SPACES TO WS-RPT-LINE
           STRING "SALON DE LA FAMA PERFIL " WS-PROFILE-NAME
             DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-HALL-OF-FAME-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "HEROES EN EL PLANTEL " WS-H-R-LENGTH
             " RETIRADOS " WS-HF-RETIRED
             DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-HALL-OF-FAME-LINE
           IF WS-HF-SKIPPED > 0 THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** AVISO *** " WS-HF-SKIPPED
                 " RETIRADOS NO CABEN EN LA TABLA Y NO SE CLASIFICAN"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PUT-HALL-OF-FAME-LINE
           END-IF
           PERFORM HF-PUT-RANKING
             VARYING WS-HF-RANKING FROM 1 BY 1
             UNTIL WS-HF-RANKING > 4
           PERFORM HF-PUT-RETIREMENTS.
      ******************************************************************
       HF-PUT-RANKING.
           EVALUATE TRUE
               WHEN WS-HF-BY-WINS
                   MOVE "-- VICTORIAS DE CARRERA" TO WS-RPT-LINE
               WHEN WS-HF-BY-MONSTERS
                   MOVE "-- MONSTRUOS DERROTADOS" TO WS-RPT-LINE
               WHEN WS-HF-BY-LEVEL
                   MOVE "-- NIVEL ALCANZADO" TO WS-RPT-LINE
               WHEN OTHER
                   MOVE "-- DUELOS" TO WS-RPT-LINE
           END-EVALUATE
           PERFORM PUT-HALL-OF-FAME-LINE
           PERFORM HF-SORT-BY-KEY
           MOVE WS-HF-TOP TO WS-HF-LAST
           IF WS-HF-LAST > WS-HF-COUNT THEN
               MOVE WS-HF-COUNT TO WS-HF-LAST
           END-IF
           PERFORM HF-PUT-RANKED-HERO
             VARYING WS-HF-I FROM 1 BY 1
             UNTIL WS-HF-I > WS-HF-LAST.
      ******************************************************************
       HF-PUT-RANKED-HERO.
           MOVE WS-HF-I TO WS-HF-RANK-ED
           MOVE SPACES TO WS-HF-VALUE-TXT
           EVALUATE TRUE
               WHEN WS-HF-BY-WINS
                   STRING "VICTORIAS " WS-HF-E-WINS(WS-HF-I)
                     " DERROTAS " WS-HF-E-LOSSES(WS-HF-I)
                     DELIMITED BY SIZE INTO WS-HF-VALUE-TXT
               WHEN WS-HF-BY-MONSTERS
                   STRING "MONSTRUOS " WS-HF-E-MONSTERS(WS-HF-I)
                     " VICTORIAS " WS-HF-E-WINS(WS-HF-I)
                     DELIMITED BY SIZE INTO WS-HF-VALUE-TXT
               WHEN WS-HF-BY-LEVEL
                   STRING "NIVEL " WS-HF-E-LEVEL(WS-HF-I)
                     " XP " WS-HF-E-XP(WS-HF-I)
                     DELIMITED BY SIZE INTO WS-HF-VALUE-TXT
               WHEN OTHER
                   STRING "DUELOS GANADOS " WS-HF-E-DUEL-WINS(WS-HF-I)
                     " PERDIDOS " WS-HF-E-DUEL-LOSSES(WS-HF-I)
                     DELIMITED BY SIZE INTO WS-HF-VALUE-TXT
           END-EVALUATE
           IF WS-HF-E-RETIRED(WS-HF-I) = 0 THEN
               MOVE "EN ACTIVO" TO WS-HF-STATUS-TXT
           ELSE
               MOVE SPACES TO WS-HF-STATUS-TXT
               STRING "RETIRADO " WS-HF-E-RETIRED(WS-HF-I)
                 DELIMITED BY SIZE INTO WS-HF-STATUS-TXT
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-HF-RANK-ED " HEROE " WS-HF-E-ID(WS-HF-I) " "
             WS-HF-E-NAME(WS-HF-I) " " WS-HF-VALUE-TXT " "
             WS-HF-STATUS-TXT
             DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-HALL-OF-FAME-LINE.
      ******************************************************************
       HF-PUT-RETIREMENTS.
           MOVE "-- HEROES RETIRADOS" TO WS-RPT-LINE
           PERFORM PUT-HALL-OF-FAME-LINE
           IF WS-HF-RETIRED = 0 THEN
               MOVE "  NINGUN HEROE SE HA RETIRADO" TO WS-RPT-LINE
               PERFORM PUT-HALL-OF-FAME-LINE
           ELSE
               MOVE 5 TO WS-HF-RANKING
               PERFORM HF-SORT-BY-KEY
               PERFORM HF-PUT-RETIREMENT
                 VARYING WS-HF-I FROM 1 BY 1
                 UNTIL WS-HF-I > WS-HF-COUNT
           END-IF.
      ******************************************************************
       HF-PUT-RETIREMENT.
           IF WS-HF-E-RETIRED(WS-HF-I) > 0 THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " WS-HF-E-RETIRED(WS-HF-I)
                 " TEMPORADA " WS-HF-E-SEASON(WS-HF-I)
                 " HEROE " WS-HF-E-ID(WS-HF-I) " "
                 WS-HF-E-NAME(WS-HF-I)
                 " NIVEL " WS-HF-E-LEVEL(WS-HF-I)
                 " ORO " WS-HF-E-GOLD(WS-HF-I)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PUT-HALL-OF-FAME-LINE
           END-IF.
      ******************************************************************
      * SAME SELECTION SORT AS THE CAREER REPORT, HIGHEST KEY FIRST,
      * ON THE KEY OF WS-HF-RANKING.
       HF-SORT-BY-KEY.
           PERFORM HF-SET-SORT-KEY
             VARYING WS-HF-I FROM 1 BY 1
             UNTIL WS-HF-I > WS-HF-COUNT
           PERFORM HF-FIND-BEST-FROM
             VARYING WS-HF-I FROM 1 BY 1
             UNTIL WS-HF-I >= WS-HF-COUNT.
      ******************************************************************
       HF-SET-SORT-KEY.
           EVALUATE TRUE
               WHEN WS-HF-BY-WINS
                   COMPUTE WS-HF-E-KEY(WS-HF-I) =
                     WS-HF-E-WINS(WS-HF-I) * 10000
                     + 9999 - WS-HF-E-LOSSES(WS-HF-I)
               WHEN WS-HF-BY-MONSTERS
                   COMPUTE WS-HF-E-KEY(WS-HF-I) =
                     WS-HF-E-MONSTERS(WS-HF-I) * 10000
                     + WS-HF-E-WINS(WS-HF-I)
               WHEN WS-HF-BY-LEVEL
                   COMPUTE WS-HF-E-KEY(WS-HF-I) =
                     WS-HF-E-LEVEL(WS-HF-I) * 100000
                     + WS-HF-E-XP(WS-HF-I)
               WHEN WS-HF-BY-DUELS
                   COMPUTE WS-HF-E-KEY(WS-HF-I) =
                     WS-HF-E-DUEL-WINS(WS-HF-I) * 10000
                     + 9999 - WS-HF-E-DUEL-LOSSES(WS-HF-I)
               WHEN OTHER
                   COMPUTE WS-HF-E-KEY(WS-HF-I) =
                     1000 - WS-HF-E-SEQ(WS-HF-I)
           END-EVALUATE.
      ******************************************************************
       HF-FIND-BEST-FROM.
           MOVE WS-HF-I TO WS-HF-BEST
           PERFORM HF-COMPARE-CANDIDATE
             VARYING WS-HF-J FROM WS-HF-I BY 1
             UNTIL WS-HF-J > WS-HF-COUNT
           IF WS-HF-BEST NOT = WS-HF-I THEN
               MOVE WS-HF-ENTRY(WS-HF-I) TO WS-HF-TEMP
               MOVE WS-HF-ENTRY(WS-HF-BEST) TO WS-HF-ENTRY(WS-HF-I)
               MOVE WS-HF-TEMP TO WS-HF-ENTRY(WS-HF-BEST)
           END-IF.
      ******************************************************************
       HF-COMPARE-CANDIDATE.
           IF WS-HF-E-KEY(WS-HF-J) > WS-HF-E-KEY(WS-HF-BEST) THEN
               MOVE WS-HF-J TO WS-HF-BEST
           END-IF.
      ******************************************************************
       PUT-HALL-OF-FAME-LINE.
           IF WS-HF-TO-FILE THEN
               WRITE RUN-REPORT-REG FROM WS-RPT-LINE
           ELSE
               DISPLAY WS-RPT-LINE
           END-IF.
      * == [HALL-OF-FAME] ===========================================END=
      ******************************************************************
      * == [DUEL-MODE] ============================================BEGIN=
      * SEE WS-DUEL-VARS FOR THE RULES.
       DISPLAY-DUEL.
           IF WS-H-R-LENGTH < 2 THEN
               DISPLAY "["WS-GAME-NAME"] Hacen falta al menos dos "
                 "heroes para un duelo."
           ELSE
               SET WS-DU-OP-CONTINUE TO TRUE
               PERFORM DISPLAY-DUEL-MENU UNTIL WS-DU-OP-EXIT
               SET WS-DU-OP-CONTINUE TO TRUE
           END-IF.
      ******************************************************************
       DISPLAY-DUEL-MENU.
           DISPLAY "["WS-GAME-NAME"] " WS-TX-DUEL-TITLE
           DISPLAY WS-TX-DUEL-FIGHT
           DISPLAY WS-TX-DUEL-LADDER
           DISPLAY WS-TX-DUEL-BACK
           DISPLAY WS-TX-OPTION-PROMPT
           ACCEPT WS-DU-OPTION
           IF WS-DU-OP-FIGHT THEN
               PERFORM CONFIRM-PROFILE-LOCK
           END-IF
           EVALUATE TRUE
               WHEN WS-DU-OP-FIGHT AND WS-LK-READ-ONLY
                   PERFORM WARN-READ-ONLY-PROFILE
               WHEN WS-DU-OP-FIGHT
                   PERFORM SELECT-DUELISTS
                   PERFORM RUN-DUEL
               WHEN WS-DU-OP-LADDER
                   PERFORM DISPLAY-DUEL-LADDER
               WHEN WS-DU-OP-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "["WS-GAME-NAME"] "
                     "[Escoge una opcion correcta]"
           END-EVALUATE.
      ******************************************************************
       SELECT-DUELISTS.
           MOVE 0 TO WS-DU-OTHER
           SET WS-DU-PICK-BAD TO TRUE
           PERFORM ACCEPT-ONE-DUELIST UNTIL WS-DU-PICK-GOOD
           MOVE WS-DU-PICK TO WS-DU-A
           MOVE WS-DU-A TO WS-DU-OTHER
           SET WS-DU-PICK-BAD TO TRUE
           PERFORM ACCEPT-ONE-DUELIST UNTIL WS-DU-PICK-GOOD
           MOVE WS-DU-PICK TO WS-DU-B.
      ******************************************************************
       ACCEPT-ONE-DUELIST.
           PERFORM DISPLAY-HEROES-MENU-CONTENT
           DISPLAY "- Num. del duelista (1 - " WS-H-R-LENGTH "): "
           ACCEPT WS-DU-PICK
           SET WS-DU-PICK-GOOD TO TRUE
           IF WS-DU-PICK < 1 OR WS-DU-PICK > WS-H-R-LENGTH THEN
               SET WS-DU-PICK-BAD TO TRUE
               DISPLAY "["WS-GAME-NAME"] "
                 "[Escoge una opcion correcta]"
           ELSE
               IF WS-H-R-HP(WS-DU-PICK) <= 0 THEN
                   SET WS-DU-PICK-BAD TO TRUE
                   DISPLAY "["WS-GAME-NAME"] Ese heroe esta caido; "
                     "revivelo antes del duelo."
               ELSE
                   IF WS-DU-PICK = WS-DU-OTHER THEN
                       SET WS-DU-PICK-BAD TO TRUE
                       DISPLAY "["WS-GAME-NAME"] Un heroe no puede "
                         "batirse en duelo consigo mismo."
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       RUN-DUEL.
           MOVE WS-H-R-HP(WS-DU-A) TO WS-DU-A-HP-SAVE
           MOVE WS-H-R-HP(WS-DU-B) TO WS-DU-B-HP-SAVE
           DISPLAY "["WS-GAME-NAME"] DUELO: "
             WS-H-R-NAME(WS-DU-A) " CONTRA " WS-H-R-NAME(WS-DU-B)
           PERFORM OPEN-BATTLE-LOG
           PERFORM UNTIL WS-H-R-HP(WS-DU-A) < 0
             OR WS-H-R-HP(WS-DU-B) < 0
               MOVE WS-DU-A TO WS-DU-X
               PERFORM COMPUTE-DUELIST-VALUES
               MOVE WS-DU-EFF-STR TO WS-DU-A-STR
               MOVE WS-DU-EFF-AGI TO WS-DU-A-AGI
               MOVE WS-DU-B TO WS-DU-X
               PERFORM COMPUTE-DUELIST-VALUES
               MOVE WS-DU-EFF-STR TO WS-DU-B-STR
               MOVE WS-DU-EFF-AGI TO WS-DU-B-AGI
      * FIRST STRIKE BY AGILITY, SAME ODDS AS ROLL-FOR-AGILITY: THE
      * DIFFERENCE TIMES 5, CAPPED AT 50 PERCENT.
               MOVE SPACE TO WS-DU-WINNER
               COMPUTE WS-FM-AGILITY-DIFF =
                 WS-DU-A-AGI - WS-DU-B-AGI
               PERFORM ROLL-DICE
               IF WS-FM-AGILITY-DIFF > 0 THEN
                   COMPUTE WS-FM-DODGE-THRESHOLD =
                     WS-FM-AGILITY-DIFF * 5
                   IF WS-FM-DODGE-THRESHOLD > 50 THEN
                       MOVE 50 TO WS-FM-DODGE-THRESHOLD
                   END-IF
                   IF WS-FM-ROLL < WS-FM-DODGE-THRESHOLD THEN
                       MOVE "A" TO WS-DU-WINNER
                   END-IF
               ELSE
                   IF WS-FM-AGILITY-DIFF < 0 THEN
                       COMPUTE WS-FM-DODGE-THRESHOLD =
                         (0 - WS-FM-AGILITY-DIFF) * 5
                       IF WS-FM-DODGE-THRESHOLD > 50 THEN
                           MOVE 50 TO WS-FM-DODGE-THRESHOLD
                       END-IF
                       IF WS-FM-ROLL < WS-FM-DODGE-THRESHOLD THEN
                           MOVE "B" TO WS-DU-WINNER
                       END-IF
                   END-IF
               END-IF
               IF WS-DU-WINNER = SPACE THEN
                   IF WS-DU-A-STR > WS-DU-B-STR THEN
                       MOVE "A" TO WS-DU-WINNER
                   ELSE
                       MOVE "B" TO WS-DU-WINNER
                   END-IF
               END-IF
               MOVE WS-H-R-HP(WS-DU-A) TO BL-HERO-HP-BEFORE
               MOVE WS-H-R-HP(WS-DU-B) TO BL-MONSTER-HP-BEFORE
               IF WS-DU-WINNER = "A" THEN
                   COMPUTE WS-H-R-HP(WS-DU-B) =
                     WS-H-R-HP(WS-DU-B) - WS-DU-A-STR
                   DISPLAY WS-H-R-NAME(WS-DU-A) " HIERE A "
                     WS-H-R-NAME(WS-DU-B) ", TIENE HP: "
                     WS-H-R-HP(WS-DU-B)
                   MOVE WS-DU-A-STR TO BL-DAMAGE
                   MOVE "DUELO-GANA-A" TO BL-OUTCOME
               ELSE
                   COMPUTE WS-H-R-HP(WS-DU-A) =
                     WS-H-R-HP(WS-DU-A) - WS-DU-B-STR
                   DISPLAY WS-H-R-NAME(WS-DU-B) " HIERE A "
                     WS-H-R-NAME(WS-DU-A) ", TIENE HP: "
                     WS-H-R-HP(WS-DU-A)
                   MOVE WS-DU-B-STR TO BL-DAMAGE
                   MOVE "DUELO-GANA-B" TO BL-OUTCOME
               END-IF
      * THE RIVAL RIDES IN THE MONSTER COLUMNS OF THE LOG RECORD, SO
      * THE REPLAY FINDS A DUEL BY THE FIRST DUELIST'S HERO ID.
               MOVE WS-H-R-ID(WS-DU-A) TO BL-HERO-ID
               MOVE WS-H-R-ID(WS-DU-B) TO BL-MONSTER-ID
               MOVE WS-H-R-PROFESSION(WS-DU-B)
                 TO BL-MONSTER-PROFESSION
               MOVE WS-H-R-HP(WS-DU-A) TO BL-HERO-HP-AFTER
               MOVE WS-H-R-HP(WS-DU-B) TO BL-MONSTER-HP-AFTER
               PERFORM WRITE-BATTLE-LOG-ENTRY
           END-PERFORM
           PERFORM CLOSE-BATTLE-LOG
           IF WS-H-R-HP(WS-DU-B) < 0 THEN
               DISPLAY "["WS-GAME-NAME"] GANA EL DUELO: "
                 WS-H-R-NAME(WS-DU-A)
               MOVE WS-H-R-ID(WS-DU-A) TO WS-DL-R-SOUGHT
               MOVE "W" TO WS-DU-RESULT
               PERFORM UPDATE-DUEL-LADDER
               MOVE WS-H-R-ID(WS-DU-B) TO WS-DL-R-SOUGHT
               MOVE "L" TO WS-DU-RESULT
               PERFORM UPDATE-DUEL-LADDER
           ELSE
               DISPLAY "["WS-GAME-NAME"] GANA EL DUELO: "
                 WS-H-R-NAME(WS-DU-B)
               MOVE WS-H-R-ID(WS-DU-B) TO WS-DL-R-SOUGHT
               MOVE "W" TO WS-DU-RESULT
               PERFORM UPDATE-DUEL-LADDER
               MOVE WS-H-R-ID(WS-DU-A) TO WS-DL-R-SOUGHT
               MOVE "L" TO WS-DU-RESULT
               PERFORM UPDATE-DUEL-LADDER
           END-IF
      * NOBODY DIES IN A DUEL: BOTH GO BACK TO THEIR PRE-DUEL HP.
           MOVE WS-DU-A-HP-SAVE TO WS-H-R-HP(WS-DU-A)
           MOVE WS-DU-B-HP-SAVE TO WS-H-R-HP(WS-DU-B).
      ******************************************************************
      * EFFECTIVE STRENGTH AND AGILITY OF ONE DUELIST (WS-DU-X) --
      * THE HERO SIDE OF COMPUTE-EFFECTIVE-STRENGTHS: PROFESSION
      * MODIFIER, LEVEL BONUS AND EQUIPPED ITEM.
       COMPUTE-DUELIST-VALUES.
           MOVE WS-H-R-PROFESSION(WS-DU-X) TO WS-P-R-SOUGHT
           PERFORM LOOKUP-PROFESSION
           IF WS-P-R-FOUND > 0 THEN
               COMPUTE WS-DU-EFF-STR =
                   WS-H-R-STRENGTH(WS-DU-X)
                   + WS-P-R-MODIFIER(WS-P-R-FOUND)
                   + (WS-H-R-LEVEL(WS-DU-X) / 2)
           ELSE
               COMPUTE WS-DU-EFF-STR =
                   WS-H-R-STRENGTH(WS-DU-X)
                   + (WS-H-R-LEVEL(WS-DU-X) / 2)
           END-IF
           MOVE WS-H-R-AGILITY(WS-DU-X) TO WS-DU-EFF-AGI
           IF WS-H-R-ITEM(WS-DU-X) > 0 THEN
               MOVE WS-H-R-ITEM(WS-DU-X) TO WS-IT-R-SOUGHT
               PERFORM LOOKUP-ITEM
               IF WS-IT-R-FOUND > 0 THEN
                   ADD WS-IT-R-STR-MOD(WS-IT-R-FOUND)
                     TO WS-DU-EFF-STR
                   ADD WS-IT-R-AGI-MOD(WS-IT-R-FOUND)
                     TO WS-DU-EFF-AGI
               END-IF
           END-IF.
      ******************************************************************
       UPDATE-DUEL-LADDER.
           PERFORM LOOKUP-DUEL-LADDER
           IF WS-DL-R-FOUND = 0 THEN
               IF WS-DL-R-LENGTH < WS-MAX-HEROES THEN
                   ADD 1 TO WS-DL-R-LENGTH
                   MOVE WS-DL-R-LENGTH TO WS-DL-R-FOUND
                   MOVE WS-DL-R-SOUGHT TO WS-DL-R-ID(WS-DL-R-FOUND)
               ELSE
                   PERFORM WARN-TOO-MANY-DUEL-LADDER
               END-IF
           END-IF
           IF WS-DL-R-FOUND > 0 THEN
               IF WS-DU-RESULT = "W" THEN
                   ADD 1 TO WS-DL-R-WINS(WS-DL-R-FOUND)
               ELSE
                   ADD 1 TO WS-DL-R-LOSSES(WS-DL-R-FOUND)
               END-IF
               PERFORM REWRITE-DUEL-LADDER-RECORD
           END-IF.
      ******************************************************************
       LOOKUP-DUEL-LADDER.
           MOVE 0 TO WS-DL-R-FOUND.
           PERFORM VARYING WS-DL-R-INDEX FROM 1 BY 1
             UNTIL WS-DL-R-INDEX > WS-DL-R-LENGTH
             OR WS-DL-R-FOUND > 0
               IF WS-DL-R-ID(WS-DL-R-INDEX) = WS-DL-R-SOUGHT THEN
                   MOVE WS-DL-R-INDEX TO WS-DL-R-FOUND
               END-IF
           END-PERFORM.
      ******************************************************************
       INIT--WS-DUEL-LADDER--CONTENT.
           MOVE 0 TO WS-DL-R-LENGTH.
           OPEN INPUT DUEL-LADDER-FILE.
           IF WS-DL-FS-OK THEN
               PERFORM READ-FILE-DUEL-LADDER VARYING WS-DL-R-INDEX
                 FROM 1 BY 1
                 UNTIL WS-DL-FS-EOF OR WS-DL-R-INDEX > WS-MAX-HEROES
               IF NOT WS-DL-FS-EOF THEN
                   PERFORM WARN-TOO-MANY-DUEL-LADDER
               END-IF
               CLOSE DUEL-LADDER-FILE
           END-IF.
      ******************************************************************
       WARN-TOO-MANY-DUEL-LADDER.
           DISPLAY "["WS-GAME-NAME"] *** AVISO *** DUEL-LADDER.TXT "
             "tiene mas de " WS-MAX-HEROES " registros; no se "
             "guardaran duelos de mas heroes distintos que los "
             "primeros " WS-MAX-HEROES ".".
      ******************************************************************
       READ-FILE-DUEL-LADDER.
           READ DUEL-LADDER-FILE NEXT RECORD
             INTO WS-DUEL-LADDER-R(WS-DL-R-INDEX)
           AT END
               SET WS-DL-FS-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-DL-R-LENGTH
           END-READ.
      ******************************************************************
      * A DUEL RESULT IS A SINGLE KEYED OPERATION ON THE LADDER --
      * SAME PATTERN AS REWRITE-HERO-STATS-RECORD.
       REWRITE-DUEL-LADDER-RECORD.
           PERFORM OPEN-DUEL-LADDER-IO
           IF WS-DL-FS-OK THEN
               MOVE WS-DUEL-LADDER-R(WS-DL-R-FOUND)
                 TO DUEL-LADDER-REG
               WRITE DUEL-LADDER-REG
                 INVALID KEY
                   REWRITE DUEL-LADDER-REG
               END-WRITE
               CLOSE DUEL-LADDER-FILE
           ELSE
               DISPLAY "["WS-GAME-NAME"] No se ha podido guardar "
                 "DUEL-LADDER."
           END-IF.
      ******************************************************************
       OPEN-DUEL-LADDER-IO.
           OPEN I-O DUEL-LADDER-FILE
           IF NOT WS-DL-FS-OK THEN
               OPEN OUTPUT DUEL-LADDER-FILE
               CLOSE DUEL-LADDER-FILE
               OPEN I-O DUEL-LADDER-FILE
           END-IF.
      ******************************************************************
      * LADDER RANKING BY DUEL WIN RATE, CROSS-MULTIPLIED LIKE THE
      * CAREER REPORT SO NO DIVISION IS NEEDED; SORTED ON A WORKING
      * COPY, THE LOAD ORDER STAYS FOR LOOKUP-DUEL-LADDER.
       DISPLAY-DUEL-LADDER.
           IF WS-DL-R-LENGTH = 0 THEN
               DISPLAY "["WS-GAME-NAME"] Todavia no hay duelos que "
                 "mostrar en la escalera."
           ELSE
               PERFORM COPY-DUEL-LADDER-TO-SORTED
                 VARYING WS-DU-I FROM 1 BY 1
                 UNTIL WS-DU-I > WS-DL-R-LENGTH
               PERFORM SORT-DUEL-LADDER-BY-WINRATE
               DISPLAY "["WS-GAME-NAME"] ESCALERA DE DUELOS"
               DISPLAY "PERFIL: " WS-PROFILE-NAME
               DISPLAY "-------------------"
               PERFORM DISPLAY-DUEL-LADDER-LINE
                 VARYING WS-DU-I FROM 1 BY 1
                 UNTIL WS-DU-I > WS-DL-R-LENGTH
               DISPLAY "-------------------"
           END-IF.
      ******************************************************************
       COPY-DUEL-LADDER-TO-SORTED.
           MOVE WS-DUEL-LADDER-R(WS-DU-I) TO WS-DU-SORTED(WS-DU-I).
      ******************************************************************
       DISPLAY-DUEL-LADDER-LINE.
           MOVE WS-DU-S-ID(WS-DU-I) TO WS-HN-SOUGHT
           PERFORM LOOKUP-HERO-NAME
           DISPLAY "PUESTO " WS-DU-I " HEROE " WS-DU-S-ID(WS-DU-I)
             " " WS-HN-NAME
             ": VICTORIAS " WS-DU-S-WINS(WS-DU-I)
             " DERROTAS " WS-DU-S-LOSSES(WS-DU-I).
      ******************************************************************
       SORT-DUEL-LADDER-BY-WINRATE.
           PERFORM FIND-BEST-DUEL-RATE-FROM
             VARYING WS-DU-I FROM 1 BY 1
             UNTIL WS-DU-I >= WS-DL-R-LENGTH.
      ******************************************************************
       FIND-BEST-DUEL-RATE-FROM.
           MOVE WS-DU-I TO WS-DU-BEST
           PERFORM COMPARE-DUEL-RATE-CANDIDATE
             VARYING WS-DU-J FROM WS-DU-I BY 1
             UNTIL WS-DU-J > WS-DL-R-LENGTH
           IF WS-DU-BEST NOT = WS-DU-I THEN
               MOVE WS-DU-SORTED(WS-DU-I) TO WS-DU-TEMP
               MOVE WS-DU-SORTED(WS-DU-BEST) TO WS-DU-SORTED(WS-DU-I)
               MOVE WS-DU-TEMP TO WS-DU-SORTED(WS-DU-BEST)
           END-IF.
      ******************************************************************
       COMPARE-DUEL-RATE-CANDIDATE.
           COMPUTE WS-DU-CROSS-A = WS-DU-S-WINS(WS-DU-J)
             * (WS-DU-S-WINS(WS-DU-BEST)
                + WS-DU-S-LOSSES(WS-DU-BEST))
           COMPUTE WS-DU-CROSS-B = WS-DU-S-WINS(WS-DU-BEST)
             * (WS-DU-S-WINS(WS-DU-J) + WS-DU-S-LOSSES(WS-DU-J))
           IF WS-DU-CROSS-A > WS-DU-CROSS-B THEN
               MOVE WS-DU-J TO WS-DU-BEST
           END-IF.
      * == [DUEL-MODE] ==============================================END=
      ******************************************************************
      * == [DISPLAY-ROSTER] =======================================BEGIN=
       DISPLAY-ROSTER.
           SET WS-RM-OP-CONTINUE TO TRUE
           SET WS-RESET-VALID-OPTION TO TRUE
           PERFORM DISPLAY-ROSTER-MENU UNTIL WS-RM-OP-EXIT
           SET WS-RESET-VALID-OPTION TO TRUE.
      ******************************************************************
       DISPLAY-ROSTER-MENU.
           PERFORM SET-ROSTER-MENU-ERROR.
           DISPLAY WS-RM-TITLE.
           DISPLAY WS-RM-CONTENT.
           DISPLAY WS-RM-FOOTER.

           SET WS-RESET-VALID-OPTION TO TRUE
           ACCEPT WS-RM-OPTION.

           EVALUATE TRUE
               WHEN WS-RM-OP-ADD-HERO
                   PERFORM ADD-HERO
               WHEN WS-RM-OP-DEL-HERO
                   PERFORM RETIRE-HERO
               WHEN WS-RM-OP-ADD-MONSTER
                   PERFORM ADD-MONSTER
               WHEN WS-RM-OP-DEL-MONSTER
                   PERFORM RETIRE-MONSTER
               WHEN WS-RM-OP-BULK-LOAD
                   PERFORM BULK-LOAD-ROSTER
               WHEN WS-RM-OP-CSV-EXPORT
                   PERFORM EXPORT-CSV
               WHEN WS-RM-OP-MAINT-PROF
                   PERFORM MAINTAIN-PROFESSIONS
               WHEN WS-RM-OP-MAINT-ITEM
                   PERFORM MAINTAIN-ITEMS
               WHEN WS-RM-OP-MAINT-DG
                   PERFORM MAINTAIN-DUNGEONS
               WHEN WS-RM-OP-MAINT-QUEST
                   PERFORM MAINTAIN-QUESTS
               WHEN WS-RM-OP-EXPORT-HERO
                   PERFORM EXPORT-HERO
               WHEN WS-RM-OP-IMPORT-HERO
                   PERFORM IMPORT-HERO
               WHEN WS-RM-OP-EXIT
                   CONTINUE
               WHEN OTHER
                   SET WS-INVALID-OPTION TO TRUE
           END-EVALUATE.
      ******************************************************************
       SET-ROSTER-MENU-ERROR.
           MOVE WS-VALID-OPTION TO WS-RM-ERROR.
      ******************************************************************
       ADD-HERO.
           IF WS-H-R-LENGTH >= WS-MAX-HEROES THEN
               PERFORM WARN-TOO-MANY-HEROES
           ELSE
               DISPLAY "["WS-GAME-NAME"] NUEVO HEROE"
               DISPLAY "- ID: "
               ACCEPT WS-RM-NEW-ID
               DISPLAY "- Nombre: "
               ACCEPT WS-RM-NEW-NAME
               DISPLAY "- Fuerza ("WS-STAT-STRENGTH-MIN" - "
                 WS-STAT-STRENGTH-MAX"): "
               ACCEPT WS-RM-NEW-STRENGTH
               DISPLAY "- Agilidad ("WS-STAT-AGILITY-MIN" - "
                 WS-STAT-AGILITY-MAX"): "
               ACCEPT WS-RM-NEW-AGILITY
               DISPLAY "- Nivel ("WS-STAT-LEVEL-MIN" - "
                 WS-STAT-LEVEL-MAX"): "
               ACCEPT WS-RM-NEW-LEVEL
               DISPLAY "- Puntos Vida ("WS-STAT-HP-MIN" - "
                 WS-STAT-HP-MAX"): "
               ACCEPT WS-RM-NEW-HP
               DISPLAY "- Codigo de profesion: "
               ACCEPT WS-RM-NEW-PROFESSION
               MOVE WS-RM-NEW-PROFESSION TO WS-P-R-SOUGHT
               PERFORM LOOKUP-PROFESSION
               PERFORM LOOKUP-HERO-ID
               SET WS-RH-NOT-FOUND TO TRUE
               IF WS-RM-DUP-FOUND = 0 THEN
                   PERFORM CONFIRM-RETIRED-ID-REUSE
               END-IF
               IF WS-RM-DUP-FOUND > 0 THEN
                   SET WS-DUPLICATE-ID TO TRUE
                   DISPLAY "["WS-GAME-NAME"] Ya existe un heroe con "
                     "ese ID; heroe no agregado."
               ELSE
               IF WS-RH-FOUND AND WS-RH-ANSWER NOT = "S" THEN
                   SET WS-DUPLICATE-ID TO TRUE
                   DISPLAY "["WS-GAME-NAME"] ID de un heroe retirado "
                     "no reutilizado; heroe no agregado."
               ELSE
                   IF WS-RM-NEW-STRENGTH >= WS-STAT-STRENGTH-MIN
                     AND WS-RM-NEW-STRENGTH <= WS-STAT-STRENGTH-MAX
                     AND WS-RM-NEW-AGILITY >= WS-STAT-AGILITY-MIN
                     AND WS-RM-NEW-AGILITY <= WS-STAT-AGILITY-MAX
                     AND WS-RM-NEW-LEVEL >= WS-STAT-LEVEL-MIN
                     AND WS-RM-NEW-LEVEL <= WS-STAT-LEVEL-MAX
                     AND WS-RM-NEW-HP >= WS-STAT-HP-MIN
                     AND WS-RM-NEW-HP <= WS-STAT-HP-MAX
                     AND WS-P-R-FOUND > 0 THEN
                       ADD 1 TO WS-H-R-LENGTH
                       MOVE WS-RM-NEW-ID TO WS-H-R-ID(WS-H-R-LENGTH)
                       MOVE WS-RM-NEW-NAME
                         TO WS-H-R-NAME(WS-H-R-LENGTH)
                       MOVE WS-RM-NEW-STRENGTH
                         TO WS-H-R-STRENGTH(WS-H-R-LENGTH)
                       MOVE WS-RM-NEW-AGILITY
                         TO WS-H-R-AGILITY(WS-H-R-LENGTH)
                       MOVE WS-RM-NEW-LEVEL
                         TO WS-H-R-LEVEL(WS-H-R-LENGTH)
                       MOVE WS-RM-NEW-HP TO WS-H-R-HP(WS-H-R-LENGTH)
                       MOVE WS-RM-NEW-HP
                         TO WS-H-R-MAX-HP(WS-H-R-LENGTH)
                       MOVE WS-RM-NEW-PROFESSION
                         TO WS-H-R-PROFESSION(WS-H-R-LENGTH)
                       MOVE 0 TO WS-H-R-XP(WS-H-R-LENGTH)
                       MOVE 0 TO WS-H-R-ITEM(WS-H-R-LENGTH)
                       MOVE 0 TO WS-H-R-GOLD(WS-H-R-LENGTH)
                       MOVE "ALTA" TO WS-HA-PATH
                       PERFORM SAVE--WS-HEROES-R--CONTENT
                       DISPLAY "["WS-GAME-NAME"] HEROE AGREGADO Y "
                         "GUARDADO."
                   ELSE
                       SET WS-OUT-OF-RANGE TO TRUE
                       DISPLAY "["WS-GAME-NAME"] Valores fuera de "
                         "rango o profesion desconocida; heroe no "
                         "agregado."
                   END-IF
               END-IF
               END-IF
           END-IF.
      ******************************************************************
      * WS-RM-NEW-ID IN. AN ID LAST USED BY A RETIRED HERO IS ONLY
      * GIVEN OUT AGAIN IF THE PLAYER SAYS SO; WS-RH-ANSWER COMES BACK
      * "S" WHEN THE ID MAY BE USED.
       CONFIRM-RETIRED-ID-REUSE.
           MOVE "S" TO WS-RH-ANSWER
           MOVE WS-RM-NEW-ID TO WS-RH-SOUGHT
           PERFORM LOOKUP-RETIRED-ID
           IF WS-RH-FOUND THEN
               DISPLAY "["WS-GAME-NAME"] *** AVISO *** El ID "
                 WS-RM-NEW-ID " fue de " WS-RH-FOUND-NAME
                 ", retirado el " WS-RH-FOUND-DATE "."
               DISPLAY "- Reutilizar el ID para el nuevo heroe? (S/N): "
               MOVE SPACE TO WS-RH-ANSWER
               ACCEPT WS-RH-ANSWER
               IF WS-RH-ANSWER = "s" THEN
                   MOVE "S" TO WS-RH-ANSWER
               END-IF
           END-IF.
      ******************************************************************
       RETIRE-HERO.
           IF WS-H-R-LENGTH = 0 THEN
               DISPLAY "["WS-GAME-NAME"] No hay heroes que retirar."
           ELSE
               PERFORM DISPLAY-HEROES-MENU-CONTENT
               DISPLAY "- Num. de heroe a retirar (1 - "
                 WS-H-R-LENGTH"): "
               ACCEPT WS-RM-DEL-INDEX
               IF WS-RM-DEL-INDEX >= 1
                 AND WS-RM-DEL-INDEX <= WS-H-R-LENGTH THEN
                   PERFORM ARCHIVE-RETIRED-HERO
                   IF WS-RH-WRITTEN THEN
                       PERFORM CLEAR-RETIRED-HERO
                       DISPLAY "["WS-GAME-NAME"] HEROE RETIRADO Y "
                         "GUARDADO."
                   ELSE
                       DISPLAY "["WS-GAME-NAME"] No se ha podido "
                         "escribir en RETIRED-HEROES.TXT; heroe no "
                         "retirado."
                   END-IF
               ELSE
                   SET WS-OUT-OF-RANGE TO TRUE
               END-IF
           END-IF.
      ******************************************************************
      * THE HERO AT WS-RM-DEL-INDEX GOES INTO RETIRED-HEROES.TXT WITH
      * ITS CAREER AND DUEL FIGURES FROM THE TABLES, THE DATE AND THE
      * CURRENT SEASON. WS-RH-WRITTEN ONLY IF THE RECORD IS ON DISK.
       ARCHIVE-RETIRED-HERO.
           SET WS-RH-NOT-WRITTEN TO TRUE
           IF WS-H-R-HP(WS-RM-DEL-INDEX) < 0 THEN
               MOVE 0 TO WS-H-R-HP(WS-RM-DEL-INDEX)
           END-IF
           MOVE WS-H-R-ID(WS-RM-DEL-INDEX) TO WS-RH-ID
           MOVE WS-H-R-GOLD(WS-RM-DEL-INDEX) TO WS-RH-GOLD
           OPEN EXTEND RETIRED-HEROES-FILE
           IF NOT WS-RH-FS-OK THEN
               OPEN OUTPUT RETIRED-HEROES-FILE
               CLOSE RETIRED-HEROES-FILE
               OPEN EXTEND RETIRED-HEROES-FILE
           END-IF
           IF WS-RH-FS-OK THEN
               MOVE WS-SESSION-DATE TO RH-DATE
               MOVE WS-SESSION-TIME TO RH-SESSION
               MOVE WS-CURRENT-SEASON TO RH-SEASON
               MOVE WS-HEROES-R(WS-RM-DEL-INDEX) TO RH-HERO
               PERFORM FILL-RETIRED-HERO-STATS
               WRITE RETIRED-HEROES-REG
               IF WS-RH-FS-OK THEN
                   SET WS-RH-WRITTEN TO TRUE
               END-IF
               CLOSE RETIRED-HEROES-FILE
           END-IF.
      ******************************************************************
       FILL-RETIRED-HERO-STATS.
           MOVE 0 TO RH-GAMES-PLAYED
           MOVE 0 TO RH-WINS
           MOVE 0 TO RH-LOSSES
           MOVE 0 TO RH-MONSTERS-DEFEATED
           MOVE 0 TO RH-HIGHEST-HP
           MOVE 0 TO RH-S-GAMES-PLAYED
           MOVE 0 TO RH-S-WINS
           MOVE 0 TO RH-S-LOSSES
           MOVE 0 TO RH-S-MONSTERS-DEFEATED
           MOVE 0 TO RH-DUEL-WINS
           MOVE 0 TO RH-DUEL-LOSSES
           MOVE WS-RH-ID TO WS-HS-R-SOUGHT
           PERFORM LOOKUP-HERO-STATS
           IF WS-HS-R-FOUND > 0 THEN
               MOVE WS-HS-R-GAMES-PLAYED(WS-HS-R-FOUND)
                 TO RH-GAMES-PLAYED
               MOVE WS-HS-R-WINS(WS-HS-R-FOUND) TO RH-WINS
               MOVE WS-HS-R-LOSSES(WS-HS-R-FOUND) TO RH-LOSSES
               MOVE WS-HS-R-MONSTERS-DEFEATED(WS-HS-R-FOUND)
                 TO RH-MONSTERS-DEFEATED
               MOVE WS-HS-R-HIGHEST-HP(WS-HS-R-FOUND) TO RH-HIGHEST-HP
               MOVE WS-HS-R-S-GAMES-PLAYED(WS-HS-R-FOUND)
                 TO RH-S-GAMES-PLAYED
               MOVE WS-HS-R-S-WINS(WS-HS-R-FOUND) TO RH-S-WINS
               MOVE WS-HS-R-S-LOSSES(WS-HS-R-FOUND) TO RH-S-LOSSES
               MOVE WS-HS-R-S-MONSTERS-DEFEATED(WS-HS-R-FOUND)
                 TO RH-S-MONSTERS-DEFEATED
           END-IF
           MOVE WS-RH-ID TO WS-DL-R-SOUGHT
           PERFORM LOOKUP-DUEL-LADDER
           IF WS-DL-R-FOUND > 0 THEN
               MOVE WS-DL-R-WINS(WS-DL-R-FOUND) TO RH-DUEL-WINS
               MOVE WS-DL-R-LOSSES(WS-DL-R-FOUND) TO RH-DUEL-LOSSES
           END-IF.
      ******************************************************************
      * ONCE ARCHIVED, THE HERO LEAVES THE ROSTER (AUDITED AS "BAJA"),
      * ITS CAREER, DUEL AND CONTRACT RECORDS ARE DELETED SO THE ID
      * STARTS CLEAN, AND ITS GOLD IS POSTED OUT OF THE LEDGER SO THE
      * STATEMENT PROOF HOLDS IF THE ID IS EVER USED AGAIN.
       CLEAR-RETIRED-HERO.
           MOVE "BAJA" TO WS-HA-PATH
           PERFORM REMOVE-HERO-FROM-ROSTER
           MOVE WS-RH-ID TO WS-HS-R-SOUGHT
           PERFORM DELETE-HERO-CAREER-RECORDS
           IF WS-RH-GOLD > 0 THEN
               MOVE WS-RH-ID TO WS-GL-HERO-ID
               MOVE "RETIRO" TO WS-GL-TYPE
               MOVE 0 TO WS-GL-ITEM
               COMPUTE WS-GL-AMOUNT = 0 - WS-RH-GOLD
               MOVE 0 TO WS-GL-BALANCE
               PERFORM WRITE-GOLD-LEDGER-ENTRY
           END-IF.
      ******************************************************************
      * WS-RH-SOUGHT IN; WS-RH-FOUND WITH THE NAME AND DATE OF THE
      * LAST HERO RETIRED UNDER THAT ID. NO FILE MEANS NONE.
       LOOKUP-RETIRED-ID.
           SET WS-RH-NOT-FOUND TO TRUE
           OPEN INPUT RETIRED-HEROES-FILE
           IF WS-RH-FS-OK THEN
               PERFORM READ-RETIRED-ID UNTIL WS-RH-FS-EOF
               CLOSE RETIRED-HEROES-FILE
           END-IF.
      ******************************************************************
       READ-RETIRED-ID.
           READ RETIRED-HEROES-FILE
           AT END
               SET WS-RH-FS-EOF TO TRUE
           NOT AT END
               IF RH-H-ID = WS-RH-SOUGHT THEN
                   SET WS-RH-FOUND TO TRUE
                   MOVE RH-H-NAME TO WS-RH-FOUND-NAME
                   MOVE RH-DATE TO WS-RH-FOUND-DATE
               END-IF
           END-READ.
      ******************************************************************
      * WS-RH-LAST-STAMP(ID) = DATE AND SESSION OF THE LAST RETIREMENT
      * UNDER EACH ID, ZERO FOR AN ID NEVER RETIRED.
       LOAD-RETIREMENT-STAMPS.
           MOVE ZEROES TO WS-RH-STAMPS
           OPEN INPUT RETIRED-HEROES-FILE
           IF WS-RH-FS-OK THEN
               PERFORM READ-RETIREMENT-STAMP UNTIL WS-RH-FS-EOF
               CLOSE RETIRED-HEROES-FILE
           END-IF.
      ******************************************************************
       READ-RETIREMENT-STAMP.
           READ RETIRED-HEROES-FILE
           AT END
               SET WS-RH-FS-EOF TO TRUE
           NOT AT END
               IF RH-H-ID > 0 THEN
                   COMPUTE WS-RH-LAST-STAMP(RH-H-ID) =
                     RH-DATE * 1000000 + RH-SESSION
               END-IF
           END-READ.
      ******************************************************************
      * THE HERO AT WS-RM-DEL-INDEX LEAVES THE ROSTER: KEYED DELETE
      * (AUDITED UNDER WS-HA-PATH, SET BY THE CALLER), TABLE CLOSED
      * UP AND THE SELECTED HERO KEPT POINTING AT THE SAME HERO.
       REMOVE-HERO-FROM-ROSTER.
           PERFORM DELETE-HERO-RECORD
           PERFORM SHIFT-HEROES-DOWN
             VARYING WS-H-R-INDEX FROM WS-RM-DEL-INDEX BY 1
             UNTIL WS-H-R-INDEX >= WS-H-R-LENGTH
           SUBTRACT 1 FROM WS-H-R-LENGTH
           IF WS-RM-DEL-INDEX < WS-H-R-CURRENT THEN
               SUBTRACT 1 FROM WS-H-R-CURRENT
           ELSE
               IF WS-RM-DEL-INDEX = WS-H-R-CURRENT THEN
                   MOVE 0 TO WS-H-R-CURRENT
               END-IF
           END-IF
           PERFORM SAVE--WS-HEROES-R--CONTENT.
      ******************************************************************
      * THE CAREER, DUEL AND CONTRACT RECORDS FILED UNDER THE ID IN
      * WS-HS-R-SOUGHT ARE DELETED BY KEY, SO THE ID CAN GO TO ANOTHER
      * HERO WITHOUT HANDING IT SOMEONE ELSE'S HISTORY; THE CAREER AND
      * DUEL TABLES ARE THEN RELOADED FROM THEIR FILES.
       DELETE-HERO-CAREER-RECORDS.
           PERFORM OPEN-HERO-STATS-IO
           IF WS-HS-FS-OK THEN
               MOVE WS-HS-R-SOUGHT TO HS-HERO-ID
               DELETE HERO-STATS-FILE RECORD
                 INVALID KEY
                   CONTINUE
               END-DELETE
               CLOSE HERO-STATS-FILE
           END-IF
           PERFORM OPEN-DUEL-LADDER-IO
           IF WS-DL-FS-OK THEN
               MOVE WS-HS-R-SOUGHT TO DL-HERO-ID
               DELETE DUEL-LADDER-FILE RECORD
                 INVALID KEY
                   CONTINUE
               END-DELETE
               CLOSE DUEL-LADDER-FILE
           END-IF
           OPEN I-O QUEST-PROGRESS-FILE
           IF WS-QP-FS-OK THEN
               PERFORM DELETE-HERO-QUEST-PROGRESS UNTIL WS-QP-FS-EOF
               CLOSE QUEST-PROGRESS-FILE
           END-IF
           PERFORM INIT--WS-HERO-STATS-R--CONTENT
           PERFORM INIT--WS-DUEL-LADDER--CONTENT.
      ******************************************************************
       DELETE-HERO-QUEST-PROGRESS.
           READ QUEST-PROGRESS-FILE NEXT RECORD
           AT END
               SET WS-QP-FS-EOF TO TRUE
           NOT AT END
               IF QP-HERO-ID = WS-HS-R-SOUGHT THEN
                   DELETE QUEST-PROGRESS-FILE RECORD
                     INVALID KEY
                       CONTINUE
                   END-DELETE
               END-IF
           END-READ.
      ******************************************************************
       SHIFT-HEROES-DOWN.
           MOVE WS-HEROES-R(WS-H-R-INDEX + 1)
             TO WS-HEROES-R(WS-H-R-INDEX).
      ******************************************************************
       LOOKUP-HERO-ID.
           MOVE 0 TO WS-RM-DUP-FOUND.
           PERFORM VARYING WS-H-R-INDEX FROM 1 BY 1
             UNTIL WS-H-R-INDEX > WS-H-R-LENGTH
             OR WS-RM-DUP-FOUND > 0
               IF WS-H-R-ID(WS-H-R-INDEX) = WS-RM-NEW-ID THEN
                   MOVE WS-H-R-INDEX TO WS-RM-DUP-FOUND
               END-IF
           END-PERFORM.
      ******************************************************************
       ADD-MONSTER.
           IF WS-M-R-LENGTH >= WS-MAX-MONSTERS THEN
               PERFORM WARN-TOO-MANY-MONSTERS
           ELSE
               DISPLAY "["WS-GAME-NAME"] NUEVO MONSTRUO"
               DISPLAY "- ID: "
               ACCEPT WS-RM-NEW-ID
               DISPLAY "- Nombre: "
               ACCEPT WS-RM-NEW-NAME
               DISPLAY "- Fuerza ("WS-STAT-STRENGTH-MIN" - "
                 WS-STAT-STRENGTH-MAX"): "
               ACCEPT WS-RM-NEW-STRENGTH
               DISPLAY "- Agilidad ("WS-STAT-AGILITY-MIN" - "
                 WS-STAT-AGILITY-MAX"): "
               ACCEPT WS-RM-NEW-AGILITY
               DISPLAY "- Nivel ("WS-STAT-LEVEL-MIN" - "
                 WS-STAT-LEVEL-MAX"): "
               ACCEPT WS-RM-NEW-LEVEL
               DISPLAY "- Puntos Vida ("WS-STAT-HP-MIN" - "
                 WS-STAT-HP-MAX"): "
               ACCEPT WS-RM-NEW-HP
               DISPLAY "- Codigo de profesion: "
               ACCEPT WS-RM-NEW-PROFESSION
               MOVE WS-RM-NEW-PROFESSION TO WS-P-R-SOUGHT
               PERFORM LOOKUP-PROFESSION
               PERFORM LOOKUP-MONSTER-ID
               IF WS-RM-DUP-FOUND > 0 THEN
                   SET WS-DUPLICATE-ID TO TRUE
                   DISPLAY "["WS-GAME-NAME"] Ya existe un monstruo con "
                     "ese ID; monstruo no agregado."
               ELSE
                   IF WS-RM-NEW-STRENGTH >= WS-STAT-STRENGTH-MIN
                     AND WS-RM-NEW-STRENGTH <= WS-STAT-STRENGTH-MAX
                     AND WS-RM-NEW-AGILITY >= WS-STAT-AGILITY-MIN
                     AND WS-RM-NEW-AGILITY <= WS-STAT-AGILITY-MAX
                     AND WS-RM-NEW-LEVEL >= WS-STAT-LEVEL-MIN
                     AND WS-RM-NEW-LEVEL <= WS-STAT-LEVEL-MAX
                     AND WS-RM-NEW-HP >= WS-STAT-HP-MIN
                     AND WS-RM-NEW-HP <= WS-STAT-HP-MAX
                     AND WS-P-R-FOUND > 0 THEN
                       ADD 1 TO WS-M-R-LENGTH
                       MOVE WS-RM-NEW-ID TO WS-M-R-ID(WS-M-R-LENGTH)
                       MOVE WS-RM-NEW-NAME
                         TO WS-M-R-NAME(WS-M-R-LENGTH)
                       MOVE WS-RM-NEW-STRENGTH
                         TO WS-M-R-STRENGTH(WS-M-R-LENGTH)
                       MOVE WS-RM-NEW-AGILITY
                         TO WS-M-R-AGILITY(WS-M-R-LENGTH)
                       MOVE WS-RM-NEW-LEVEL
                         TO WS-M-R-LEVEL(WS-M-R-LENGTH)
                       MOVE WS-RM-NEW-HP TO WS-M-R-HP(WS-M-R-LENGTH)
                       MOVE WS-RM-NEW-PROFESSION
                         TO WS-M-R-PROFESSION(WS-M-R-LENGTH)
                       PERFORM SAVE--WS-MONSTERS-R--CONTENT
                       DISPLAY "["WS-GAME-NAME"] MONSTRUO AGREGADO Y "
                         "GUARDADO."
                   ELSE
                       SET WS-OUT-OF-RANGE TO TRUE
                       DISPLAY "["WS-GAME-NAME"] Valores fuera de "
                         "rango o profesion desconocida; monstruo "
                         "no agregado."
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       RETIRE-MONSTER.
           IF WS-M-R-LENGTH = 0 THEN
               DISPLAY "["WS-GAME-NAME"] No hay monstruos que retirar."
           ELSE
               PERFORM DISPLAY-MONSTERS
               DISPLAY "- Num. de monstruo a retirar (1 - "
                 WS-M-R-LENGTH"): "
               ACCEPT WS-RM-DEL-INDEX
               IF WS-RM-DEL-INDEX >= 1
                 AND WS-RM-DEL-INDEX <= WS-M-R-LENGTH THEN
      * A MONSTER STILL REFERENCED BY A DUNGEON ENCOUNTER CANNOT BE
      * RETIRED -- CATCHING THE ORPHAN HERE BEATS THE FIGHT-TIME
      * WARNING IN PLAY-ONE-ENCOUNTER.
                   MOVE WS-M-R-ID(WS-RM-DEL-INDEX) TO WS-MT-MONSTER
                   PERFORM COUNT-DG-REFS-FOR-MONSTER
                   IF WS-MT-REFS > 0 THEN
                       DISPLAY "["WS-GAME-NAME"] El monstruo "
                         WS-MT-MONSTER " aparece en " WS-MT-REFS
                         " encuentros de DUNGEONS.TXT; no se retira."
                   ELSE
                   PERFORM DELETE-MONSTER-RECORD
                   PERFORM SHIFT-MONSTERS-DOWN
                     VARYING WS-M-R-INDEX FROM WS-RM-DEL-INDEX BY 1
                     UNTIL WS-M-R-INDEX >= WS-M-R-LENGTH
                   SUBTRACT 1 FROM WS-M-R-LENGTH
                   IF WS-RM-DEL-INDEX < WS-M-R-CURRENT THEN
                       SUBTRACT 1 FROM WS-M-R-CURRENT
                   ELSE
                       IF WS-RM-DEL-INDEX = WS-M-R-CURRENT THEN
                           MOVE 0 TO WS-M-R-CURRENT
                       END-IF
                   END-IF
                   PERFORM SAVE--WS-MONSTERS-R--CONTENT
                   DISPLAY "["WS-GAME-NAME"] MONSTRUO RETIRADO Y "
                     "GUARDADO."
                   END-IF
               ELSE
                   SET WS-OUT-OF-RANGE TO TRUE
               END-IF
           END-IF.
      ******************************************************************
       COUNT-DG-REFS-FOR-MONSTER.
           MOVE 0 TO WS-MT-REFS
           PERFORM VARYING WS-MT-I FROM 1 BY 1
             UNTIL WS-MT-I > WS-DG-R-LENGTH
               IF WS-DG-R-MONSTER-ID(WS-MT-I) = WS-MT-MONSTER THEN
                   ADD 1 TO WS-MT-REFS
               END-IF
           END-PERFORM.
      ******************************************************************
       SHIFT-MONSTERS-DOWN.
           MOVE WS-MONSTERS-R(WS-M-R-INDEX + 1)
             TO WS-MONSTERS-R(WS-M-R-INDEX).
      ******************************************************************
       LOOKUP-MONSTER-ID.
           MOVE 0 TO WS-RM-DUP-FOUND.
           PERFORM VARYING WS-M-R-INDEX FROM 1 BY 1
             UNTIL WS-M-R-INDEX > WS-M-R-LENGTH
             OR WS-RM-DUP-FOUND > 0
               IF WS-M-R-ID(WS-M-R-INDEX) = WS-RM-NEW-ID THEN
                   MOVE WS-M-R-INDEX TO WS-RM-DUP-FOUND
               END-IF
           END-PERFORM.
      ******************************************************************
      * == [BULK-LOAD-ROSTER] =====================================BEGIN=
      * BULK LOAD FROM STAGING.TXT WITH THE SAME CHECKS AS THE
      * INTERACTIVE ADD-HERO/ADD-MONSTER SCREENS (WS-STAT-LIMITS
      * RANGES, KNOWN PROFESSION, NO DUPLICATE ID); GOOD ROWS MERGE
      * INTO THE ROSTER AND ARE SAVED, BAD ROWS GO OUT TO
      * STAGING-REJECTS.TXT WITH THEIR REASON CODE.
       BULK-LOAD-ROSTER.
           OPEN INPUT STAGING-FILE
           IF NOT WS-ST-FS-OK THEN
               DISPLAY "["WS-GAME-NAME"] Fichero STAGING.TXT no "
                 "disponible."
           ELSE
               OPEN OUTPUT STAGING-REJECTS-FILE
               MOVE 0 TO WS-ST-LOADED
               MOVE 0 TO WS-ST-REJECTED
               PERFORM BULK-LOAD-ONE-RECORD UNTIL WS-ST-FS-EOF
               CLOSE STAGING-FILE
               IF WS-RJ-FS-OK THEN
                   CLOSE STAGING-REJECTS-FILE
               END-IF
               MOVE "CARGA" TO WS-HA-PATH
               PERFORM SAVE--WS-HEROES-R--CONTENT
               PERFORM SAVE--WS-MONSTERS-R--CONTENT
               DISPLAY "["WS-GAME-NAME"] CARGA MASIVA: "
                 WS-ST-LOADED " CARGADOS, " WS-ST-REJECTED
                 " RECHAZADOS (ver STAGING-REJECTS.TXT)."
           END-IF.
      ******************************************************************
       BULK-LOAD-ONE-RECORD.
           READ STAGING-FILE
           AT END
               SET WS-ST-FS-EOF TO TRUE
           NOT AT END
               PERFORM VALIDATE-STAGING-RECORD
           END-READ.
      ******************************************************************
       VALIDATE-STAGING-RECORD.
           MOVE SPACES TO WS-ST-REASON
           MOVE ST-PROFESSION TO WS-P-R-SOUGHT
           PERFORM LOOKUP-PROFESSION
           MOVE ST-ID TO WS-RM-NEW-ID
           EVALUATE TRUE
               WHEN ST-TYPE NOT = "H" AND ST-TYPE NOT = "M"
                   MOVE "TP" TO WS-ST-REASON
               WHEN ST-STRENGTH < WS-STAT-STRENGTH-MIN
                 OR ST-STRENGTH > WS-STAT-STRENGTH-MAX
                 OR ST-AGILITY < WS-STAT-AGILITY-MIN
                 OR ST-AGILITY > WS-STAT-AGILITY-MAX
                 OR ST-LEVEL < WS-STAT-LEVEL-MIN
                 OR ST-LEVEL > WS-STAT-LEVEL-MAX
                 OR ST-HP < WS-STAT-HP-MIN
                 OR ST-HP > WS-STAT-HP-MAX
                   MOVE "RG" TO WS-ST-REASON
               WHEN WS-P-R-FOUND = 0
                   MOVE "PR" TO WS-ST-REASON
               WHEN ST-TYPE = "H"
                   PERFORM LOOKUP-HERO-ID
                   MOVE ST-ID TO WS-RH-SOUGHT
                   PERFORM LOOKUP-RETIRED-ID
                   EVALUATE TRUE
                       WHEN WS-RM-DUP-FOUND > 0
                           MOVE "ID" TO WS-ST-REASON
      * NOBODY IS THERE TO SAY S/N, SO A RETIRED ID IS REFUSED.
                       WHEN WS-RH-FOUND
                           MOVE "RT" TO WS-ST-REASON
                       WHEN WS-H-R-LENGTH >= WS-MAX-HEROES
                           MOVE "FL" TO WS-ST-REASON
                       WHEN OTHER
                           PERFORM APPEND-STAGED-HERO
                   END-EVALUATE
               WHEN OTHER
                   PERFORM LOOKUP-MONSTER-ID
                   IF WS-RM-DUP-FOUND > 0 THEN
                       MOVE "ID" TO WS-ST-REASON
                   ELSE
                       IF WS-M-R-LENGTH >= WS-MAX-MONSTERS THEN
                           MOVE "FL" TO WS-ST-REASON
                       ELSE
                           PERFORM APPEND-STAGED-MONSTER
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-ST-REASON = SPACES THEN
               ADD 1 TO WS-ST-LOADED
           ELSE
               ADD 1 TO WS-ST-REJECTED
               IF WS-RJ-FS-OK THEN
                   MOVE SPACES TO STAGING-REJECTS-REG
                   MOVE WS-ST-REASON TO RJ-REASON
                   MOVE STAGING-REG TO RJ-RECORD
                   WRITE STAGING-REJECTS-REG
               END-IF
           END-IF.
      ******************************************************************
       APPEND-STAGED-HERO.
           ADD 1 TO WS-H-R-LENGTH
           MOVE ST-ID TO WS-H-R-ID(WS-H-R-LENGTH)
           MOVE ST-NAME TO WS-H-R-NAME(WS-H-R-LENGTH)
           MOVE ST-STRENGTH TO WS-H-R-STRENGTH(WS-H-R-LENGTH)
           MOVE ST-AGILITY TO WS-H-R-AGILITY(WS-H-R-LENGTH)
           MOVE ST-LEVEL TO WS-H-R-LEVEL(WS-H-R-LENGTH)
           MOVE ST-HP TO WS-H-R-HP(WS-H-R-LENGTH)
           MOVE ST-HP TO WS-H-R-MAX-HP(WS-H-R-LENGTH)
           MOVE ST-PROFESSION TO WS-H-R-PROFESSION(WS-H-R-LENGTH)
           MOVE 0 TO WS-H-R-XP(WS-H-R-LENGTH)
           MOVE 0 TO WS-H-R-ITEM(WS-H-R-LENGTH)
           MOVE 0 TO WS-H-R-GOLD(WS-H-R-LENGTH).
      ******************************************************************
       APPEND-STAGED-MONSTER.
           ADD 1 TO WS-M-R-LENGTH
           MOVE ST-ID TO WS-M-R-ID(WS-M-R-LENGTH)
           MOVE ST-NAME TO WS-M-R-NAME(WS-M-R-LENGTH)
           MOVE ST-STRENGTH TO WS-M-R-STRENGTH(WS-M-R-LENGTH)
           MOVE ST-AGILITY TO WS-M-R-AGILITY(WS-M-R-LENGTH)
           MOVE ST-LEVEL TO WS-M-R-LEVEL(WS-M-R-LENGTH)
           MOVE ST-HP TO WS-M-R-HP(WS-M-R-LENGTH)
           MOVE ST-PROFESSION TO WS-M-R-PROFESSION(WS-M-R-LENGTH).
      * == [BULK-LOAD-ROSTER] =======================================END=
      ******************************************************************
      * == [HERO-TRANSFER] ========================================BEGIN=
      * SEE WS-TRANSFER-VARS AND THE TRANSFER-FILE FD. ROSTER OPTION B
      * AND THE EXPORTA COMMAND SEND A HERO OUT; OPTION C AND THE
      * IMPORTA COMMAND TAKE ONE IN.
       EXPORT-HERO.
           IF WS-H-R-LENGTH = 0 THEN
               DISPLAY "["WS-GAME-NAME"] No hay heroes que exportar."
           ELSE
               PERFORM DISPLAY-HEROES-MENU-CONTENT
               DISPLAY "- Num. de heroe a exportar (1 - "
                 WS-H-R-LENGTH"): "
               ACCEPT WS-RM-DEL-INDEX
               IF WS-RM-DEL-INDEX >= 1
                 AND WS-RM-DEL-INDEX <= WS-H-R-LENGTH THEN
                   DISPLAY "["WS-GAME-NAME"] "
                     WS-H-R-NAME(WS-RM-DEL-INDEX)
                     " saldra del perfil " WS-PROFILE-NAME " (S/N)"
                   MOVE SPACE TO WS-TX-ANSWER
                   ACCEPT WS-TX-ANSWER
                   IF WS-TX-ANSWER = "S" OR WS-TX-ANSWER = "s" THEN
                       PERFORM TRANSFER-EXPORT-HERO
                   ELSE
                       DISPLAY "["WS-GAME-NAME"] Exportacion "
                         "cancelada."
                   END-IF
               ELSE
                   SET WS-OUT-OF-RANGE TO TRUE
               END-IF
           END-IF.
      ******************************************************************
       IMPORT-HERO.
           DISPLAY "["WS-GAME-NAME"] IMPORTAR HEROE"
           DISPLAY "- Perfil de origen (CLASICO = perfil clasico): "
           MOVE SPACES TO WS-TX-FROM-PROFILE
           ACCEPT WS-TX-FROM-PROFILE
           DISPLAY "- ID del heroe en ese perfil: "
           ACCEPT WS-TX-FROM-ID
           PERFORM TRANSFER-IMPORT-HERO.
      ******************************************************************
      * "EXPORTA HH": HERO HH OF THE PROFILE IN USE LEAVES IN A
      * TRANSFER PACKAGE. NO CONFIRMATION IS ASKED IN THE BATCH JOB.
       CMD-EXPORT-HERO.
           MOVE SPACES TO WS-TX-ARG-ID
           UNSTRING WS-CMD-ARG DELIMITED BY ALL " "
             INTO WS-TX-ARG-ID
           MOVE 0 TO WS-RM-DUP-FOUND
           IF WS-TX-ARG-ID IS NUMERIC THEN
               MOVE WS-TX-ARG-ID TO WS-RM-NEW-ID
               PERFORM LOOKUP-HERO-ID
           END-IF
           IF WS-RM-DUP-FOUND = 0 THEN
               MOVE 8 TO WS-CMD-RC
               DISPLAY "["WS-GAME-NAME"] EXPORTA necesita el ID de un "
                 "heroe del plantel: " WS-CMD-ARG
           ELSE
               MOVE WS-RM-DUP-FOUND TO WS-RM-DEL-INDEX
               PERFORM TRANSFER-EXPORT-HERO
               IF WS-TX-FAILED THEN
                   MOVE 8 TO WS-CMD-RC
               END-IF
           END-IF.
      ******************************************************************
      * "IMPORTA PERFIL HH": TAKES IN THE PACKAGE THAT HERO HH OF
      * PROFILE PERFIL WAS EXPORTED IN. A REFUSED IMPORT FAILS THE
      * COMMAND.
       CMD-IMPORT-HERO.
           MOVE SPACES TO WS-TX-ARG-PROFILE
           MOVE SPACES TO WS-TX-ARG-ID
           UNSTRING WS-CMD-ARG DELIMITED BY ALL " "
             INTO WS-TX-ARG-PROFILE WS-TX-ARG-ID
           IF WS-TX-ARG-PROFILE = SPACES
             OR WS-TX-ARG-ID IS NOT NUMERIC THEN
               MOVE 8 TO WS-CMD-RC
               DISPLAY "["WS-GAME-NAME"] IMPORTA necesita el perfil de "
                 "origen y el ID del heroe: " WS-CMD-ARG
           ELSE
               MOVE WS-TX-ARG-PROFILE TO WS-TX-FROM-PROFILE
               MOVE WS-TX-ARG-ID TO WS-TX-FROM-ID
               PERFORM TRANSFER-IMPORT-HERO
               IF WS-TX-FAILED THEN
                   MOVE 8 TO WS-CMD-RC
               END-IF
           END-IF.
      ******************************************************************
       SET-TRANSFER-NAME.
           MOVE SPACES TO WS-TX-NAME
           STRING "TRANSFER-" DELIMITED BY SIZE
             WS-TX-FROM-PROFILE DELIMITED BY SPACE
             "-" WS-TX-FROM-ID ".TXT" DELIMITED BY SIZE
             INTO WS-TX-NAME.
      ******************************************************************
      * THE HERO AT WS-RM-DEL-INDEX. THE PACKAGE IS WRITTEN FIRST AND
      * READ BACK THE WAY THE IMPORT WILL CHECK IT; ONLY ONCE IT PASSES
      * IS THE HERO TAKEN OFF THE ROSTER, ITS CAREER, DUEL AND CONTRACT
      * RECORDS DELETED AND ITS GOLD POSTED OUT OF THE LEDGER.
       TRANSFER-EXPORT-HERO.
           SET WS-TX-FAILED TO TRUE
           MOVE WS-PROFILE-NAME TO WS-TX-FROM-PROFILE
           MOVE WS-H-R-ID(WS-RM-DEL-INDEX) TO WS-TX-FROM-ID
           IF WS-H-R-HP(WS-RM-DEL-INDEX) < 0 THEN
               MOVE 0 TO WS-H-R-HP(WS-RM-DEL-INDEX)
           END-IF
           PERFORM SET-TRANSFER-NAME
      * ONLY A WHOLE PACKAGE NOBODY HAS IMPORTED IS KEPT; ONE LEFT
      * SHORT BY AN EXPORT THAT FAILED IS WRITTEN OVER.
           PERFORM CHECK-TRANSFER-PACKAGE
           SET WS-TX-NOT-TAKEN TO TRUE
           IF WS-TX-REASON = SPACES THEN
               PERFORM CHECK-TRANSFER-TAKEN
           END-IF
           MOVE WS-HEROES-R(WS-RM-DEL-INDEX) TO WS-TX-HERO
           IF WS-TX-REASON = SPACES AND WS-TX-NOT-TAKEN THEN
               DISPLAY "["WS-GAME-NAME"] *** AVISO *** " WS-TX-NAME
                 " aun no se ha importado; exportacion cancelada."
           ELSE
               PERFORM WRITE-TRANSFER-PACKAGE
               IF WS-TX-GOOD THEN
                   MOVE "TRASPASO" TO WS-HA-PATH
                   PERFORM REMOVE-HERO-FROM-ROSTER
                   MOVE WS-TX-FROM-ID TO WS-HS-R-SOUGHT
                   PERFORM DELETE-HERO-CAREER-RECORDS
                   IF WS-TX-H-GOLD > 0 THEN
                       MOVE WS-TX-FROM-ID TO WS-GL-HERO-ID
                       MOVE "TRASPA" TO WS-GL-TYPE
                       MOVE 0 TO WS-GL-ITEM
                       COMPUTE WS-GL-AMOUNT = 0 - WS-TX-H-GOLD
                       MOVE 0 TO WS-GL-BALANCE
                       PERFORM WRITE-GOLD-LEDGER-ENTRY
                   END-IF
                   MOVE "EXPORTA" TO WS-TX-ACTION
                   PERFORM WRITE-TRANSFER-LOG-ENTRY
                   DISPLAY "["WS-GAME-NAME"] HEROE " WS-TX-H-NAME
                     " EXPORTADO A " WS-TX-NAME
               ELSE
                   DISPLAY "["WS-GAME-NAME"] No se ha podido escribir "
                     WS-TX-NAME
               END-IF
           END-IF.
      ******************************************************************
      * CAREER AND DUEL RECORDS ARE READ BY KEY FROM THE FILES, THE
      * CONTRACT PROGRESS AND THE LEDGER HISTORY IN ONE PASS EACH. ANY
      * WRITE OR CLOSE THAT FAILS, OR A PACKAGE THAT DOES NOT READ BACK
      * WHOLE, LEAVES WS-TX-FAILED SET.
       WRITE-TRANSFER-PACKAGE.
           SET WS-TX-FAILED TO TRUE
           PERFORM TAKE-FILE-NAME-STAMP
           MOVE WS-STAMP-DATE TO WS-TX-PKG-DATE
           MOVE WS-STAMP-TIME-RAW TO WS-TX-PKG-TIME
           MOVE 0 TO WS-TX-RECORDS
           OPEN OUTPUT TRANSFER-FILE
           IF WS-TX-FS-OK THEN
               SET WS-TX-GOOD TO TRUE
               MOVE SPACES TO TRANSFER-HDR-REG
               MOVE "*TRASPAS" TO TX-H-TAG
               PERFORM PUT-TRANSFER-MARK
               MOVE SPACES TO TRANSFER-REG
               MOVE "HEROES" TO TX-TAG
               MOVE WS-TX-HERO TO TX-DATA
               PERFORM PUT-TRANSFER-RECORD
               OPEN INPUT HERO-STATS-FILE
               IF WS-HS-FS-OK THEN
                   MOVE WS-TX-FROM-ID TO HS-HERO-ID
                   READ HERO-STATS-FILE
                     KEY IS HS-HERO-ID
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       MOVE SPACES TO TRANSFER-REG
                       MOVE "STATS" TO TX-TAG
                       MOVE HERO-STATS-REG TO TX-DATA
                       PERFORM PUT-TRANSFER-RECORD
                   END-READ
                   CLOSE HERO-STATS-FILE
               END-IF
               OPEN INPUT DUEL-LADDER-FILE
               IF WS-DL-FS-OK THEN
                   MOVE WS-TX-FROM-ID TO DL-HERO-ID
                   READ DUEL-LADDER-FILE
                     KEY IS DL-HERO-ID
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       MOVE SPACES TO TRANSFER-REG
                       MOVE "DUELOS" TO TX-TAG
                       MOVE DUEL-LADDER-REG TO TX-DATA
                       PERFORM PUT-TRANSFER-RECORD
                   END-READ
                   CLOSE DUEL-LADDER-FILE
               END-IF
               OPEN INPUT QUEST-PROGRESS-FILE
               IF WS-QP-FS-OK THEN
                   PERFORM TX-COPY-QUEST-PROGRESS UNTIL WS-QP-FS-EOF
                   CLOSE QUEST-PROGRESS-FILE
               END-IF
               OPEN INPUT GOLD-LEDGER-FILE
               IF WS-GL-FS-OK THEN
                   PERFORM TX-COPY-GOLD-LEDGER UNTIL WS-GL-FS-EOF
                   CLOSE GOLD-LEDGER-FILE
               END-IF
               MOVE SPACES TO TRANSFER-HDR-REG
               MOVE "*FIN" TO TX-H-TAG
               PERFORM PUT-TRANSFER-MARK
               CLOSE TRANSFER-FILE
               IF NOT WS-TX-FS-OK THEN
                   SET WS-TX-FAILED TO TRUE
               END-IF
           END-IF
           IF WS-TX-GOOD THEN
               PERFORM CHECK-TRANSFER-PACKAGE
               IF WS-TX-REASON NOT = SPACES THEN
                   SET WS-TX-FAILED TO TRUE
               END-IF
           END-IF.
      ******************************************************************
      * HEADER OR TRAILER LINE; THE CALLER HAS SET TX-H-TAG.
       PUT-TRANSFER-MARK.
           MOVE WS-TX-FROM-PROFILE TO TX-H-PROFILE
           MOVE WS-TX-FROM-ID TO TX-H-HERO-ID
           MOVE WS-TX-PKG-DATE TO TX-H-DATE
           MOVE WS-TX-PKG-TIME TO TX-H-TIME
           MOVE WS-TX-RECORDS TO TX-H-RECORDS
           WRITE TRANSFER-HDR-REG
           IF NOT WS-TX-FS-OK THEN
               SET WS-TX-FAILED TO TRUE
           END-IF.
      ******************************************************************
       PUT-TRANSFER-RECORD.
           WRITE TRANSFER-REG
           IF NOT WS-TX-FS-OK THEN
               SET WS-TX-FAILED TO TRUE
           END-IF
           ADD 1 TO WS-TX-RECORDS.
      ******************************************************************
       TX-COPY-QUEST-PROGRESS.
           READ QUEST-PROGRESS-FILE NEXT RECORD
           AT END
               SET WS-QP-FS-EOF TO TRUE
           NOT AT END
               IF QP-HERO-ID = WS-TX-FROM-ID THEN
                   MOVE SPACES TO TRANSFER-REG
                   MOVE "CONTRATO" TO TX-TAG
                   MOVE QUEST-PROGRESS-REG TO TX-DATA
                   PERFORM PUT-TRANSFER-RECORD
               END-IF
           END-READ.
      ******************************************************************
       TX-COPY-GOLD-LEDGER.
           READ GOLD-LEDGER-FILE
           AT END
               SET WS-GL-FS-EOF TO TRUE
           NOT AT END
               IF GL-HERO-ID = WS-TX-FROM-ID THEN
                   MOVE SPACES TO TRANSFER-REG
                   MOVE "LEDGER" TO TX-TAG
                   MOVE GOLD-LEDGER-REG TO TX-DATA
                   PERFORM PUT-TRANSFER-RECORD
               END-IF
           END-READ.
      ******************************************************************
      * WS-TX-FROM-PROFILE / WS-TX-FROM-ID IN. CHECKS IN ORDER: THE
      * PACKAGE IS THERE AND WHOLE, IT WAS NOT IMPORTED ALREADY, THE
      * ROSTER HAS ROOM, THE PROFESSION AND THE ITEM EXIST HERE. AN
      * ID ALREADY IN USE IS NOT A REJECTION: THE HERO GETS ANOTHER,
      * UNLESS NO ID FROM 1 TO 99 IS FREE HERE EITHER.
       TRANSFER-IMPORT-HERO.
           SET WS-TX-FAILED TO TRUE
           MOVE SPACES TO WS-TX-HERO
           PERFORM SET-TRANSFER-NAME
           PERFORM CHECK-TRANSFER-PACKAGE
           IF WS-TX-REASON = SPACES THEN
               PERFORM CHECK-TRANSFER-TAKEN
               IF WS-TX-TAKEN THEN
                   MOVE "YA" TO WS-TX-REASON
               END-IF
           END-IF
           IF WS-TX-REASON = SPACES THEN
               MOVE WS-TX-H-PROFESSION TO WS-P-R-SOUGHT
               PERFORM LOOKUP-PROFESSION
               MOVE WS-TX-H-ITEM TO WS-IT-R-SOUGHT
               PERFORM LOOKUP-ITEM
               EVALUATE TRUE
                   WHEN WS-H-R-LENGTH >= WS-MAX-HEROES
                       MOVE "FL" TO WS-TX-REASON
                   WHEN WS-P-R-FOUND = 0
                       MOVE "PR" TO WS-TX-REASON
                   WHEN WS-TX-H-ITEM > 0 AND WS-IT-R-FOUND = 0
                       MOVE "OB" TO WS-TX-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-TX-REASON = SPACES THEN
               PERFORM PICK-TRANSFER-ID
               IF WS-TX-ID-TAKEN THEN
                   MOVE "ID" TO WS-TX-REASON
               END-IF
           END-IF
           IF WS-TX-REASON NOT = SPACES THEN
               PERFORM WRITE-TRANSFER-REJECT
               DISPLAY "["WS-GAME-NAME"] Importacion de " WS-TX-NAME
                 " rechazada, motivo " WS-TX-REASON
                 " (ver TRANSFER-REJECTS.TXT)."
           ELSE
               PERFORM APPLY-TRANSFER-PACKAGE
               SET WS-TX-GOOD TO TRUE
               IF WS-TX-NEW-ID NOT = WS-TX-FROM-ID THEN
                   DISPLAY "["WS-GAME-NAME"] El ID " WS-TX-FROM-ID
                     " ya esta en uso en este perfil; el heroe "
                     "recibe el ID " WS-TX-NEW-ID "."
               END-IF
               DISPLAY "["WS-GAME-NAME"] HEROE " WS-TX-H-NAME
                 " IMPORTADO CON EL ID " WS-TX-NEW-ID " (ORO "
                 WS-TX-H-GOLD ")."
           END-IF.
      ******************************************************************
      * A PACKAGE IS WHOLE WHEN ITS HEADER NAMES THE PROFILE AND HERO
      * ASKED FOR, IT HOLDS A HEROES RECORD AND ITS "*FIN" LINE IS THE
      * LAST ONE AND COUNTS EXACTLY THE RECORDS READ.
       CHECK-TRANSFER-PACKAGE.
           MOVE "N" TO WS-TX-HDR-FLAG
           MOVE "N" TO WS-TX-END-FLAG
           MOVE "N" TO WS-TX-HERO-FLAG
           MOVE 0 TO WS-TX-RECORDS
           MOVE "PQ" TO WS-TX-REASON
           OPEN INPUT TRANSFER-FILE
           IF WS-TX-FS-OK THEN
               PERFORM READ-TRANSFER-CHECK UNTIL WS-TX-FS-EOF
               CLOSE TRANSFER-FILE
               IF WS-TX-END-SEEN AND WS-TX-HERO-SEEN THEN
                   MOVE SPACES TO WS-TX-REASON
               END-IF
           END-IF.
      ******************************************************************
       READ-TRANSFER-CHECK.
           READ TRANSFER-FILE
           AT END
               SET WS-TX-FS-EOF TO TRUE
           NOT AT END
               EVALUATE TRUE
                   WHEN NOT WS-TX-HDR-SEEN
                       IF TX-H-TAG = "*TRASPAS"
                         AND TX-H-PROFILE = WS-TX-FROM-PROFILE
                         AND TX-H-HERO-ID = WS-TX-FROM-ID THEN
                           SET WS-TX-HDR-SEEN TO TRUE
                           MOVE TX-H-DATE TO WS-TX-PKG-DATE
                           MOVE TX-H-TIME TO WS-TX-PKG-TIME
                       ELSE
                           SET WS-TX-FS-EOF TO TRUE
                       END-IF
                   WHEN WS-TX-END-SEEN
                       MOVE "N" TO WS-TX-END-FLAG
                       SET WS-TX-FS-EOF TO TRUE
                   WHEN TX-H-TAG = "*FIN"
                       IF TX-H-RECORDS = WS-TX-RECORDS
                         AND TX-H-DATE = WS-TX-PKG-DATE
                         AND TX-H-TIME = WS-TX-PKG-TIME THEN
                           SET WS-TX-END-SEEN TO TRUE
                       ELSE
                           SET WS-TX-FS-EOF TO TRUE
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-TX-RECORDS
                       IF TX-TAG = "HEROES" THEN
                           MOVE TX-DATA TO WS-TX-HERO
                           SET WS-TX-HERO-SEEN TO TRUE
                       END-IF
               END-EVALUATE
           END-READ.
      ******************************************************************
      * THE PACKAGE IN WS-TX-FROM-PROFILE / WS-TX-FROM-ID /
      * WS-TX-PKG-DATE / WS-TX-PKG-TIME IS TAKEN IF THE LOG HAS AN
      * IMPORT OF IT.
       CHECK-TRANSFER-TAKEN.
           SET WS-TX-NOT-TAKEN TO TRUE
           OPEN INPUT TRANSFER-LOG-FILE
           IF WS-TL-FS-OK THEN
               PERFORM READ-TRANSFER-LOG UNTIL WS-TL-FS-EOF
               CLOSE TRANSFER-LOG-FILE
           END-IF.
      ******************************************************************
       READ-TRANSFER-LOG.
           READ TRANSFER-LOG-FILE
           AT END
               SET WS-TL-FS-EOF TO TRUE
           NOT AT END
               IF TL-ACTION = "IMPORTA"
                 AND TL-FROM-PROFILE = WS-TX-FROM-PROFILE
                 AND TL-FROM-ID = WS-TX-FROM-ID
                 AND TL-PKG-DATE = WS-TX-PKG-DATE
                 AND TL-PKG-TIME = WS-TX-PKG-TIME THEN
                   SET WS-TX-TAKEN TO TRUE
               END-IF
           END-READ.
      ******************************************************************
      * THE HERO KEEPS ITS ID UNLESS A ROSTER HERO HAS IT, CAREER OR
      * DUEL RECORDS ARE STILL FILED UNDER IT OR A RETIRED HERO OF
      * THIS PROFILE HAD IT; THEN THE LOWEST ID FREE OF ALL FOUR IS
      * USED. WS-TX-ID-TAKEN STILL SET ON RETURN MEANS NONE IS FREE.
       PICK-TRANSFER-ID.
           MOVE WS-TX-FROM-ID TO WS-TX-NEW-ID
           PERFORM CHECK-TRANSFER-ID
           PERFORM VARYING WS-TX-I FROM 1 BY 1
             UNTIL WS-TX-I > 99 OR WS-TX-ID-FREE
               MOVE WS-TX-I TO WS-TX-NEW-ID
               PERFORM CHECK-TRANSFER-ID
           END-PERFORM.
      ******************************************************************
       CHECK-TRANSFER-ID.
           SET WS-TX-ID-FREE TO TRUE
           MOVE WS-TX-NEW-ID TO WS-RM-NEW-ID
           PERFORM LOOKUP-HERO-ID
           MOVE WS-TX-NEW-ID TO WS-HS-R-SOUGHT
           PERFORM LOOKUP-HERO-STATS
           MOVE WS-TX-NEW-ID TO WS-DL-R-SOUGHT
           PERFORM LOOKUP-DUEL-LADDER
           MOVE WS-TX-NEW-ID TO WS-RH-SOUGHT
           PERFORM LOOKUP-RETIRED-ID
           IF WS-RM-DUP-FOUND > 0 OR WS-HS-R-FOUND > 0
             OR WS-DL-R-FOUND > 0 OR WS-RH-FOUND THEN
               SET WS-TX-ID-TAKEN TO TRUE
           END-IF.
      ******************************************************************
      * ANY CONTRACT PROGRESS LEFT UNDER THE NEW ID IS CLEARED FIRST;
      * THEN THE PACKAGE'S CAREER, DUEL AND CONTRACT RECORDS ARE
      * WRITTEN UNDER IT ONE KEYED OPERATION AT A TIME, THE HERO JOINS
      * THE ROSTER AND THE OPENING LEDGER MOVEMENT BRINGS THE ID'S
      * LAST BALANCE HERE (ZERO FOR AN ID NEVER USED) UP OR DOWN TO
      * THE HERO'S GOLD.
       APPLY-TRANSFER-PACKAGE.
           MOVE WS-TX-NEW-ID TO WS-HS-R-SOUGHT
           PERFORM DELETE-HERO-CAREER-RECORDS
           OPEN INPUT TRANSFER-FILE
           IF WS-TX-FS-OK THEN
               PERFORM READ-TRANSFER-APPLY UNTIL WS-TX-FS-EOF
               CLOSE TRANSFER-FILE
           END-IF
           ADD 1 TO WS-H-R-LENGTH
           MOVE WS-TX-HERO TO WS-HEROES-R(WS-H-R-LENGTH)
           MOVE WS-TX-NEW-ID TO WS-H-R-ID(WS-H-R-LENGTH)
           MOVE "TRASPASO" TO WS-HA-PATH
           PERFORM SAVE--WS-HEROES-R--CONTENT
           PERFORM INIT--WS-HERO-STATS-R--CONTENT
           PERFORM INIT--WS-DUEL-LADDER--CONTENT
           PERFORM TX-FIND-LAST-BALANCE
           IF WS-TX-H-GOLD > 0 OR WS-TX-LAST-BAL > 0 THEN
               MOVE WS-TX-NEW-ID TO WS-GL-HERO-ID
               MOVE "TRASPA" TO WS-GL-TYPE
               MOVE 0 TO WS-GL-ITEM
               COMPUTE WS-GL-AMOUNT = WS-TX-H-GOLD - WS-TX-LAST-BAL
               MOVE WS-TX-H-GOLD TO WS-GL-BALANCE
               PERFORM WRITE-GOLD-LEDGER-ENTRY
           END-IF
           MOVE "IMPORTA" TO WS-TX-ACTION
           PERFORM WRITE-TRANSFER-LOG-ENTRY.
      ******************************************************************
       READ-TRANSFER-APPLY.
           READ TRANSFER-FILE
           AT END
               SET WS-TX-FS-EOF TO TRUE
           NOT AT END
               EVALUATE TX-TAG
                   WHEN "STATS"
                       PERFORM TX-APPLY-HERO-STATS
                   WHEN "DUELOS"
                       PERFORM TX-APPLY-DUEL-LADDER
                   WHEN "CONTRATO"
                       PERFORM TX-APPLY-QUEST-PROGRESS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-READ.
      ******************************************************************
       TX-APPLY-HERO-STATS.
           PERFORM OPEN-HERO-STATS-IO
           IF WS-HS-FS-OK THEN
               MOVE TX-DATA TO HERO-STATS-REG
               MOVE WS-TX-NEW-ID TO HS-HERO-ID
               WRITE HERO-STATS-REG
                 INVALID KEY
                   REWRITE HERO-STATS-REG
                 "HERO-STATS."
           END-IF.
      ******************************************************************
       TX-APPLY-DUEL-LADDER.
           PERFORM OPEN-DUEL-LADDER-IO
           IF WS-DL-FS-OK THEN
               MOVE TX-DATA TO DUEL-LADDER-REG
               MOVE WS-TX-NEW-ID TO DL-HERO-ID
               WRITE DUEL-LADDER-REG
                 INVALID KEY
                   REWRITE DUEL-LADDER-REG
               END-WRITE
               CLOSE DUEL-LADDER-FILE
           ELSE
               DISPLAY "["WS-GAME-NAME"] No se ha podido guardar "
                 "DUEL-LADDER."
           END-IF.
      ******************************************************************
       TX-APPLY-QUEST-PROGRESS.
           PERFORM OPEN-QUEST-PROGRESS-IO
           IF WS-QP-FS-OK THEN
               MOVE TX-DATA TO QUEST-PROGRESS-REG
               MOVE WS-TX-NEW-ID TO QP-HERO-ID
               WRITE QUEST-PROGRESS-REG
                 INVALID KEY
                   REWRITE QUEST-PROGRESS-REG
               END-WRITE
               CLOSE QUEST-PROGRESS-FILE
           ELSE
               DISPLAY "["WS-GAME-NAME"] No se ha podido guardar "
                 "QUEST-PROGRESS."
           END-IF.
      ******************************************************************
       TX-FIND-LAST-BALANCE.
           MOVE 0 TO WS-TX-LAST-BAL
           OPEN INPUT GOLD-LEDGER-FILE
           IF WS-GL-FS-OK THEN
               PERFORM TX-READ-LEDGER-BALANCE UNTIL WS-GL-FS-EOF
               CLOSE GOLD-LEDGER-FILE
           END-IF.
      ******************************************************************
       TX-READ-LEDGER-BALANCE.
           READ GOLD-LEDGER-FILE
           AT END
               SET WS-GL-FS-EOF TO TRUE
           NOT AT END
               IF GL-HERO-ID = WS-TX-NEW-ID THEN
                   MOVE GL-BALANCE TO WS-TX-LAST-BAL
               END-IF
           END-READ.
      ******************************************************************
      * SAME OPEN-AND-CLOSE APPEND AS WRITE-GOLD-LEDGER-ENTRY.
       WRITE-TRANSFER-LOG-ENTRY.
           OPEN EXTEND TRANSFER-LOG-FILE
           IF NOT WS-TL-FS-OK THEN
               OPEN OUTPUT TRANSFER-LOG-FILE
               CLOSE TRANSFER-LOG-FILE
               OPEN EXTEND TRANSFER-LOG-FILE
           END-IF
           IF WS-TL-FS-OK THEN
               MOVE SPACES TO TRANSFER-LOG-REG
               MOVE WS-SESSION-DATE TO TL-DATE
               MOVE WS-SESSION-TIME TO TL-SESSION
               MOVE WS-TX-ACTION TO TL-ACTION
               MOVE WS-TX-FROM-PROFILE TO TL-FROM-PROFILE
               MOVE WS-TX-FROM-ID TO TL-FROM-ID
               MOVE WS-TX-PKG-DATE TO TL-PKG-DATE
               MOVE WS-TX-PKG-TIME TO TL-PKG-TIME
               MOVE 0 TO TL-TO-ID
               IF WS-TX-ACTION = "IMPORTA" THEN
                   MOVE WS-PROFILE-NAME TO TL-TO-PROFILE
                   MOVE WS-TX-NEW-ID TO TL-TO-ID
               END-IF
               MOVE WS-TX-H-NAME TO TL-NAME
               WRITE TRANSFER-LOG-REG
               CLOSE TRANSFER-LOG-FILE
           ELSE
               DISPLAY "["WS-GAME-NAME"] *** AVISO *** No se ha "
                 "podido escribir en TRANSFER-LOG.TXT."
           END-IF.
      ******************************************************************
       WRITE-TRANSFER-REJECT.
           OPEN EXTEND TRANSFER-REJECTS-FILE
           IF NOT WS-TJ-FS-OK THEN
               OPEN OUTPUT TRANSFER-REJECTS-FILE
               CLOSE TRANSFER-REJECTS-FILE
               OPEN EXTEND TRANSFER-REJECTS-FILE
           END-IF
           IF WS-TJ-FS-OK THEN
               MOVE SPACES TO TRANSFER-REJECTS-REG
               MOVE WS-TX-REASON TO TJ-REASON
               MOVE WS-SESSION-DATE TO TJ-DATE
               MOVE WS-PROFILE-NAME TO TJ-PROFILE
               MOVE WS-TX-NAME TO TJ-PACKAGE
               MOVE WS-TX-HERO TO TJ-RECORD
               WRITE TRANSFER-REJECTS-REG
               CLOSE TRANSFER-REJECTS-FILE
           END-IF.
      * == [HERO-TRANSFER] ==========================================END=
      ******************************************************************
      * == [EXPORT-CSV] ===========================================BEGIN=
      * COMMA-SEPARATED VERSIONS, WITH A HEADER ROW, OF THE LATEST
      * TOURNAMENT REPORT AND OF THE CAREER STATS: THE FIXED-WIDTH
      * FIELDS WITH A TRAILING SIGN BROKE THE SPREADSHEET THE LEAGUE
      * STANDINGS ARE BUILT IN.
       EXPORT-CSV.
           PERFORM EXPORT-TOURNAMENT-CSV
           PERFORM EXPORT-HERO-STATS-CSV.
      ******************************************************************
       EXPORT-TOURNAMENT-CSV.
           OPEN INPUT TOURNAMENT-REPORT-FILE
           IF NOT WS-TR-FS-OK THEN
               DISPLAY "["WS-GAME-NAME"] No hay "
                 "TOURNAMENT-REPORT.TXT que exportar."
           ELSE
               MOVE "TOURNAMENT-REPORT.CSV" TO WS-CSV-NAME
               OPEN OUTPUT CSV-EXPORT-FILE
               IF WS-CSV-FS-OK THEN
                   MOVE SPACES TO WS-CSV-LINE
                   STRING "HEROE_ID,NOMBRE,VICTORIAS,DERROTAS,"
                     "MONSTRUOS_DERROTADOS,VIDA_FINAL"
                     DELIMITED BY SIZE INTO WS-CSV-LINE
                   WRITE CSV-EXPORT-REG FROM WS-CSV-LINE
                   PERFORM EXPORT-ONE-TOURNAMENT-ROW
                     UNTIL WS-TR-FS-EOF
                   CLOSE CSV-EXPORT-FILE
                   DISPLAY "["WS-GAME-NAME"] Exportado "
                     "TOURNAMENT-REPORT.CSV"
               END-IF
               CLOSE TOURNAMENT-REPORT-FILE
           END-IF.
      ******************************************************************
       EXPORT-ONE-TOURNAMENT-ROW.
           READ TOURNAMENT-REPORT-FILE
           AT END
               SET WS-TR-FS-EOF TO TRUE
           NOT AT END
               MOVE SPACES TO WS-CSV-LINE
               IF TR-HDR-TAG = "SEMILLA " THEN
                   STRING "SEMILLA," TR-HDR-SEED
                     DELIMITED BY SIZE INTO WS-CSV-LINE
               ELSE
               IF TR-HDR-TAG = "PERFIL  " THEN
                   STRING "PERFIL," TR-HDR-SEED
                     DELIMITED BY SIZE INTO WS-CSV-LINE
               ELSE
                   MOVE TR-FINAL-HP TO WS-CSV-HP-EDIT
                   STRING TR-HERO-ID ","
                     TR-HERO-NAME ","
                     TR-WINS ","
                     TR-LOSSES ","
                     TR-MONSTERS-CLEARED ","
                     WS-CSV-HP-EDIT
                     DELIMITED BY SIZE INTO WS-CSV-LINE
               END-IF
               END-IF
               WRITE CSV-EXPORT-REG FROM WS-CSV-LINE
           END-READ.
      ******************************************************************
       EXPORT-HERO-STATS-CSV.
           IF WS-HS-R-LENGTH = 0 THEN
               DISPLAY "["WS-GAME-NAME"] No hay estadisticas de "
                 "carrera que exportar."
           ELSE
               MOVE "HERO-STATS.CSV" TO WS-CSV-NAME
               OPEN OUTPUT CSV-EXPORT-FILE
               IF WS-CSV-FS-OK THEN
                   MOVE SPACES TO WS-CSV-LINE
                   STRING "HEROE_ID,NOMBRE,PARTIDAS,VICTORIAS,"
                     "DERROTAS,MONSTRUOS_DERROTADOS,VIDA_MAS_ALTA"
                     DELIMITED BY SIZE INTO WS-CSV-LINE
                   WRITE CSV-EXPORT-REG FROM WS-CSV-LINE
                   PERFORM EXPORT-ONE-HERO-STATS-ROW
                     VARYING WS-CSV-I FROM 1 BY 1
                     UNTIL WS-CSV-I > WS-HS-R-LENGTH
                   CLOSE CSV-EXPORT-FILE
                   DISPLAY "["WS-GAME-NAME"] Exportado HERO-STATS.CSV"
               END-IF
           END-IF.
      ******************************************************************
       EXPORT-ONE-HERO-STATS-ROW.
           MOVE WS-HS-R-ID(WS-CSV-I) TO WS-HN-SOUGHT
           PERFORM LOOKUP-HERO-NAME
           MOVE SPACES TO WS-CSV-LINE
           STRING WS-HS-R-ID(WS-CSV-I) ","
             WS-HN-NAME ","
             WS-HS-R-GAMES-PLAYED(WS-CSV-I) ","
             WS-HS-R-WINS(WS-CSV-I) ","
             WS-HS-R-LOSSES(WS-CSV-I) ","
             WS-HS-R-MONSTERS-DEFEATED(WS-CSV-I) ","
             WS-HS-R-HIGHEST-HP(WS-CSV-I)
             DELIMITED BY SIZE INTO WS-CSV-LINE
           WRITE CSV-EXPORT-REG FROM WS-CSV-LINE.
      * == [EXPORT-CSV] =============================================END=
      ******************************************************************
      * == [REFERENCE-MAINTENANCE] ================================BEGIN=
      * SEE WS-MAINT-VARS FOR THE RULES. THE THREE REFERENCE FILES
      * ARE SMALL AND LINE SEQUENTIAL, SO EACH SAVE REWRITES THE
      * WHOLE FILE FROM THE LOADED TABLE.
       MAINTAIN-PROFESSIONS.
           SET WS-MT-OP-CONTINUE TO TRUE
           PERFORM DISPLAY-PROF-MAINT-MENU UNTIL WS-MT-OP-EXIT
           SET WS-MT-OP-CONTINUE TO TRUE.
      ******************************************************************
       DISPLAY-PROF-MAINT-MENU.
           DISPLAY "["WS-GAME-NAME"] MANTENIMIENTO DE PROFESIONES"
           PERFORM DISPLAY-PROF-MAINT-LINE
             VARYING WS-MT-I FROM 1 BY 1
             UNTIL WS-MT-I > WS-P-R-LENGTH
           DISPLAY "1- Agregar  2- Modificar  3- Eliminar  0- Volver"
           DISPLAY "Escoge una opcion: "
           ACCEPT WS-MT-OPTION
           EVALUATE TRUE
               WHEN WS-MT-OP-ADD
                   PERFORM ADD-PROFESSION
               WHEN WS-MT-OP-MOD
                   PERFORM MODIFY-PROFESSION
               WHEN WS-MT-OP-DEL
                   PERFORM DELETE-PROFESSION
               WHEN WS-MT-OP-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "["WS-GAME-NAME"] "
                     "[Escoge una opcion correcta]"
           END-EVALUATE.
      ******************************************************************
       DISPLAY-PROF-MAINT-LINE.
           DISPLAY WS-P-R-CODE(WS-MT-I) "  "
             WS-P-R-NAME(WS-MT-I) "  Modificador "
             WS-P-R-MODIFIER(WS-MT-I).
      ******************************************************************
       ADD-PROFESSION.
           IF WS-P-R-LENGTH >= WS-MAX-PROFESSIONS THEN
               PERFORM WARN-TOO-MANY-PROFESSIONS
           ELSE
               DISPLAY "["WS-GAME-NAME"] NUEVA PROFESION"
               DISPLAY "- Codigo: "
               ACCEPT WS-MT-CODE
               MOVE WS-MT-CODE TO WS-P-R-SOUGHT
               PERFORM LOOKUP-PROFESSION
               IF WS-P-R-FOUND > 0 THEN
                   SET WS-DUPLICATE-ID TO TRUE
                   DISPLAY "["WS-GAME-NAME"] Ya existe una profesion "
                     "con ese codigo; no se agrega."
               ELSE
                   DISPLAY "- Nombre: "
                   ACCEPT WS-MT-NAME
                   DISPLAY "- Modificador de fuerza:"
                   PERFORM ACCEPT-SIGNED-MOD
                   IF WS-MT-ENTRY-BAD THEN
                       SET WS-OUT-OF-RANGE TO TRUE
                       DISPLAY "["WS-GAME-NAME"] Modificador fuera "
                         "de rango; no se agrega."
                   ELSE
                       ADD 1 TO WS-P-R-LENGTH
                       MOVE WS-MT-CODE TO WS-P-R-CODE(WS-P-R-LENGTH)
                       MOVE WS-MT-NAME TO WS-P-R-NAME(WS-P-R-LENGTH)
                       MOVE WS-MT-MOD
                         TO WS-P-R-MODIFIER(WS-P-R-LENGTH)
                       PERFORM SAVE--WS-PROFESSIONS-R--CONTENT
                       DISPLAY "["WS-GAME-NAME"] PROFESION AGREGADA "
                         "Y GUARDADA."
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       MODIFY-PROFESSION.
           DISPLAY "- Codigo de la profesion a modificar: "
           ACCEPT WS-MT-CODE
           MOVE WS-MT-CODE TO WS-P-R-SOUGHT
           PERFORM LOOKUP-PROFESSION
           IF WS-P-R-FOUND = 0 THEN
               DISPLAY "["WS-GAME-NAME"] No existe esa profesion."
           ELSE
               DISPLAY "- Nuevo nombre: "
               ACCEPT WS-MT-NAME
               DISPLAY "- Nuevo modificador de fuerza:"
               PERFORM ACCEPT-SIGNED-MOD
               IF WS-MT-ENTRY-BAD THEN
                   SET WS-OUT-OF-RANGE TO TRUE
                   DISPLAY "["WS-GAME-NAME"] Modificador fuera de "
                     "rango; no se modifica."
               ELSE
                   MOVE WS-MT-NAME TO WS-P-R-NAME(WS-P-R-FOUND)
                   MOVE WS-MT-MOD TO WS-P-R-MODIFIER(WS-P-R-FOUND)
                   PERFORM SAVE--WS-PROFESSIONS-R--CONTENT
                   DISPLAY "["WS-GAME-NAME"] PROFESION MODIFICADA Y "
                     "GUARDADA."
               END-IF
           END-IF.
      ******************************************************************
      * A PROFESSION STILL ASSIGNED TO A HERO OR A MONSTER CANNOT GO:
      * DELETING IT WOULD SILENTLY CHANGE THEIR COMBAT MATH.
       DELETE-PROFESSION.
           DISPLAY "- Codigo de la profesion a eliminar: "
           ACCEPT WS-MT-CODE
           MOVE WS-MT-CODE TO WS-P-R-SOUGHT
           PERFORM LOOKUP-PROFESSION
           IF WS-P-R-FOUND = 0 THEN
               DISPLAY "["WS-GAME-NAME"] No existe esa profesion."
           ELSE
               PERFORM COUNT-PROFESSION-REFS
               IF WS-MT-REFS > 0 THEN
                   DISPLAY "["WS-GAME-NAME"] La profesion "
                     WS-MT-CODE " sigue asignada a " WS-MT-REFS
                     " luchadores; no se elimina."
               ELSE
                   MOVE WS-P-R-FOUND TO WS-MT-FOUND
                   PERFORM SHIFT-PROFESSIONS-DOWN
                     VARYING WS-P-R-INDEX FROM WS-MT-FOUND BY 1
                     UNTIL WS-P-R-INDEX >= WS-P-R-LENGTH
                   SUBTRACT 1 FROM WS-P-R-LENGTH
                   PERFORM SAVE--WS-PROFESSIONS-R--CONTENT
                   DISPLAY "["WS-GAME-NAME"] PROFESION ELIMINADA Y "
                     "GUARDADA."
               END-IF
           END-IF.
      ******************************************************************
       SHIFT-PROFESSIONS-DOWN.
           MOVE WS-PROFESSIONS-R(WS-P-R-INDEX + 1)
             TO WS-PROFESSIONS-R(WS-P-R-INDEX).
      ******************************************************************
       COUNT-PROFESSION-REFS.
           MOVE 0 TO WS-MT-REFS
           PERFORM VARYING WS-MT-I FROM 1 BY 1
             UNTIL WS-MT-I > WS-H-R-LENGTH
               IF WS-H-R-PROFESSION(WS-MT-I) = WS-MT-CODE THEN
                   ADD 1 TO WS-MT-REFS
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MT-I FROM 1 BY 1
             UNTIL WS-MT-I > WS-M-R-LENGTH
               IF WS-M-R-PROFESSION(WS-MT-I) = WS-MT-CODE THEN
                   ADD 1 TO WS-MT-REFS
               END-IF
           END-PERFORM.
      ******************************************************************
      * THE SIGN IS ITS OWN ONE-CHARACTER ANSWER AND THE MAGNITUDE A
      * PLAIN UNSIGNED NUMBER; THE TRAILING-SIGN BYTE IN THE FILE IS
      * BUILT BY THE PROGRAM, NEVER TYPED.
       ACCEPT-SIGNED-MOD.
           DISPLAY "- Signo (+/-): "
           ACCEPT WS-MT-SIGN
           DISPLAY "- Magnitud (0 - " WS-STAT-MOD-MAX "): "
           ACCEPT WS-MT-MAG
           SET WS-MT-ENTRY-GOOD TO TRUE
           IF WS-MT-MAG > WS-STAT-MOD-MAX THEN
               SET WS-MT-ENTRY-BAD TO TRUE
           ELSE
               IF WS-MT-SIGN = "-" THEN
                   COMPUTE WS-MT-MOD = 0 - WS-MT-MAG
               ELSE
                   MOVE WS-MT-MAG TO WS-MT-MOD
               END-IF
           END-IF.
      ******************************************************************
       SAVE--WS-PROFESSIONS-R--CONTENT.
           OPEN OUTPUT PROFESSIONS-FILE
           IF NOT WS-P-FS-OK THEN
               DISPLAY "["WS-GAME-NAME"] No se ha podido guardar "
                 "PROFESSIONS."
           ELSE
               PERFORM WRITE-FILE-PROFESSIONS
                 VARYING WS-P-R-INDEX FROM 1 BY 1
                 UNTIL WS-P-R-INDEX > WS-P-R-LENGTH
               CLOSE PROFESSIONS-FILE
           END-IF.
      ******************************************************************
       WRITE-FILE-PROFESSIONS.
           MOVE WS-PROFESSIONS-R(WS-P-R-INDEX) TO PROFESSIONS-REG
           WRITE PROFESSIONS-REG.
      ******************************************************************
       MAINTAIN-ITEMS.
           SET WS-MT-OP-CONTINUE TO TRUE
           PERFORM DISPLAY-ITEM-MAINT-MENU UNTIL WS-MT-OP-EXIT
           SET WS-MT-OP-CONTINUE TO TRUE.
      ******************************************************************
       DISPLAY-ITEM-MAINT-MENU.
           DISPLAY "["WS-GAME-NAME"] MANTENIMIENTO DE OBJETOS"
           PERFORM DISPLAY-ITEM-MAINT-LINE
             VARYING WS-MT-I FROM 1 BY 1
             UNTIL WS-MT-I > WS-IT-R-LENGTH
           DISPLAY "1- Agregar  2- Modificar  3- Eliminar  0- Volver"
           DISPLAY "Escoge una opcion: "
           ACCEPT WS-MT-OPTION
           EVALUATE TRUE
               WHEN WS-MT-OP-ADD
                   PERFORM ADD-ITEM
               WHEN WS-MT-OP-MOD
                   PERFORM MODIFY-ITEM
               WHEN WS-MT-OP-DEL
                   PERFORM DELETE-ITEM
               WHEN WS-MT-OP-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "["WS-GAME-NAME"] "
                     "[Escoge una opcion correcta]"
           END-EVALUATE.
      ******************************************************************
       DISPLAY-ITEM-MAINT-LINE.
           DISPLAY WS-IT-R-CODE(WS-MT-I) "  "
             WS-IT-R-NAME(WS-MT-I)
             "  Fuerza " WS-IT-R-STR-MOD(WS-MT-I)
             "  Agilidad " WS-IT-R-AGI-MOD(WS-MT-I)
             "  Precio " WS-IT-R-PRICE(WS-MT-I).
      ******************************************************************
       ADD-ITEM.
           IF WS-IT-R-LENGTH >= WS-MAX-ITEMS THEN
               PERFORM WARN-TOO-MANY-ITEMS
           ELSE
               DISPLAY "["WS-GAME-NAME"] NUEVO OBJETO"
               DISPLAY "- Codigo: "
               ACCEPT WS-MT-CODE
      * CODE 00 IS THE "SIN OBJETO" SENTINEL ON THE HERO RECORD AND
      * COULD NEVER BE EQUIPPED OR SOLD.
               IF WS-MT-CODE = 0 THEN
                   SET WS-OUT-OF-RANGE TO TRUE
                   DISPLAY "["WS-GAME-NAME"] El codigo 00 esta "
                     "reservado (sin objeto); no se agrega."
               ELSE
               MOVE WS-MT-CODE TO WS-IT-R-SOUGHT
               PERFORM LOOKUP-ITEM
               IF WS-IT-R-FOUND > 0 THEN
                   SET WS-DUPLICATE-ID TO TRUE
                   DISPLAY "["WS-GAME-NAME"] Ya existe un objeto con "
                     "ese codigo; no se agrega."
               ELSE
                   PERFORM ACCEPT-ITEM-FIELDS
                   IF WS-MT-ENTRY-BAD THEN
                       SET WS-OUT-OF-RANGE TO TRUE
                       DISPLAY "["WS-GAME-NAME"] Valores fuera de "
                         "rango; no se agrega."
                   ELSE
                       ADD 1 TO WS-IT-R-LENGTH
                       MOVE WS-MT-CODE
                         TO WS-IT-R-CODE(WS-IT-R-LENGTH)
                       MOVE WS-MT-NAME
                         TO WS-IT-R-NAME(WS-IT-R-LENGTH)
                       MOVE WS-MT-STR-MOD
                         TO WS-IT-R-STR-MOD(WS-IT-R-LENGTH)
                       MOVE WS-MT-AGI-MOD
                         TO WS-IT-R-AGI-MOD(WS-IT-R-LENGTH)
                       MOVE WS-MT-PRICE
                         TO WS-IT-R-PRICE(WS-IT-R-LENGTH)
                       PERFORM SAVE--WS-ITEMS-R--CONTENT
                       DISPLAY "["WS-GAME-NAME"] OBJETO AGREGADO Y "
                         "GUARDADO."
                   END-IF
               END-IF
               END-IF
           END-IF.
      ******************************************************************
       ACCEPT-ITEM-FIELDS.
           DISPLAY "- Nombre: "
           ACCEPT WS-MT-NAME
           DISPLAY "- Modificador de fuerza:"
           PERFORM ACCEPT-SIGNED-MOD
           MOVE WS-MT-MOD TO WS-MT-STR-MOD
           IF WS-MT-ENTRY-GOOD THEN
               DISPLAY "- Modificador de agilidad:"
               PERFORM ACCEPT-SIGNED-MOD
               MOVE WS-MT-MOD TO WS-MT-AGI-MOD
           END-IF
           IF WS-MT-ENTRY-GOOD THEN
               DISPLAY "- Precio (0 - " WS-STAT-PRICE-MAX "): "
               ACCEPT WS-MT-PRICE
           END-IF.
      ******************************************************************
       MODIFY-ITEM.
           DISPLAY "- Codigo del objeto a modificar: "
           ACCEPT WS-MT-CODE
           MOVE WS-MT-CODE TO WS-IT-R-SOUGHT
           PERFORM LOOKUP-ITEM
           IF WS-IT-R-FOUND = 0 THEN
               DISPLAY "["WS-GAME-NAME"] No existe ese objeto."
           ELSE
               PERFORM ACCEPT-ITEM-FIELDS
               IF WS-MT-ENTRY-BAD THEN
                   SET WS-OUT-OF-RANGE TO TRUE
                   DISPLAY "["WS-GAME-NAME"] Valores fuera de rango; "
                     "no se modifica."
               ELSE
                   MOVE WS-MT-NAME TO WS-IT-R-NAME(WS-IT-R-FOUND)
                   MOVE WS-MT-STR-MOD
                     TO WS-IT-R-STR-MOD(WS-IT-R-FOUND)
                   MOVE WS-MT-AGI-MOD
                     TO WS-IT-R-AGI-MOD(WS-IT-R-FOUND)
                   MOVE WS-MT-PRICE TO WS-IT-R-PRICE(WS-IT-R-FOUND)
                   PERFORM SAVE--WS-ITEMS-R--CONTENT
                   DISPLAY "["WS-GAME-NAME"] OBJETO MODIFICADO Y "
                     "GUARDADO."
               END-IF
           END-IF.
      ******************************************************************
      * AN ITEM STILL IN SOMEONE'S HANDS CANNOT GO.
       DELETE-ITEM.
           DISPLAY "- Codigo del objeto a eliminar: "
           ACCEPT WS-MT-CODE
           MOVE WS-MT-CODE TO WS-IT-R-SOUGHT
           PERFORM LOOKUP-ITEM
           IF WS-IT-R-FOUND = 0 THEN
               DISPLAY "["WS-GAME-NAME"] No existe ese objeto."
           ELSE
               PERFORM COUNT-ITEM-REFS
               IF WS-MT-REFS > 0 THEN
                   DISPLAY "["WS-GAME-NAME"] El objeto " WS-MT-CODE
                     " sigue equipado por " WS-MT-REFS
                     " heroes; no se elimina."
               ELSE
                   MOVE WS-IT-R-FOUND TO WS-MT-FOUND
                   PERFORM SHIFT-ITEMS-DOWN
                     VARYING WS-IT-R-INDEX FROM WS-MT-FOUND BY 1
                     UNTIL WS-IT-R-INDEX >= WS-IT-R-LENGTH
                   SUBTRACT 1 FROM WS-IT-R-LENGTH
                   PERFORM SAVE--WS-ITEMS-R--CONTENT
                   DISPLAY "["WS-GAME-NAME"] OBJETO ELIMINADO Y "
                     "GUARDADO."
               END-IF
           END-IF.
      ******************************************************************
       SHIFT-ITEMS-DOWN.
           MOVE WS-ITEMS-R(WS-IT-R-INDEX + 1)
             TO WS-ITEMS-R(WS-IT-R-INDEX).
      ******************************************************************
       COUNT-ITEM-REFS.
           MOVE 0 TO WS-MT-REFS
           PERFORM VARYING WS-MT-I FROM 1 BY 1
             UNTIL WS-MT-I > WS-H-R-LENGTH
               IF WS-H-R-ITEM(WS-MT-I) = WS-MT-CODE THEN
                   ADD 1 TO WS-MT-REFS
               END-IF
           END-PERFORM.
      ******************************************************************
       SAVE--WS-ITEMS-R--CONTENT.
           OPEN OUTPUT ITEMS-FILE
           IF NOT WS-IT-FS-OK THEN
               DISPLAY "["WS-GAME-NAME"] No se ha podido guardar "
                 "ITEMS."
           ELSE
               PERFORM WRITE-FILE-ITEMS
                 VARYING WS-IT-R-INDEX FROM 1 BY 1
                 UNTIL WS-IT-R-INDEX > WS-IT-R-LENGTH
               CLOSE ITEMS-FILE
           END-IF.
      ******************************************************************
       WRITE-FILE-ITEMS.
           MOVE WS-ITEMS-R(WS-IT-R-INDEX) TO ITEMS-REG
           WRITE ITEMS-REG.
      ******************************************************************
       MAINTAIN-DUNGEONS.
           SET WS-MT-OP-CONTINUE TO TRUE
           PERFORM DISPLAY-DG-MAINT-MENU UNTIL WS-MT-OP-EXIT
           SET WS-MT-OP-CONTINUE TO TRUE.
      ******************************************************************
       DISPLAY-DG-MAINT-MENU.
           DISPLAY "["WS-GAME-NAME"] MANTENIMIENTO DE MAZMORRAS"
           PERFORM DISPLAY-DG-MAINT-LINE
             VARYING WS-MT-I FROM 1 BY 1
             UNTIL WS-MT-I > WS-DG-R-LENGTH
           DISPLAY "1- Agregar  2- Modificar  3- Eliminar  0- Volver"
           DISPLAY "Escoge una opcion: "
           ACCEPT WS-MT-OPTION
           EVALUATE TRUE
               WHEN WS-MT-OP-ADD
                   PERFORM ADD-ENCOUNTER
               WHEN WS-MT-OP-MOD
                   PERFORM MODIFY-ENCOUNTER
               WHEN WS-MT-OP-DEL
                   PERFORM DELETE-ENCOUNTER
               WHEN WS-MT-OP-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "["WS-GAME-NAME"] "
                     "[Escoge una opcion correcta]"
           END-EVALUATE.
      ******************************************************************
       DISPLAY-DG-MAINT-LINE.
           DISPLAY "Mazmorra " WS-DG-R-DUNGEON-ID(WS-MT-I) " "
             WS-DG-R-NAME(WS-MT-I)
             " Sec " WS-DG-R-SEQ(WS-MT-I)
             " Monstruo " WS-DG-R-MONSTER-ID(WS-MT-I)
             " " WS-DG-R-BOSS(WS-MT-I).
      ******************************************************************
      * AN ENCOUNTER CAN ONLY POINT AT A MONSTER THAT IS REALLY IN
      * THE ROSTER -- THE ORPHAN CHECK HAPPENS HERE AT ENTRY TIME,
      * NOT AT FIGHT TIME.
       ADD-ENCOUNTER.
           IF WS-DG-R-LENGTH >= WS-MAX-ENCOUNTERS THEN
               PERFORM WARN-TOO-MANY-ENCOUNTERS
           ELSE
               DISPLAY "["WS-GAME-NAME"] NUEVO ENCUENTRO"
               DISPLAY "- ID de mazmorra: "
               ACCEPT WS-MT-DG-ID
      * DUNGEON 00 IS THE "RECORRIDO CLASICO" SENTINEL IN
      * SELECT-DUNGEON AND COULD NEVER BE PLAYED.
               IF WS-MT-DG-ID = 0 THEN
                   SET WS-OUT-OF-RANGE TO TRUE
                   DISPLAY "["WS-GAME-NAME"] La mazmorra 00 esta "
                     "reservada (recorrido clasico); no se agrega."
               ELSE
               PERFORM FIND-DUNGEON-NAME
               IF WS-MT-FOUND = 0 THEN
                   DISPLAY "- Nombre de la mazmorra: "
                   ACCEPT WS-MT-DG-NAME
               END-IF
               DISPLAY "- Secuencia: "
               ACCEPT WS-MT-SEQ
               DISPLAY "- ID del monstruo: "
               ACCEPT WS-MT-MONSTER
               DISPLAY "- Jefe final? (J/N): "
               ACCEPT WS-MT-BOSS
               IF WS-MT-BOSS = "J" OR WS-MT-BOSS = "j" THEN
                   MOVE "J" TO WS-MT-BOSS
               ELSE
                   MOVE SPACE TO WS-MT-BOSS
               END-IF
               PERFORM LOOKUP-ENCOUNTER
               MOVE WS-MT-MONSTER TO WS-RM-NEW-ID
               PERFORM LOOKUP-MONSTER-ID
               EVALUATE TRUE
                   WHEN WS-MT-FOUND > 0
                       SET WS-DUPLICATE-ID TO TRUE
                       DISPLAY "["WS-GAME-NAME"] Ya existe ese "
                         "encuentro (mazmorra y secuencia)."
                   WHEN WS-RM-DUP-FOUND = 0
                       DISPLAY "["WS-GAME-NAME"] El monstruo "
                         WS-MT-MONSTER " no esta en el plantel; "
                         "no se agrega el encuentro."
                   WHEN OTHER
                       ADD 1 TO WS-DG-R-LENGTH
                       MOVE WS-MT-DG-ID
                         TO WS-DG-R-DUNGEON-ID(WS-DG-R-LENGTH)
                       MOVE WS-MT-DG-NAME
                         TO WS-DG-R-NAME(WS-DG-R-LENGTH)
                       MOVE WS-MT-SEQ
                         TO WS-DG-R-SEQ(WS-DG-R-LENGTH)
                       MOVE WS-MT-MONSTER
                         TO WS-DG-R-MONSTER-ID(WS-DG-R-LENGTH)
                       MOVE WS-MT-BOSS
                         TO WS-DG-R-BOSS(WS-DG-R-LENGTH)
                       PERFORM SORT-DUNGEON-TABLE
                       PERFORM SAVE--WS-DUNGEONS-R--CONTENT
                       DISPLAY "["WS-GAME-NAME"] ENCUENTRO AGREGADO "
                         "Y GUARDADO."
               END-EVALUATE
               END-IF
           END-IF.
      ******************************************************************
      * AN EXISTING DUNGEON KEEPS ITS NAME ON EVERY LINE; ONLY A
      * BRAND-NEW DUNGEON ID ASKS FOR ONE.
       FIND-DUNGEON-NAME.
           MOVE 0 TO WS-MT-FOUND
           PERFORM VARYING WS-MT-I FROM 1 BY 1
             UNTIL WS-MT-I > WS-DG-R-LENGTH
             OR WS-MT-FOUND > 0
               IF WS-DG-R-DUNGEON-ID(WS-MT-I) = WS-MT-DG-ID THEN
                   MOVE WS-MT-I TO WS-MT-FOUND
                   MOVE WS-DG-R-NAME(WS-MT-I) TO WS-MT-DG-NAME
               END-IF
           END-PERFORM.
      ******************************************************************
       LOOKUP-ENCOUNTER.
           MOVE 0 TO WS-MT-FOUND
           PERFORM VARYING WS-MT-I FROM 1 BY 1
             UNTIL WS-MT-I > WS-DG-R-LENGTH
             OR WS-MT-FOUND > 0
               IF WS-DG-R-DUNGEON-ID(WS-MT-I) = WS-MT-DG-ID
                 AND WS-DG-R-SEQ(WS-MT-I) = WS-MT-SEQ THEN
                   MOVE WS-MT-I TO WS-MT-FOUND
               END-IF
           END-PERFORM.
      ******************************************************************
       MODIFY-ENCOUNTER.
           DISPLAY "- ID de mazmorra: "
           ACCEPT WS-MT-DG-ID
           DISPLAY "- Secuencia: "
           ACCEPT WS-MT-SEQ
           PERFORM LOOKUP-ENCOUNTER
           IF WS-MT-FOUND = 0 THEN
               DISPLAY "["WS-GAME-NAME"] No existe ese encuentro."
           ELSE
               DISPLAY "- Nuevo ID del monstruo: "
               ACCEPT WS-MT-MONSTER
               DISPLAY "- Jefe final? (J/N): "
               ACCEPT WS-MT-BOSS
               IF WS-MT-BOSS = "J" OR WS-MT-BOSS = "j" THEN
                   MOVE "J" TO WS-MT-BOSS
               ELSE
                   MOVE SPACE TO WS-MT-BOSS
               END-IF
               MOVE WS-MT-MONSTER TO WS-RM-NEW-ID
               PERFORM LOOKUP-MONSTER-ID
               IF WS-RM-DUP-FOUND = 0 THEN
                   DISPLAY "["WS-GAME-NAME"] El monstruo "
                     WS-MT-MONSTER " no esta en el plantel; no se "
                     "modifica el encuentro."
               ELSE
                   MOVE WS-MT-MONSTER
                     TO WS-DG-R-MONSTER-ID(WS-MT-FOUND)
                   MOVE WS-MT-BOSS TO WS-DG-R-BOSS(WS-MT-FOUND)
                   PERFORM SAVE--WS-DUNGEONS-R--CONTENT
                   DISPLAY "["WS-GAME-NAME"] ENCUENTRO MODIFICADO Y "
                     "GUARDADO."
               END-IF
           END-IF.
      ******************************************************************
       DELETE-ENCOUNTER.
           DISPLAY "- ID de mazmorra: "
           ACCEPT WS-MT-DG-ID
           DISPLAY "- Secuencia: "
           ACCEPT WS-MT-SEQ
           PERFORM LOOKUP-ENCOUNTER
           IF WS-MT-FOUND = 0 THEN
               DISPLAY "["WS-GAME-NAME"] No existe ese encuentro."
           ELSE
               PERFORM SHIFT-ENCOUNTERS-DOWN
                 VARYING WS-DG-R-INDEX FROM WS-MT-FOUND BY 1
                 UNTIL WS-DG-R-INDEX >= WS-DG-R-LENGTH
               SUBTRACT 1 FROM WS-DG-R-LENGTH
               PERFORM SAVE--WS-DUNGEONS-R--CONTENT
               DISPLAY "["WS-GAME-NAME"] ENCUENTRO ELIMINADO Y "
                 "GUARDADO."
           END-IF.
      ******************************************************************
       SHIFT-ENCOUNTERS-DOWN.
           MOVE WS-DUNGEONS-R(WS-DG-R-INDEX + 1)
             TO WS-DUNGEONS-R(WS-DG-R-INDEX).
      ******************************************************************
      * THE FILE AND THE CATALOG DISPLAY EXPECT THE ENCOUNTERS
      * ORDERED BY DUNGEON AND SEQUENCE; A SELECTION SORT AFTER EACH
      * ADD KEEPS THE INVARIANT.
       SORT-DUNGEON-TABLE.
           PERFORM FIND-LOWEST-ENCOUNTER-FROM
             VARYING WS-MT-I FROM 1 BY 1
             UNTIL WS-MT-I >= WS-DG-R-LENGTH.
      ******************************************************************
       FIND-LOWEST-ENCOUNTER-FROM.
           MOVE WS-MT-I TO WS-MT-FOUND
           PERFORM VARYING WS-MT-J FROM WS-MT-I BY 1
             UNTIL WS-MT-J > WS-DG-R-LENGTH
               IF WS-DG-R-DUNGEON-ID(WS-MT-J)
                 < WS-DG-R-DUNGEON-ID(WS-MT-FOUND)
                 OR (WS-DG-R-DUNGEON-ID(WS-MT-J)
                   = WS-DG-R-DUNGEON-ID(WS-MT-FOUND)
                   AND WS-DG-R-SEQ(WS-MT-J)
                     < WS-DG-R-SEQ(WS-MT-FOUND)) THEN
                   MOVE WS-MT-J TO WS-MT-FOUND
               END-IF
           END-PERFORM
           IF WS-MT-FOUND NOT = WS-MT-I THEN
               MOVE WS-DUNGEONS-R(WS-MT-I) TO WS-MT-DG-TEMP
               MOVE WS-DUNGEONS-R(WS-MT-FOUND)
                 TO WS-DUNGEONS-R(WS-MT-I)
               MOVE WS-MT-DG-TEMP TO WS-DUNGEONS-R(WS-MT-FOUND)
           END-IF.
      ******************************************************************
       SAVE--WS-DUNGEONS-R--CONTENT.
           OPEN OUTPUT DUNGEONS-FILE
           IF NOT WS-DG-FS-OK THEN
               DISPLAY "["WS-GAME-NAME"] No se ha podido guardar "
                 "DUNGEONS."
           ELSE
               PERFORM WRITE-FILE-DUNGEONS
                 VARYING WS-DG-R-INDEX FROM 1 BY 1
                 UNTIL WS-DG-R-INDEX > WS-DG-R-LENGTH
               CLOSE DUNGEONS-FILE
           END-IF.
      ******************************************************************
       WRITE-FILE-DUNGEONS.
           MOVE WS-DUNGEONS-R(WS-DG-R-INDEX) TO DUNGEONS-REG
           WRITE DUNGEONS-REG.
      ******************************************************************
       MAINTAIN-QUESTS.
           SET WS-MT-OP-CONTINUE TO TRUE
           PERFORM DISPLAY-QUEST-MAINT-MENU UNTIL WS-MT-OP-EXIT
           SET WS-MT-OP-CONTINUE TO TRUE.
      ******************************************************************
       DISPLAY-QUEST-MAINT-MENU.
           DISPLAY "["WS-GAME-NAME"] MANTENIMIENTO DE CONTRATOS"
           PERFORM DISPLAY-QUEST-MAINT-LINE
             VARYING WS-QE-I FROM 1 BY 1
             UNTIL WS-QE-I > WS-QS-R-LENGTH
           DISPLAY "1- Agregar  2- Modificar  3- Eliminar  0- Volver"
           DISPLAY "Escoge una opcion: "
           ACCEPT WS-MT-OPTION
           EVALUATE TRUE
               WHEN WS-MT-OP-ADD
                   PERFORM ADD-QUEST
               WHEN WS-MT-OP-MOD
                   PERFORM MODIFY-QUEST
               WHEN WS-MT-OP-DEL
                   PERFORM DELETE-QUEST
               WHEN WS-MT-OP-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "["WS-GAME-NAME"] "
                     "[Escoge una opcion correcta]"
           END-EVALUATE.
      ******************************************************************
       DISPLAY-QUEST-MAINT-LINE.
           PERFORM DESCRIBE-QUEST-GOAL
           DISPLAY WS-QS-R-CODE(WS-QE-I) "  "
             WS-QS-R-DESC(WS-QE-I) "  " WS-QL-GOAL-TXT
             "  Oro " WS-QS-R-GOLD(WS-QE-I)
             "  XP " WS-QS-R-XP(WS-QE-I)
             "  Objeto " WS-QS-R-ITEM(WS-QE-I).
      ******************************************************************
       ADD-QUEST.
           IF WS-QS-R-LENGTH >= WS-MAX-QUESTS THEN
               PERFORM WARN-TOO-MANY-QUESTS
           ELSE
               DISPLAY "["WS-GAME-NAME"] NUEVO CONTRATO"
               DISPLAY "- Codigo: "
               ACCEPT WS-MT-CODE
      * CODE 00 WOULD READ AS "SIN OBJETO" IN THE LEDGER'S GL-ITEM.
               IF WS-MT-CODE = 0 THEN
                   SET WS-OUT-OF-RANGE TO TRUE
                   DISPLAY "["WS-GAME-NAME"] El codigo 00 esta "
                     "reservado; no se agrega."
               ELSE
               MOVE WS-MT-CODE TO WS-QS-R-SOUGHT
               PERFORM LOOKUP-QUEST
               IF WS-QS-R-FOUND > 0 THEN
                   SET WS-DUPLICATE-ID TO TRUE
                   DISPLAY "["WS-GAME-NAME"] Ya existe un contrato "
                     "con ese codigo; no se agrega."
               ELSE
                   PERFORM ACCEPT-QUEST-FIELDS
                   IF WS-MT-ENTRY-BAD THEN
                       SET WS-OUT-OF-RANGE TO TRUE
                       DISPLAY "["WS-GAME-NAME"] Valores fuera de "
                         "rango; no se agrega."
                   ELSE
                       ADD 1 TO WS-QS-R-LENGTH
                       MOVE WS-QS-R-LENGTH TO WS-QS-R-FOUND
                       MOVE WS-MT-CODE
                         TO WS-QS-R-CODE(WS-QS-R-FOUND)
                       PERFORM STORE-QUEST-FIELDS
                       PERFORM SAVE--WS-QUESTS-R--CONTENT
                       DISPLAY "["WS-GAME-NAME"] CONTRATO AGREGADO Y "
                         "GUARDADO."
                   END-IF
               END-IF
               END-IF
           END-IF.
      ******************************************************************
      * THE TARGET IS CHECKED AGAINST WHAT IT NAMES: A MONSTER OF THE
      * ROSTER, A DUNGEON OF DUNGEONS.TXT (00 = ANY FOR A BOSS
      * CONTRACT) OR A LEVEL INSIDE WS-STAT-LIMITS. A CONTRACT WITH
      * NO REWARD AT ALL IS REFUSED.
       ACCEPT-QUEST-FIELDS.
           SET WS-MT-ENTRY-GOOD TO TRUE
           MOVE 1 TO WS-MT-QS-COUNT
           DISPLAY "- Descripcion: "
           ACCEPT WS-MT-QS-DESC
           DISPLAY "- Objetivo (M=monstruo, D=mazmorra, J=jefe, "
             "N=nivel): "
           ACCEPT WS-MT-QS-GOAL
           EVALUATE WS-MT-QS-GOAL
               WHEN "M"
               WHEN "m"
                   MOVE "M" TO WS-MT-QS-GOAL
                   DISPLAY "- ID del monstruo: "
                   ACCEPT WS-MT-QS-TARGET
                   MOVE WS-MT-QS-TARGET TO WS-RM-NEW-ID
                   PERFORM LOOKUP-MONSTER-ID
                   IF WS-RM-DUP-FOUND = 0 THEN
                       SET WS-MT-ENTRY-BAD TO TRUE
                       DISPLAY "["WS-GAME-NAME"] El monstruo "
                         WS-MT-QS-TARGET " no esta en el plantel."
                   ELSE
                       PERFORM ACCEPT-QUEST-COUNT
                   END-IF
               WHEN "D"
               WHEN "d"
                   MOVE "D" TO WS-MT-QS-GOAL
                   DISPLAY "- ID de mazmorra: "
                   ACCEPT WS-MT-QS-TARGET
                   MOVE WS-MT-QS-TARGET TO WS-MT-DG-ID
                   PERFORM FIND-DUNGEON-NAME
                   IF WS-MT-QS-TARGET = 0 OR WS-MT-FOUND = 0 THEN
                       SET WS-MT-ENTRY-BAD TO TRUE
                       DISPLAY "["WS-GAME-NAME"] La mazmorra "
                         WS-MT-QS-TARGET " no existe."
                   ELSE
                       PERFORM ACCEPT-QUEST-COUNT
                   END-IF
               WHEN "J"
               WHEN "j"
                   MOVE "J" TO WS-MT-QS-GOAL
                   DISPLAY "- ID de mazmorra (00 = cualquiera): "
                   ACCEPT WS-MT-QS-TARGET
                   MOVE WS-MT-QS-TARGET TO WS-MT-DG-ID
                   PERFORM FIND-DUNGEON-NAME
                   IF WS-MT-QS-TARGET > 0 AND WS-MT-FOUND = 0 THEN
                       SET WS-MT-ENTRY-BAD TO TRUE
                       DISPLAY "["WS-GAME-NAME"] La mazmorra "
                         WS-MT-QS-TARGET " no existe."
                   ELSE
                       PERFORM ACCEPT-QUEST-COUNT
                   END-IF
               WHEN "N"
               WHEN "n"
                   MOVE "N" TO WS-MT-QS-GOAL
                   DISPLAY "- Nivel a alcanzar (" WS-STAT-LEVEL-MIN
                     " - " WS-STAT-LEVEL-MAX "): "
                   ACCEPT WS-MT-QS-TARGET
                   IF WS-MT-QS-TARGET < WS-STAT-LEVEL-MIN
                     OR WS-MT-QS-TARGET > WS-STAT-LEVEL-MAX THEN
                       SET WS-MT-ENTRY-BAD TO TRUE
                   END-IF
               WHEN OTHER
                   SET WS-MT-ENTRY-BAD TO TRUE
           END-EVALUATE
           IF WS-MT-ENTRY-GOOD THEN
               DISPLAY "- Recompensa en oro (0 - " WS-STAT-PRICE-MAX
                 "): "
               ACCEPT WS-MT-QS-GOLD
               DISPLAY "- Recompensa en experiencia (0 - 9999): "
               ACCEPT WS-MT-QS-XP
               DISPLAY "- Objeto de recompensa (00 = ninguno): "
               ACCEPT WS-MT-QS-ITEM
               IF WS-MT-QS-ITEM > 0 THEN
                   MOVE WS-MT-QS-ITEM TO WS-IT-R-SOUGHT
                   PERFORM LOOKUP-ITEM
                   IF WS-IT-R-FOUND = 0 THEN
                       SET WS-MT-ENTRY-BAD TO TRUE
                       DISPLAY "["WS-GAME-NAME"] El objeto "
                         WS-MT-QS-ITEM " no esta en ITEMS.TXT."
                   END-IF
               END-IF
               IF WS-MT-QS-GOLD = 0 AND WS-MT-QS-XP = 0
                 AND WS-MT-QS-ITEM = 0 THEN
                   SET WS-MT-ENTRY-BAD TO TRUE
                   DISPLAY "["WS-GAME-NAME"] El contrato no tiene "
                     "recompensa."
               END-IF
           END-IF.
      ******************************************************************
       ACCEPT-QUEST-COUNT.
           DISPLAY "- Veces (1 - 99): "
           ACCEPT WS-MT-QS-COUNT
           IF WS-MT-QS-COUNT = 0 THEN
               SET WS-MT-ENTRY-BAD TO TRUE
           END-IF.
      ******************************************************************
       STORE-QUEST-FIELDS.
           MOVE WS-MT-QS-DESC TO WS-QS-R-DESC(WS-QS-R-FOUND)
           MOVE WS-MT-QS-GOAL TO WS-QS-R-GOAL(WS-QS-R-FOUND)
           MOVE WS-MT-QS-TARGET TO WS-QS-R-TARGET(WS-QS-R-FOUND)
           MOVE WS-MT-QS-COUNT TO WS-QS-R-COUNT(WS-QS-R-FOUND)
           MOVE WS-MT-QS-GOLD TO WS-QS-R-GOLD(WS-QS-R-FOUND)
           MOVE WS-MT-QS-XP TO WS-QS-R-XP(WS-QS-R-FOUND)
           MOVE WS-MT-QS-ITEM TO WS-QS-R-ITEM(WS-QS-R-FOUND).
      ******************************************************************
      * A CHANGE APPLIES TO THE PROGRESS ALREADY MADE: A HERO WHO HAS
      * MET THE NEW TERMS COMPLETES THE CONTRACT AT ITS NEXT EVENT.
       MODIFY-QUEST.
           DISPLAY "- Codigo del contrato a modificar: "
           ACCEPT WS-MT-CODE
           MOVE WS-MT-CODE TO WS-QS-R-SOUGHT
           PERFORM LOOKUP-QUEST
           IF WS-QS-R-FOUND = 0 THEN
               DISPLAY "["WS-GAME-NAME"] No existe ese contrato."
           ELSE
               PERFORM ACCEPT-QUEST-FIELDS
               IF WS-MT-ENTRY-BAD THEN
                   SET WS-OUT-OF-RANGE TO TRUE
                   DISPLAY "["WS-GAME-NAME"] Valores fuera de rango; "
                     "no se modifica."
               ELSE
                   PERFORM STORE-QUEST-FIELDS
                   PERFORM SAVE--WS-QUESTS-R--CONTENT
                   DISPLAY "["WS-GAME-NAME"] CONTRATO MODIFICADO Y "
                     "GUARDADO."
               END-IF
           END-IF.
      ******************************************************************
      * A CONTRACT WITH PROGRESS ON RECORD IN THIS CAMPAIGN CANNOT GO:
      * ITS CODE WOULD BE FREE FOR A NEW CONTRACT THAT INHERITED THAT
      * PROGRESS.
       DELETE-QUEST.
           DISPLAY "- Codigo del contrato a eliminar: "
           ACCEPT WS-MT-CODE
           MOVE WS-MT-CODE TO WS-QS-R-SOUGHT
           PERFORM LOOKUP-QUEST
           IF WS-QS-R-FOUND = 0 THEN
               DISPLAY "["WS-GAME-NAME"] No existe ese contrato."
           ELSE
               MOVE WS-QS-R-FOUND TO WS-MT-FOUND
               PERFORM COUNT-QUEST-REFS
               IF WS-MT-REFS > 0 THEN
                   DISPLAY "["WS-GAME-NAME"] El contrato " WS-MT-CODE
                     " tiene progreso de " WS-MT-REFS
                     " heroes; no se elimina."
               ELSE
                   PERFORM SHIFT-QUESTS-DOWN
                     VARYING WS-QS-R-INDEX FROM WS-MT-FOUND BY 1
                     UNTIL WS-QS-R-INDEX >= WS-QS-R-LENGTH
                   SUBTRACT 1 FROM WS-QS-R-LENGTH
                   PERFORM SAVE--WS-QUESTS-R--CONTENT
                   DISPLAY "["WS-GAME-NAME"] CONTRATO ELIMINADO Y "
                     "GUARDADO."
               END-IF
           END-IF.
      ******************************************************************
       SHIFT-QUESTS-DOWN.
           MOVE WS-QUESTS-R(WS-QS-R-INDEX + 1)
             TO WS-QUESTS-R(WS-QS-R-INDEX).
      ******************************************************************
       COUNT-QUEST-REFS.
           MOVE 0 TO WS-MT-REFS
           OPEN INPUT QUEST-PROGRESS-FILE
           IF WS-QP-FS-OK THEN
               PERFORM COUNT-QUEST-REFS-RECORD UNTIL WS-QP-FS-EOF
               CLOSE QUEST-PROGRESS-FILE
           END-IF.
      ******************************************************************
       COUNT-QUEST-REFS-RECORD.
           READ QUEST-PROGRESS-FILE NEXT RECORD
           AT END
               SET WS-QP-FS-EOF TO TRUE
           NOT AT END
               IF QP-QUEST = WS-MT-CODE THEN
                   ADD 1 TO WS-MT-REFS
               END-IF
           END-READ.
      ******************************************************************
       SAVE--WS-QUESTS-R--CONTENT.
           OPEN OUTPUT QUESTS-FILE
           IF NOT WS-QS-FS-OK THEN
               DISPLAY "["WS-GAME-NAME"] No se ha podido guardar "
                 "QUESTS."
           ELSE
               PERFORM WRITE-FILE-QUESTS
                 VARYING WS-QS-R-INDEX FROM 1 BY 1
                 UNTIL WS-QS-R-INDEX > WS-QS-R-LENGTH
               CLOSE QUESTS-FILE
           END-IF.
      ******************************************************************
       WRITE-FILE-QUESTS.
           MOVE WS-QUESTS-R(WS-QS-R-INDEX) TO QUESTS-REG
           WRITE QUESTS-REG.
      * == [REFERENCE-MAINTENANCE] ==================================END=
      * == [DISPLAY-ROSTER] =========================================END=
      ******************************************************************
      * == [HERO-CAREER-STATS] ====================================BEGIN=
      * KEEPS A PER-HERO CAREER RECORD ACROSS SESSIONS IN HERO-STATS.TXT,
      * UPDATED BY PLAY AT THE END OF EVERY RUN THROUGH WS-MONSTERS-R
      * (NOT BY RUN-TOURNAMENT, WHICH IS BATCH BALANCE TESTING, NOT A
      * HERO'S OWN CAREER) AND SHOWN BACK BY DISPLAY-CAREER-REPORT.
       UPDATE-HERO-CAREER-STATS.
           PERFORM WRITE-GAME-SUMMARY-RECORD
           MOVE WS-H-R-ID(WS-H-R-CURRENT) TO WS-HS-R-SOUGHT
           PERFORM LOOKUP-HERO-STATS
           IF WS-HS-R-FOUND = 0 THEN
               IF WS-HS-R-LENGTH < WS-MAX-HEROES THEN
                   ADD 1 TO WS-HS-R-LENGTH
                   MOVE WS-HS-R-LENGTH TO WS-HS-R-FOUND
                   MOVE WS-H-R-ID(WS-H-R-CURRENT)
                     TO WS-HS-R-ID(WS-HS-R-FOUND)
               ELSE
                   PERFORM WARN-TOO-MANY-HERO-STATS
               END-IF
           END-IF
      * LIFETIME AND CURRENT-SEASON COUNTERS MOVE IN LOCKSTEP; ONLY
      * THE SEASON CLOSE EVER RESETS THE SEASON SIDE.
           IF WS-HS-R-FOUND > 0 THEN
               ADD 1 TO WS-HS-R-GAMES-PLAYED(WS-HS-R-FOUND)
               ADD 1 TO WS-HS-R-S-GAMES-PLAYED(WS-HS-R-FOUND)
               ADD WS-TR-CLEARED
                 TO WS-HS-R-MONSTERS-DEFEATED(WS-HS-R-FOUND)
               ADD WS-TR-CLEARED
                 TO WS-HS-R-S-MONSTERS-DEFEATED(WS-HS-R-FOUND)
               IF WS-H-R-HP(WS-H-R-CURRENT) > 0 THEN
                   ADD 1 TO WS-HS-R-WINS(WS-HS-R-FOUND)
                   ADD 1 TO WS-HS-R-S-WINS(WS-HS-R-FOUND)
                   IF WS-H-R-HP(WS-H-R-CURRENT)
                     > WS-HS-R-HIGHEST-HP(WS-HS-R-FOUND) THEN
                       MOVE WS-H-R-HP(WS-H-R-CURRENT)
                         TO WS-HS-R-HIGHEST-HP(WS-HS-R-FOUND)
                   END-IF
               ELSE
                   ADD 1 TO WS-HS-R-LOSSES(WS-HS-R-FOUND)
                   ADD 1 TO WS-HS-R-S-LOSSES(WS-HS-R-FOUND)
               END-IF
               PERFORM REWRITE-HERO-STATS-RECORD
           END-IF.
      ******************************************************************
      * ONE FIN-PARTIDA RECORD PER HERO PER INTERACTIVE RUN, WRITTEN
      * WITH THE SAME VALUES THE CAREER UPDATE BANKS, SO THE
      * RECONCILIATION CAN REBUILD THE COUNTERS FROM THE LOG ALONE.
       WRITE-GAME-SUMMARY-RECORD.
           MOVE WS-H-R-ID(WS-H-R-CURRENT) TO BL-HERO-ID
           MOVE 0 TO BL-MONSTER-ID
           MOVE 0 TO BL-MONSTER-PROFESSION
           MOVE WS-TR-CLEARED TO BL-DAMAGE
           MOVE WS-H-R-HP(WS-H-R-CURRENT) TO BL-HERO-HP-BEFORE
           MOVE WS-H-R-HP(WS-H-R-CURRENT) TO BL-HERO-HP-AFTER
           MOVE 0 TO BL-MONSTER-HP-BEFORE
           MOVE 0 TO BL-MONSTER-HP-AFTER
           MOVE "FIN-PARTIDA" TO BL-OUTCOME
           PERFORM WRITE-BATTLE-LOG-ENTRY.
      ******************************************************************
       LOOKUP-HERO-STATS.
           MOVE 0 TO WS-HS-R-FOUND.
           PERFORM VARYING WS-HS-R-INDEX FROM 1 BY 1
             UNTIL WS-HS-R-INDEX > WS-HS-R-LENGTH
             OR WS-HS-R-FOUND > 0
               IF WS-HS-R-ID(WS-HS-R-INDEX) = WS-HS-R-SOUGHT THEN
                   MOVE WS-HS-R-INDEX TO WS-HS-R-FOUND
               END-IF
           END-PERFORM.
      ******************************************************************
       INIT--WS-HERO-STATS-R--CONTENT.
           MOVE 0 TO WS-HS-R-LENGTH.
           OPEN INPUT HERO-STATS-FILE.
           IF WS-HS-FS-OK THEN
               PERFORM READ-FILE-HERO-STATS VARYING WS-HS-R-INDEX
                 FROM 1 BY 1
                 UNTIL WS-HS-FS-EOF OR WS-HS-R-INDEX > WS-MAX-HEROES
               IF NOT WS-HS-FS-EOF THEN
                   PERFORM WARN-TOO-MANY-HERO-STATS
               END-IF
               CLOSE HERO-STATS-FILE
               PERFORM FIXUP-HERO-STATS-SEASON
                 VARYING WS-HS-R-INDEX FROM 1 BY 1
                 UNTIL WS-HS-R-INDEX > WS-HS-R-LENGTH
           END-IF.
      ******************************************************************
      * ROWS SAVED BEFORE THE SEASON COUNTERS EXISTED COME IN WITH
      * SPACES THERE; THE NEW SEASON STARTS THEM AT ZERO.
       FIXUP-HERO-STATS-SEASON.
           IF WS-HS-R-S-GAMES-PLAYED(WS-HS-R-INDEX) NOT NUMERIC THEN
               MOVE ZERO TO WS-HS-R-S-GAMES-PLAYED(WS-HS-R-INDEX)
           END-IF
           IF WS-HS-R-S-WINS(WS-HS-R-INDEX) NOT NUMERIC THEN
               MOVE ZERO TO WS-HS-R-S-WINS(WS-HS-R-INDEX)
           END-IF
           IF WS-HS-R-S-LOSSES(WS-HS-R-INDEX) NOT NUMERIC THEN
               MOVE ZERO TO WS-HS-R-S-LOSSES(WS-HS-R-INDEX)
           END-IF
           IF WS-HS-R-S-MONSTERS-DEFEATED(WS-HS-R-INDEX)
             NOT NUMERIC THEN
               MOVE ZERO
                 TO WS-HS-R-S-MONSTERS-DEFEATED(WS-HS-R-INDEX)
           END-IF.
      ******************************************************************
       WARN-TOO-MANY-HERO-STATS.
           DISPLAY "["WS-GAME-NAME"] *** AVISO *** HERO-STATS.TXT "
             "tiene mas de " WS-MAX-HEROES " registros de carrera; no "
             "se guardaran datos de mas heroes distintos que los "
             "primeros " WS-MAX-HEROES ".".
      ******************************************************************
       READ-FILE-HERO-STATS.
           READ HERO-STATS-FILE NEXT RECORD
             INTO WS-HERO-STATS-R(WS-HS-R-INDEX)
           AT END
               SET WS-HS-FS-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-HS-R-LENGTH
           END-READ.
      ******************************************************************
      * A GAME RESULT IS A SINGLE KEYED OPERATION ON THE HERO'S
      * CAREER RECORD (WS-HS-R-FOUND) -- HERO-STATS.TXT IS NO LONGER
      * REWRITTEN WHOLE AFTER EVERY GAME.
       REWRITE-HERO-STATS-RECORD.
           PERFORM OPEN-HERO-STATS-IO
           IF WS-HS-FS-OK THEN
               MOVE WS-HERO-STATS-R(WS-HS-R-FOUND) TO HERO-STATS-REG
               WRITE HERO-STATS-REG
                 INVALID KEY
                   REWRITE HERO-STATS-REG
               END-WRITE
               CLOSE HERO-STATS-FILE
           ELSE
               DISPLAY "["WS-GAME-NAME"] No se ha podido guardar "
                 "HERO-STATS."
           END-IF.
      ******************************************************************
       OPEN-HERO-STATS-IO.
           OPEN I-O HERO-STATS-FILE
           IF NOT WS-HS-FS-OK THEN
               OPEN OUTPUT HERO-STATS-FILE
               CLOSE HERO-STATS-FILE
               OPEN I-O HERO-STATS-FILE
           END-IF.
      ******************************************************************
      * SHOWS THE CAREER TABLE SORTED BY WIN RATE (HIGHEST FIRST). A
      * SIMPLE SELECTION SORT ON A WORKING COPY OF THE TABLE, SINCE THE
      * LOAD ORDER IN HERO-STATS.TXT MUST STAY BY HERO ID FOR
      * LOOKUP-HERO-STATS TO KEEP WORKING. WIN RATE IS COMPARED BY
      * CROSS-MULTIPLYING WINS AND GAMES PLAYED SO NO DECIMAL DIVISION
      * OR DIVIDE-BY-ZERO CHECK IS NEEDED.
       DISPLAY-CAREER-REPORT.
           IF WS-HS-R-LENGTH = 0 THEN
               DISPLAY "["WS-GAME-NAME"] Todavia no hay partidas "
                 "jugadas para mostrar un informe de carrera."
           ELSE
               DISPLAY "["WS-GAME-NAME"] Vista: C=carrera completa, "
                 "T=temporada " WS-CURRENT-SEASON ": "
               ACCEPT WS-CR-VIEW
               IF WS-CR-VIEW = "t" OR WS-CR-VIEW = "T" THEN
                   MOVE "T" TO WS-CR-VIEW
               ELSE
                   MOVE "C" TO WS-CR-VIEW
               END-IF
               PERFORM COPY-HERO-STATS-TO-SORTED
                 VARYING WS-CR-I FROM 1 BY 1
                 UNTIL WS-CR-I > WS-HS-R-LENGTH
               PERFORM SORT-CAREER-REPORT-BY-WINRATE
               IF WS-CR-VIEW = "T" THEN
                   DISPLAY "["WS-GAME-NAME"] INFORME DE LA "
                     "TEMPORADA " WS-CURRENT-SEASON
               ELSE
                   DISPLAY "["WS-GAME-NAME"] INFORME DE CARRERA"
               END-IF
               DISPLAY "PERFIL: " WS-PROFILE-NAME
               DISPLAY "-------------------"
               PERFORM DISPLAY-CAREER-REPORT-LINE
                 VARYING WS-CR-I FROM 1 BY 1
                 UNTIL WS-CR-I > WS-HS-R-LENGTH
               DISPLAY "-------------------"
           END-IF.
      ******************************************************************
       COPY-HERO-STATS-TO-SORTED.
           MOVE WS-HERO-STATS-R(WS-CR-I) TO WS-CR-SORTED(WS-CR-I).
      ******************************************************************
       DISPLAY-CAREER-REPORT-LINE.
           MOVE WS-CR-S-ID(WS-CR-I) TO WS-HN-SOUGHT
           PERFORM LOOKUP-HERO-NAME
           IF WS-CR-VIEW = "T" THEN
               DISPLAY "HEROE " WS-CR-S-ID(WS-CR-I) " " WS-HN-NAME
                 ": PARTIDAS " WS-CR-S-SEA-GAMES(WS-CR-I)
                 " VICTORIAS " WS-CR-S-SEA-WINS(WS-CR-I)
                 " DERROTAS " WS-CR-S-SEA-LOSSES(WS-CR-I)
                 " MONSTRUOS DERROTADOS "
                 WS-CR-S-SEA-MONSTERS(WS-CR-I)
           ELSE
               DISPLAY "HEROE " WS-CR-S-ID(WS-CR-I) " " WS-HN-NAME
                 ": PARTIDAS " WS-CR-S-GAMES-PLAYED(WS-CR-I)
                 " VICTORIAS " WS-CR-S-WINS(WS-CR-I)
                 " DERROTAS " WS-CR-S-LOSSES(WS-CR-I)
                 " MONSTRUOS DERROTADOS "
                 WS-CR-S-MONSTERS-DEFEATED(WS-CR-I)
                 " HP MAS ALTO " WS-CR-S-HIGHEST-HP(WS-CR-I)
           END-IF.
      ******************************************************************
       SORT-CAREER-REPORT-BY-WINRATE.
           PERFORM FIND-BEST-WINRATE-FROM
             VARYING WS-CR-I FROM 1 BY 1
             UNTIL WS-CR-I >= WS-HS-R-LENGTH.
      ******************************************************************
       FIND-BEST-WINRATE-FROM.
           MOVE WS-CR-I TO WS-CR-BEST
           PERFORM COMPARE-WINRATE-CANDIDATE
             VARYING WS-CR-J FROM WS-CR-I BY 1
             UNTIL WS-CR-J > WS-HS-R-LENGTH
           IF WS-CR-BEST NOT = WS-CR-I THEN
               MOVE WS-CR-SORTED(WS-CR-I) TO WS-CR-TEMP
               MOVE WS-CR-SORTED(WS-CR-BEST) TO WS-CR-SORTED(WS-CR-I)
               MOVE WS-CR-TEMP TO WS-CR-SORTED(WS-CR-BEST)
           END-IF.
      ******************************************************************
       COMPARE-WINRATE-CANDIDATE.
           IF WS-CR-VIEW = "T" THEN
               COMPUTE WS-CR-CROSS-A = WS-CR-S-SEA-WINS(WS-CR-J)
                 * WS-CR-S-SEA-GAMES(WS-CR-BEST)
               COMPUTE WS-CR-CROSS-B = WS-CR-S-SEA-WINS(WS-CR-BEST)
                 * WS-CR-S-SEA-GAMES(WS-CR-J)
           ELSE
               COMPUTE WS-CR-CROSS-A = WS-CR-S-WINS(WS-CR-J)
                 * WS-CR-S-GAMES-PLAYED(WS-CR-BEST)
               COMPUTE WS-CR-CROSS-B = WS-CR-S-WINS(WS-CR-BEST)
                 * WS-CR-S-GAMES-PLAYED(WS-CR-J)
           END-IF
           IF WS-CR-CROSS-A > WS-CR-CROSS-B THEN
               MOVE WS-CR-J TO WS-CR-BEST
           END-IF.
      * == [HERO-CAREER-STATS] ======================================END=
      ******************************************************************
      * == [SEASON-CLOSE] =========================================BEGIN=
      * SEE WS-SEASON-CLOSE-VARS FOR THE RULES.
       READ-SEASON-CONTROL.
           MOVE 1 TO WS-CURRENT-SEASON
           OPEN INPUT SEASON-CTL-FILE
           IF WS-SC-FS-OK THEN
               READ SEASON-CTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SC-SEASON > 0 THEN
                       MOVE SC-SEASON TO WS-CURRENT-SEASON
                   END-IF
               END-READ
               CLOSE SEASON-CTL-FILE
           END-IF.
      ******************************************************************
       WRITE-SEASON-CONTROL.
           OPEN OUTPUT SEASON-CTL-FILE
           IF WS-SC-FS-OK THEN
               MOVE WS-CURRENT-SEASON TO SC-SEASON
               WRITE SEASON-CTL-REG
               CLOSE SEASON-CTL-FILE
           ELSE
               DISPLAY "["WS-GAME-NAME"] No se ha podido guardar "
                 "SEASON-CTL."
           END-IF.
      ******************************************************************
       RUN-SEASON-CLOSE.
           IF WS-HS-R-LENGTH = 0 THEN
               DISPLAY "["WS-GAME-NAME"] No hay estadisticas de "
                 "carrera; no hay temporada que cerrar."
           ELSE
               DISPLAY "["WS-GAME-NAME"] Cerrar la temporada "
                 WS-CURRENT-SEASON "? (S/N): "
               ACCEPT WS-SS-ANSWER
               IF WS-SS-ANSWER = "S" OR WS-SS-ANSWER = "s" THEN
                   PERFORM SNAPSHOT-SEASON-RECORDS
                   PERFORM WRITE-SEASON-STANDINGS
                   MOVE SPACES TO WS-OL-RESULT
                   IF WS-SS-CHAMP > 0 THEN
                       MOVE WS-HS-R-ID(WS-SS-CHAMP) TO WS-HN-SOUGHT
                       PERFORM LOOKUP-HERO-NAME
                       STRING "TEMPORADA " WS-CURRENT-SEASON
                         " CERRADA; CAMPEON " WS-HN-NAME
                         DELIMITED BY SIZE INTO WS-OL-RESULT
                   ELSE
                       STRING "TEMPORADA " WS-CURRENT-SEASON
                         " CERRADA; CAMPEON DESIERTO"
                         DELIMITED BY SIZE INTO WS-OL-RESULT
                   END-IF
                   PERFORM ZERO-ONE-SEASON-COUNTER
                     VARYING WS-SS-I FROM 1 BY 1
                     UNTIL WS-SS-I > WS-HS-R-LENGTH
                   ADD 1 TO WS-CURRENT-SEASON
                   PERFORM WRITE-SEASON-CONTROL
                   MOVE "TEMPORAD" TO WS-OL-EVENT
                   PERFORM WRITE-OPERATIONS-LOG-ENTRY
                   DISPLAY "["WS-GAME-NAME"] TEMPORADA CERRADA; "
                     "EMPIEZA LA TEMPORADA " WS-CURRENT-SEASON "."
               END-IF
           END-IF.
      ******************************************************************
      * ONE APPEND-ONLY SNAPSHOT PER HERO UNDER THE SEASON KEY --
      * EXTEND WITH THE SAME BOOTSTRAP AS OPEN-BATTLE-LOG.
       SNAPSHOT-SEASON-RECORDS.
           OPEN EXTEND SEASON-STATS-FILE
           IF NOT WS-SS-FS-OK THEN
               OPEN OUTPUT SEASON-STATS-FILE
               CLOSE SEASON-STATS-FILE
               OPEN EXTEND SEASON-STATS-FILE
           END-IF
           IF WS-SS-FS-OK THEN
               PERFORM WRITE-ONE-SEASON-SNAPSHOT
                 VARYING WS-SS-I FROM 1 BY 1
                 UNTIL WS-SS-I > WS-HS-R-LENGTH
               CLOSE SEASON-STATS-FILE
           ELSE
               DISPLAY "["WS-GAME-NAME"] *** AVISO *** No se ha "
                 "podido escribir en SEASON-STATS.TXT."
           END-IF.
      ******************************************************************
       WRITE-ONE-SEASON-SNAPSHOT.
           MOVE WS-CURRENT-SEASON TO SS-SEASON
           MOVE WS-HS-R-ID(WS-SS-I) TO SS-HERO-ID
           MOVE WS-HS-R-S-GAMES-PLAYED(WS-SS-I) TO SS-GAMES-PLAYED
           MOVE WS-HS-R-S-WINS(WS-SS-I) TO SS-WINS
           MOVE WS-HS-R-S-LOSSES(WS-SS-I) TO SS-LOSSES
           MOVE WS-HS-R-S-MONSTERS-DEFEATED(WS-SS-I)
             TO SS-MONSTERS-DEFEATED
           WRITE SEASON-STATS-REG.
      ******************************************************************
       ZERO-ONE-SEASON-COUNTER.
           MOVE 0 TO WS-HS-R-S-GAMES-PLAYED(WS-SS-I)
           MOVE 0 TO WS-HS-R-S-WINS(WS-SS-I)
           MOVE 0 TO WS-HS-R-S-LOSSES(WS-SS-I)
           MOVE 0 TO WS-HS-R-S-MONSTERS-DEFEATED(WS-SS-I)
           MOVE WS-SS-I TO WS-HS-R-FOUND
           PERFORM REWRITE-HERO-STATS-RECORD.
      ******************************************************************
      * STANDINGS OF THE SEASON BEING CLOSED: EVERY HERO'S SEASON
      * LINE, THE CHAMPION (MOST SEASON WINS AMONG HEROES WITH AT
      * LEAST ONE GAME), THE MOST-MONSTERS TITLE AND THE BEST-RATE
      * TITLE (CROSS-MULTIPLIED, MINIMUM WS-SEASON-MIN-GAMES GAMES).
      * SHOWN ON SCREEN AND KEPT IN TEMPORADA-NNNN.TXT.
       WRITE-SEASON-STANDINGS.
           PERFORM FIND-SEASON-LEADERS
           MOVE SPACES TO WS-SS-REPORT-NAME
      * PER-CAMPAIGN OUTPUT: THE STANDINGS CARRY THE SAME PROFILE
      * PREFIX AS EVERY OTHER FILE THE CAMPAIGN WRITES, SO TWO
      * PROFILES CLOSING THE SAME SEASON NUMBER NEVER COLLIDE.
           IF WS-PF-DEFAULT THEN
               STRING "TEMPORADA-" WS-CURRENT-SEASON ".TXT"
                 DELIMITED BY SIZE INTO WS-SS-REPORT-NAME
           ELSE
               STRING WS-PROFILE-NAME DELIMITED BY SPACE
                 "-TEMPORADA-" WS-CURRENT-SEASON ".TXT"
                 DELIMITED BY SIZE INTO WS-SS-REPORT-NAME
           END-IF
           OPEN OUTPUT SEASON-REPORT-FILE
           MOVE SPACES TO WS-SS-LINE
           STRING "CLASIFICACION DE LA TEMPORADA " WS-CURRENT-SEASON
             DELIMITED BY SIZE INTO WS-SS-LINE
           PERFORM PUT-SEASON-REPORT-LINE
           MOVE SPACES TO WS-SS-LINE
           STRING "PERFIL " WS-PROFILE-NAME
             DELIMITED BY SIZE INTO WS-SS-LINE
           PERFORM PUT-SEASON-REPORT-LINE
           PERFORM PUT-ONE-SEASON-STANDING
             VARYING WS-SS-I FROM 1 BY 1
             UNTIL WS-SS-I > WS-HS-R-LENGTH
           MOVE SPACES TO WS-SS-LINE
           IF WS-SS-CHAMP > 0 THEN
               MOVE WS-HS-R-ID(WS-SS-CHAMP) TO WS-HN-SOUGHT
               PERFORM LOOKUP-HERO-NAME
               STRING "CAMPEON: HEROE "
                 WS-HS-R-ID(WS-SS-CHAMP) " " WS-HN-NAME
                 DELIMITED BY SIZE INTO WS-SS-LINE
           ELSE
               MOVE "CAMPEON: DESIERTO" TO WS-SS-LINE
           END-IF
           PERFORM PUT-SEASON-REPORT-LINE
           MOVE SPACES TO WS-SS-LINE
           IF WS-SS-TITLE-MONST > 0 THEN
               MOVE WS-HS-R-ID(WS-SS-TITLE-MONST) TO WS-HN-SOUGHT
               PERFORM LOOKUP-HERO-NAME
               STRING "TITULO MAS MONSTRUOS: HEROE "
                 WS-HS-R-ID(WS-SS-TITLE-MONST) " " WS-HN-NAME
                 DELIMITED BY SIZE INTO WS-SS-LINE
           ELSE
               MOVE "TITULO MAS MONSTRUOS: DESIERTO" TO WS-SS-LINE
           END-IF
           PERFORM PUT-SEASON-REPORT-LINE
           MOVE SPACES TO WS-SS-LINE
           IF WS-SS-TITLE-RATE > 0 THEN
               MOVE WS-HS-R-ID(WS-SS-TITLE-RATE) TO WS-HN-SOUGHT
               PERFORM LOOKUP-HERO-NAME
               STRING "TITULO MEJOR PORCENTAJE (MIN "
                 WS-SEASON-MIN-GAMES " PARTIDAS): HEROE "
                 WS-HS-R-ID(WS-SS-TITLE-RATE) " " WS-HN-NAME
                 DELIMITED BY SIZE INTO WS-SS-LINE
           ELSE
               MOVE SPACES TO WS-SS-LINE
               STRING "TITULO MEJOR PORCENTAJE (MIN "
                 WS-SEASON-MIN-GAMES " PARTIDAS): DESIERTO"
                 DELIMITED BY SIZE INTO WS-SS-LINE
           END-IF
           PERFORM PUT-SEASON-REPORT-LINE
           IF WS-SS-RPT-FS-OK THEN
               CLOSE SEASON-REPORT-FILE
               DISPLAY "["WS-GAME-NAME"] Clasificacion guardada en "
                 WS-SS-REPORT-NAME
           END-IF.
      ******************************************************************
       PUT-ONE-SEASON-STANDING.
           MOVE WS-HS-R-ID(WS-SS-I) TO WS-HN-SOUGHT
           PERFORM LOOKUP-HERO-NAME
           MOVE SPACES TO WS-SS-LINE
           STRING "HEROE " WS-HS-R-ID(WS-SS-I) " " WS-HN-NAME
             " PARTIDAS " WS-HS-R-S-GAMES-PLAYED(WS-SS-I)
             " VICTORIAS " WS-HS-R-S-WINS(WS-SS-I)
             " DERROTAS " WS-HS-R-S-LOSSES(WS-SS-I)
             " MONSTRUOS " WS-HS-R-S-MONSTERS-DEFEATED(WS-SS-I)
             DELIMITED BY SIZE INTO WS-SS-LINE
           PERFORM PUT-SEASON-REPORT-LINE.
      ******************************************************************
       PUT-SEASON-REPORT-LINE.
           DISPLAY WS-SS-LINE
           IF WS-SS-RPT-FS-OK THEN
               WRITE SEASON-REPORT-REG FROM WS-SS-LINE
           END-IF.
      ******************************************************************
       FIND-SEASON-LEADERS.
           MOVE 0 TO WS-SS-CHAMP
           MOVE 0 TO WS-SS-TITLE-MONST
           MOVE 0 TO WS-SS-TITLE-RATE
           PERFORM CHECK-ONE-SEASON-LEADER
             VARYING WS-SS-I FROM 1 BY 1
             UNTIL WS-SS-I > WS-HS-R-LENGTH.
      ******************************************************************
       CHECK-ONE-SEASON-LEADER.
           IF WS-HS-R-S-GAMES-PLAYED(WS-SS-I) > 0 THEN
               IF WS-SS-CHAMP = 0
                 OR WS-HS-R-S-WINS(WS-SS-I)
                   > WS-HS-R-S-WINS(WS-SS-CHAMP) THEN
                   MOVE WS-SS-I TO WS-SS-CHAMP
               END-IF
           END-IF
           IF WS-HS-R-S-MONSTERS-DEFEATED(WS-SS-I) > 0 THEN
               IF WS-SS-TITLE-MONST = 0
                 OR WS-HS-R-S-MONSTERS-DEFEATED(WS-SS-I)
                   > WS-HS-R-S-MONSTERS-DEFEATED(WS-SS-TITLE-MONST)
                   THEN
                   MOVE WS-SS-I TO WS-SS-TITLE-MONST
               END-IF
           END-IF
           IF WS-HS-R-S-GAMES-PLAYED(WS-SS-I)
             >= WS-SEASON-MIN-GAMES THEN
               IF WS-SS-TITLE-RATE = 0 THEN
                   MOVE WS-SS-I TO WS-SS-TITLE-RATE
               ELSE
                   COMPUTE WS-SS-CROSS-A = WS-HS-R-S-WINS(WS-SS-I)
                     * WS-HS-R-S-GAMES-PLAYED(WS-SS-TITLE-RATE)
                   COMPUTE WS-SS-CROSS-B =
                     WS-HS-R-S-WINS(WS-SS-TITLE-RATE)
                     * WS-HS-R-S-GAMES-PLAYED(WS-SS-I)
                   IF WS-SS-CROSS-A > WS-SS-CROSS-B THEN
                       MOVE WS-SS-I TO WS-SS-TITLE-RATE
                   END-IF
               END-IF
           END-IF.
      * == [SEASON-CLOSE] ===========================================END=
      ******************************************************************
      * == [RECONCILIATION] =======================================BEGIN=
      * SEE WS-RECON-VARS FOR THE RULES. ONLY FIN-PARTIDA SUMMARY
      * RECORDS COUNT; EXCHANGES, ABILITY MARKERS AND DUELS ARE
      * IGNORED, AND SO ARE THOSE OF A RETIRED HERO WHOSE ID WAS GIVEN
      * OUT AGAIN. CORRECTIONS, IF ACCEPTED, OVERWRITE THE LIFETIME
      * COUNTERS; HIGHEST HP AND THE SEASON COUNTERS ARE NOT
      * RECOMPUTABLE FROM THE LOG AND ARE LEFT ALONE.
       RUN-RECONCILIATION.
           IF WS-HS-R-LENGTH = 0 THEN
               DISPLAY "["WS-GAME-NAME"] No hay estadisticas de "
                 "carrera que conciliar."
           ELSE
               MOVE 0 TO WS-RN-HERO-COUNT
               PERFORM ZERO-RECON-ROW
                 VARYING WS-RN-I FROM 1 BY 1 UNTIL WS-RN-I > 20
               PERFORM LOAD-RETIREMENT-STAMPS
               PERFORM RECON-SCAN-LIVE-LOG
               PERFORM RECON-SCAN-ARCHIVES
               PERFORM RECON-COMPARE-AND-REPORT
               IF WS-RN-DISCREPANCIES > 0 THEN
                   DISPLAY "["WS-GAME-NAME"] "
                     WS-RN-DISCREPANCIES " DISCREPANCIAS; ver "
                     WS-RECONCILE-NAME
      * THE OLD-LOG CAVEAT RIDES ON THE PROMPT ITSELF: A LOG WRITTEN
      * BEFORE THE FIN-PARTIDA SUMMARIES EXISTED RECOUNTS TO ZERO,
      * AND THOSE HEROES MUST NOT BE WIPED BY A HASTY "S".
                   DISPLAY "["WS-GAME-NAME"] AVISO: los heroes sin "
                     "registros FIN-PARTIDA en el log NO se "
                     "corrigen (sus contadores quedan como estan)."
                   DISPLAY "Aplicar las correcciones? (S/N): "
                   ACCEPT WS-RN-ANSWER
                   MOVE SPACES TO WS-OL-RESULT
                   IF WS-RN-ANSWER = "S" OR WS-RN-ANSWER = "s" THEN
                       PERFORM RECON-APPLY-ONE-HERO
                         VARYING WS-RN-J FROM 1 BY 1
                         UNTIL WS-RN-J > WS-HS-R-LENGTH
                       DISPLAY "["WS-GAME-NAME"] CORRECCIONES "
                         "APLICADAS Y GUARDADAS."
                       STRING WS-RN-DISCREPANCIES
                         " DISCREPANCIAS; CORREGIDAS"
                         DELIMITED BY SIZE INTO WS-OL-RESULT
                   ELSE
                       STRING WS-RN-DISCREPANCIES
                         " DISCREPANCIAS; SIN CORREGIR"
                         DELIMITED BY SIZE INTO WS-OL-RESULT
                   END-IF
               ELSE
                   DISPLAY "["WS-GAME-NAME"] HERO-STATS.TXT cuadra "
                     "con los registros de batalla."
                   MOVE "CUADRA CON LOS REGISTROS DE BATALLA"
                     TO WS-OL-RESULT
               END-IF
               MOVE "CONCILIA" TO WS-OL-EVENT
               PERFORM WRITE-OPERATIONS-LOG-ENTRY
           END-IF.
      ******************************************************************
       ZERO-RECON-ROW.
           MOVE ZEROES TO WS-RN-T(WS-RN-I).
      ******************************************************************
       RECON-SCAN-LIVE-LOG.
           OPEN INPUT BATTLE-LOG-FILE
           IF WS-BL-FS-OK THEN
               PERFORM RECON-READ-LIVE-RECORD UNTIL WS-BL-FS-EOF
               CLOSE BATTLE-LOG-FILE
           END-IF.
      ******************************************************************
       RECON-READ-LIVE-RECORD.
           READ BATTLE-LOG-FILE
           AT END
               SET WS-BL-FS-EOF TO TRUE
           NOT AT END
               PERFORM RECON-TALLY-SUMMARY
           END-READ.
      ******************************************************************
       RECON-SCAN-ARCHIVES.
           OPEN INPUT BATTLE-INDEX-FILE
           IF WS-BI-FS-OK THEN
               PERFORM RECON-READ-INDEX-ENTRY UNTIL WS-BI-FS-EOF
               CLOSE BATTLE-INDEX-FILE
           END-IF.
      ******************************************************************
       RECON-READ-INDEX-ENTRY.
           READ BATTLE-INDEX-FILE
           AT END
               SET WS-BI-FS-EOF TO TRUE
           NOT AT END
               MOVE BI-NAME TO WS-BL-ARCHIVE-NAME
               PERFORM RECON-SCAN-ONE-ARCHIVE
           END-READ.
      ******************************************************************
       RECON-SCAN-ONE-ARCHIVE.
           OPEN INPUT BATTLE-ARCHIVE-FILE
           IF WS-BL-ARCH-FS-OK THEN
               MOVE ZEROES TO WS-BL-ARCH-FS
               PERFORM RECON-READ-ARCHIVE-RECORD
                 UNTIL WS-BL-ARCH-FS NOT = "00"
               CLOSE BATTLE-ARCHIVE-FILE
           ELSE
               DISPLAY "["WS-GAME-NAME"] *** AVISO *** No se puede "
                 "leer el archivo " WS-BL-ARCHIVE-NAME
           END-IF.
      ******************************************************************
      * THE ARCHIVE CARRIES RAW COPIES OF BATTLE-LOG RECORDS; EACH
      * LINE IS POURED BACK INTO THE LOG LAYOUT TO READ ITS FIELDS.
       RECON-READ-ARCHIVE-RECORD.
           READ BATTLE-ARCHIVE-FILE
           AT END
               MOVE HIGH-VALUE TO WS-BL-ARCH-FS
           NOT AT END
               MOVE BATTLE-ARCHIVE-REG TO BATTLE-LOG-REG
               PERFORM RECON-TALLY-SUMMARY
           END-READ.
      ******************************************************************
       RECON-TALLY-SUMMARY.
           IF BL-OUTCOME = "FIN-PARTIDA" THEN
               MOVE 0 TO WS-RH-CUT-STAMP
               IF BL-HERO-ID > 0 THEN
                   MOVE WS-RH-LAST-STAMP(BL-HERO-ID) TO WS-RH-CUT-STAMP
               END-IF
               COMPUTE WS-RH-BL-STAMP = BL-DATE * 1000000 + BL-SESSION
               IF WS-RH-BL-STAMP > WS-RH-CUT-STAMP THEN
                   PERFORM LOOKUP-RECON-HERO
                   IF WS-RN-FOUND > 0 THEN
                       ADD 1 TO WS-RN-GAMES(WS-RN-FOUND)
                       IF BL-HERO-HP-AFTER > 0 THEN
                           ADD 1 TO WS-RN-WINS(WS-RN-FOUND)
                       ELSE
                           ADD 1 TO WS-RN-LOSSES(WS-RN-FOUND)
                       END-IF
                       ADD BL-DAMAGE TO WS-RN-MONSTERS(WS-RN-FOUND)
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       LOOKUP-RECON-HERO.
           MOVE 0 TO WS-RN-FOUND
           PERFORM VARYING WS-RN-I FROM 1 BY 1
             UNTIL WS-RN-I > WS-RN-HERO-COUNT
             OR WS-RN-FOUND > 0
               IF WS-RN-ID(WS-RN-I) = BL-HERO-ID THEN
                   MOVE WS-RN-I TO WS-RN-FOUND
               END-IF
           END-PERFORM
           IF WS-RN-FOUND = 0 AND WS-RN-HERO-COUNT < 20 THEN
               ADD 1 TO WS-RN-HERO-COUNT
               MOVE WS-RN-HERO-COUNT TO WS-RN-FOUND
               MOVE BL-HERO-ID TO WS-RN-ID(WS-RN-FOUND)
           END-IF.
      ******************************************************************
       RECON-COMPARE-AND-REPORT.
           MOVE 0 TO WS-RN-DISCREPANCIES
           OPEN OUTPUT RECONCILE-REPORT-FILE
           MOVE SPACES TO WS-RN-LINE
           STRING "CONCILIACION DE HERO-STATS PERFIL "
             WS-PROFILE-NAME " FECHA "
             WS-SESSION-DATE " SESION " WS-SESSION-TIME
             DELIMITED BY SIZE INTO WS-RN-LINE
           PERFORM PUT-RECON-REPORT-LINE
           MOVE SPACES TO WS-RN-LINE
           STRING "NOTA: SOLO SE RECUENTAN REGISTROS FIN-PARTIDA;"
             " LOS LOGS ANTERIORES RECUENTAN A CERO."
             DELIMITED BY SIZE INTO WS-RN-LINE
           PERFORM PUT-RECON-REPORT-LINE
           MOVE SPACES TO WS-RN-LINE
           STRING "NOTA: LOS ARCHIVOS ROTADOS ANTES DE EXISTIR"
             " BATTLE-LOG-INDEX.TXT NO SE EXPLORAN."
             DELIMITED BY SIZE INTO WS-RN-LINE
           PERFORM PUT-RECON-REPORT-LINE
           PERFORM RECON-COMPARE-ONE-HERO
             VARYING WS-RN-J FROM 1 BY 1
             UNTIL WS-RN-J > WS-HS-R-LENGTH
           IF WS-RN-DISCREPANCIES = 0 THEN
               MOVE "SIN DISCREPANCIAS" TO WS-RN-LINE
               PERFORM PUT-RECON-REPORT-LINE
           END-IF
           IF WS-RR-FS-OK THEN
               CLOSE RECONCILE-REPORT-FILE
           END-IF.
      ******************************************************************
       RECON-COMPARE-ONE-HERO.
           PERFORM FIND-RECON-ROW-FOR-HERO
           MOVE "PARTIDAS" TO WS-RN-FIELD
           MOVE WS-HS-R-GAMES-PLAYED(WS-RN-J) TO WS-RN-STORED
           IF WS-RN-FOUND > 0 THEN
               MOVE WS-RN-GAMES(WS-RN-FOUND) TO WS-RN-CALC
           ELSE
               MOVE 0 TO WS-RN-CALC
           END-IF
           PERFORM CHECK-RECON-FIELD
           MOVE "VICTORIAS" TO WS-RN-FIELD
           MOVE WS-HS-R-WINS(WS-RN-J) TO WS-RN-STORED
           IF WS-RN-FOUND > 0 THEN
               MOVE WS-RN-WINS(WS-RN-FOUND) TO WS-RN-CALC
           ELSE
               MOVE 0 TO WS-RN-CALC
           END-IF
           PERFORM CHECK-RECON-FIELD
           MOVE "DERROTAS" TO WS-RN-FIELD
           MOVE WS-HS-R-LOSSES(WS-RN-J) TO WS-RN-STORED
           IF WS-RN-FOUND > 0 THEN
               MOVE WS-RN-LOSSES(WS-RN-FOUND) TO WS-RN-CALC
           ELSE
               MOVE 0 TO WS-RN-CALC
           END-IF
           PERFORM CHECK-RECON-FIELD
           MOVE "MONSTRUOS" TO WS-RN-FIELD
           MOVE WS-HS-R-MONSTERS-DEFEATED(WS-RN-J) TO WS-RN-STORED
           IF WS-RN-FOUND > 0 THEN
               MOVE WS-RN-MONSTERS(WS-RN-FOUND) TO WS-RN-CALC
           ELSE
               MOVE 0 TO WS-RN-CALC
           END-IF
           PERFORM CHECK-RECON-FIELD.
      ******************************************************************
       FIND-RECON-ROW-FOR-HERO.
           MOVE 0 TO WS-RN-FOUND
           PERFORM VARYING WS-RN-I FROM 1 BY 1
             UNTIL WS-RN-I > WS-RN-HERO-COUNT
             OR WS-RN-FOUND > 0
               IF WS-RN-ID(WS-RN-I) = WS-HS-R-ID(WS-RN-J) THEN
                   MOVE WS-RN-I TO WS-RN-FOUND
               END-IF
           END-PERFORM.
      ******************************************************************
       CHECK-RECON-FIELD.
           IF WS-RN-STORED NOT = WS-RN-CALC THEN
               ADD 1 TO WS-RN-DISCREPANCIES
               MOVE SPACES TO WS-RN-LINE
               STRING "HEROE " WS-HS-R-ID(WS-RN-J)
                 " CAMPO " WS-RN-FIELD
                 " GUARDADO " WS-RN-STORED
                 " RECALCULADO " WS-RN-CALC
                 DELIMITED BY SIZE INTO WS-RN-LINE
               PERFORM PUT-RECON-REPORT-LINE
           END-IF.
      ******************************************************************
       PUT-RECON-REPORT-LINE.
           DISPLAY WS-RN-LINE
           IF WS-RR-FS-OK THEN
               WRITE RECONCILE-REPORT-REG FROM WS-RN-LINE
           END-IF.
      ******************************************************************
       RECON-APPLY-ONE-HERO.
           PERFORM FIND-RECON-ROW-FOR-HERO
      * NO SUMMARY RECORDS FOR THIS HERO MEANS THE LOGS PREDATE THE
      * FIN-PARTIDA SUMMARIES (OR WERE ROTATED AWAY), NOT THAT THE
      * HERO NEVER PLAYED: ZEROING A NONZERO CAREER HERE WOULD
      * DESTROY EXACTLY THE DATA THE RECONCILIATION PROTECTS, SO THE
      * RECORD IS LEFT ALONE.
           IF WS-RN-FOUND > 0 THEN
               MOVE WS-RN-GAMES(WS-RN-FOUND)
                 TO WS-HS-R-GAMES-PLAYED(WS-RN-J)
               MOVE WS-RN-WINS(WS-RN-FOUND)
                 TO WS-HS-R-WINS(WS-RN-J)
               MOVE WS-RN-LOSSES(WS-RN-FOUND)
                 TO WS-HS-R-LOSSES(WS-RN-J)
               MOVE WS-RN-MONSTERS(WS-RN-FOUND)
                 TO WS-HS-R-MONSTERS-DEFEATED(WS-RN-J)
               MOVE WS-RN-J TO WS-HS-R-FOUND
               PERFORM REWRITE-HERO-STATS-RECORD
           ELSE
               IF WS-HS-R-GAMES-PLAYED(WS-RN-J) > 0
                 OR WS-HS-R-WINS(WS-RN-J) > 0
                 OR WS-HS-R-LOSSES(WS-RN-J) > 0
                 OR WS-HS-R-MONSTERS-DEFEATED(WS-RN-J) > 0 THEN
                   DISPLAY "["WS-GAME-NAME"] HEROE "
                     WS-HS-R-ID(WS-RN-J) " sin registros "
                     "FIN-PARTIDA; sus contadores no se tocan."
               END-IF
           END-IF.
      * == [RECONCILIATION] =========================================END=
      ******************************************************************
      * == [DUNGEON-ATTRITION] ====================================BEGIN=
      * SEE WS-ATTRITION-VARS FOR THE RULES. ONE BLOCK PER DUNGEON IN
      * DUNGEONS.TXT: RUNS STARTED, FULL CLEARS AND BOSS KILL RATE,
      * THEN ONE LINE PER ENCOUNTER WITH THE RUNS THAT REACHED IT,
      * THE RUNS THAT GOT THROUGH IT AND THE HEROES WHO FELL THERE.
       DISPLAY-DUNGEON-ATTRITION.
           IF WS-DG-R-LENGTH = 0 THEN
               DISPLAY "["WS-GAME-NAME"] No hay mazmorras en "
                 "DUNGEONS.TXT."
           ELSE
               SET WS-AT-TO-SCREEN TO TRUE
               PERFORM BUILD-DUNGEON-ATTRITION
               IF WS-AT-SOURCES = 0 THEN
                   DISPLAY "["WS-GAME-NAME"] Todavia no hay "
                     "registros de batalla."
               ELSE
                   PERFORM LIST-DUNGEON-ATTRITION
               END-IF
           END-IF.
      ******************************************************************
       BUILD-DUNGEON-ATTRITION.
           MOVE 0 TO WS-AT-SOURCES
           PERFORM ZERO-ATTRITION-ROW
             VARYING WS-AT-I FROM 1 BY 1 UNTIL WS-AT-I > 99
           SET WS-AT-RUN-CLOSED TO TRUE
           PERFORM ATTR-SCAN-ARCHIVES
           PERFORM ATTR-SCAN-LIVE-LOG.
      ******************************************************************
       ZERO-ATTRITION-ROW.
           MOVE ZEROES TO WS-AT-D(WS-AT-I)
           MOVE ZEROES TO WS-AT-E(WS-AT-I).
      ******************************************************************
       ATTR-SCAN-LIVE-LOG.
           OPEN INPUT BATTLE-LOG-FILE
           IF WS-BL-FS-OK THEN
               ADD 1 TO WS-AT-SOURCES
               PERFORM ATTR-READ-LIVE-RECORD UNTIL WS-BL-FS-EOF
               CLOSE BATTLE-LOG-FILE
               PERFORM ATTR-CLOSE-RUN
           END-IF.
      ******************************************************************
       ATTR-READ-LIVE-RECORD.
           READ BATTLE-LOG-FILE
           AT END
               SET WS-BL-FS-EOF TO TRUE
           NOT AT END
               PERFORM ATTR-TALLY-RECORD
           END-READ.
      ******************************************************************
       ATTR-SCAN-ARCHIVES.
           OPEN INPUT BATTLE-INDEX-FILE
           IF WS-BI-FS-OK THEN
               PERFORM ATTR-READ-INDEX-ENTRY UNTIL WS-BI-FS-EOF
               CLOSE BATTLE-INDEX-FILE
           END-IF.
      ******************************************************************
       ATTR-READ-INDEX-ENTRY.
           READ BATTLE-INDEX-FILE
           AT END
               SET WS-BI-FS-EOF TO TRUE
           NOT AT END
               MOVE BI-NAME TO WS-BL-ARCHIVE-NAME
               PERFORM ATTR-SCAN-ONE-ARCHIVE
           END-READ.
      ******************************************************************
       ATTR-SCAN-ONE-ARCHIVE.
           OPEN INPUT BATTLE-ARCHIVE-FILE
           IF WS-BL-ARCH-FS-OK THEN
               ADD 1 TO WS-AT-SOURCES
               MOVE ZEROES TO WS-BL-ARCH-FS
               PERFORM ATTR-READ-ARCHIVE-RECORD
                 UNTIL WS-BL-ARCH-FS NOT = "00"
               CLOSE BATTLE-ARCHIVE-FILE
               PERFORM ATTR-CLOSE-RUN
           ELSE
               DISPLAY "["WS-GAME-NAME"] *** AVISO *** No se puede "
                 "leer el archivo " WS-BL-ARCHIVE-NAME
           END-IF.
      ******************************************************************
       ATTR-READ-ARCHIVE-RECORD.
           READ BATTLE-ARCHIVE-FILE
           AT END
               MOVE HIGH-VALUE TO WS-BL-ARCH-FS
           NOT AT END
               MOVE BATTLE-ARCHIVE-REG TO BATTLE-LOG-REG
               PERFORM ATTR-TALLY-RECORD
           END-READ.
      ******************************************************************
      * ONLY RECORDS TAGGED WITH A RUN IN A DUNGEONS.TXT DUNGEON
      * COUNT; AN UNTAGGED RECORD (TOURNAMENT, DUEL, CLASSIC RUN OR A
      * LOG FROM BEFORE THE TAGS) CLOSES ANY RUN STILL OPEN.
       ATTR-TALLY-RECORD.
           IF BL-RUN-ID IS NUMERIC AND BL-DUNGEON-ID IS NUMERIC
             AND BL-ENCOUNTER IS NUMERIC
             AND BL-RUN-ID > 0 AND BL-DUNGEON-ID > 0 THEN
               IF WS-AT-RUN-CLOSED
                 OR BL-DATE NOT = WS-AT-RUN-DATE
                 OR BL-SESSION NOT = WS-AT-RUN-SESSION
                 OR BL-RUN-ID NOT = WS-AT-RUN-ID THEN
                   PERFORM ATTR-CLOSE-RUN
                   PERFORM ATTR-OPEN-RUN
               END-IF
               IF BL-OUTCOME = "FIN-PARTIDA" THEN
                   IF BL-HERO-HP-AFTER > 0 THEN
                       MOVE "Y" TO WS-AT-RUN-WON
                   END-IF
               ELSE
                   PERFORM ATTR-TALLY-EXCHANGE
               END-IF
           ELSE
               PERFORM ATTR-CLOSE-RUN
           END-IF.
      ******************************************************************
       ATTR-OPEN-RUN.
           SET WS-AT-RUN-OPEN TO TRUE
           MOVE BL-DATE TO WS-AT-RUN-DATE
           MOVE BL-SESSION TO WS-AT-RUN-SESSION
           MOVE BL-RUN-ID TO WS-AT-RUN-ID
           MOVE BL-DUNGEON-ID TO WS-AT-RUN-DG
           MOVE 0 TO WS-AT-RUN-ROW
           MOVE "N" TO WS-AT-RUN-WON
           ADD 1 TO WS-AT-D-RUNS(WS-AT-RUN-DG).
      ******************************************************************
      * THE LAST ENCOUNTER FOUGHT COUNTS AS SURVIVED ONLY IF THE RUN
      * ENDED WITH SOMEONE STANDING -- WHICH IS ALSO A FULL CLEAR.
       ATTR-CLOSE-RUN.
           IF WS-AT-RUN-OPEN THEN
               IF WS-AT-RUN-WON = "Y" THEN
                   ADD 1 TO WS-AT-D-CLEARS(WS-AT-RUN-DG)
                   IF WS-AT-RUN-ROW > 0 THEN
                       ADD 1 TO WS-AT-E-SURVIVED(WS-AT-RUN-ROW)
                   END-IF
               END-IF
               SET WS-AT-RUN-CLOSED TO TRUE
           END-IF.
      ******************************************************************
       ATTR-TALLY-EXCHANGE.
           PERFORM FIND-ATTRITION-ENCOUNTER
           IF WS-AT-ROW NOT = WS-AT-RUN-ROW THEN
               IF WS-AT-RUN-ROW > 0 THEN
                   ADD 1 TO WS-AT-E-SURVIVED(WS-AT-RUN-ROW)
               END-IF
               MOVE WS-AT-ROW TO WS-AT-RUN-ROW
               IF WS-AT-ROW > 0 THEN
                   ADD 1 TO WS-AT-E-REACHED(WS-AT-ROW)
               END-IF
           END-IF
           IF WS-AT-ROW > 0 THEN
               IF BL-HERO-HP-BEFORE > 0
                 AND BL-HERO-HP-AFTER <= 0 THEN
                   ADD 1 TO WS-AT-E-FALLEN(WS-AT-ROW)
               END-IF
               IF WS-DG-R-IS-BOSS(WS-AT-ROW)
                 AND BL-MONSTER-HP-BEFORE >= 0
                 AND BL-MONSTER-HP-AFTER < 0 THEN
                   ADD 1 TO WS-AT-D-BOSS-KILLS(WS-AT-RUN-DG)
               END-IF
           END-IF.
      ******************************************************************
       FIND-ATTRITION-ENCOUNTER.
           MOVE 0 TO WS-AT-ROW
           PERFORM VARYING WS-AT-I FROM 1 BY 1
             UNTIL WS-AT-I > WS-DG-R-LENGTH
             OR WS-AT-ROW > 0
               IF WS-DG-R-DUNGEON-ID(WS-AT-I) = BL-DUNGEON-ID
                 AND WS-DG-R-SEQ(WS-AT-I) = BL-ENCOUNTER THEN
                   MOVE WS-AT-I TO WS-AT-ROW
               END-IF
           END-PERFORM.
      ******************************************************************
       LIST-DUNGEON-ATTRITION.
           MOVE SPACES TO WS-RPT-LINE
           STRING "DESGASTE POR MAZMORRA PERFIL " WS-PROFILE-NAME
             " (" WS-AT-SOURCES " FICHEROS DE LOG)"
             DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-ATTRITION-LINE
           MOVE 0 TO WS-AT-PREV
           PERFORM PUT-ATTRITION-ENCOUNTER
             VARYING WS-AT-I FROM 1 BY 1
             UNTIL WS-AT-I > WS-DG-R-LENGTH.
      ******************************************************************
      * THE DUNGEON'S HEADING GOES OUT BEFORE ITS FIRST ENCOUNTER;
      * THE BOSS KILL RATE IS BOSS KILLS OVER RUNS STARTED.
       PUT-ATTRITION-ENCOUNTER.
           IF WS-DG-R-DUNGEON-ID(WS-AT-I) NOT = WS-AT-PREV THEN
               MOVE WS-DG-R-DUNGEON-ID(WS-AT-I) TO WS-AT-PREV
               MOVE 0 TO WS-AT-PCT
               IF WS-AT-D-RUNS(WS-AT-PREV) > 0 THEN
                   COMPUTE WS-AT-PCT =
                     WS-AT-D-BOSS-KILLS(WS-AT-PREV) * 100
                     / WS-AT-D-RUNS(WS-AT-PREV)
               END-IF
               MOVE SPACES TO WS-RPT-LINE
               STRING "MAZMORRA " WS-AT-PREV " "
                 WS-DG-R-NAME(WS-AT-I)
                 " PARTIDAS " WS-AT-D-RUNS(WS-AT-PREV)
                 " COMPLETAS " WS-AT-D-CLEARS(WS-AT-PREV)
                 " JEFE " WS-AT-D-BOSS-KILLS(WS-AT-PREV)
                 " (" WS-AT-PCT "%)"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PUT-ATTRITION-LINE
           END-IF
           IF WS-DG-R-IS-BOSS(WS-AT-I) THEN
               MOVE "JEFE " TO WS-AT-BOSS-TXT
           ELSE
               MOVE SPACES TO WS-AT-BOSS-TXT
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "  SEC " WS-DG-R-SEQ(WS-AT-I)
             " MONSTRUO " WS-DG-R-MONSTER-ID(WS-AT-I) " "
             WS-AT-BOSS-TXT
             " LLEGAN " WS-AT-E-REACHED(WS-AT-I)
             " SUPERAN " WS-AT-E-SURVIVED(WS-AT-I)
             " CAIDOS " WS-AT-E-FALLEN(WS-AT-I)
             DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-ATTRITION-LINE.
      ******************************************************************
       PUT-ATTRITION-LINE.
           IF WS-AT-TO-FILE THEN
               WRITE RUN-REPORT-REG FROM WS-RPT-LINE
           ELSE
               DISPLAY WS-RPT-LINE
           END-IF.
      * == [DUNGEON-ATTRITION] ======================================END=
      ******************************************************************
       PLAY.
           IF WS-H-R-CURRENT > 0 THEN
               IF WS-H-R-HP(WS-H-R-CURRENT) <= 0 THEN
                   DISPLAY "["WS-GAME-NAME"] "
                     WS-H-R-NAME(WS-H-R-CURRENT)
                     " esta caido; revivelo en Modificar heroe "
                     "(opcion 6) antes de luchar."
               ELSE
               IF WS-M-R-LENGTH > 0 THEN
                   PERFORM SELECT-PARTY
                   IF WS-PT-SIZE > 1 THEN
                       PERFORM PLAY-PARTY-RUN
                   ELSE
                   PERFORM SELECT-DUNGEON
                   DISPLAY "["WS-GAME-NAME"] " WS-TX-TO-BATTLE
                   SET WS-FM-INTERACTIVE TO TRUE
                   SET WS-FM-NO-BOSS TO TRUE
                   PERFORM OPEN-BATTLE-LOG
                   PERFORM BEGIN-BATTLE-RUN
                   MOVE 0 TO WS-TR-WINS
                   MOVE 0 TO WS-TR-LOSSES
                   MOVE 0 TO WS-TR-CLEARED
                   MOVE 0 TO WS-XP-EARNED
                   IF WS-DG-CHOSEN > 0 THEN
                       PERFORM PLAY-DUNGEON-ENCOUNTERS
                   ELSE
                       MOVE 1 TO WS-M-R-CURRENT
                       PERFORM UNTIL
                         NOT (WS-H-R-HP(WS-H-R-CURRENT) > 0
                         AND WS-M-R-CURRENT <= WS-M-R-LENGTH)
                           MOVE WS-M-R-CURRENT TO WS-BL-ENCOUNTER
                           PERFORM FIGHT-MONSTER
                           IF WS-H-R-HP(WS-H-R-CURRENT) > 0
                             AND WS-M-R-CURRENT < WS-M-R-LENGTH THEN
                               PERFORM REST-BETWEEN-FIGHTS
                           END-IF
                           ADD 1 TO WS-M-R-CURRENT
                       END-PERFORM
                   END-IF
      * THE CAREER UPDATE WRITES ITS FIN-PARTIDA SUMMARY TO THE LOG,
      * SO THE LOG CLOSES AFTER IT.
                   PERFORM AWARD-EXPERIENCE
                   PERFORM UPDATE-HERO-CAREER-STATS
                   PERFORM CLOSE-BATTLE-LOG
                   PERFORM END-BATTLE-RUN
                   IF WS-H-R-HP(WS-H-R-CURRENT) > 0 THEN
                       DISPLAY "["WS-GAME-NAME"] " WS-TX-WIN
                   ELSE
                       DISPLAY "["WS-GAME-NAME"] " WS-TX-LOSE
                   END-IF
                   END-IF
               ELSE
                   DISPLAY "["WS-GAME-NAME"] "
                   "No quedan mas monstruos contra los que luchar"
               END-IF
               END-IF
           ELSE
               DISPLAY "["WS-GAME-NAME"] " WS-TX-SELECT-FIRST
           END-IF.
      ******************************************************************
      * == [SELECT-DUNGEON] =======================================BEGIN=
      * "A LA BATALLA" FIRST ASKS WHICH DUNGEON TO ENTER WHEN A
      * CATALOG EXISTS IN DUNGEONS.TXT; OPTION 0 KEEPS THE CLASSIC
      * MARCH THROUGH THE WHOLE DUNGEON.TXT ROSTER.
       SELECT-DUNGEON.
           MOVE 0 TO WS-DG-CHOSEN
           MOVE 0 TO WS-DG-FOUND
           IF WS-DG-R-LENGTH > 0 THEN
      * PRIMED SO THE UNTIL (TESTED BEFORE THE FIRST PASS) DOESN'T
      * SHORT-CIRCUIT: 0/0 ONLY MEANS "CLASSIC RUN" ONCE THE PLAYER
      * HAS ACTUALLY ANSWERED.
               MOVE 99 TO WS-DG-CHOSEN
               PERFORM DISPLAY-DUNGEON-CATALOG
                 UNTIL (WS-DG-CHOSEN = 0 AND WS-DG-FOUND = 0)
                 OR WS-DG-FOUND > 0
           END-IF.
      ******************************************************************
       DISPLAY-DUNGEON-CATALOG.
           DISPLAY "["WS-GAME-NAME"] ESCOGE MAZMORRA:"
           DISPLAY " 0- Recorrido clasico (todos los monstruos)"
           MOVE 0 TO WS-DG-PREV
           PERFORM DISPLAY-DUNGEON-CATALOG-LINE
             VARYING WS-DG-I FROM 1 BY 1
             UNTIL WS-DG-I > WS-DG-R-LENGTH
           DISPLAY "Escoge una mazmorra: "
           ACCEPT WS-DG-CHOSEN
           IF WS-DG-CHOSEN > 0 THEN
               PERFORM FIND-DUNGEON
               IF WS-DG-FOUND = 0 THEN
                   DISPLAY "["WS-GAME-NAME"] "
                     "[Escoge una opcion correcta]"
               END-IF
           ELSE
               MOVE 0 TO WS-DG-FOUND
           END-IF.
      ******************************************************************
       DISPLAY-DUNGEON-CATALOG-LINE.
           IF WS-DG-R-DUNGEON-ID(WS-DG-I) NOT = WS-DG-PREV THEN
               DISPLAY WS-DG-R-DUNGEON-ID(WS-DG-I) "- "
                 WS-DG-R-NAME(WS-DG-I)
               MOVE WS-DG-R-DUNGEON-ID(WS-DG-I) TO WS-DG-PREV
           END-IF.
      ******************************************************************
       FIND-DUNGEON.
           MOVE 0 TO WS-DG-FOUND
           MOVE 0 TO WS-DG-LAST
           PERFORM VARYING WS-DG-I FROM 1 BY 1
             UNTIL WS-DG-I > WS-DG-R-LENGTH
               IF WS-DG-R-DUNGEON-ID(WS-DG-I) = WS-DG-CHOSEN THEN
                   IF WS-DG-FOUND = 0 THEN
                       MOVE WS-DG-I TO WS-DG-FOUND
                   END-IF
                   MOVE WS-DG-I TO WS-DG-LAST
               END-IF
           END-PERFORM.
      ******************************************************************
      * WALKS THE CHOSEN DUNGEON'S ENCOUNTERS IN ORDER, RESOLVING
      * EACH DG-R-MONSTER-ID AGAINST THE LOADED ROSTER. AN ENCOUNTER
      * WHOSE MONSTER IS NO LONGER IN DUNGEON.TXT IS SKIPPED WITH A
      * WARNING.
       PLAY-DUNGEON-ENCOUNTERS.
           DISPLAY "["WS-GAME-NAME"] ENTRAS EN "
             WS-DG-R-NAME(WS-DG-FOUND)
           PERFORM PLAY-ONE-ENCOUNTER
             VARYING WS-DG-I FROM 1 BY 1
             UNTIL WS-DG-I > WS-DG-R-LENGTH
             OR WS-H-R-HP(WS-H-R-CURRENT) <= 0
      * STILL STANDING AFTER THE LAST ENCOUNTER: THE DUNGEON IS
      * CLEARED.
           IF WS-H-R-HP(WS-H-R-CURRENT) > 0 THEN
               PERFORM CREDIT-DUNGEON-QUESTS
           END-IF.
      ******************************************************************
       PLAY-ONE-ENCOUNTER.
           IF WS-DG-R-DUNGEON-ID(WS-DG-I) = WS-DG-CHOSEN THEN
               MOVE WS-DG-R-MONSTER-ID(WS-DG-I) TO WS-RM-NEW-ID
               PERFORM LOOKUP-MONSTER-ID
               IF WS-RM-DUP-FOUND = 0 THEN
                   DISPLAY "["WS-GAME-NAME"] *** AVISO *** El "
                     "encuentro " WS-DG-R-SEQ(WS-DG-I)
                     " referencia al monstruo "
                     WS-DG-R-MONSTER-ID(WS-DG-I)
                     " que no esta en el plantel; se salta."
               ELSE
                   MOVE WS-RM-DUP-FOUND TO WS-M-R-CURRENT
                   IF WS-DG-R-IS-BOSS(WS-DG-I) THEN
                       SET WS-FM-IS-BOSS TO TRUE
                       DISPLAY "["WS-GAME-NAME"] *** JEFE FINAL ***"
                   ELSE
                       SET WS-FM-NO-BOSS TO TRUE
                   END-IF
                   MOVE WS-DG-R-SEQ(WS-DG-I) TO WS-BL-ENCOUNTER
                   PERFORM FIGHT-MONSTER
                   SET WS-FM-NO-BOSS TO TRUE
                   IF WS-H-R-HP(WS-H-R-CURRENT) > 0
                     AND WS-DG-I < WS-DG-LAST THEN
                       PERFORM REST-BETWEEN-FIGHTS
                   END-IF
               END-IF
           END-IF.
      * == [SELECT-DUNGEON] =========================================END=
      ******************************************************************
      * == [PARTY-PLAY] ===========================================BEGIN=
      * SEE WS-PARTY-VARS FOR THE RULES. THE SOLO PATH THROUGH PLAY /
      * FIGHT-MONSTER IS UNTOUCHED; A PARTY OF TWO OR THREE RUNS
      * THROUGH THESE PARALLEL PARAGRAPHS INSTEAD. EXPERIENCE AND THE
      * MONSTERS-DEFEATED CAREER COUNTER ARE SPLIT EVENLY ACROSS THE
      * MEMBERS STILL STANDING AT THE END; DOWNED MEMBERS RECORD A
      * PLAYED GAME AND A LOSS.
       SELECT-PARTY.
           MOVE 1 TO WS-PT-SIZE
           MOVE WS-H-R-CURRENT TO WS-PT-HERO(1)
           IF WS-H-R-LENGTH > 1 THEN
               DISPLAY "["WS-GAME-NAME"] Tamano del grupo (1 - 3): "
               ACCEPT WS-PT-SIZE
               IF WS-PT-SIZE < 1 OR WS-PT-SIZE > 3
                 OR WS-PT-SIZE > WS-H-R-LENGTH THEN
                   DISPLAY "["WS-GAME-NAME"] Tamano no valido; iras "
                     "en solitario."
                   MOVE 1 TO WS-PT-SIZE
               END-IF
               PERFORM ASK-PARTY-MEMBER
                 VARYING WS-PT-J FROM 2 BY 1
                 UNTIL WS-PT-J > WS-PT-SIZE
           END-IF.
      ******************************************************************
       ASK-PARTY-MEMBER.
           SET WS-PT-PICK-BAD TO TRUE
           PERFORM ACCEPT-PARTY-MEMBER UNTIL WS-PT-PICK-GOOD
           MOVE WS-PT-PICK TO WS-PT-HERO(WS-PT-J).
      ******************************************************************
       ACCEPT-PARTY-MEMBER.
           PERFORM DISPLAY-HEROES-MENU-CONTENT
           DISPLAY "- Num. del companero " WS-PT-J " (1 - "
             WS-H-R-LENGTH "): "
           ACCEPT WS-PT-PICK
           SET WS-PT-PICK-GOOD TO TRUE
           IF WS-PT-PICK < 1 OR WS-PT-PICK > WS-H-R-LENGTH THEN
               SET WS-PT-PICK-BAD TO TRUE
               DISPLAY "["WS-GAME-NAME"] "
                 "[Escoge una opcion correcta]"
           ELSE
               IF WS-H-R-HP(WS-PT-PICK) <= 0 THEN
                   SET WS-PT-PICK-BAD TO TRUE
                   DISPLAY "["WS-GAME-NAME"] Ese heroe esta caido; "
                     "revivelo antes de llevarlo al grupo."
               ELSE
                   PERFORM VARYING WS-PT-I FROM 1 BY 1
                     UNTIL WS-PT-I >= WS-PT-J
                       IF WS-PT-HERO(WS-PT-I) = WS-PT-PICK THEN
                           SET WS-PT-PICK-BAD TO TRUE
                       END-IF
                   END-PERFORM
                   IF WS-PT-PICK-BAD THEN
                       DISPLAY "["WS-GAME-NAME"] Ese heroe ya esta "
                         "en el grupo."
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       PLAY-PARTY-RUN.
           MOVE WS-H-R-CURRENT TO WS-PT-SAVED-CURRENT
           PERFORM SELECT-DUNGEON
           DISPLAY "["WS-GAME-NAME"] A LA BATALLA EN GRUPO DE "
             WS-PT-SIZE "!"
           SET WS-FM-INTERACTIVE TO TRUE
           SET WS-FM-NO-BOSS TO TRUE
           PERFORM OPEN-BATTLE-LOG
           PERFORM BEGIN-BATTLE-RUN
           MOVE 0 TO WS-TR-WINS
           MOVE 0 TO WS-TR-LOSSES
           MOVE 0 TO WS-TR-CLEARED
           MOVE 0 TO WS-XP-EARNED
           MOVE 0 TO WS-PT-KILLER
           IF WS-DG-CHOSEN > 0 THEN
               PERFORM PLAY-DUNGEON-ENCOUNTERS-PARTY
           ELSE
               MOVE 1 TO WS-M-R-CURRENT
               PERFORM COUNT-PARTY-STANDING
               PERFORM UNTIL WS-PT-STANDING = 0
                 OR WS-M-R-CURRENT > WS-M-R-LENGTH
                   MOVE WS-M-R-CURRENT TO WS-BL-ENCOUNTER
                   PERFORM FIGHT-MONSTER-PARTY
                   IF WS-PT-STANDING > 0
                     AND WS-M-R-CURRENT < WS-M-R-LENGTH THEN
                       PERFORM REST-BETWEEN-FIGHTS-PARTY
                   END-IF
                   ADD 1 TO WS-M-R-CURRENT
               END-PERFORM
           END-IF
      * THE PER-MEMBER CAREER UPDATES WRITE THEIR FIN-PARTIDA
      * SUMMARIES TO THE LOG, SO THE LOG CLOSES AFTER THEM.
           PERFORM AWARD-PARTY-RESULTS
           PERFORM CLOSE-BATTLE-LOG
           PERFORM END-BATTLE-RUN
           IF WS-PT-STANDING > 0 THEN
               DISPLAY "["WS-GAME-NAME"] " WS-TX-WIN-PARTY
           ELSE
               DISPLAY "["WS-GAME-NAME"] " WS-TX-LOSE-PARTY
           END-IF
           MOVE WS-PT-SAVED-CURRENT TO WS-H-R-CURRENT.
      ******************************************************************
       PLAY-DUNGEON-ENCOUNTERS-PARTY.
           DISPLAY "["WS-GAME-NAME"] ENTRAIS EN "
             WS-DG-R-NAME(WS-DG-FOUND)
           PERFORM COUNT-PARTY-STANDING
           PERFORM PLAY-ONE-ENCOUNTER-PARTY
             VARYING WS-DG-I FROM 1 BY 1
             UNTIL WS-DG-I > WS-DG-R-LENGTH
             OR WS-PT-STANDING = 0
      * EVERY MEMBER STILL STANDING HAS CLEARED THE DUNGEON.
           PERFORM CREDIT-PARTY-DUNGEON-CLEAR
             VARYING WS-PT-J FROM 1 BY 1
             UNTIL WS-PT-J > WS-PT-SIZE.
      ******************************************************************
       CREDIT-PARTY-DUNGEON-CLEAR.
           IF WS-H-R-HP(WS-PT-HERO(WS-PT-J)) > 0 THEN
               MOVE WS-PT-HERO(WS-PT-J) TO WS-H-R-CURRENT
               PERFORM CREDIT-DUNGEON-QUESTS
           END-IF.
      ******************************************************************
       PLAY-ONE-ENCOUNTER-PARTY.
           IF WS-DG-R-DUNGEON-ID(WS-DG-I) = WS-DG-CHOSEN THEN
               MOVE WS-DG-R-MONSTER-ID(WS-DG-I) TO WS-RM-NEW-ID
               PERFORM LOOKUP-MONSTER-ID
               IF WS-RM-DUP-FOUND = 0 THEN
                   DISPLAY "["WS-GAME-NAME"] *** AVISO *** El "
                     "encuentro " WS-DG-R-SEQ(WS-DG-I)
                     " referencia al monstruo "
                     WS-DG-R-MONSTER-ID(WS-DG-I)
                     " que no esta en el plantel; se salta."
               ELSE
                   MOVE WS-RM-DUP-FOUND TO WS-M-R-CURRENT
                   IF WS-DG-R-IS-BOSS(WS-DG-I) THEN
                       SET WS-FM-IS-BOSS TO TRUE
                       DISPLAY "["WS-GAME-NAME"] *** JEFE FINAL ***"
                   ELSE
                       SET WS-FM-NO-BOSS TO TRUE
                   END-IF
                   MOVE WS-DG-R-SEQ(WS-DG-I) TO WS-BL-ENCOUNTER
                   PERFORM FIGHT-MONSTER-PARTY
                   SET WS-FM-NO-BOSS TO TRUE
                   IF WS-PT-STANDING > 0
                     AND WS-DG-I < WS-DG-LAST THEN
                       PERFORM REST-BETWEEN-FIGHTS-PARTY
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       FIGHT-MONSTER-PARTY.
           MOVE WS-M-R-HP(WS-M-R-CURRENT) TO WS-FM-MONSTER-HP-ENTRY
           IF WS-FM-MONSTER-HP-ENTRY < 0
             AND NOT WS-FM-SIMULATION THEN
               DISPLAY "["WS-GAME-NAME"] "
                 WS-M-R-NAME(WS-M-R-CURRENT)
                 " YA ESTA DERROTADO."
           END-IF
           PERFORM RESET-SKILL-STATE
           MOVE "Y" TO WS-SK-PARTY-FIGHT
      * THE KILLING BLOW IS CREDITED PER FIGHT, NEVER CARRIED OVER
      * FROM AN EARLIER MONSTER OF THE SAME RUN.
           MOVE 0 TO WS-PT-KILLER
           PERFORM COUNT-PARTY-STANDING
           PERFORM UNTIL WS-PT-STANDING = 0
             OR WS-M-R-HP(WS-M-R-CURRENT) < 0
               IF NOT WS-FM-SIMULATION THEN
                   DISPLAY "["WS-GAME-NAME"] "
                     "EL GRUPO LUCHA CONTRA ** "
                     WS-M-R-NAME(WS-M-R-CURRENT)" ** (ID: "
                     WS-M-R-ID(WS-M-R-CURRENT)") CON HP: "
                     WS-M-R-HP(WS-M-R-CURRENT)
                     " Y FUERZA: "WS-M-R-STRENGTH(WS-M-R-CURRENT)
               END-IF
               PERFORM APPLY-POISON-TICKS
               PERFORM CHECK-BOSS-ENRAGE
               PERFORM COUNT-PARTY-STANDING
               IF WS-PT-STANDING > 0
                 AND WS-M-R-HP(WS-M-R-CURRENT) >= 0 THEN
                   PERFORM COMPUTE-PARTY-MEMBER-VALUES
                     VARYING WS-PT-I FROM 1 BY 1
                     UNTIL WS-PT-I > WS-PT-SIZE
                   IF WS-SK-ENRAGED = "Y" THEN
                       ADD WS-SK-ENRAGE-POWER
                         TO WS-FM-MONSTER-EFF-STRENGTH
                   END-IF
                   MOVE "N" TO WS-PT-MONST-ACTED
                   SET WS-PT-EXCHANGE-OPEN TO TRUE
                   PERFORM PARTY-NEXT-ACTOR
                     UNTIL WS-PT-EXCHANGE-DONE
                     OR WS-M-R-HP(WS-M-R-CURRENT) < 0
               END-IF
               PERFORM COUNT-PARTY-STANDING
           END-PERFORM
           IF WS-M-R-HP(WS-M-R-CURRENT) < 0
             AND WS-FM-MONSTER-HP-ENTRY >= 0 THEN
               ADD 1 TO WS-TR-CLEARED
               COMPUTE WS-XP-EARNED = WS-XP-EARNED
                 + (WS-M-R-LEVEL(WS-M-R-CURRENT) * 10)
      * THE GOLD, ANY LOOT AND THE CONTRACT CREDIT GO TO THE MEMBER
      * WHO STRUCK THE KILLING BLOW; INTERACTIVE PLAY ONLY, SAME RULE
      * AS THE SOLO FIGHT.
               IF WS-PT-KILLER > 0 AND WS-FM-INTERACTIVE THEN
                   MOVE WS-PT-HERO(WS-PT-KILLER) TO WS-H-R-CURRENT
                   PERFORM AWARD-GOLD-DROP
                   IF WS-IT-R-LENGTH > 0 THEN
                       PERFORM ROLL-FOR-LOOT
                   END-IF
                   PERFORM CREDIT-MONSTER-QUESTS
               END-IF
           END-IF.
      ******************************************************************
      * EACH MEMBER'S EFFECTIVE STRENGTH AND AGILITY FOR THIS
      * EXCHANGE, TAKEN FROM THE SAME COMPUTE-EFFECTIVE-STRENGTHS THE
      * SOLO FIGHT USES (PROFESSION MODIFIER, LEVEL BONUS, EQUIPPED
      * ITEM). A DOWNED MEMBER IS MARKED ACTED SO IT TAKES NO TURN.
       COMPUTE-PARTY-MEMBER-VALUES.
           MOVE "N" TO WS-PT-ACTED(WS-PT-I)
           IF WS-H-R-HP(WS-PT-HERO(WS-PT-I)) > 0 THEN
               MOVE WS-PT-HERO(WS-PT-I) TO WS-H-R-CURRENT
               PERFORM COMPUTE-EFFECTIVE-STRENGTHS
               MOVE WS-FM-HERO-EFF-STRENGTH
                 TO WS-PT-EFF-STR(WS-PT-I)
               MOVE WS-FM-HERO-EFF-AGILITY
                 TO WS-PT-EFF-AGI(WS-PT-I)
           ELSE
               MOVE "Y" TO WS-PT-ACTED(WS-PT-I)
           END-IF.
      ******************************************************************
      * THE NEXT FIGHTER TO ACT: THE HIGHEST EFFECTIVE AGILITY AMONG
      * LIVING MEMBERS NOT YET ACTED, AGAINST THE MONSTER'S OWN
      * AGILITY IF THE MONSTER HAS NOT ACTED (TIES GO TO THE HEROES).
       PARTY-NEXT-ACTOR.
           MOVE 0 TO WS-PT-NEXT
           MOVE -999 TO WS-PT-BEST-AGI
           PERFORM VARYING WS-PT-I FROM 1 BY 1
             UNTIL WS-PT-I > WS-PT-SIZE
               IF WS-PT-ACTED(WS-PT-I) = "N"
                 AND WS-H-R-HP(WS-PT-HERO(WS-PT-I)) > 0
                 AND WS-PT-EFF-AGI(WS-PT-I) > WS-PT-BEST-AGI THEN
                   MOVE WS-PT-I TO WS-PT-NEXT
                   MOVE WS-PT-EFF-AGI(WS-PT-I) TO WS-PT-BEST-AGI
               END-IF
           END-PERFORM
           IF WS-PT-MONST-ACTED = "N"
             AND WS-M-R-AGILITY(WS-M-R-CURRENT) > WS-PT-BEST-AGI THEN
               PERFORM MONSTER-ATTACK-PARTY
               MOVE "Y" TO WS-PT-MONST-ACTED
           ELSE
               IF WS-PT-NEXT > 0 THEN
                   PERFORM PARTY-MEMBER-ATTACK
                   MOVE "Y" TO WS-PT-ACTED(WS-PT-NEXT)
               ELSE
                   IF WS-PT-MONST-ACTED = "N" THEN
                       PERFORM MONSTER-ATTACK-PARTY
                       MOVE "Y" TO WS-PT-MONST-ACTED
                   ELSE
                       SET WS-PT-EXCHANGE-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       PARTY-MEMBER-ATTACK.
           MOVE WS-PT-HERO(WS-PT-NEXT) TO WS-H-R-CURRENT
           MOVE WS-H-R-HP(WS-H-R-CURRENT) TO BL-HERO-HP-BEFORE
           MOVE WS-M-R-HP(WS-M-R-CURRENT) TO BL-MONSTER-HP-BEFORE
           MOVE WS-PT-EFF-STR(WS-PT-NEXT) TO WS-SK-DAMAGE
           MOVE "GANA-HEROE" TO WS-SK-OUTCOME
           PERFORM ROLL-HERO-SKILL
           COMPUTE WS-M-R-HP(WS-M-R-CURRENT) =
               WS-M-R-HP(WS-M-R-CURRENT)
               - WS-SK-DAMAGE
           IF NOT WS-FM-SIMULATION THEN
               DISPLAY WS-H-R-NAME(WS-H-R-CURRENT)
                 " HIERE AL MONSTRUO, TIENE HP: "
                 WS-M-R-HP(WS-M-R-CURRENT)
           END-IF
           MOVE WS-SK-DAMAGE TO BL-DAMAGE
           MOVE WS-SK-OUTCOME TO BL-OUTCOME
           ADD 1 TO WS-TR-WINS
           MOVE WS-H-R-ID(WS-H-R-CURRENT) TO BL-HERO-ID
           MOVE WS-M-R-ID(WS-M-R-CURRENT) TO BL-MONSTER-ID
           MOVE WS-M-R-PROFESSION(WS-M-R-CURRENT)
             TO BL-MONSTER-PROFESSION
           MOVE WS-H-R-HP(WS-H-R-CURRENT) TO BL-HERO-HP-AFTER
           MOVE WS-M-R-HP(WS-M-R-CURRENT) TO BL-MONSTER-HP-AFTER
           PERFORM WRITE-BATTLE-LOG-ENTRY
           PERFORM WRITE-POISON-APPLICATION
           IF WS-M-R-HP(WS-M-R-CURRENT) < 0 THEN
               MOVE WS-PT-NEXT TO WS-PT-KILLER
           END-IF.
      ******************************************************************
       MONSTER-ATTACK-PARTY.
           PERFORM COUNT-PARTY-STANDING
           IF WS-PT-STANDING > 0 THEN
               PERFORM ROLL-DICE
               COMPUTE WS-PT-TARGET-N =
                 (WS-FM-ROLL * WS-PT-STANDING / 100) + 1
               IF WS-PT-TARGET-N > WS-PT-STANDING THEN
                   MOVE WS-PT-STANDING TO WS-PT-TARGET-N
               END-IF
               MOVE 0 TO WS-PT-TARGET
               MOVE 0 TO WS-PT-J
               PERFORM VARYING WS-PT-I FROM 1 BY 1
                 UNTIL WS-PT-I > WS-PT-SIZE
                 OR WS-PT-TARGET > 0
                   IF WS-H-R-HP(WS-PT-HERO(WS-PT-I)) > 0 THEN
                       ADD 1 TO WS-PT-J
                       IF WS-PT-J = WS-PT-TARGET-N THEN
                           MOVE WS-PT-I TO WS-PT-TARGET
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PT-TARGET > 0 THEN
                   MOVE WS-PT-HERO(WS-PT-TARGET) TO WS-H-R-CURRENT
                   MOVE WS-H-R-HP(WS-H-R-CURRENT)
                     TO BL-HERO-HP-BEFORE
                   MOVE WS-M-R-HP(WS-M-R-CURRENT)
                     TO BL-MONSTER-HP-BEFORE
                   MOVE WS-FM-MONSTER-EFF-STRENGTH TO WS-SK-DAMAGE
                   MOVE "GANA-MONSTRUO" TO WS-SK-OUTCOME
                   PERFORM ROLL-MONSTER-SKILL
                   COMPUTE WS-H-R-HP(WS-H-R-CURRENT) =
                       WS-H-R-HP(WS-H-R-CURRENT)
                       - WS-SK-DAMAGE
                   IF NOT WS-FM-SIMULATION THEN
                       DISPLAY "EL MONSTRUO HIERE A "
                         WS-H-R-NAME(WS-H-R-CURRENT)
                         ", TIENE HP: " WS-H-R-HP(WS-H-R-CURRENT)
                   END-IF
                   MOVE WS-SK-DAMAGE TO BL-DAMAGE
                   MOVE WS-SK-OUTCOME TO BL-OUTCOME
                   ADD 1 TO WS-TR-LOSSES
                   MOVE WS-H-R-ID(WS-H-R-CURRENT) TO BL-HERO-ID
                   MOVE WS-M-R-ID(WS-M-R-CURRENT) TO BL-MONSTER-ID
                   MOVE WS-M-R-PROFESSION(WS-M-R-CURRENT)
                     TO BL-MONSTER-PROFESSION
                   MOVE WS-H-R-HP(WS-H-R-CURRENT)
                     TO BL-HERO-HP-AFTER
                   MOVE WS-M-R-HP(WS-M-R-CURRENT)
                     TO BL-MONSTER-HP-AFTER
                   PERFORM WRITE-BATTLE-LOG-ENTRY
                   PERFORM WRITE-POISON-APPLICATION
               END-IF
           END-IF.
      ******************************************************************
       COUNT-PARTY-STANDING.
           MOVE 0 TO WS-PT-STANDING
           PERFORM VARYING WS-PT-I FROM 1 BY 1
             UNTIL WS-PT-I > WS-PT-SIZE
               IF WS-H-R-HP(WS-PT-HERO(WS-PT-I)) > 0 THEN
                   ADD 1 TO WS-PT-STANDING
               END-IF
           END-PERFORM.
      ******************************************************************
       REST-BETWEEN-FIGHTS-PARTY.
           PERFORM VARYING WS-PT-I FROM 1 BY 1
             UNTIL WS-PT-I > WS-PT-SIZE
               IF WS-H-R-HP(WS-PT-HERO(WS-PT-I)) > 0 THEN
                   MOVE WS-PT-HERO(WS-PT-I) TO WS-H-R-CURRENT
                   PERFORM REST-BETWEEN-FIGHTS
               END-IF
           END-PERFORM.
      ******************************************************************
      * EXPERIENCE AND THE MONSTERS-DEFEATED COUNTER ARE SPLIT EVENLY
      * ACROSS THE MEMBERS STILL STANDING; EVERY MEMBER, STANDING OR
      * NOT, RECORDS A PLAYED GAME IN ITS CAREER (WIN IF STANDING,
      * LOSS IF DOWN), SAME RULES AS THE SOLO RUN.
       AWARD-PARTY-RESULTS.
           MOVE WS-XP-EARNED TO WS-PT-XP-TOTAL
           MOVE WS-TR-CLEARED TO WS-PT-CLEARED-TOTAL
           PERFORM COUNT-PARTY-STANDING
           PERFORM AWARD-ONE-PARTY-MEMBER
             VARYING WS-PT-J FROM 1 BY 1
             UNTIL WS-PT-J > WS-PT-SIZE.
      ******************************************************************
       AWARD-ONE-PARTY-MEMBER.
           MOVE WS-PT-HERO(WS-PT-J) TO WS-H-R-CURRENT
           IF WS-H-R-HP(WS-H-R-CURRENT) > 0
             AND WS-PT-STANDING > 0 THEN
               COMPUTE WS-XP-EARNED =
                 WS-PT-XP-TOTAL / WS-PT-STANDING
               COMPUTE WS-TR-CLEARED =
                 WS-PT-CLEARED-TOTAL / WS-PT-STANDING
           ELSE
               MOVE 0 TO WS-XP-EARNED
               MOVE 0 TO WS-TR-CLEARED
           END-IF
           PERFORM AWARD-EXPERIENCE
           PERFORM UPDATE-HERO-CAREER-STATS.
      * == [PARTY-PLAY] =============================================END=
      ******************************************************************
      * PARTIAL RECOVERY BETWEEN CONSECUTIVE MONSTERS OF ONE RUN: A
      * QUARTER OF MAXIMUM HP (MINIMUM 1), NEVER PAST THE MAXIMUM.
      * PLAY ONLY; THE TOURNAMENT ALREADY RESTORES FULL HP BETWEEN
      * HEROES WITH THE RUN-TOURNAMENT SNAPSHOTS.
       REST-BETWEEN-FIGHTS.
           COMPUTE WS-RC-HEAL = WS-H-R-MAX-HP(WS-H-R-CURRENT) / 4
           IF WS-RC-HEAL < 1 THEN
               MOVE 1 TO WS-RC-HEAL
           END-IF
           ADD WS-RC-HEAL TO WS-H-R-HP(WS-H-R-CURRENT)
           IF WS-H-R-HP(WS-H-R-CURRENT)
             > WS-H-R-MAX-HP(WS-H-R-CURRENT) THEN
               MOVE WS-H-R-MAX-HP(WS-H-R-CURRENT)
                 TO WS-H-R-HP(WS-H-R-CURRENT)
           END-IF
           IF NOT WS-FM-SIMULATION THEN
               DISPLAY "["WS-GAME-NAME"] TE RECUPERAS ANTES DEL "
                 "SIGUIENTE COMBATE (HP: "
                 WS-H-R-HP(WS-H-R-CURRENT)" / "
                 WS-H-R-MAX-HP(WS-H-R-CURRENT)")"
           END-IF.
      ******************************************************************
       FIGHT-MONSTER.
           MOVE WS-M-R-HP(WS-M-R-CURRENT) TO WS-FM-MONSTER-HP-ENTRY
           IF WS-FM-MONSTER-HP-ENTRY < 0
             AND NOT WS-FM-SIMULATION THEN
               DISPLAY "["WS-GAME-NAME"] "
                 WS-M-R-NAME(WS-M-R-CURRENT)
                 " YA ESTA DERROTADO."
           END-IF
           PERFORM RESET-SKILL-STATE
           PERFORM UNTIL WS-H-R-HP(WS-H-R-CURRENT) < 0
             OR WS-M-R-HP(WS-M-R-CURRENT) < 0
      * POISON TICKS AND THE BOSS'S FURIA COME BEFORE THE BLOWS; THE
      * GUARD BELOW ENDS THE EXCHANGE IF THE VENOM ALONE SETTLED IT.
               PERFORM APPLY-POISON-TICKS
               PERFORM CHECK-BOSS-ENRAGE
               IF WS-H-R-HP(WS-H-R-CURRENT) >= 0
                 AND WS-M-R-HP(WS-M-R-CURRENT) >= 0 THEN
               IF NOT WS-FM-SIMULATION THEN
               PERFORM DISPLAY-MONSTERS
               DISPLAY "WS-H-R-HP("WS-H-R-CURRENT"): "
                 WS-H-R-HP(WS-H-R-CURRENT)
               DISPLAY "WS-M-R-HP("WS-M-R-CURRENT"): "
                 WS-M-R-HP(WS-M-R-CURRENT)
               DISPLAY  "["WS-GAME-NAME"] "
                   "LUCHAS CONTRA ** "
                   WS-M-R-NAME(WS-M-R-CURRENT)" ** (ID: "
                   WS-M-R-ID(WS-M-R-CURRENT)")"
                   " CON FUERZA: "WS-M-R-STRENGTH(WS-M-R-CURRENT)
               DISPLAY WS-H-R-NAME(WS-H-R-CURRENT)
                   " TIENE HP: "WS-H-R-HP(WS-H-R-CURRENT)
                   " CON FUERZA: "
                   WS-H-R-STRENGTH(WS-H-R-CURRENT)
               END-IF

               PERFORM COMPUTE-EFFECTIVE-STRENGTHS
               IF WS-SK-ENRAGED = "Y" THEN
                   ADD WS-SK-ENRAGE-POWER
                     TO WS-FM-MONSTER-EFF-STRENGTH
               END-IF
               PERFORM ROLL-FOR-AGILITY

               MOVE WS-H-R-HP(WS-H-R-CURRENT) TO BL-HERO-HP-BEFORE
               MOVE WS-M-R-HP(WS-M-R-CURRENT) TO BL-MONSTER-HP-BEFORE

               EVALUATE TRUE
               WHEN WS-FM-FS-HERO
                   IF NOT WS-FM-SIMULATION THEN
                       DISPLAY WS-TX-FIRST-STRIKE-H
                   END-IF
                   SET WS-FM-HERO-WINS TO TRUE
               WHEN WS-FM-FS-MONSTER
                   IF NOT WS-FM-SIMULATION THEN
                       DISPLAY WS-TX-FIRST-STRIKE-M
                   END-IF
                   SET WS-FM-MONSTER-WINS TO TRUE
               WHEN OTHER
                   IF WS-FM-HERO-EFF-STRENGTH
                       > WS-FM-MONSTER-EFF-STRENGTH THEN
                       SET WS-FM-HERO-WINS TO TRUE
                   ELSE
                       SET WS-FM-MONSTER-WINS TO TRUE
                   END-IF
               END-EVALUATE

               IF WS-FM-HERO-WINS THEN
                   MOVE WS-FM-HERO-EFF-STRENGTH TO WS-SK-DAMAGE
                   MOVE "GANA-HEROE" TO WS-SK-OUTCOME
                   PERFORM ROLL-HERO-SKILL
                   COMPUTE WS-M-R-HP(WS-M-R-CURRENT) =
                       WS-M-R-HP(WS-M-R-CURRENT)
                       - WS-SK-DAMAGE
                   IF NOT WS-FM-SIMULATION THEN
                       DISPLAY WS-TX-HERO-HITS(1:WS-TX-HERO-HITS-L)
                         " " WS-M-R-HP(WS-M-R-CURRENT)
                   END-IF
                   MOVE WS-SK-DAMAGE TO BL-DAMAGE
                   MOVE WS-SK-OUTCOME TO BL-OUTCOME
                   ADD 1 TO WS-TR-WINS
               ELSE
                   MOVE WS-FM-MONSTER-EFF-STRENGTH TO WS-SK-DAMAGE
                   MOVE "GANA-MONSTRUO" TO WS-SK-OUTCOME
                   PERFORM ROLL-MONSTER-SKILL
                   COMPUTE WS-H-R-HP(WS-H-R-CURRENT) =
                       WS-H-R-HP(WS-H-R-CURRENT)
                       - WS-SK-DAMAGE
                   IF NOT WS-FM-SIMULATION THEN
                       DISPLAY
                         WS-TX-MONSTER-HITS(1:WS-TX-MONSTER-HITS-L)
                         " " WS-H-R-HP(WS-H-R-CURRENT)
                   END-IF
                   MOVE WS-SK-DAMAGE TO BL-DAMAGE
                   MOVE WS-SK-OUTCOME TO BL-OUTCOME
                   ADD 1 TO WS-TR-LOSSES
               END-IF

               MOVE WS-H-R-ID(WS-H-R-CURRENT) TO BL-HERO-ID
               MOVE WS-M-R-ID(WS-M-R-CURRENT) TO BL-MONSTER-ID
               MOVE WS-M-R-PROFESSION(WS-M-R-CURRENT)
                 TO BL-MONSTER-PROFESSION
               MOVE WS-H-R-HP(WS-H-R-CURRENT) TO BL-HERO-HP-AFTER
               MOVE WS-M-R-HP(WS-M-R-CURRENT) TO BL-MONSTER-HP-AFTER
               PERFORM WRITE-BATTLE-LOG-ENTRY
               PERFORM WRITE-POISON-APPLICATION
               END-IF
           END-PERFORM
           IF WS-M-R-HP(WS-M-R-CURRENT) < 0
             AND WS-FM-MONSTER-HP-ENTRY >= 0 THEN
               ADD 1 TO WS-TR-CLEARED
               COMPUTE WS-XP-EARNED = WS-XP-EARNED
                 + (WS-M-R-LEVEL(WS-M-R-CURRENT) * 10)
               IF WS-FM-INTERACTIVE THEN
                   PERFORM AWARD-GOLD-DROP
               END-IF
               IF WS-FM-INTERACTIVE AND WS-IT-R-LENGTH > 0 THEN
                   PERFORM ROLL-FOR-LOOT
               END-IF
               IF WS-FM-INTERACTIVE THEN
                   PERFORM CREDIT-MONSTER-QUESTS
               END-IF
           END-IF.
      ******************************************************************
      * == [AWARD-GOLD-DROP] ======================================BEGIN=
      * A DEFEATED MONSTER DROPS GOLD SCALED BY ITS LEVEL (5 PER
      * LEVEL), BANKED ON THE SPOT IN WS-H-R-GOLD AND APPENDED TO THE
      * LEDGER. INTERACTIVE PLAY ONLY -- RUN-TOURNAMENT IS BALANCE
      * TESTING AND AWARDS NO GOLD, SAME RULE AS EXPERIENCE AND LOOT.
       AWARD-GOLD-DROP.
           COMPUTE WS-GD-DROP = WS-M-R-LEVEL(WS-M-R-CURRENT) * 5
           ADD WS-GD-DROP TO WS-H-R-GOLD(WS-H-R-CURRENT)
           DISPLAY "["WS-GAME-NAME"] EL MONSTRUO SUELTA "
             WS-GD-DROP " DE ORO (ORO: "
             WS-H-R-GOLD(WS-H-R-CURRENT) ")"
           MOVE WS-H-R-ID(WS-H-R-CURRENT) TO WS-GL-HERO-ID
           MOVE "BOTIN " TO WS-GL-TYPE
           MOVE 0 TO WS-GL-ITEM
           MOVE WS-GD-DROP TO WS-GL-AMOUNT
           MOVE WS-H-R-GOLD(WS-H-R-CURRENT) TO WS-GL-BALANCE
           PERFORM WRITE-GOLD-LEDGER-ENTRY.
      * == [AWARD-GOLD-DROP] ========================================END=
      ******************************************************************
      * == [SKILLS] ===============================================BEGIN=
      * SPECIAL ABILITIES FROM SKILLS.TXT -- SEE THE FD AND
      * WS-SKILL-STATE NOTES FOR THE RULES AND THE LOG OUTCOMES.
       RESET-SKILL-STATE.
           MOVE 0 TO WS-SK-MONST-POISON
           MOVE 0 TO WS-SK-MONST-POISON-DMG
           MOVE 0 TO WS-SK-HERO-POISON
           MOVE 0 TO WS-SK-HERO-POISON-DMG
           MOVE 0 TO WS-SK-POISONED-HERO
           MOVE 0 TO WS-SK-POISONER-HERO
           MOVE "N" TO WS-SK-PARTY-FIGHT
           MOVE 0 TO WS-SK-WITNESS
           MOVE "N" TO WS-SK-ENRAGED
           MOVE 0 TO WS-SK-ENRAGE-POWER
           MOVE SPACES TO WS-SK-PENDING-APPL.
      ******************************************************************
      * A LANDED HERO HIT MAY TRIGGER THE HERO PROFESSION'S ABILITY:
      * THE CALLER PRIMES WS-SK-DAMAGE / WS-SK-OUTCOME WITH THE PLAIN
      * HIT AND THIS ROLL UPGRADES THEM (CRITICO) OR LEAVES A POISON
      * APPLICATION PENDING (VENENO).
       ROLL-HERO-SKILL.
           MOVE WS-H-R-PROFESSION(WS-H-R-CURRENT) TO WS-SK-R-SOUGHT
           PERFORM LOOKUP-SKILL
           IF WS-SK-R-FOUND > 0 THEN
               PERFORM ROLL-DICE
               IF WS-FM-ROLL < WS-SK-R-CHANCE(WS-SK-R-FOUND) THEN
                   EVALUATE WS-SK-R-TYPE(WS-SK-R-FOUND)
                       WHEN "C"
                           ADD WS-SK-R-POWER(WS-SK-R-FOUND)
                             TO WS-SK-DAMAGE
                           MOVE "CRITICO-HEROE" TO WS-SK-OUTCOME
                           IF NOT WS-FM-SIMULATION THEN
                               DISPLAY "*** GOLPE CRITICO DE "
                                 WS-H-R-NAME(WS-H-R-CURRENT) " ***"
                           END-IF
                       WHEN "V"
                           IF WS-SK-MONST-POISON = 0 THEN
                               MOVE WS-SK-R-DURATION(WS-SK-R-FOUND)
                                 TO WS-SK-MONST-POISON
                               MOVE WS-SK-R-POWER(WS-SK-R-FOUND)
                                 TO WS-SK-MONST-POISON-DMG
                               MOVE WS-H-R-CURRENT
                                 TO WS-SK-POISONER-HERO
                               MOVE "VENENO-A-MONS"
                                 TO WS-SK-PENDING-APPL
                               IF NOT WS-FM-SIMULATION THEN
                                   DISPLAY "*** EL MONSTRUO QUEDA "
                                     "ENVENENADO ***"
                               END-IF
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.
      ******************************************************************
       ROLL-MONSTER-SKILL.
           MOVE WS-M-R-PROFESSION(WS-M-R-CURRENT) TO WS-SK-R-SOUGHT
           PERFORM LOOKUP-SKILL
           IF WS-SK-R-FOUND > 0 THEN
               PERFORM ROLL-DICE
               IF WS-FM-ROLL < WS-SK-R-CHANCE(WS-SK-R-FOUND) THEN
                   EVALUATE WS-SK-R-TYPE(WS-SK-R-FOUND)
                       WHEN "C"
                           ADD WS-SK-R-POWER(WS-SK-R-FOUND)
                             TO WS-SK-DAMAGE
                           MOVE "CRITICO-MONST" TO WS-SK-OUTCOME
                           IF NOT WS-FM-SIMULATION THEN
                               DISPLAY "*** GOLPE CRITICO DEL "
                                 "MONSTRUO ***"
                           END-IF
                       WHEN "V"
                           IF WS-SK-HERO-POISON = 0 THEN
                               MOVE WS-SK-R-DURATION(WS-SK-R-FOUND)
                                 TO WS-SK-HERO-POISON
                               MOVE WS-SK-R-POWER(WS-SK-R-FOUND)
                                 TO WS-SK-HERO-POISON-DMG
                               MOVE WS-H-R-CURRENT
                                 TO WS-SK-POISONED-HERO
                               MOVE "VENENO-A-HERO"
                                 TO WS-SK-PENDING-APPL
                               IF NOT WS-FM-SIMULATION THEN
                                   DISPLAY "*** "
                                     WS-H-R-NAME(WS-H-R-CURRENT)
                                     " QUEDA ENVENENADO ***"
                               END-IF
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.
      ******************************************************************
       LOOKUP-SKILL.
           MOVE 0 TO WS-SK-R-FOUND.
           PERFORM VARYING WS-SK-R-INDEX FROM 1 BY 1
             UNTIL WS-SK-R-INDEX > WS-SK-R-LENGTH
             OR WS-SK-R-FOUND > 0
               IF WS-SK-R-PROF(WS-SK-R-INDEX) = WS-SK-R-SOUGHT
                 AND WS-SK-R-TYPE(WS-SK-R-INDEX) NOT = "F" THEN
                   MOVE WS-SK-R-INDEX TO WS-SK-R-FOUND
               END-IF
           END-PERFORM.
      ******************************************************************
       LOOKUP-BOSS-SKILL.
           MOVE 0 TO WS-SK-R-BOSS-FOUND.
           PERFORM VARYING WS-SK-R-INDEX FROM 1 BY 1
             UNTIL WS-SK-R-INDEX > WS-SK-R-LENGTH
             OR WS-SK-R-BOSS-FOUND > 0
               IF WS-SK-R-PROF(WS-SK-R-INDEX) = WS-SK-R-SOUGHT
                 AND WS-SK-R-TYPE(WS-SK-R-INDEX) = "F" THEN
                   MOVE WS-SK-R-INDEX TO WS-SK-R-BOSS-FOUND
               END-IF
           END-PERFORM.
      ******************************************************************
      * POISON BITES AT THE START OF EACH EXCHANGE, ONE TICK PER
      * EXCHANGE UNTIL IT RUNS OUT; EACH TICK IS ITS OWN LOG RECORD.
      * VENOM ON A HERO ALREADY DOWN IS CANCELLED, NOT LOGGED.
       APPLY-POISON-TICKS.
           IF WS-SK-MONST-POISON > 0
             AND WS-M-R-HP(WS-M-R-CURRENT) >= 0 THEN
      * THE TICK BELONGS TO WHOEVER APPLIED THE VENOM, NOT TO THE
      * LAST FIGHTER WHO ACTED.
               IF WS-SK-POISONER-HERO = 0 THEN
                   MOVE WS-H-R-CURRENT TO WS-SK-POISONER-HERO
               END-IF
               MOVE WS-H-R-HP(WS-SK-POISONER-HERO)
                 TO BL-HERO-HP-BEFORE
               MOVE WS-M-R-HP(WS-M-R-CURRENT)
                 TO BL-MONSTER-HP-BEFORE
               SUBTRACT WS-SK-MONST-POISON-DMG
                 FROM WS-M-R-HP(WS-M-R-CURRENT)
               SUBTRACT 1 FROM WS-SK-MONST-POISON
               IF NOT WS-FM-SIMULATION THEN
                   DISPLAY "EL VENENO HIERE AL MONSTRUO, TIENE HP: "
                     WS-M-R-HP(WS-M-R-CURRENT)
               END-IF
               MOVE WS-SK-MONST-POISON-DMG TO BL-DAMAGE
               MOVE "VENENO-MONST" TO BL-OUTCOME
               MOVE WS-H-R-ID(WS-SK-POISONER-HERO) TO BL-HERO-ID
               MOVE WS-M-R-ID(WS-M-R-CURRENT) TO BL-MONSTER-ID
               MOVE WS-M-R-PROFESSION(WS-M-R-CURRENT)
                 TO BL-MONSTER-PROFESSION
               MOVE WS-H-R-HP(WS-SK-POISONER-HERO)
                 TO BL-HERO-HP-AFTER
               MOVE WS-M-R-HP(WS-M-R-CURRENT)
                 TO BL-MONSTER-HP-AFTER
               PERFORM WRITE-BATTLE-LOG-ENTRY
      * A PARTY KILL BY VENOM CREDITS THE MEMBER WHOSE VENOM IT IS,
      * SO THE GOLD DROP AND THE LOOT ROLL GO TO THE RIGHT HANDS.
               IF WS-SK-PARTY-FIGHT = "Y"
                 AND WS-M-R-HP(WS-M-R-CURRENT) < 0 THEN
                   PERFORM SET-KILLER-FROM-POISONER
               END-IF
           END-IF
           IF WS-SK-HERO-POISON > 0 THEN
               IF WS-SK-POISONED-HERO = 0
                 OR WS-H-R-HP(WS-SK-POISONED-HERO) <= 0 THEN
                   MOVE 0 TO WS-SK-HERO-POISON
               ELSE
                   MOVE WS-H-R-HP(WS-SK-POISONED-HERO)
                     TO BL-HERO-HP-BEFORE
                   MOVE WS-M-R-HP(WS-M-R-CURRENT)
                     TO BL-MONSTER-HP-BEFORE
                   SUBTRACT WS-SK-HERO-POISON-DMG
                     FROM WS-H-R-HP(WS-SK-POISONED-HERO)
                   SUBTRACT 1 FROM WS-SK-HERO-POISON
                   IF NOT WS-FM-SIMULATION THEN
                       DISPLAY "EL VENENO HIERE A "
                         WS-H-R-NAME(WS-SK-POISONED-HERO)
                         ", TIENE HP: "
                         WS-H-R-HP(WS-SK-POISONED-HERO)
                   END-IF
                   MOVE WS-SK-HERO-POISON-DMG TO BL-DAMAGE
                   MOVE "VENENO-HEROE" TO BL-OUTCOME
                   MOVE WS-H-R-ID(WS-SK-POISONED-HERO) TO BL-HERO-ID
                   MOVE WS-M-R-ID(WS-M-R-CURRENT) TO BL-MONSTER-ID
                   MOVE WS-M-R-PROFESSION(WS-M-R-CURRENT)
                     TO BL-MONSTER-PROFESSION
                   MOVE WS-H-R-HP(WS-SK-POISONED-HERO)
                     TO BL-HERO-HP-AFTER
                   MOVE WS-M-R-HP(WS-M-R-CURRENT)
                     TO BL-MONSTER-HP-AFTER
                   PERFORM WRITE-BATTLE-LOG-ENTRY
               END-IF
           END-IF.
      ******************************************************************
      * A BOSS (WS-FM-IS-BOSS) WHOSE PROFESSION HAS A FURIA LINE
      * ENRAGES ONCE, WHEN ITS HP FIRST DROPS BELOW HALF OF WHAT IT
      * ENTERED THE FIGHT WITH; THE BONUS LASTS THE REST OF THE
      * FIGHT AND THE MOMENT IS LOGGED AS FURIA-JEFE.
       CHECK-BOSS-ENRAGE.
           IF WS-FM-IS-BOSS AND WS-SK-ENRAGED = "N"
             AND WS-FM-MONSTER-HP-ENTRY > 0
             AND WS-M-R-HP(WS-M-R-CURRENT) >= 0
             AND WS-M-R-HP(WS-M-R-CURRENT)
               < (WS-FM-MONSTER-HP-ENTRY / 2) THEN
               MOVE WS-M-R-PROFESSION(WS-M-R-CURRENT)
                   MOVE "Y" TO WS-SK-ENRAGED
                   MOVE WS-SK-R-POWER(WS-SK-R-BOSS-FOUND)
                     TO WS-SK-ENRAGE-POWER
                   IF NOT WS-FM-SIMULATION THEN
                       DISPLAY "*** EL JEFE SE ENFURECE, FUERZA +"
                         WS-SK-ENRAGE-POWER " ***"
                   END-IF
                   PERFORM SET-ENRAGE-WITNESS
                   MOVE WS-H-R-HP(WS-SK-WITNESS)
                     TO BL-HERO-HP-BEFORE
               END-IF
           END-IF.
      ******************************************************************
      * THE HERO COLUMNS OF A FURIA-JEFE RECORD NAME A DETERMINISTIC
      * WITNESS: THE SOLO HERO, OR THE FIRST PARTY MEMBER STILL
      * STANDING.
       SET-ENRAGE-WITNESS.
           IF WS-SK-PARTY-FIGHT = "Y" THEN
               MOVE 0 TO WS-SK-WITNESS
               PERFORM VARYING WS-PT-I FROM 1 BY 1
                 UNTIL WS-PT-I > WS-PT-SIZE
                 OR WS-SK-WITNESS > 0
                   IF WS-H-R-HP(WS-PT-HERO(WS-PT-I)) > 0 THEN
                       MOVE WS-PT-HERO(WS-PT-I) TO WS-SK-WITNESS
                   END-IF
               END-PERFORM
               IF WS-SK-WITNESS = 0 THEN
                   MOVE WS-H-R-CURRENT TO WS-SK-WITNESS
               END-IF
           ELSE
               MOVE WS-H-R-CURRENT TO WS-SK-WITNESS
           END-IF.
      ******************************************************************
       SET-KILLER-FROM-POISONER.
           PERFORM VARYING WS-PT-I FROM 1 BY 1
             UNTIL WS-PT-I > WS-PT-SIZE
               IF WS-PT-HERO(WS-PT-I) = WS-SK-POISONER-HERO THEN
                   MOVE WS-PT-I TO WS-PT-KILLER
               END-IF
           END-PERFORM.
      ******************************************************************
      * THE PENDING POISON APPLICATION RECORD, WRITTEN RIGHT AFTER
      * THE HIT THAT TRIGGERED IT SO THE REPLAY SHOWS HIT AND VENOM
      * IN ORDER. NO DAMAGE YET: BL-DAMAGE DOCUMENTS THE PER-TICK
      * DOSE AND THE HP COLUMNS STAY FLAT.
       WRITE-POISON-APPLICATION.
           IF WS-SK-PENDING-APPL NOT = SPACES THEN
               MOVE WS-H-R-HP(WS-H-R-CURRENT) TO BL-HERO-HP-BEFORE
               MOVE WS-H-R-HP(WS-H-R-CURRENT) TO BL-HERO-HP-AFTER
               MOVE WS-M-R-HP(WS-M-R-CURRENT)
                 TO BL-MONSTER-HP-BEFORE
               MOVE WS-M-R-HP(WS-M-R-CURRENT)
                 TO BL-MONSTER-HP-AFTER
               IF WS-SK-PENDING-APPL = "VENENO-A-MONS" THEN
                   MOVE WS-SK-MONST-POISON-DMG TO BL-DAMAGE
               ELSE
                   MOVE WS-SK-HERO-POISON-DMG TO BL-DAMAGE
               END-IF
               MOVE WS-SK-PENDING-APPL TO BL-OUTCOME
               MOVE WS-H-R-ID(WS-H-R-CURRENT) TO BL-HERO-ID
               MOVE WS-M-R-ID(WS-M-R-CURRENT) TO BL-MONSTER-ID
               MOVE WS-M-R-PROFESSION(WS-M-R-CURRENT)
                 TO BL-MONSTER-PROFESSION
               PERFORM WRITE-BATTLE-LOG-ENTRY
               MOVE SPACES TO WS-SK-PENDING-APPL
           END-IF.
      * == [SKILLS] =================================================END=
      ******************************************************************
      * == [ROLL-FOR-LOOT] ========================================BEGIN=
      * A DEFEATED MONSTER DROPS AN ITEM 25% OF THE TIME; THE ITEM
      * IS PICKED AT RANDOM FROM ITEMS.TXT AND THE PLAYER DECIDES
      * WHETHER TO EQUIP IT (REPLACING THE CURRENT ONE). INTERACTIVE
      * PLAY ONLY.
       ROLL-FOR-LOOT.
           PERFORM ROLL-DICE
           IF WS-FM-ROLL < 25 THEN
               PERFORM ROLL-DICE
               COMPUTE WS-FM-LOOT-INDEX =
                 (WS-FM-ROLL * WS-IT-R-LENGTH / 100) + 1
               IF WS-FM-LOOT-INDEX > WS-IT-R-LENGTH THEN
                   MOVE WS-IT-R-LENGTH TO WS-FM-LOOT-INDEX
               END-IF
               DISPLAY "["WS-GAME-NAME"] EL MONSTRUO SUELTA: "
                 WS-IT-R-NAME(WS-FM-LOOT-INDEX)
               DISPLAY "Equipar? (S/N): "
               ACCEPT WS-FM-LOOT-ANSWER
               IF WS-FM-LOOT-ANSWER = "S" OR WS-FM-LOOT-ANSWER = "s"
                 THEN
                   MOVE WS-IT-R-CODE(WS-FM-LOOT-INDEX)
                     TO WS-H-R-ITEM(WS-H-R-CURRENT)
                   DISPLAY "["WS-GAME-NAME"] "
                     WS-IT-R-NAME(WS-FM-LOOT-INDEX) " EQUIPADO."
               END-IF
           END-IF.
      * == [ROLL-FOR-LOOT] ==========================================END=
      ******************************************************************
      * == [AWARD-EXPERIENCE] =====================================BEGIN=
      * BANKS THE EXPERIENCE EARNED THIS RUN IN THE HERO'S SAVED
      * RECORD AND RAISES WS-H-R-LEVEL WHILE THE ACCUMULATED XP COVERS
      * THE NEXT LEVEL'S COST, WITH A SMALL STRENGTH/HP BUMP PER
      * LEVEL.
      * ONLY PLAY CALLS THIS; SEE WS-EXPERIENCE-VARS FOR THE RULES.
       AWARD-EXPERIENCE.
           IF WS-XP-EARNED > 0 AND WS-H-R-CURRENT > 0 THEN
               DISPLAY "["WS-GAME-NAME"] "
                 WS-H-R-NAME(WS-H-R-CURRENT) " GANA "
                 WS-XP-EARNED " PUNTOS DE EXPERIENCIA"
               ADD WS-XP-EARNED TO WS-H-R-XP(WS-H-R-CURRENT)
               MOVE WS-H-R-LEVEL(WS-H-R-CURRENT) TO WS-HA-LEVEL-BEFORE
               PERFORM APPLY-LEVEL-UPS
               IF WS-H-R-LEVEL(WS-H-R-CURRENT) > WS-HA-LEVEL-BEFORE
                 THEN
                   MOVE "NIVEL" TO WS-HA-PATH
               ELSE
                   MOVE "PARTIDA" TO WS-HA-PATH
               END-IF
               PERFORM REWRITE-HERO-RECORD
           END-IF
           IF WS-H-R-CURRENT > 0 THEN
               PERFORM CREDIT-LEVEL-QUESTS
           END-IF.
      ******************************************************************
      * SHARED WITH PAY-QUEST-REWARD: RAISES THE LEVEL WHILE THE
      * BANKED XP COVERS THE NEXT LEVEL'S COST.
       APPLY-LEVEL-UPS.
           COMPUTE WS-XP-THRESHOLD =
             WS-H-R-LEVEL(WS-H-R-CURRENT) * 100
           PERFORM LEVEL-UP-HERO
             UNTIL WS-H-R-LEVEL(WS-H-R-CURRENT)
               >= WS-STAT-LEVEL-MAX
             OR WS-H-R-XP(WS-H-R-CURRENT) < WS-XP-THRESHOLD.
      ******************************************************************
       LEVEL-UP-HERO.
           SUBTRACT WS-XP-THRESHOLD FROM WS-H-R-XP(WS-H-R-CURRENT)
           ADD 1 TO WS-H-R-LEVEL(WS-H-R-CURRENT)
           IF WS-H-R-STRENGTH(WS-H-R-CURRENT)
             < WS-STAT-STRENGTH-MAX THEN
               ADD 1 TO WS-H-R-STRENGTH(WS-H-R-CURRENT)
           END-IF
           ADD 2 TO WS-H-R-MAX-HP(WS-H-R-CURRENT)
           IF WS-H-R-MAX-HP(WS-H-R-CURRENT) > WS-STAT-HP-MAX THEN
               MOVE WS-STAT-HP-MAX TO WS-H-R-MAX-HP(WS-H-R-CURRENT)
           END-IF
           ADD 2 TO WS-H-R-HP(WS-H-R-CURRENT)
           IF WS-H-R-HP(WS-H-R-CURRENT)
             > WS-H-R-MAX-HP(WS-H-R-CURRENT) THEN
               MOVE WS-H-R-MAX-HP(WS-H-R-CURRENT)
                 TO WS-H-R-HP(WS-H-R-CURRENT)
           END-IF
           DISPLAY "["WS-GAME-NAME"] *** "
             WS-H-R-NAME(WS-H-R-CURRENT) " SUBE DE NIVEL *** "
             "AHORA ES NIVEL " WS-H-R-LEVEL(WS-H-R-CURRENT)
           COMPUTE WS-XP-THRESHOLD =
             WS-H-R-LEVEL(WS-H-R-CURRENT) * 100.
      * == [AWARD-EXPERIENCE] =======================================END=
      ******************************************************************
      * == [QUEST-CONTRACTS] ======================================BEGIN=
      * SEE WS-QUEST-VARS FOR THE RULES.
       CREDIT-MONSTER-QUESTS.
           MOVE "M" TO WS-QE-GOAL
           MOVE WS-M-R-ID(WS-M-R-CURRENT) TO WS-QE-TARGET
           PERFORM CREDIT-QUEST-EVENT
           IF WS-FM-IS-BOSS THEN
               MOVE "J" TO WS-QE-GOAL
               MOVE WS-DG-CHOSEN TO WS-QE-TARGET
               PERFORM CREDIT-QUEST-EVENT
           END-IF.
      ******************************************************************
       CREDIT-DUNGEON-QUESTS.
           MOVE "D" TO WS-QE-GOAL
           MOVE WS-DG-CHOSEN TO WS-QE-TARGET
           PERFORM CREDIT-QUEST-EVENT.
      ******************************************************************
      * A LEVEL REWARD'S EXPERIENCE CAN RAISE THE LEVEL AGAIN, SO THE
      * LEVEL CONTRACTS ARE WALKED UNTIL A PASS COMPLETES NONE (EACH
      * CONTRACT COMPLETES ONLY ONCE, SO THIS ENDS).
       CREDIT-LEVEL-QUESTS.
           MOVE 1 TO WS-QE-DONE-COUNT
           PERFORM CREDIT-LEVEL-QUESTS-PASS
             UNTIL WS-QE-DONE-COUNT = 0.
      ******************************************************************
       CREDIT-LEVEL-QUESTS-PASS.
           MOVE 0 TO WS-QE-DONE-COUNT
           MOVE "N" TO WS-QE-GOAL
           MOVE WS-H-R-LEVEL(WS-H-R-CURRENT) TO WS-QE-TARGET
           PERFORM CREDIT-QUEST-EVENT.
      ******************************************************************
       CREDIT-QUEST-EVENT.
           IF WS-QS-R-LENGTH > 0 AND WS-H-R-CURRENT > 0 THEN
               PERFORM OPEN-QUEST-PROGRESS-IO
               IF WS-QP-FS-OK THEN
                   PERFORM CREDIT-ONE-QUEST
                     VARYING WS-QE-I FROM 1 BY 1
                     UNTIL WS-QE-I > WS-QS-R-LENGTH
                   CLOSE QUEST-PROGRESS-FILE
               ELSE
                   DISPLAY "["WS-GAME-NAME"] *** AVISO *** No se ha "
                     "podido guardar QUEST-PROGRESS."
               END-IF
           END-IF.
      ******************************************************************
      * A LEVEL CONTRACT MATCHES WHATEVER THE LEVEL IS (ITS PROGRESS
      * IS THE LEVEL ITSELF); A BOSS CONTRACT ON DUNGEON 00 MATCHES A
      * BOSS OF ANY DUNGEON.
       CREDIT-ONE-QUEST.
           SET WS-QE-NO-MATCH TO TRUE
           IF WS-QS-R-GOAL(WS-QE-I) = WS-QE-GOAL THEN
               EVALUATE TRUE
                   WHEN WS-QS-R-GOAL-LEVEL(WS-QE-I)
                       SET WS-QE-MATCHES TO TRUE
                   WHEN WS-QS-R-TARGET(WS-QE-I) = WS-QE-TARGET
                       SET WS-QE-MATCHES TO TRUE
                   WHEN WS-QS-R-GOAL-BOSS(WS-QE-I)
                     AND WS-QS-R-TARGET(WS-QE-I) = 0
                       SET WS-QE-MATCHES TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-QE-MATCHES THEN
               PERFORM READ-QUEST-PROGRESS
               IF QP-STATUS NOT = "C" THEN
                   IF WS-QS-R-GOAL-LEVEL(WS-QE-I) THEN
                       MOVE WS-QE-TARGET TO QP-PROGRESS
                   ELSE
                       ADD 1 TO QP-PROGRESS
                   END-IF
                   PERFORM SET-QUEST-NEEDED
                   IF QP-PROGRESS >= WS-QE-NEEDED THEN
                       MOVE "C" TO QP-STATUS
                       MOVE WS-SESSION-DATE TO QP-DONE-DATE
                   END-IF
                   WRITE QUEST-PROGRESS-REG
                     INVALID KEY
                       REWRITE QUEST-PROGRESS-REG
                   END-WRITE
                   IF QP-STATUS = "C" THEN
                       PERFORM PAY-QUEST-REWARD
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * THE HERO'S RECORD FOR QUEST WS-QE-I, OR AN OPEN ONE AT ZERO
      * WHEN THERE IS NONE YET. THE FILE MUST BE OPEN.
       READ-QUEST-PROGRESS.
           MOVE WS-H-R-ID(WS-H-R-CURRENT) TO QP-HERO-ID
           MOVE WS-QS-R-CODE(WS-QE-I) TO QP-QUEST
           READ QUEST-PROGRESS-FILE
             INVALID KEY
               MOVE WS-H-R-ID(WS-H-R-CURRENT) TO QP-HERO-ID
               MOVE WS-QS-R-CODE(WS-QE-I) TO QP-QUEST
               MOVE 0 TO QP-PROGRESS
               MOVE "A" TO QP-STATUS
               MOVE 0 TO QP-DONE-DATE
           END-READ.
      ******************************************************************
       SET-QUEST-NEEDED.
           IF WS-QS-R-GOAL-LEVEL(WS-QE-I) THEN
               MOVE WS-QS-R-TARGET(WS-QE-I) TO WS-QE-NEEDED
           ELSE
               MOVE WS-QS-R-COUNT(WS-QE-I) TO WS-QE-NEEDED
           END-IF.
      ******************************************************************
      * GOLD GOES THROUGH THE LEDGER LIKE A DROP; EXPERIENCE THROUGH
      * THE SAME LEVEL-UP PATH AS THE RUN'S; AN ITEM IS OFFERED LIKE
      * LOOT. THE HERO RECORD IS SAVED ON THE SPOT.
       PAY-QUEST-REWARD.
           ADD 1 TO WS-QE-DONE-COUNT
           DISPLAY "["WS-GAME-NAME"] *** CONTRATO CUMPLIDO *** "
             WS-H-R-NAME(WS-H-R-CURRENT) ": "
             WS-QS-R-DESC(WS-QE-I)
           MOVE "MISION" TO WS-HA-PATH
           IF WS-QS-R-GOLD(WS-QE-I) > 0 THEN
               ADD WS-QS-R-GOLD(WS-QE-I)
                 TO WS-H-R-GOLD(WS-H-R-CURRENT)
               DISPLAY "["WS-GAME-NAME"] RECOMPENSA: "
                 WS-QS-R-GOLD(WS-QE-I) " DE ORO (ORO: "
                 WS-H-R-GOLD(WS-H-R-CURRENT) ")"
               MOVE WS-H-R-ID(WS-H-R-CURRENT) TO WS-GL-HERO-ID
               MOVE "MISION" TO WS-GL-TYPE
               MOVE WS-QS-R-CODE(WS-QE-I) TO WS-GL-ITEM
               MOVE WS-QS-R-GOLD(WS-QE-I) TO WS-GL-AMOUNT
               MOVE WS-H-R-GOLD(WS-H-R-CURRENT) TO WS-GL-BALANCE
               PERFORM WRITE-GOLD-LEDGER-ENTRY
           END-IF
           IF WS-QS-R-XP(WS-QE-I) > 0 THEN
               DISPLAY "["WS-GAME-NAME"] RECOMPENSA: "
                 WS-QS-R-XP(WS-QE-I) " PUNTOS DE EXPERIENCIA"
               ADD WS-QS-R-XP(WS-QE-I) TO WS-H-R-XP(WS-H-R-CURRENT)
               PERFORM APPLY-LEVEL-UPS
           END-IF
           IF WS-QS-R-ITEM(WS-QE-I) > 0 THEN
               MOVE WS-QS-R-ITEM(WS-QE-I) TO WS-IT-R-SOUGHT
               PERFORM LOOKUP-ITEM
               IF WS-IT-R-FOUND = 0 THEN
                   DISPLAY "["WS-GAME-NAME"] *** AVISO *** El objeto "
                     WS-QS-R-ITEM(WS-QE-I) " de la recompensa no "
                     "esta en ITEMS.TXT; no se entrega."
               ELSE
                   DISPLAY "["WS-GAME-NAME"] RECOMPENSA: "
                     WS-IT-R-NAME(WS-IT-R-FOUND)
                   DISPLAY "Equipar? (S/N): "
                   ACCEPT WS-QE-ANSWER
                   IF WS-QE-ANSWER = "S" OR WS-QE-ANSWER = "s" THEN
                       MOVE WS-IT-R-CODE(WS-IT-R-FOUND)
                         TO WS-H-R-ITEM(WS-H-R-CURRENT)
                       DISPLAY "["WS-GAME-NAME"] "
                         WS-IT-R-NAME(WS-IT-R-FOUND) " EQUIPADO."
                   END-IF
               END-IF
           END-IF
           PERFORM REWRITE-HERO-RECORD.
      ******************************************************************
       OPEN-QUEST-PROGRESS-IO.
           OPEN I-O QUEST-PROGRESS-FILE
           IF NOT WS-QP-FS-OK THEN
               OPEN OUTPUT QUEST-PROGRESS-FILE
               CLOSE QUEST-PROGRESS-FILE
               OPEN I-O QUEST-PROGRESS-FILE
           END-IF.
      ******************************************************************
      * MENU OPTION I: EVERY HERO OF THE ROSTER WITH EACH CONTRACT ON
      * THE BOARD, OPEN ONES WITH THEIR PROGRESS, COMPLETED ONES WITH
      * THE DATE. NO PROGRESS FILE YET MEANS EVERYTHING IS OPEN AT
      * ZERO.
       DISPLAY-QUEST-BOARD.
           IF WS-QS-R-LENGTH = 0 THEN
               DISPLAY "["WS-GAME-NAME"] No hay contratos en "
                 "QUESTS.TXT."
           ELSE
           IF WS-H-R-LENGTH = 0 THEN
               DISPLAY "["WS-GAME-NAME"] No hay heroes en el plantel."
           ELSE
               SET WS-QL-FILE-CLOSED TO TRUE
               OPEN INPUT QUEST-PROGRESS-FILE
               IF WS-QP-FS-OK THEN
                   SET WS-QL-FILE-OPEN TO TRUE
               END-IF
               DISPLAY "["WS-GAME-NAME"] CONTRATOS DE LOS HEROES"
               DISPLAY "PERFIL: " WS-PROFILE-NAME
               DISPLAY "-------------------"
               PERFORM DISPLAY-HERO-QUESTS
                 VARYING WS-QL-H FROM 1 BY 1
                 UNTIL WS-QL-H > WS-H-R-LENGTH
               IF WS-QL-FILE-OPEN THEN
                   CLOSE QUEST-PROGRESS-FILE
               END-IF
           END-IF
           END-IF.
      ******************************************************************
       DISPLAY-HERO-QUESTS.
           MOVE 0 TO WS-QL-OPEN
           MOVE 0 TO WS-QL-DONE
           DISPLAY "HEROE " WS-H-R-ID(WS-QL-H) " "
             WS-H-R-NAME(WS-QL-H) " (NIVEL "
             WS-H-R-LEVEL(WS-QL-H) ")"
           PERFORM DISPLAY-HERO-QUEST-LINE
             VARYING WS-QE-I FROM 1 BY 1
             UNTIL WS-QE-I > WS-QS-R-LENGTH
           DISPLAY "  ABIERTOS " WS-QL-OPEN
             "  COMPLETADOS " WS-QL-DONE
           DISPLAY "-------------------".
      ******************************************************************
       DISPLAY-HERO-QUEST-LINE.
           MOVE 0 TO QP-PROGRESS
           MOVE "A" TO QP-STATUS
           MOVE 0 TO QP-DONE-DATE
           IF WS-QL-FILE-OPEN THEN
               MOVE WS-H-R-ID(WS-QL-H) TO QP-HERO-ID
               MOVE WS-QS-R-CODE(WS-QE-I) TO QP-QUEST
               READ QUEST-PROGRESS-FILE
                 INVALID KEY
                   MOVE 0 TO QP-PROGRESS
                   MOVE "A" TO QP-STATUS
                   MOVE 0 TO QP-DONE-DATE
               END-READ
           END-IF
      * A LEVEL CONTRACT ALWAYS SHOWS THE HERO'S CURRENT LEVEL.
           IF WS-QS-R-GOAL-LEVEL(WS-QE-I) AND QP-STATUS NOT = "C"
             THEN
               MOVE WS-H-R-LEVEL(WS-QL-H) TO QP-PROGRESS
           END-IF
           PERFORM SET-QUEST-NEEDED
           PERFORM DESCRIBE-QUEST-GOAL
           MOVE SPACES TO WS-QL-STATUS-TXT
           IF QP-STATUS = "C" THEN
               ADD 1 TO WS-QL-DONE
               STRING "COMPLETADO " QP-DONE-DATE
                 DELIMITED BY SIZE INTO WS-QL-STATUS-TXT
           ELSE
               ADD 1 TO WS-QL-OPEN
               STRING "ABIERTO " QP-PROGRESS "/" WS-QE-NEEDED
                 DELIMITED BY SIZE INTO WS-QL-STATUS-TXT
           END-IF
           DISPLAY "  " WS-QS-R-CODE(WS-QE-I) " "
             WS-QS-R-DESC(WS-QE-I) " " WS-QL-GOAL-TXT " "
             WS-QL-STATUS-TXT.
      ******************************************************************
      * SHORT TEXT OF QUEST WS-QE-I'S GOAL, FOR THE BOARD AND THE
      * MAINTENANCE LIST.
       DESCRIBE-QUEST-GOAL.
           MOVE SPACES TO WS-QL-GOAL-TXT
           EVALUATE TRUE
               WHEN WS-QS-R-GOAL-MONSTER(WS-QE-I)
                   STRING "MONSTRUO " WS-QS-R-TARGET(WS-QE-I)
                     " X" WS-QS-R-COUNT(WS-QE-I)
                     DELIMITED BY SIZE INTO WS-QL-GOAL-TXT
               WHEN WS-QS-R-GOAL-DUNGEON(WS-QE-I)
                   STRING "MAZMORRA " WS-QS-R-TARGET(WS-QE-I)
                     " X" WS-QS-R-COUNT(WS-QE-I)
                     DELIMITED BY SIZE INTO WS-QL-GOAL-TXT
               WHEN WS-QS-R-GOAL-BOSS(WS-QE-I)
                   STRING "JEFE MAZM. " WS-QS-R-TARGET(WS-QE-I)
                     " X" WS-QS-R-COUNT(WS-QE-I)
                     DELIMITED BY SIZE INTO WS-QL-GOAL-TXT
               WHEN WS-QS-R-GOAL-LEVEL(WS-QE-I)
                   STRING "NIVEL " WS-QS-R-TARGET(WS-QE-I)
                     DELIMITED BY SIZE INTO WS-QL-GOAL-TXT
               WHEN OTHER
                   MOVE "?" TO WS-QL-GOAL-TXT
           END-EVALUATE.
      * == [QUEST-CONTRACTS] ========================================END=
      ******************************************************************
      * == [COMPUTE-EFFECTIVE-STRENGTHS] ==========================BEGIN=
      * FOLDS THE FIGHTER'S CLASS MODIFIER (IF ANY) AND A LEVEL BONUS
      * (LEVEL / 2, INTEGER) INTO THEIR BASE STRENGTH FOR THIS EXCHANGE.
      * THE HERO'S EQUIPPED ITEM (WS-H-R-ITEM) ADDS ITS STRENGTH
      * MODIFIER HERE AND ITS AGILITY MODIFIER TO
      * WS-FM-HERO-EFF-AGILITY, WHICH ROLL-FOR-AGILITY USES IN PLACE
      * OF THE RAW WS-H-R-AGILITY.
       COMPUTE-EFFECTIVE-STRENGTHS.
           MOVE WS-H-R-PROFESSION(WS-H-R-CURRENT) TO WS-P-R-SOUGHT
           PERFORM LOOKUP-PROFESSION
           IF WS-P-R-FOUND > 0 THEN
               COMPUTE WS-FM-HERO-EFF-STRENGTH =
                   WS-H-R-STRENGTH(WS-H-R-CURRENT)
                   + WS-P-R-MODIFIER(WS-P-R-FOUND)
                   + (WS-H-R-LEVEL(WS-H-R-CURRENT) / 2)
           ELSE
               COMPUTE WS-FM-HERO-EFF-STRENGTH =
                   WS-H-R-STRENGTH(WS-H-R-CURRENT)
                   + (WS-H-R-LEVEL(WS-H-R-CURRENT) / 2)
           END-IF

           MOVE WS-H-R-AGILITY(WS-H-R-CURRENT)
             TO WS-FM-HERO-EFF-AGILITY
           IF WS-H-R-ITEM(WS-H-R-CURRENT) > 0 THEN
               MOVE WS-H-R-ITEM(WS-H-R-CURRENT) TO WS-IT-R-SOUGHT
               PERFORM LOOKUP-ITEM
               IF WS-IT-R-FOUND > 0 THEN
                   ADD WS-IT-R-STR-MOD(WS-IT-R-FOUND)
                     TO WS-FM-HERO-EFF-STRENGTH
                   ADD WS-IT-R-AGI-MOD(WS-IT-R-FOUND)
                     TO WS-FM-HERO-EFF-AGILITY
               END-IF
           END-IF

           MOVE WS-M-R-PROFESSION(WS-M-R-CURRENT) TO WS-P-R-SOUGHT
           PERFORM LOOKUP-PROFESSION
           IF WS-P-R-FOUND > 0 THEN
               COMPUTE WS-FM-MONSTER-EFF-STRENGTH =
                   WS-M-R-STRENGTH(WS-M-R-CURRENT)
                   + WS-P-R-MODIFIER(WS-P-R-FOUND)
                   + (WS-M-R-LEVEL(WS-M-R-CURRENT) / 2)
           ELSE
               COMPUTE WS-FM-MONSTER-EFF-STRENGTH =
                   WS-M-R-STRENGTH(WS-M-R-CURRENT)
                   + (WS-M-R-LEVEL(WS-M-R-CURRENT) / 2)
           END-IF.
      * == [COMPUTE-EFFECTIVE-STRENGTHS] ============================END=
      ******************************************************************
      * == [ROLL-FOR-AGILITY] =====================================BEGIN=
      * the MORE AGILE FIGHTER MAY LAND A FIRST STRIKE: A GUARANTEED HIT
      * THIS EXCHANGE REGARDLESS OF STRENGTH, ITS ODDS CAPPED AT 50%.
       ROLL-FOR-AGILITY.
           SET WS-FM-FS-NONE TO TRUE
           COMPUTE WS-FM-AGILITY-DIFF =
               WS-FM-HERO-EFF-AGILITY
               - WS-M-R-AGILITY(WS-M-R-CURRENT)
           PERFORM ROLL-DICE
           IF WS-FM-AGILITY-DIFF > 0 THEN
               COMPUTE WS-FM-DODGE-THRESHOLD = WS-FM-AGILITY-DIFF * 5
               IF WS-FM-DODGE-THRESHOLD > 50 THEN
                   MOVE 50 TO WS-FM-DODGE-THRESHOLD
               END-IF
               IF WS-FM-ROLL < WS-FM-DODGE-THRESHOLD THEN
                   SET WS-FM-FS-HERO TO TRUE
               END-IF
           ELSE
               IF WS-FM-AGILITY-DIFF < 0 THEN
                   COMPUTE WS-FM-DODGE-THRESHOLD =
                       (0 - WS-FM-AGILITY-DIFF) * 5
                   IF WS-FM-DODGE-THRESHOLD > 50 THEN
                       MOVE 50 TO WS-FM-DODGE-THRESHOLD
                   END-IF
                   IF WS-FM-ROLL < WS-FM-DODGE-THRESHOLD THEN
                       SET WS-FM-FS-MONSTER TO TRUE
                   END-IF
               END-IF
           END-IF.
      * == [ROLL-FOR-AGILITY] =======================================END=
      ******************************************************************
      * == [RUN-TOURNAMENT] =======================================BEGIN=
      * UNATTENDED BATCH MODE: EVERY HERO FIGHTS THE WHOLE WS-MONSTERS-R
      * ROSTER BACK TO BACK, WITH NO ACCEPT PROMPTS, AND THE RESULTS ARE
      * LEFT IN TOURNAMENT-REPORT.TXT FOR OVERNIGHT BALANCE TESTING.
       RUN-TOURNAMENT.
           IF WS-H-R-LENGTH > 0 AND WS-M-R-LENGTH > 0 THEN
               MOVE WS-H-R-CURRENT TO WS-TR-SAVED-CURRENT
               DISPLAY "["WS-GAME-NAME"] MODO TORNEO: TODOS LOS "
                   "HEROES CONTRA TODOS LOS MONSTRUOS"
               SET WS-FM-BATCH TO TRUE
               SET WS-FM-NO-BOSS TO TRUE
               MOVE 1 TO WS-TR-START-HERO
               PERFORM READ-TOURNAMENT-CHECKPOINT
               IF WS-CK-FOUND
                 AND WS-CK-LAST-HERO < WS-H-R-LENGTH THEN
                   DISPLAY "["WS-GAME-NAME"] Torneo interrumpido "
                     "detectado: completados " WS-CK-LAST-HERO
                     " de " WS-H-R-LENGTH " heroes."
      * THE NIGHTLY JOB HAS NOBODY TO ASK: IT ALWAYS RESUMES.
                   IF WS-RUN-BATCH-JOB THEN
                       MOVE "S" TO WS-CK-ANSWER
                   ELSE
                       DISPLAY "Reanudar desde el siguiente heroe? "
                         "(S/N): "
                       ACCEPT WS-CK-ANSWER
                   END-IF
                   IF WS-CK-ANSWER = "S" OR WS-CK-ANSWER = "s" THEN
                       COMPUTE WS-TR-START-HERO =
                         WS-CK-LAST-HERO + 1
                       MOVE WS-CK-REPORT-NAME TO WS-TH-NAME
      * TAKE BACK THE ORIGINAL TOURNAMENT'S SEED SO THE REPORT KEEPS
      * DOCUMENTING THE SAME ONE; THE DICE SEQUENCE RESTARTS FROM
      * THAT SEED, NOT FROM WHERE THE DEAD PROCESS LEFT OFF.
                       IF WS-CK-SEED > 0 THEN
                           MOVE WS-CK-SEED TO WS-FM-RANDOM-SEED
                           COMPUTE WS-FM-ROLL = FUNCTION
                             RANDOM(WS-FM-RANDOM-SEED) * 100
                       END-IF
                   END-IF
               END-IF
               IF WS-TR-START-HERO = 1 THEN
                   PERFORM SET-TOURNAMENT-REPORT-NAME
                   PERFORM CREATE-TOURNAMENT-REPORTS
               END-IF
               PERFORM OPEN-BATTLE-LOG
               PERFORM SAVE-MONSTER-HP VARYING WS-M-R-INDEX
                 FROM 1 BY 1 UNTIL WS-M-R-INDEX > WS-M-R-LENGTH
               PERFORM SAVE-HERO-HP VARYING WS-H-R-INDEX
                 FROM 1 BY 1 UNTIL WS-H-R-INDEX > WS-H-R-LENGTH
               PERFORM RUN-TOURNAMENT-FOR-HERO
                 VARYING WS-TR-LOOP-HERO FROM WS-TR-START-HERO BY 1
                 UNTIL WS-TR-LOOP-HERO > WS-H-R-LENGTH
               PERFORM RESTORE-MONSTER-HP VARYING WS-M-R-INDEX
                 FROM 1 BY 1 UNTIL WS-M-R-INDEX > WS-M-R-LENGTH
               PERFORM RESTORE-HERO-HP VARYING WS-H-R-INDEX
                 FROM 1 BY 1 UNTIL WS-H-R-INDEX > WS-H-R-LENGTH
               PERFORM CLOSE-BATTLE-LOG
               PERFORM CLEAR-TOURNAMENT-CHECKPOINT
               MOVE WS-TR-SAVED-CURRENT TO WS-H-R-CURRENT
               DISPLAY "["WS-GAME-NAME"] TORNEO COMPLETADO, VER "
                   "TOURNAMENT-REPORT.TXT Y " WS-TH-NAME
           ELSE
               DISPLAY "["WS-GAME-NAME"] "
                   "Faltan heroes o monstruos para el torneo"
           END-IF.
       RUN-TOURNAMENT-FOR-HERO.
           MOVE WS-TR-LOOP-HERO TO WS-H-R-CURRENT
           MOVE 0 TO WS-TR-WINS
           MOVE 0 TO WS-TR-LOSSES
           MOVE 0 TO WS-TR-CLEARED
           MOVE 0 TO WS-XP-EARNED
           PERFORM RESTORE-MONSTER-HP VARYING WS-M-R-INDEX
             FROM 1 BY 1 UNTIL WS-M-R-INDEX > WS-M-R-LENGTH
           MOVE WS-TR-HERO-HP-SAVE(WS-H-R-CURRENT)
             TO WS-H-R-HP(WS-H-R-CURRENT)
           MOVE 1 TO WS-M-R-CURRENT
           PERFORM UNTIL
             NOT (WS-H-R-HP(WS-H-R-CURRENT) > 0
             AND WS-M-R-CURRENT <= WS-M-R-LENGTH)
               PERFORM FIGHT-MONSTER
               ADD 1 TO WS-M-R-CURRENT
           END-PERFORM
           PERFORM WRITE-TOURNAMENT-REPORT-ENTRY.
       SAVE-MONSTER-HP.
           MOVE WS-M-R-HP(WS-M-R-INDEX)
             TO WS-TR-MONSTER-HP-SAVE(WS-M-R-INDEX).
       RESTORE-MONSTER-HP.
           MOVE WS-TR-MONSTER-HP-SAVE(WS-M-R-INDEX)
             TO WS-M-R-HP(WS-M-R-INDEX).
       SAVE-HERO-HP.
           MOVE WS-H-R-HP(WS-H-R-INDEX)
             TO WS-TR-HERO-HP-SAVE(WS-H-R-INDEX).
       RESTORE-HERO-HP.
           MOVE WS-TR-HERO-HP-SAVE(WS-H-R-INDEX)
             TO WS-H-R-HP(WS-H-R-INDEX).
      * == [RUN-TOURNAMENT] =========================================END=
      ******************************************************************
      * == [WIN-ODDS-SIMULATOR] ===================================BEGIN=
      * THE HERO (OR A PARTY LED BY THE HERO) AGAINST ONE DUNGEON OF
      * DUNGEONS.TXT (0 = THE CLASSIC MARCH THROUGH THE WHOLE ROSTER)
      * WS-SM-TRIALS TIMES, THROUGH THE SAME FIGHT-MONSTER /
      * FIGHT-MONSTER-PARTY AS REAL PLAY. SEE WS-SIMULATOR-VARS FOR
      * WHAT IS LEFT UNTOUCHED. THE REPORT GIVES, PER ENCOUNTER, THE
      * SHARE OF TRIALS STILL STANDING AFTER IT, THE EXPECTED HP LEFT
      * (FALLEN TRIALS COUNT AS 0) AND THE AVERAGE EXCHANGES OF THE
      * FIGHT, THEN THE MONSTER THAT ENDED THE MOST TRIALS.
       DISPLAY-WIN-ODDS.
           IF WS-H-R-CURRENT = 0 THEN
               DISPLAY "["WS-GAME-NAME"] " WS-TX-SELECT-FIRST
           ELSE
           IF WS-H-R-HP(WS-H-R-CURRENT) <= 0 THEN
               DISPLAY "["WS-GAME-NAME"] "
                 WS-H-R-NAME(WS-H-R-CURRENT)
                 " esta caido; revivelo en Modificar heroe "
                 "(opcion 6) antes de simular."
           ELSE
           IF WS-M-R-LENGTH = 0 THEN
               DISPLAY "["WS-GAME-NAME"] "
                 "No hay monstruos contra los que simular"
           ELSE
               PERFORM SELECT-PARTY
               PERFORM SELECT-DUNGEON
               PERFORM ACCEPT-SIM-ITEM
               DISPLAY "Numero de pruebas (1 - 9999, 0 = "
                 WS-SM-DEFAULT-TRIALS "): "
               ACCEPT WS-SM-TRIALS
               IF WS-SM-TRIALS = 0 THEN
                   MOVE WS-SM-DEFAULT-TRIALS TO WS-SM-TRIALS
               END-IF
               DISPLAY "Semilla (0 = la fija, "
                 WS-SM-DEFAULT-SEED "): "
               ACCEPT WS-SM-SEED
               SET WS-SM-TO-SCREEN TO TRUE
               PERFORM RUN-WIN-ODDS
           END-IF
           END-IF
           END-IF.
      ******************************************************************
      * THE CANDIDATE ITEM IS ONLY LENT FOR THE SIMULATION; THE
      * HERO'S OWN ITEM IS PUT BACK AFTERWARDS.
       ACCEPT-SIM-ITEM.
           MOVE 0 TO WS-SM-ITEM
           IF WS-IT-R-LENGTH > 0 THEN
               PERFORM DISPLAY-SIM-ITEM-LINE
                 VARYING WS-IT-R-INDEX FROM 1 BY 1
                 UNTIL WS-IT-R-INDEX > WS-IT-R-LENGTH
               DISPLAY "Objeto a probar en "
                 WS-H-R-NAME(WS-PT-HERO(1))
                 " (codigo, 0 = el equipado): "
               ACCEPT WS-SM-ITEM
               IF WS-SM-ITEM > 0 THEN
                   MOVE WS-SM-ITEM TO WS-IT-R-SOUGHT
                   PERFORM LOOKUP-ITEM
                   IF WS-IT-R-FOUND = 0 THEN
                       DISPLAY "["WS-GAME-NAME"] Objeto desconocido; "
                         "se simula con el equipado."
                       MOVE 0 TO WS-SM-ITEM
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       DISPLAY-SIM-ITEM-LINE.
           DISPLAY WS-IT-R-CODE(WS-IT-R-INDEX) "- "
             WS-IT-R-NAME(WS-IT-R-INDEX).
      ******************************************************************
      * "SIMULA HH[,HH[,HH]] DD [PRUEBAS [SEMILLA [OBJETO]]]": THE
      * SAME SIMULATION AS MENU OPTION J, WRITTEN TO SIM-REPORT.TXT.
      * HH ARE HERO IDS (THE FIRST ONE LEADS AND GETS THE OBJETO),
      * DD IS THE DUNGEON (00 = CLASSIC). WITHOUT A SEED THE FIXED
      * WS-SM-DEFAULT-SEED IS USED, SO THE SAME LINE RUN BEFORE AND
      * AFTER A BALANCE CHANGE COMPARES LIKE WITH LIKE.
       CMD-WIN-ODDS.
           MOVE SPACES TO WS-SM-ARG-HEROES
           MOVE SPACES TO WS-SM-ARG-DG
           MOVE SPACES TO WS-SM-ARG-TRIALS
           MOVE SPACES TO WS-SM-ARG-SEED
           MOVE SPACES TO WS-SM-ARG-ITEM
           MOVE 0 TO WS-SM-LEN-TRIALS
           MOVE 0 TO WS-SM-LEN-SEED
           UNSTRING WS-CMD-ARG DELIMITED BY ALL " "
             INTO WS-SM-ARG-HEROES
                  WS-SM-ARG-DG
                  WS-SM-ARG-TRIALS COUNT IN WS-SM-LEN-TRIALS
                  WS-SM-ARG-SEED COUNT IN WS-SM-LEN-SEED
                  WS-SM-ARG-ITEM
           SET WS-SM-OK TO TRUE
           PERFORM SET-SIM-BATCH-PARTY
           IF WS-SM-OK THEN
               PERFORM SET-SIM-BATCH-OPTIONS
           END-IF
           IF WS-SM-OK THEN
               MOVE "SIM-REPORT.TXT" TO WS-RUN-REPORT-NAME
               OPEN OUTPUT RUN-REPORT-FILE
               IF WS-RPT-FS-OK THEN
                   SET WS-SM-TO-FILE TO TRUE
                   PERFORM RUN-WIN-ODDS
                   SET WS-SM-TO-SCREEN TO TRUE
                   CLOSE RUN-REPORT-FILE
               ELSE
                   SET WS-SM-FAILED TO TRUE
               END-IF
           END-IF
           IF WS-SM-FAILED THEN
               MOVE 8 TO WS-CMD-RC
           END-IF.
      ******************************************************************
      * ONE TO THREE HERO IDS SEPARATED BY COMMAS; EACH MUST BE IN
      * THE ROSTER, STANDING, AND NOT REPEATED.
       SET-SIM-BATCH-PARTY.
           MOVE SPACES TO WS-SM-ARG-H(1)
           MOVE SPACES TO WS-SM-ARG-H(2)
           MOVE SPACES TO WS-SM-ARG-H(3)
           MOVE 0 TO WS-PT-SIZE
           UNSTRING WS-SM-ARG-HEROES DELIMITED BY ","
             INTO WS-SM-ARG-H(1) WS-SM-ARG-H(2) WS-SM-ARG-H(3)
             TALLYING IN WS-PT-SIZE
           IF WS-SM-ARG-HEROES = SPACES OR WS-M-R-LENGTH = 0 THEN
               SET WS-SM-FAILED TO TRUE
               DISPLAY "["WS-GAME-NAME"] SIMULA necesita heroes, "
                 "mazmorra y monstruos: " WS-CMD-ARG
           ELSE
               PERFORM CHECK-SIM-BATCH-HERO
                 VARYING WS-PT-J FROM 1 BY 1
                 UNTIL WS-PT-J > WS-PT-SIZE
                 OR WS-SM-FAILED
           END-IF.
      ******************************************************************
       CHECK-SIM-BATCH-HERO.
           MOVE 0 TO WS-HN-FOUND
           IF WS-SM-ARG-H(WS-PT-J) IS NUMERIC THEN
               MOVE WS-SM-ARG-H(WS-PT-J) TO WS-HN-SOUGHT
               PERFORM LOOKUP-HERO-NAME
           END-IF
           IF WS-HN-FOUND = 0 THEN
               SET WS-SM-FAILED TO TRUE
               DISPLAY "["WS-GAME-NAME"] SIMULA: heroe desconocido "
                 WS-SM-ARG-H(WS-PT-J)
           ELSE
           IF WS-H-R-HP(WS-HN-FOUND) <= 0 THEN
               SET WS-SM-FAILED TO TRUE
               DISPLAY "["WS-GAME-NAME"] SIMULA: el heroe "
                 WS-SM-ARG-H(WS-PT-J) " esta caido"
           ELSE
               MOVE WS-HN-FOUND TO WS-PT-HERO(WS-PT-J)
               PERFORM VARYING WS-PT-I FROM 1 BY 1
                 UNTIL WS-PT-I >= WS-PT-J
                   IF WS-PT-HERO(WS-PT-I) = WS-HN-FOUND THEN
                       SET WS-SM-FAILED TO TRUE
                       DISPLAY "["WS-GAME-NAME"] SIMULA: heroe "
                         "repetido " WS-SM-ARG-H(WS-PT-J)
                   END-IF
               END-PERFORM
           END-IF
           END-IF.
      ******************************************************************
      * DUNGEON (REQUIRED), THEN THE OPTIONAL TRIALS, SEED AND ITEM.
       SET-SIM-BATCH-OPTIONS.
           MOVE 0 TO WS-DG-FOUND
           IF WS-SM-ARG-DG IS NUMERIC THEN
               MOVE WS-SM-ARG-DG TO WS-DG-CHOSEN
               IF WS-DG-CHOSEN > 0 THEN
                   PERFORM FIND-DUNGEON
               END-IF
           ELSE
               MOVE 99 TO WS-DG-CHOSEN
           END-IF
           IF WS-DG-CHOSEN > 0 AND WS-DG-FOUND = 0 THEN
               SET WS-SM-FAILED TO TRUE
               DISPLAY "["WS-GAME-NAME"] SIMULA: mazmorra "
                 "desconocida " WS-SM-ARG-DG
           END-IF
           MOVE WS-SM-DEFAULT-TRIALS TO WS-SM-TRIALS
           IF WS-SM-LEN-TRIALS > 4 THEN
               SET WS-SM-FAILED TO TRUE
           ELSE
               IF WS-SM-LEN-TRIALS > 0 THEN
                   IF WS-SM-ARG-TRIALS(1:WS-SM-LEN-TRIALS)
                     IS NUMERIC THEN
                       MOVE WS-SM-ARG-TRIALS(1:WS-SM-LEN-TRIALS)
                         TO WS-SM-TRIALS
                   ELSE
                       SET WS-SM-FAILED TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-SM-TRIALS = 0 THEN
               MOVE WS-SM-DEFAULT-TRIALS TO WS-SM-TRIALS
           END-IF
           MOVE 0 TO WS-SM-SEED
           IF WS-SM-LEN-SEED > 8 THEN
               SET WS-SM-FAILED TO TRUE
           ELSE
               IF WS-SM-LEN-SEED > 0 THEN
                   IF WS-SM-ARG-SEED(1:WS-SM-LEN-SEED) IS NUMERIC THEN
                       MOVE WS-SM-ARG-SEED(1:WS-SM-LEN-SEED)
                         TO WS-SM-SEED
                   ELSE
                       SET WS-SM-FAILED TO TRUE
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO WS-SM-ITEM
           IF WS-SM-ARG-ITEM NOT = SPACES THEN
               IF WS-SM-ARG-ITEM IS NUMERIC THEN
                   MOVE WS-SM-ARG-ITEM TO WS-SM-ITEM
                   IF WS-SM-ITEM > 0 THEN
                       MOVE WS-SM-ITEM TO WS-IT-R-SOUGHT
                       PERFORM LOOKUP-ITEM
                       IF WS-IT-R-FOUND = 0 THEN
                           SET WS-SM-FAILED TO TRUE
                       END-IF
                   END-IF
               ELSE
                   SET WS-SM-FAILED TO TRUE
               END-IF
           END-IF
           IF WS-SM-FAILED THEN
               DISPLAY "["WS-GAME-NAME"] SIMULA: parametros no "
                 "validos: " WS-CMD-ARG
           END-IF.
      ******************************************************************
      * THE SIMULATION PROPER, SHARED BY THE MENU AND THE COMMAND:
      * WS-PT-SIZE / WS-PT-HERO, WS-DG-CHOSEN / WS-DG-FOUND,
      * WS-SM-TRIALS, WS-SM-SEED AND WS-SM-ITEM ARE SET BY THE CALLER.
       RUN-WIN-ODDS.
           SET WS-SM-OK TO TRUE
           PERFORM BUILD-SIM-ENCOUNTERS
           IF WS-SM-ENC-COUNT = 0 THEN
               SET WS-SM-FAILED TO TRUE
               DISPLAY "["WS-GAME-NAME"] No hay encuentros que "
                 "simular en esa mazmorra."
           ELSE
               IF WS-SM-SEED = 0 THEN
                   MOVE WS-SM-DEFAULT-SEED TO WS-SM-SEED
               END-IF
               MOVE WS-SM-SEED TO WS-FM-RANDOM-SEED
               COMPUTE WS-FM-ROLL =
                 FUNCTION RANDOM(WS-FM-RANDOM-SEED) * 100
               MOVE WS-H-R-CURRENT TO WS-SM-SAVED-CURRENT
               MOVE WS-FM-MODE TO WS-SM-MODE-SAVE
               MOVE WS-H-R-ITEM(WS-PT-HERO(1)) TO WS-SM-ITEM-SAVE
               IF WS-SM-ITEM > 0 THEN
                   MOVE WS-SM-ITEM TO WS-H-R-ITEM(WS-PT-HERO(1))
               END-IF
               MOVE 0 TO WS-SM-FALLEN
               MOVE 0 TO WS-SM-EXCH-TOTAL
               PERFORM ZERO-SIM-KILLS
                 VARYING WS-SM-I FROM 1 BY 1 UNTIL WS-SM-I > 50
               PERFORM SAVE-MONSTER-HP VARYING WS-M-R-INDEX
                 FROM 1 BY 1 UNTIL WS-M-R-INDEX > WS-M-R-LENGTH
               PERFORM SAVE-HERO-HP VARYING WS-H-R-INDEX
                 FROM 1 BY 1 UNTIL WS-H-R-INDEX > WS-H-R-LENGTH
               DISPLAY "["WS-GAME-NAME"] SIMULANDO " WS-SM-TRIALS
                 " PRUEBAS (SEMILLA " WS-SM-SEED ")..."
               SET WS-FM-SIMULATION TO TRUE
               PERFORM RUN-ONE-SIM-TRIAL
                 VARYING WS-SM-TRIAL FROM 1 BY 1
                 UNTIL WS-SM-TRIAL > WS-SM-TRIALS
               MOVE WS-SM-MODE-SAVE TO WS-FM-MODE
               SET WS-FM-NO-BOSS TO TRUE
               PERFORM RESTORE-MONSTER-HP VARYING WS-M-R-INDEX
                 FROM 1 BY 1 UNTIL WS-M-R-INDEX > WS-M-R-LENGTH
               PERFORM RESTORE-HERO-HP VARYING WS-H-R-INDEX
                 FROM 1 BY 1 UNTIL WS-H-R-INDEX > WS-H-R-LENGTH
               MOVE WS-SM-ITEM-SAVE TO WS-H-R-ITEM(WS-PT-HERO(1))
               MOVE WS-SM-SAVED-CURRENT TO WS-H-R-CURRENT
               PERFORM LIST-WIN-ODDS
           END-IF.
      ******************************************************************
       ZERO-SIM-KILLS.
           MOVE 0 TO WS-SM-KILLS(WS-SM-I).
      ******************************************************************
      * THE RUN'S ENCOUNTERS IN ORDER. A DUNGEON ENCOUNTER WHOSE
      * MONSTER IS NO LONGER IN THE ROSTER IS SKIPPED, AS IN PLAY.
       BUILD-SIM-ENCOUNTERS.
           MOVE 0 TO WS-SM-ENC-COUNT
           IF WS-DG-CHOSEN > 0 THEN
               MOVE WS-DG-R-NAME(WS-DG-FOUND) TO WS-SM-DG-NAME
               PERFORM ADD-SIM-DUNGEON-ENCOUNTER
                 VARYING WS-DG-I FROM 1 BY 1
                 UNTIL WS-DG-I > WS-DG-R-LENGTH
           ELSE
               MOVE "CLASICO" TO WS-SM-DG-NAME
               PERFORM ADD-SIM-ROSTER-ENCOUNTER
                 VARYING WS-M-R-INDEX FROM 1 BY 1
                 UNTIL WS-M-R-INDEX > WS-M-R-LENGTH
           END-IF.
      ******************************************************************
       ADD-SIM-DUNGEON-ENCOUNTER.
           IF WS-DG-R-DUNGEON-ID(WS-DG-I) = WS-DG-CHOSEN THEN
               MOVE WS-DG-R-MONSTER-ID(WS-DG-I) TO WS-RM-NEW-ID
               PERFORM LOOKUP-MONSTER-ID
               IF WS-RM-DUP-FOUND = 0 THEN
                   DISPLAY "["WS-GAME-NAME"] *** AVISO *** El "
                     "encuentro " WS-DG-R-SEQ(WS-DG-I)
                     " referencia al monstruo "
                     WS-DG-R-MONSTER-ID(WS-DG-I)
                     " que no esta en el plantel; se salta."
               ELSE
                   ADD 1 TO WS-SM-ENC-COUNT
                   MOVE ZEROES TO WS-SM-E(WS-SM-ENC-COUNT)
                   MOVE WS-DG-R-SEQ(WS-DG-I)
                     TO WS-SM-E-SEQ(WS-SM-ENC-COUNT)
                   MOVE WS-RM-DUP-FOUND
                     TO WS-SM-E-MONSTER(WS-SM-ENC-COUNT)
                   IF WS-DG-R-IS-BOSS(WS-DG-I) THEN
                       MOVE "J" TO WS-SM-E-BOSS(WS-SM-ENC-COUNT)
                   ELSE
                       MOVE SPACE TO WS-SM-E-BOSS(WS-SM-ENC-COUNT)
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       ADD-SIM-ROSTER-ENCOUNTER.
           ADD 1 TO WS-SM-ENC-COUNT
           MOVE ZEROES TO WS-SM-E(WS-SM-ENC-COUNT)
           MOVE WS-M-R-INDEX TO WS-SM-E-SEQ(WS-SM-ENC-COUNT)
           MOVE WS-M-R-INDEX TO WS-SM-E-MONSTER(WS-SM-ENC-COUNT)
           MOVE SPACE TO WS-SM-E-BOSS(WS-SM-ENC-COUNT).
      ******************************************************************
      * ONE TRIAL: EVERYBODY BACK TO THE SNAPSHOTTED HP, THEN THE
      * ENCOUNTERS IN ORDER UNTIL THE LAST ONE OR UNTIL NOBODY IS
      * LEFT STANDING.
       RUN-ONE-SIM-TRIAL.
           PERFORM RESTORE-MONSTER-HP VARYING WS-M-R-INDEX
             FROM 1 BY 1 UNTIL WS-M-R-INDEX > WS-M-R-LENGTH
           PERFORM RESTORE-HERO-HP VARYING WS-H-R-INDEX
             FROM 1 BY 1 UNTIL WS-H-R-INDEX > WS-H-R-LENGTH
           PERFORM COUNT-PARTY-STANDING
           PERFORM RUN-ONE-SIM-ENCOUNTER
             VARYING WS-SM-K FROM 1 BY 1
             UNTIL WS-SM-K > WS-SM-ENC-COUNT
             OR WS-PT-STANDING = 0.
      ******************************************************************
      * THE EXCHANGES OF A FIGHT ARE THE BLOWS STRUCK IN IT
      * (WS-TR-WINS + WS-TR-LOSSES); POISON TICKS ARE NOT BLOWS. THE
      * REST BETWEEN FIGHTS IS TAKEN AFTER THE HP IS TALLIED, SO THE
      * REPORT SHOWS WHAT THE FIGHT ITSELF LEFT.
       RUN-ONE-SIM-ENCOUNTER.
           MOVE WS-SM-E-MONSTER(WS-SM-K) TO WS-M-R-CURRENT
           IF WS-SM-E-BOSS(WS-SM-K) = "J" THEN
               SET WS-FM-IS-BOSS TO TRUE
           ELSE
               SET WS-FM-NO-BOSS TO TRUE
           END-IF
           ADD 1 TO WS-SM-E-REACHED(WS-SM-K)
           MOVE 0 TO WS-TR-WINS
           MOVE 0 TO WS-TR-LOSSES
           IF WS-PT-SIZE > 1 THEN
               PERFORM FIGHT-MONSTER-PARTY
           ELSE
               MOVE WS-PT-HERO(1) TO WS-H-R-CURRENT
               PERFORM FIGHT-MONSTER
           END-IF
           SET WS-FM-NO-BOSS TO TRUE
           COMPUTE WS-SM-E-EXCHANGES(WS-SM-K) =
             WS-SM-E-EXCHANGES(WS-SM-K) + WS-TR-WINS + WS-TR-LOSSES
           COMPUTE WS-SM-EXCH-TOTAL =
             WS-SM-EXCH-TOTAL + WS-TR-WINS + WS-TR-LOSSES
           PERFORM COUNT-PARTY-STANDING
           IF WS-PT-STANDING > 0 THEN
               ADD 1 TO WS-SM-E-SURVIVED(WS-SM-K)
               PERFORM ADD-SIM-HP-LEFT
                 VARYING WS-PT-I FROM 1 BY 1
                 UNTIL WS-PT-I > WS-PT-SIZE
               IF WS-SM-K < WS-SM-ENC-COUNT THEN
                   IF WS-PT-SIZE > 1 THEN
                       PERFORM REST-BETWEEN-FIGHTS-PARTY
                   ELSE
                       PERFORM REST-BETWEEN-FIGHTS
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-SM-FALLEN
               ADD 1 TO WS-SM-KILLS(WS-M-R-CURRENT)
           END-IF.
      ******************************************************************
       ADD-SIM-HP-LEFT.
           IF WS-H-R-HP(WS-PT-HERO(WS-PT-I)) > 0 THEN
               ADD WS-H-R-HP(WS-PT-HERO(WS-PT-I))
                 TO WS-SM-E-HP-LEFT(WS-SM-K)
           END-IF.
      ******************************************************************
       LIST-WIN-ODDS.
           MOVE SPACES TO WS-RPT-LINE
           STRING "PROBABILIDADES DE VICTORIA PERFIL " WS-PROFILE-NAME
             DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-WIN-ODDS-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "MAZMORRA " WS-DG-CHOSEN " " WS-SM-DG-NAME
             " PRUEBAS " WS-SM-TRIALS " SEMILLA " WS-SM-SEED
             DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-WIN-ODDS-LINE
           PERFORM PUT-WIN-ODDS-HERO
             VARYING WS-PT-I FROM 1 BY 1
             UNTIL WS-PT-I > WS-PT-SIZE
           PERFORM PUT-WIN-ODDS-ENCOUNTER
             VARYING WS-SM-K FROM 1 BY 1
             UNTIL WS-SM-K > WS-SM-ENC-COUNT
           COMPUTE WS-SM-PCT ROUNDED =
             WS-SM-E-SURVIVED(WS-SM-ENC-COUNT) * 100 / WS-SM-TRIALS
           COMPUTE WS-SM-AVG-HP ROUNDED =
             WS-SM-E-HP-LEFT(WS-SM-ENC-COUNT) / WS-SM-TRIALS
           COMPUTE WS-SM-AVG-EXCH ROUNDED =
             WS-SM-EXCH-TOTAL / WS-SM-TRIALS
           MOVE SPACES TO WS-RPT-LINE
           STRING "SALEN CON VIDA " WS-SM-PCT "%  HP MEDIO FINAL "
             WS-SM-AVG-HP "  INTERCAMBIOS POR PRUEBA " WS-SM-AVG-EXCH
             DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-WIN-ODDS-LINE
           MOVE 0 TO WS-SM-KILLER
           PERFORM FIND-SIM-KILLER
             VARYING WS-SM-I FROM 1 BY 1
             UNTIL WS-SM-I > WS-M-R-LENGTH
           MOVE SPACES TO WS-RPT-LINE
           IF WS-SM-KILLER = 0 THEN
               STRING "NINGUNA DERROTA EN " WS-SM-TRIALS " PRUEBAS"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "VERDUGO MAS PROBABLE: "
                 WS-M-R-NAME(WS-SM-KILLER)
                 " (ID " WS-M-R-ID(WS-SM-KILLER) ") "
                 WS-SM-KILLS(WS-SM-KILLER) " DE " WS-SM-FALLEN
                 " DERROTAS"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM PUT-WIN-ODDS-LINE.
      ******************************************************************
       PUT-WIN-ODDS-HERO.
           MOVE WS-H-R-ITEM(WS-PT-HERO(WS-PT-I)) TO WS-SM-ITEM-SHOWN
           MOVE SPACES TO WS-SM-ITEM-TXT
           IF WS-PT-I = 1 AND WS-SM-ITEM > 0 THEN
               MOVE WS-SM-ITEM TO WS-SM-ITEM-SHOWN
               MOVE " (A PRUEBA)" TO WS-SM-ITEM-TXT
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "HEROE " WS-H-R-ID(WS-PT-HERO(WS-PT-I)) " "
             WS-H-R-NAME(WS-PT-HERO(WS-PT-I))
             " NIVEL " WS-H-R-LEVEL(WS-PT-HERO(WS-PT-I))
             " HP " WS-H-R-HP(WS-PT-HERO(WS-PT-I))
             " OBJETO " WS-SM-ITEM-SHOWN WS-SM-ITEM-TXT
             DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-WIN-ODDS-LINE.
      ******************************************************************
       PUT-WIN-ODDS-ENCOUNTER.
           IF WS-SM-E-BOSS(WS-SM-K) = "J" THEN
               MOVE "JEFE " TO WS-SM-BOSS-TXT
           ELSE
               MOVE SPACES TO WS-SM-BOSS-TXT
           END-IF
           COMPUTE WS-SM-PCT ROUNDED =
             WS-SM-E-SURVIVED(WS-SM-K) * 100 / WS-SM-TRIALS
           COMPUTE WS-SM-AVG-HP ROUNDED =
             WS-SM-E-HP-LEFT(WS-SM-K) / WS-SM-TRIALS
           MOVE 0 TO WS-SM-AVG-EXCH
           IF WS-SM-E-REACHED(WS-SM-K) > 0 THEN
               COMPUTE WS-SM-AVG-EXCH ROUNDED =
                 WS-SM-E-EXCHANGES(WS-SM-K)
                 / WS-SM-E-REACHED(WS-SM-K)
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "  SEC " WS-SM-E-SEQ(WS-SM-K) " "
             WS-M-R-NAME(WS-SM-E-MONSTER(WS-SM-K)) " "
             WS-SM-BOSS-TXT
             " SIGUEN EN PIE " WS-SM-PCT "%"
             " HP " WS-SM-AVG-HP
             " INTERCAMBIOS " WS-SM-AVG-EXCH
             DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-WIN-ODDS-LINE.
      ******************************************************************
      * TIES GO TO THE EARLIER MONSTER OF THE ROSTER.
       FIND-SIM-KILLER.
           IF WS-SM-KILLS(WS-SM-I) > 0 THEN
               IF WS-SM-KILLER = 0 THEN
                   MOVE WS-SM-I TO WS-SM-KILLER
               ELSE
                   IF WS-SM-KILLS(WS-SM-I)
                     > WS-SM-KILLS(WS-SM-KILLER) THEN
                       MOVE WS-SM-I TO WS-SM-KILLER
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       PUT-WIN-ODDS-LINE.
           IF WS-SM-TO-FILE THEN
               WRITE RUN-REPORT-REG FROM WS-RPT-LINE
           ELSE
               DISPLAY WS-RPT-LINE
           END-IF.
      * == [WIN-ODDS-SIMULATOR] =====================================END=
      ******************************************************************
      * THE HISTORY REPORT'S NAME CARRIES THE RUN'S OWN DATE/TIME;
      * TOURNAMENT-REPORT.TXT REMAINS "THE LATEST TOURNAMENT" FOR
      * ANYONE WHO ONLY WANTS THE MOST RECENT RESULT.
       SET-TOURNAMENT-REPORT-NAME.
           PERFORM TAKE-FILE-NAME-STAMP
           MOVE SPACES TO WS-TH-NAME
           STRING "TOURNAMENT-REPORT-" WS-STAMP-DATE "-"
             WS-STAMP-TIME-RAW ".TXT"
             DELIMITED BY SIZE INTO WS-TH-NAME.
      ******************************************************************
       CREATE-TOURNAMENT-REPORTS.
           MOVE WS-FM-RANDOM-SEED TO WS-TR-SEED-VALUE
           MOVE WS-PROFILE-NAME TO WS-TR-PROFILE-VALUE
           OPEN OUTPUT TOURNAMENT-REPORT-FILE
           IF WS-TR-FS-OK THEN
               WRITE TOURNAMENT-REPORT-REG FROM WS-TR-SEED-HEADER
               WRITE TOURNAMENT-REPORT-REG FROM WS-TR-PROFILE-HEADER
               CLOSE TOURNAMENT-REPORT-FILE
           END-IF
      * EXTEND, NOT OUTPUT: IF TWO RUNS EVER LAND ON THE SAME STAMP
      * THE SECOND APPENDS INSTEAD OF WIPING THE FIRST RUN'S HISTORY.
           OPEN EXTEND TOURNAMENT-HISTORY-FILE
           IF NOT WS-TH-FS-OK THEN
               OPEN OUTPUT TOURNAMENT-HISTORY-FILE
           END-IF
           IF WS-TH-FS-OK THEN
               WRITE TOURNAMENT-HISTORY-REG FROM WS-TR-SEED-HEADER
               WRITE TOURNAMENT-HISTORY-REG
                 FROM WS-TR-PROFILE-HEADER
               CLOSE TOURNAMENT-HISTORY-FILE
           END-IF.
      ******************************************************************
      * EACH ENTRY IS APPENDED AND CLOSED ON THE SPOT (EXTEND PER
      * HERO), SO WHAT HAS ALREADY BEEN FOUGHT IS ON DISK EVEN IF
      * THE PROCESS DIES; THE CHECKPOINT IS REWRITTEN RIGHT AFTER.
       WRITE-TOURNAMENT-REPORT-ENTRY.
           OPEN EXTEND TOURNAMENT-REPORT-FILE
           OPEN EXTEND TOURNAMENT-HISTORY-FILE
           IF WS-TR-FS-OK THEN
               MOVE WS-H-R-ID(WS-H-R-CURRENT) TO TR-HERO-ID
               MOVE WS-H-R-NAME(WS-H-R-CURRENT) TO TR-HERO-NAME
               MOVE WS-TR-WINS TO TR-WINS
               MOVE WS-TR-LOSSES TO TR-LOSSES
               MOVE WS-TR-CLEARED TO TR-MONSTERS-CLEARED
               MOVE WS-H-R-HP(WS-H-R-CURRENT) TO TR-FINAL-HP
               WRITE TOURNAMENT-REPORT-REG
               IF WS-TH-FS-OK THEN
                   WRITE TOURNAMENT-HISTORY-REG
                     FROM TOURNAMENT-REPORT-REG
               END-IF
               CLOSE TOURNAMENT-REPORT-FILE
           END-IF
           IF WS-TH-FS-OK THEN
               CLOSE TOURNAMENT-HISTORY-FILE
           END-IF
           PERFORM WRITE-TOURNAMENT-CHECKPOINT.
      ******************************************************************
       WRITE-TOURNAMENT-CHECKPOINT.
           OPEN OUTPUT TOURNAMENT-CHKPT-FILE
           IF WS-CK-FS-OK THEN
               MOVE WS-SESSION-DATE TO CK-DATE
               MOVE WS-SESSION-TIME TO CK-TIME
               MOVE WS-H-R-CURRENT TO CK-LAST-HERO
               MOVE WS-FM-RANDOM-SEED TO CK-SEED
               MOVE WS-TH-NAME TO CK-REPORT-NAME
               WRITE TOURNAMENT-CHKPT-REG
               CLOSE TOURNAMENT-CHKPT-FILE
           END-IF.
      ******************************************************************
       READ-TOURNAMENT-CHECKPOINT.
           SET WS-CK-NONE TO TRUE
           OPEN INPUT TOURNAMENT-CHKPT-FILE
           IF WS-CK-FS-OK THEN
               READ TOURNAMENT-CHKPT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CK-LAST-HERO TO WS-CK-LAST-HERO
                   MOVE CK-SEED TO WS-CK-SEED
                   MOVE CK-REPORT-NAME TO WS-CK-REPORT-NAME
                   SET WS-CK-FOUND TO TRUE
               END-READ
               CLOSE TOURNAMENT-CHKPT-FILE
           END-IF.
      ******************************************************************
      * AN EMPTY CHECKPOINT (ZERO-LINE FILE) MEANS "LAST TOURNAMENT
      * FINISHED"; THAT WAY NO FILES NEED DELETING.
       CLEAR-TOURNAMENT-CHECKPOINT.
           OPEN OUTPUT TOURNAMENT-CHKPT-FILE
           IF WS-CK-FS-OK THEN
               CLOSE TOURNAMENT-CHKPT-FILE
           END-IF.
      ******************************************************************
       OPEN-BATTLE-LOG.
           PERFORM ROTATE-BATTLE-LOG
           OPEN EXTEND BATTLE-LOG-FILE
           IF NOT WS-BL-FS-OK THEN
               OPEN OUTPUT BATTLE-LOG-FILE
               CLOSE BATTLE-LOG-FILE
               OPEN EXTEND BATTLE-LOG-FILE
           END-IF.
      ******************************************************************
       WRITE-BATTLE-LOG-ENTRY.
           IF WS-BL-FS-OK AND NOT WS-FM-SIMULATION THEN
               MOVE WS-SESSION-DATE TO BL-DATE
               MOVE WS-SESSION-TIME TO BL-SESSION
               MOVE WS-FM-RANDOM-SEED TO BL-SEED
               MOVE WS-BL-RUN-ID TO BL-RUN-ID
               MOVE WS-BL-DUNGEON-ID TO BL-DUNGEON-ID
               MOVE WS-BL-ENCOUNTER TO BL-ENCOUNTER
               WRITE BATTLE-LOG-REG
           END-IF.
      ******************************************************************
       CLOSE-BATTLE-LOG.
           IF WS-BL-FS-OK THEN
               CLOSE BATTLE-LOG-FILE
           END-IF.
      ******************************************************************
      * A NEW RUN OF "A LA BATALLA": NEXT RUN NUMBER OF THE SESSION AND
      * THE CHOSEN DUNGEON (00 = CLASSIC RUN) ON EVERY RECORD UNTIL
      * END-BATTLE-RUN, SO TOURNAMENT AND DUEL RECORDS STAY UNTAGGED.
       BEGIN-BATTLE-RUN.
           ADD 1 TO WS-BL-RUN-SEQ
           MOVE WS-BL-RUN-SEQ TO WS-BL-RUN-ID
           MOVE WS-DG-CHOSEN TO WS-BL-DUNGEON-ID
           MOVE 0 TO WS-BL-ENCOUNTER.
      ******************************************************************
       END-BATTLE-RUN.
           MOVE 0 TO WS-BL-RUN-ID
           MOVE 0 TO WS-BL-DUNGEON-ID
           MOVE 0 TO WS-BL-ENCOUNTER.
      ******************************************************************
      * == [ROTATE-BATTLE-LOG] ====================================BEGIN=
      * BEFORE APPENDING TO BATTLE-LOG.TXT, ROLL IT INTO A DATED
      * ARCHIVE (BATTLE-LOG-AAAAMMDD-HHMMSS.TXT) ONCE IT PASSES
      * WS-BL-MAX-RECORDS, SO THE LIVE LOG STAYS SMALL ENOUGH TO
      * DIGEST PER SESSION.
       ROTATE-BATTLE-LOG.
           MOVE 0 TO WS-BL-RECORD-COUNT
           OPEN INPUT BATTLE-LOG-FILE
           IF WS-BL-FS-OK THEN
               PERFORM COUNT-BATTLE-LOG-RECORD UNTIL WS-BL-FS-EOF
               CLOSE BATTLE-LOG-FILE
               IF WS-BL-RECORD-COUNT >= WS-BL-MAX-RECORDS THEN
                   PERFORM ARCHIVE-BATTLE-LOG
               END-IF
           END-IF.
      ******************************************************************
       COUNT-BATTLE-LOG-RECORD.
           READ BATTLE-LOG-FILE
           AT END
               SET WS-BL-FS-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-BL-RECORD-COUNT
           END-READ.
      ******************************************************************
       ARCHIVE-BATTLE-LOG.
           PERFORM TAKE-FILE-NAME-STAMP
           MOVE SPACES TO WS-BL-ARCHIVE-NAME
      * A NAMED PROFILE'S ARCHIVES CARRY ITS PREFIX, LIKE ITS LIVE
      * LOG.
           IF WS-PF-DEFAULT THEN
               STRING "BATTLE-LOG-" WS-STAMP-DATE "-"
                 WS-STAMP-TIME-RAW ".TXT"
                 DELIMITED BY SIZE INTO WS-BL-ARCHIVE-NAME
           ELSE
               STRING WS-PROFILE-NAME DELIMITED BY SPACE
                 "-BATTLE-LOG-" WS-STAMP-DATE "-"
                 WS-STAMP-TIME-RAW ".TXT"
                 DELIMITED BY SIZE INTO WS-BL-ARCHIVE-NAME
           END-IF
           OPEN INPUT BATTLE-LOG-FILE
      * EXTEND, NOT OUTPUT: IF TWO ROTATIONS EVER LAND ON THE SAME
      * STAMP THE SECOND APPENDS INSTEAD OF WIPING THE FIRST.
           OPEN EXTEND BATTLE-ARCHIVE-FILE
           IF NOT WS-BL-ARCH-FS-OK THEN
               OPEN OUTPUT BATTLE-ARCHIVE-FILE
           END-IF
           IF WS-BL-FS-OK AND WS-BL-ARCH-FS-OK THEN
               PERFORM COPY-BATTLE-LOG-RECORD UNTIL WS-BL-FS-EOF
               CLOSE BATTLE-LOG-FILE
               CLOSE BATTLE-ARCHIVE-FILE
               OPEN OUTPUT BATTLE-LOG-FILE
               CLOSE BATTLE-LOG-FILE
               PERFORM APPEND-BATTLE-LOG-INDEX
               DISPLAY "["WS-GAME-NAME"] BATTLE-LOG.TXT archivado en "
                 WS-BL-ARCHIVE-NAME
           ELSE
               IF WS-BL-FS-OK THEN
                   CLOSE BATTLE-LOG-FILE
               END-IF
               DISPLAY "["WS-GAME-NAME"] *** AVISO *** No se ha "
                 "podido archivar BATTLE-LOG.TXT."
           END-IF.
      ******************************************************************
       COPY-BATTLE-LOG-RECORD.
           READ BATTLE-LOG-FILE
           AT END
               SET WS-BL-FS-EOF TO TRUE
           NOT AT END
               WRITE BATTLE-ARCHIVE-REG FROM BATTLE-LOG-REG
           END-READ.
      ******************************************************************
      * EVERY NEW ARCHIVE GOES ON THE INDEX SO BATCH READS CAN FIND
      * IT LATER; ARCHIVES ROTATED BEFORE THE INDEX EXISTED ARE NOT
      * LISTED AND STAY OUT OF THE RECONCILIATION.
       APPEND-BATTLE-LOG-INDEX.
           OPEN EXTEND BATTLE-INDEX-FILE
           IF NOT WS-BI-FS-OK THEN
               OPEN OUTPUT BATTLE-INDEX-FILE
               CLOSE BATTLE-INDEX-FILE
               OPEN EXTEND BATTLE-INDEX-FILE
           END-IF
           IF WS-BI-FS-OK THEN
               MOVE WS-BL-ARCHIVE-NAME TO BI-NAME
               WRITE BATTLE-INDEX-REG
               CLOSE BATTLE-INDEX-FILE
           ELSE
               DISPLAY "["WS-GAME-NAME"] *** AVISO *** No se ha "
                 "podido anotar el archivo en BATTLE-LOG-INDEX.TXT."
           END-IF.
      * == [ROTATE-BATTLE-LOG] ======================================END=
      ******************************************************************
      * == [DISPLAY-BATTLE-REPORT] ================================BEGIN=
      * DIGESTS BATTLE-LOG.TXT INTO AGGREGATES: TOTAL AND AVERAGE
      * DAMAGE DEALT/TAKEN PER HERO, WIN/LOSS SPLIT PER MONSTER
      * PROFESSION, AND THE THREE LONGEST FIGHTS BY EXCHANGE COUNT.
      * ONLY THE LIVE LOG IS READ; ROTATED ARCHIVES ARE CONSULTED
      * SEPARATELY.
       DISPLAY-BATTLE-REPORT.
           MOVE 0 TO WS-BR-HERO-COUNT
           MOVE 0 TO WS-BR-PROF-COUNT
           MOVE 0 TO WS-BR-CUR-HERO
           MOVE 0 TO WS-BR-CUR-MONSTER
           MOVE 0 TO WS-BR-CUR-SESSION
           MOVE 0 TO WS-BR-CUR-LEN
           PERFORM ZERO-BATTLE-REPORT-ROW
             VARYING WS-BR-I FROM 1 BY 1 UNTIL WS-BR-I > 20
           PERFORM ZERO-BATTLE-REPORT-TOP
             VARYING WS-BR-I FROM 1 BY 1 UNTIL WS-BR-I > 3
           OPEN INPUT BATTLE-LOG-FILE
           IF NOT WS-BL-FS-OK THEN
               DISPLAY "["WS-GAME-NAME"] No hay registro de batallas "
                 "que informar."
           ELSE
               PERFORM TALLY-BATTLE-LOG-RECORD UNTIL WS-BL-FS-EOF
               CLOSE BATTLE-LOG-FILE
               PERFORM CLOSE-LONGEST-FIGHT
               DISPLAY "["WS-GAME-NAME"] INFORME DE BATALLAS"
               DISPLAY "PERFIL: " WS-PROFILE-NAME
               DISPLAY "--------------------"
               DISPLAY "DANO POR HEROE (HECHO / RECIBIDO):"
               PERFORM DISPLAY-BATTLE-REPORT-HERO
                 VARYING WS-BR-I FROM 1 BY 1
                 UNTIL WS-BR-I > WS-BR-HERO-COUNT
               DISPLAY "POR PROFESION DE MONSTRUO:"
               PERFORM DISPLAY-BATTLE-REPORT-PROF
                 VARYING WS-BR-I FROM 1 BY 1
                 UNTIL WS-BR-I > WS-BR-PROF-COUNT
               DISPLAY "LUCHAS MAS LARGAS:"
               PERFORM DISPLAY-BATTLE-REPORT-TOP
                 VARYING WS-BR-I FROM 1 BY 1 UNTIL WS-BR-I > 3
               DISPLAY "--------------------"
           END-IF.
      ******************************************************************
       ZERO-BATTLE-REPORT-ROW.
           MOVE ZEROES TO WS-BR-HERO-T(WS-BR-I)
           MOVE ZEROES TO WS-BR-PROF-T(WS-BR-I).
      ******************************************************************
       ZERO-BATTLE-REPORT-TOP.
           MOVE ZEROES TO WS-BR-TOP-T(WS-BR-I).
      ******************************************************************
       TALLY-BATTLE-LOG-RECORD.
           READ BATTLE-LOG-FILE
           AT END
               SET WS-BL-FS-EOF TO TRUE
           NOT AT END
               PERFORM TALLY-ONE-EXCHANGE
           END-READ.
      ******************************************************************
       TALLY-ONE-EXCHANGE.
      * DUEL EXCHANGES (DUELO- OUTCOMES) BELONG TO THE LADDER, NOT TO
      * THE MONSTER-FIGHT AGGREGATES, SO THEY ARE LEFT OUT HERE; THE
      * REPLAY STILL SHOWS THEM. ZERO-DAMAGE ABILITY MARKERS
      * (VENENO-A-MONS / VENENO-A-HERO / FURIA-JEFE) ARE LEFT OUT TOO
      * SO THEY DON'T WATER DOWN THE AVERAGES; CRITICAL HITS AND
      * POISON TICKS COUNT ON THE SIDE THAT DEALT THE DAMAGE.
           IF BL-OUTCOME(1:6) NOT = "DUELO-"
             AND BL-OUTCOME NOT = "VENENO-A-MONS"
             AND BL-OUTCOME NOT = "VENENO-A-HERO"
             AND BL-OUTCOME NOT = "FURIA-JEFE"
             AND BL-OUTCOME NOT = "FIN-PARTIDA" THEN
               PERFORM LOOKUP-BATTLE-REPORT-HERO
               IF WS-BR-FOUND > 0 THEN
                   IF BL-OUTCOME = "GANA-HEROE"
                     OR BL-OUTCOME = "CRITICO-HEROE"
                     OR BL-OUTCOME = "VENENO-MONST" THEN
                       ADD BL-DAMAGE TO WS-BR-H-DEALT(WS-BR-FOUND)
                       ADD 1 TO WS-BR-H-HITS-OUT(WS-BR-FOUND)
                   ELSE
                       ADD BL-DAMAGE TO WS-BR-H-TAKEN(WS-BR-FOUND)
                       ADD 1 TO WS-BR-H-HITS-IN(WS-BR-FOUND)
                   END-IF
               END-IF
               PERFORM LOOKUP-BATTLE-REPORT-PROF
               IF WS-BR-FOUND > 0 THEN
                   IF BL-OUTCOME = "GANA-HEROE"
                     OR BL-OUTCOME = "CRITICO-HEROE"
                     OR BL-OUTCOME = "VENENO-MONST" THEN
                       ADD 1 TO WS-BR-P-HERO-WINS(WS-BR-FOUND)
                   ELSE
                       ADD 1 TO WS-BR-P-MONSTER-WINS(WS-BR-FOUND)
                   END-IF
               END-IF
               IF BL-HERO-ID NOT = WS-BR-CUR-HERO
                 OR BL-MONSTER-ID NOT = WS-BR-CUR-MONSTER
                 OR BL-SESSION NOT = WS-BR-CUR-SESSION THEN
                   PERFORM CLOSE-LONGEST-FIGHT
                   MOVE BL-HERO-ID TO WS-BR-CUR-HERO
                   MOVE BL-MONSTER-ID TO WS-BR-CUR-MONSTER
                   MOVE BL-SESSION TO WS-BR-CUR-SESSION
                   MOVE 0 TO WS-BR-CUR-LEN
               END-IF
               ADD 1 TO WS-BR-CUR-LEN
           END-IF.
      ******************************************************************
       LOOKUP-BATTLE-REPORT-HERO.
           MOVE 0 TO WS-BR-FOUND
           PERFORM VARYING WS-BR-I FROM 1 BY 1
             UNTIL WS-BR-I > WS-BR-HERO-COUNT
             OR WS-BR-FOUND > 0
               IF WS-BR-H-ID(WS-BR-I) = BL-HERO-ID THEN
                   MOVE WS-BR-I TO WS-BR-FOUND
               END-IF
           END-PERFORM
           IF WS-BR-FOUND = 0 AND WS-BR-HERO-COUNT < 20 THEN
               ADD 1 TO WS-BR-HERO-COUNT
               MOVE WS-BR-HERO-COUNT TO WS-BR-FOUND
               MOVE BL-HERO-ID TO WS-BR-H-ID(WS-BR-FOUND)
           END-IF.
      ******************************************************************
       LOOKUP-BATTLE-REPORT-PROF.
           MOVE 0 TO WS-BR-FOUND
           PERFORM VARYING WS-BR-I FROM 1 BY 1
             UNTIL WS-BR-I > WS-BR-PROF-COUNT
             OR WS-BR-FOUND > 0
               IF WS-BR-P-CODE(WS-BR-I) = BL-MONSTER-PROFESSION THEN
                   MOVE WS-BR-I TO WS-BR-FOUND
               END-IF
           END-PERFORM
           IF WS-BR-FOUND = 0 AND WS-BR-PROF-COUNT < 20 THEN
               ADD 1 TO WS-BR-PROF-COUNT
               MOVE WS-BR-PROF-COUNT TO WS-BR-FOUND
               MOVE BL-MONSTER-PROFESSION TO WS-BR-P-CODE(WS-BR-FOUND)
           END-IF.
      ******************************************************************
       CLOSE-LONGEST-FIGHT.
           IF WS-BR-CUR-LEN > 0 THEN
               MOVE 1 TO WS-BR-MIN-SLOT
               IF WS-BR-T-LEN(2) < WS-BR-T-LEN(WS-BR-MIN-SLOT) THEN
                   MOVE 2 TO WS-BR-MIN-SLOT
               END-IF
               IF WS-BR-T-LEN(3) < WS-BR-T-LEN(WS-BR-MIN-SLOT) THEN
                   MOVE 3 TO WS-BR-MIN-SLOT
               END-IF
               IF WS-BR-CUR-LEN > WS-BR-T-LEN(WS-BR-MIN-SLOT) THEN
                   MOVE WS-BR-CUR-HERO
                     TO WS-BR-T-HERO(WS-BR-MIN-SLOT)
                   MOVE WS-BR-CUR-MONSTER
                     TO WS-BR-T-MONSTER(WS-BR-MIN-SLOT)
                   MOVE WS-BR-CUR-LEN TO WS-BR-T-LEN(WS-BR-MIN-SLOT)
               END-IF
           END-IF.
      ******************************************************************
       DISPLAY-BATTLE-REPORT-HERO.
           MOVE WS-BR-H-ID(WS-BR-I) TO WS-HN-SOUGHT
           PERFORM LOOKUP-HERO-NAME
           DISPLAY "HEROE " WS-BR-H-ID(WS-BR-I) " " WS-HN-NAME
             ": DANO HECHO " WS-BR-H-DEALT(WS-BR-I)
             " EN " WS-BR-H-HITS-OUT(WS-BR-I) " GOLPES"
             ", DANO RECIBIDO " WS-BR-H-TAKEN(WS-BR-I)
             " EN " WS-BR-H-HITS-IN(WS-BR-I) " GOLPES"
           IF WS-BR-H-HITS-OUT(WS-BR-I) > 0 THEN
               COMPUTE WS-BR-AVG = WS-BR-H-DEALT(WS-BR-I)
                 / WS-BR-H-HITS-OUT(WS-BR-I)
               DISPLAY "         DANO MEDIO HECHO: " WS-BR-AVG
           END-IF
           IF WS-BR-H-HITS-IN(WS-BR-I) > 0 THEN
               COMPUTE WS-BR-AVG = WS-BR-H-TAKEN(WS-BR-I)
                 / WS-BR-H-HITS-IN(WS-BR-I)
               DISPLAY "         DANO MEDIO RECIBIDO: " WS-BR-AVG
           END-IF.
      ******************************************************************
       DISPLAY-BATTLE-REPORT-PROF.
           MOVE WS-BR-P-CODE(WS-BR-I) TO WS-P-R-SOUGHT
           PERFORM LOOKUP-PROFESSION
           IF WS-P-R-FOUND > 0 THEN
               DISPLAY "PROFESION " WS-P-R-NAME(WS-P-R-FOUND)
                 ": GANA HEROE " WS-BR-P-HERO-WINS(WS-BR-I)
                 " GANA MONSTRUO " WS-BR-P-MONSTER-WINS(WS-BR-I)
           ELSE
               DISPLAY "PROFESION " WS-BR-P-CODE(WS-BR-I)
                 ": GANA HEROE " WS-BR-P-HERO-WINS(WS-BR-I)
                 " GANA MONSTRUO " WS-BR-P-MONSTER-WINS(WS-BR-I)
           END-IF.
      ******************************************************************
       DISPLAY-BATTLE-REPORT-TOP.
           IF WS-BR-T-LEN(WS-BR-I) > 0 THEN
               DISPLAY "HEROE " WS-BR-T-HERO(WS-BR-I)
                 " CONTRA MONSTRUO " WS-BR-T-MONSTER(WS-BR-I)
                 ": " WS-BR-T-LEN(WS-BR-I) " INTERCAMBIOS"
           END-IF.
      * == [DISPLAY-BATTLE-REPORT] ==================================END=
      ******************************************************************
      * == [DISPLAY-BATTLE-REPLAY] ================================BEGIN=
      * REPLAYS ON SCREEN, EXCHANGE BY EXCHANGE, A BATTLE ALREADY
      * PLAYED, FROM ITS BATTLE-LOG.TXT RECORDS -- THIS IS HOW A
      * "THE DICE ROBBED MY HERO" DISPUTE GETS SETTLED: EVERY RECORD
      * CARRIES THE DATE, SESSION AND SEED IT WAS PLAYED WITH.
       DISPLAY-BATTLE-REPLAY.
           OPEN INPUT BATTLE-LOG-FILE
           IF NOT WS-BL-FS-OK THEN
               DISPLAY "["WS-GAME-NAME"] No hay registro de batallas "
                 "que repetir."
           ELSE
               DISPLAY "["WS-GAME-NAME"] REPETICION DE BATALLA"
               DISPLAY "- ID del heroe: "
               ACCEPT WS-RP-HERO
               DISPLAY "- ID del monstruo (00 = todos): "
               ACCEPT WS-RP-MONSTER
               DISPLAY "- Sesion HHMMSS (000000 = todas): "
               ACCEPT WS-RP-SESSION
               MOVE 0 TO WS-RP-SHOWN
               PERFORM REPLAY-BATTLE-LOG-RECORD UNTIL WS-BL-FS-EOF
               CLOSE BATTLE-LOG-FILE
               IF WS-RP-SHOWN = 0 THEN
                   DISPLAY "["WS-GAME-NAME"] Ningun registro "
                     "coincide con esos criterios."
               ELSE
                   DISPLAY "["WS-GAME-NAME"] FIN DE LA REPETICION ("
                     WS-RP-SHOWN " INTERCAMBIOS)."
               END-IF
           END-IF.
      ******************************************************************
       REPLAY-BATTLE-LOG-RECORD.
           READ BATTLE-LOG-FILE
           AT END
               SET WS-BL-FS-EOF TO TRUE
           NOT AT END
               IF BL-HERO-ID = WS-RP-HERO
                 AND (WS-RP-MONSTER = 0
                   OR BL-MONSTER-ID = WS-RP-MONSTER)
                 AND (WS-RP-SESSION = 0
                   OR BL-SESSION = WS-RP-SESSION) THEN
                   PERFORM DISPLAY-REPLAY-EXCHANGE
               END-IF
           END-READ.
      ******************************************************************
       DISPLAY-REPLAY-EXCHANGE.
           ADD 1 TO WS-RP-SHOWN
           MOVE BL-HERO-ID TO WS-HN-SOUGHT
           PERFORM LOOKUP-HERO-NAME
           DISPLAY "FECHA " BL-DATE " SESION " BL-SESSION
             " SEMILLA " BL-SEED
           DISPLAY "HEROE " BL-HERO-ID " " WS-HN-NAME
             " CONTRA MONSTRUO " BL-MONSTER-ID
             " (PROFESION " BL-MONSTER-PROFESSION ")"
           DISPLAY "  DANO " BL-DAMAGE
             "  HP HEROE " BL-HERO-HP-BEFORE " -> " BL-HERO-HP-AFTER
             "  HP MONSTRUO " BL-MONSTER-HP-BEFORE " -> "
             BL-MONSTER-HP-AFTER
             "  [" BL-OUTCOME "]"
           DISPLAY "-- INTRO para el siguiente intercambio --"
           ACCEPT WS-RP-PAUSE.
      * == [DISPLAY-BATTLE-REPLAY] ==================================END=
      ******************************************************************
       EXIT-GAME.
           PERFORM CONFIRM-PROFILE-LOCK
           IF WS-LK-READ-ONLY THEN
               DISPLAY "SALIR - [SOLO CONSULTA, SIN GUARDAR]"
           ELSE
               DISPLAY "SALIR - [GUARDAR CAMBIOS]"
               MOVE "SALIDA" TO WS-HA-PATH
               PERFORM SAVE--WS-HEROES-R--CONTENT
           END-IF.
      * == [DISPLAY-MAIN-MENU] =====================================END=

      ******************************************************************
      * == [INIT--WS-HEROES-R--CONTENT] ==========================BEGIN=
       INIT--WS-HEROES-R--CONTENT.
           OPEN INPUT HEROES-FILE.
           IF NOT WS-H-FS-OK THEN
               PERFORM ERROR-OPENING-HEROES
           ELSE
               PERFORM SET--WS-HEROES-R--CONTENT
               CLOSE HEROES-FILE
           END-IF.
      ******************************************************************
       SET--WS-HEROES-R--CONTENT.
           MOVE 0 TO WS-H-R-LENGTH.
           PERFORM READ-FILE-HEROES VARYING WS-H-R-INDEX FROM 1 BY 1
             UNTIL WS-H-FS-EOF OR WS-H-R-INDEX > WS-MAX-HEROES.
           IF NOT WS-H-FS-EOF THEN
               PERFORM WARN-TOO-MANY-HEROES
           END-IF.
      ******************************************************************
       READ-FILE-HEROES.
           READ HEROES-FILE NEXT RECORD
             INTO WS-HEROES-R(WS-H-R-INDEX)
           AT END
               SET WS-H-FS-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-H-R-LENGTH
           END-READ.
      ******************************************************************
       ERROR-OPENING-HEROES.
           DISPLAY "["WS-GAME-NAME"] Fichero HEROES no disponible.".
      ******************************************************************
       WARN-TOO-MANY-HEROES.
           DISPLAY "["WS-GAME-NAME"] *** AVISO *** HEROES.TXT tiene "
             "mas de " WS-MAX-HEROES " heroes; se ha truncado el "
             "listado a los primeros " WS-MAX-HEROES ".".
      * == [INIT--WS-HEROES-R--CONTENT] ============================END=

      ******************************************************************
      * == [VALIDATE-HEROES-DATA] =================================BEGIN=
      * RECONCILIATION PASS OVER THE LOADED HEROES TABLE -- CATCHES WHAT
      * A HAND-EDIT OF HEROES.TXT CAN BREAK THAT THE PLAIN FILE-STATUS
      * CHECK IN INIT--WS-HEROES-R--CONTENT NEVER WOULD: DUPLICATE IDS,
      * PROFESSION CODES THAT AREN'T IN PROFESSIONS.TXT, AND A LOADED
      * COUNT THAT DOESN'T MATCH THE FILE'S OWN LINE COUNT.
       VALIDATE-HEROES-DATA.
           PERFORM VARYING WS-VAL-I FROM 1 BY 1
             UNTIL WS-VAL-I > WS-H-R-LENGTH
               PERFORM VARYING WS-VAL-J FROM WS-VAL-I BY 1
                 UNTIL WS-VAL-J > WS-H-R-LENGTH
                   IF WS-VAL-J NOT = WS-VAL-I
                     AND WS-H-R-ID(WS-VAL-I) = WS-H-R-ID(WS-VAL-J) THEN
                       DISPLAY "["WS-GAME-NAME"] *** AVISO *** "
                         "HEROES.TXT tiene ID de heroe duplicado: "
                         WS-H-R-ID(WS-VAL-I)
                   END-IF
               END-PERFORM
      * FIX-UP FOR ROWS SAVED BEFORE THE MAX-HP FIELD EXISTED (OR
      * HAND-EDITED): A MAXIMUM OF ZERO OR BELOW THE CURRENT HP IS
      * RECONSTRUCTED FROM WHAT WE HAVE.
               IF WS-H-R-MAX-HP(WS-VAL-I) = 0 THEN
                   IF WS-H-R-HP(WS-VAL-I) > 0 THEN
                       MOVE WS-H-R-HP(WS-VAL-I)
                         TO WS-H-R-MAX-HP(WS-VAL-I)
                   ELSE
                       MOVE WS-STAT-HP-MIN
                         TO WS-H-R-MAX-HP(WS-VAL-I)
                   END-IF
               END-IF
               IF WS-H-R-HP(WS-VAL-I) > WS-H-R-MAX-HP(WS-VAL-I) THEN
                   MOVE WS-H-R-HP(WS-VAL-I)
                     TO WS-H-R-MAX-HP(WS-VAL-I)
               END-IF
      * ROWS SAVED BEFORE THE GOLD FIELD EXISTED COME IN WITH SPACES
      * THERE; START THEM AT ZERO.
               IF WS-H-R-GOLD(WS-VAL-I) NOT NUMERIC THEN
                   MOVE ZERO TO WS-H-R-GOLD(WS-VAL-I)
               END-IF
               MOVE WS-H-R-PROFESSION(WS-VAL-I) TO WS-P-R-SOUGHT
               PERFORM LOOKUP-PROFESSION
               IF WS-P-R-FOUND = 0 THEN
                   DISPLAY "["WS-GAME-NAME"] *** AVISO *** El heroe "
                     WS-H-R-ID(WS-VAL-I)
                     " tiene un codigo de profesion desconocido: "
                     WS-H-R-PROFESSION(WS-VAL-I)
               END-IF
           END-PERFORM
           PERFORM COUNT-HEROES-FILE-LINES
           IF WS-VAL-FILE-LINES NOT = WS-H-R-LENGTH
             AND WS-VAL-FILE-LINES <= WS-MAX-HEROES THEN
               DISPLAY "["WS-GAME-NAME"] *** AVISO *** HEROES.TXT "
                 "tiene " WS-VAL-FILE-LINES " lineas pero se cargaron "
                 WS-H-R-LENGTH " heroes."
           END-IF.
      ******************************************************************
       COUNT-HEROES-FILE-LINES.
           MOVE 0 TO WS-VAL-FILE-LINES.
           OPEN INPUT HEROES-FILE
           IF WS-H-FS-OK THEN
               PERFORM READ-ONE-HEROES-LINE VARYING WS-VAL-I FROM 1
                 BY 1 UNTIL WS-H-FS-EOF
               CLOSE HEROES-FILE
           END-IF.
      ******************************************************************
       READ-ONE-HEROES-LINE.
           READ HEROES-FILE NEXT RECORD
           AT END
               SET WS-H-FS-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-VAL-FILE-LINES
           END-READ.
      * == [VALIDATE-HEROES-DATA] ===================================END=

      ******************************************************************
      * == [SAVE--WS-HEROES-R--CONTENT] ==========================BEGIN=
      * PER-RECORD SAVE ON THE INDEXED FILE: EACH TABLE ENTRY IS
      * WRITTEN (OR REWRITTEN IF ITS ID ALREADY EXISTS) BY KEY; THE
      * WHOLE FILE IS NEVER TRUNCATED. RETIREMENTS DELETE THEIR
      * RECORD BY KEY IN RETIRE-HERO.
       SAVE--WS-HEROES-R--CONTENT.
           PERFORM OPEN-HEROES-IO.
           IF NOT WS-H-FS-OK THEN
               PERFORM ERROR-SAVING-HEROES
           ELSE
               PERFORM WRITE-FILE-HEROES VARYING WS-H-R-INDEX FROM 1
                 BY 1 UNTIL WS-H-R-INDEX > WS-H-R-LENGTH
               CLOSE HEROES-FILE
           END-IF.
      ******************************************************************
      * OPEN I-O, CREATING THE FILE IF IT DOES NOT EXIST YET -- SAME
      * BOOTSTRAP PATTERN AS OPEN-BATTLE-LOG.
       OPEN-HEROES-IO.
           OPEN I-O HEROES-FILE
           IF NOT WS-H-FS-OK THEN
               OPEN OUTPUT HEROES-FILE
               CLOSE HEROES-FILE
               OPEN I-O HEROES-FILE
           END-IF.
      ******************************************************************
       WRITE-FILE-HEROES.
           IF WS-H-R-HP(WS-H-R-INDEX) < 0 THEN
               MOVE 0 TO WS-H-R-HP(WS-H-R-INDEX)
           END-IF
           MOVE WS-H-R-ID(WS-H-R-INDEX) TO HEROES-R-ID
           PERFORM READ-HERO-BEFORE-IMAGE
           MOVE WS-HEROES-R(WS-H-R-INDEX) TO HEROES-REG
           WRITE HEROES-REG
             INVALID KEY
               REWRITE HEROES-REG
           END-WRITE
           MOVE HEROES-REG TO WS-HA-AFTER
           PERFORM AUDIT-HERO-CHANGE.
      ******************************************************************
      * SINGLE-RECORD REWRITE: THE SELECTED HERO. THIS IS THE SAVE
      * PATH AFTER EVERY GAME (EXPERIENCE, EQUIPMENT, REST) -- ONE
      * KEYED OPERATION.
       REWRITE-HERO-RECORD.
           PERFORM OPEN-HEROES-IO
           IF NOT WS-H-FS-OK THEN
               PERFORM ERROR-SAVING-HEROES
           ELSE
               IF WS-H-R-HP(WS-H-R-CURRENT) < 0 THEN
                   MOVE 0 TO WS-H-R-HP(WS-H-R-CURRENT)
               END-IF
               MOVE WS-H-R-ID(WS-H-R-CURRENT) TO HEROES-R-ID
               PERFORM READ-HERO-BEFORE-IMAGE
               MOVE WS-HEROES-R(WS-H-R-CURRENT) TO HEROES-REG
               WRITE HEROES-REG
                 INVALID KEY
                   REWRITE HEROES-REG
               END-WRITE
               MOVE HEROES-REG TO WS-HA-AFTER
               PERFORM AUDIT-HERO-CHANGE
               CLOSE HEROES-FILE
           END-IF.
      ******************************************************************
       DELETE-HERO-RECORD.
           PERFORM OPEN-HEROES-IO
           IF WS-H-FS-OK THEN
               MOVE WS-H-R-ID(WS-RM-DEL-INDEX) TO HEROES-R-ID
               PERFORM READ-HERO-BEFORE-IMAGE
               DELETE HEROES-FILE RECORD
                 INVALID KEY
                   CONTINUE
               END-DELETE
               MOVE SPACES TO WS-HA-AFTER
               PERFORM AUDIT-HERO-CHANGE
               CLOSE HEROES-FILE
           END-IF.
      ******************************************************************
       ERROR-SAVING-HEROES.
           DISPLAY "["WS-GAME-NAME"] No se ha podido guardar HEROES.".
      * == [SAVE--WS-HEROES-R--CONTENT] ============================END=

      ******************************************************************
      * == [HERO-AUDIT] ===========================================BEGIN=
      * SEE WS-HERO-AUDIT-VARS AND THE HERO-AUDIT-FILE FD. THE KEY
      * SOUGHT IS ALREADY IN HEROES-R-ID; THE FILE IS OPEN I-O.
       READ-HERO-BEFORE-IMAGE.
           MOVE HEROES-R-ID TO WS-HA-KEY
           READ HEROES-FILE
             KEY IS HEROES-R-ID
             INVALID KEY
               MOVE SPACES TO WS-HA-BEFORE
             NOT INVALID KEY
               MOVE HEROES-REG TO WS-HA-BEFORE
           END-READ.
      ******************************************************************
      * A SAVE THAT LEFT THE RECORD AS IT WAS IS NOT A CHANGE.
       AUDIT-HERO-CHANGE.
           IF WS-HA-AFTER NOT = WS-HA-BEFORE THEN
               PERFORM WRITE-HERO-AUDIT-ENTRY
           END-IF.
      ******************************************************************
      * SAME OPEN-AND-CLOSE APPEND AS WRITE-GOLD-LEDGER-ENTRY.
       WRITE-HERO-AUDIT-ENTRY.
           OPEN EXTEND HERO-AUDIT-FILE
           IF NOT WS-HA-FS-OK THEN
               OPEN OUTPUT HERO-AUDIT-FILE
               CLOSE HERO-AUDIT-FILE
               OPEN EXTEND HERO-AUDIT-FILE
           END-IF
           IF WS-HA-FS-OK THEN
               MOVE WS-SESSION-DATE TO HA-DATE
               MOVE WS-SESSION-TIME TO HA-SESSION
               MOVE WS-HA-KEY TO HA-HERO-ID
               MOVE WS-HA-PATH TO HA-PATH
               MOVE WS-HA-BEFORE TO HA-BEFORE
               MOVE WS-HA-AFTER TO HA-AFTER
               WRITE HERO-AUDIT-REG
               CLOSE HERO-AUDIT-FILE
           ELSE
               DISPLAY "["WS-GAME-NAME"] *** AVISO *** No se ha "
                 "podido escribir en HERO-AUDIT.TXT."
           END-IF.
      ******************************************************************
       DISPLAY-HERO-HISTORY.
           DISPLAY "["WS-GAME-NAME"] HISTORIAL DE CAMBIOS DE HEROE"
           DISPLAY "- ID del heroe: "
           ACCEPT WS-HA-HERO
           DISPLAY "- Desde (AAAAMMDD, 0 = desde el principio): "
           ACCEPT WS-HA-FROM
           DISPLAY "- Hasta (AAAAMMDD, 0 = hasta hoy): "
           ACCEPT WS-HA-TO
           IF WS-HA-TO = 0 THEN
               MOVE 99999999 TO WS-HA-TO
           END-IF
           SET WS-HA-TO-SCREEN TO TRUE
           PERFORM LIST-HERO-HISTORY
           IF NOT WS-HA-FS-EOF THEN
               DISPLAY "["WS-GAME-NAME"] Todavia no hay cambios "
                 "registrados en HERO-AUDIT.TXT."
           END-IF.
      ******************************************************************
      * WS-HA-HERO / WS-HA-FROM / WS-HA-TO IN; EVERY MATCHING ENTRY
      * GOES OUT THROUGH PUT-HERO-HISTORY-LINE. THE AUDIT STATUS IS
      * LEFT AT ITS EOF MARK ONLY IF THE FILE COULD BE READ.
       LIST-HERO-HISTORY.
           MOVE 0 TO WS-HA-SHOWN
           MOVE WS-HA-HERO TO WS-HN-SOUGHT
           PERFORM LOOKUP-HERO-NAME
           MOVE SPACES TO WS-RPT-LINE
           STRING "HISTORIAL DEL HEROE " WS-HA-HERO " " WS-HN-NAME
             " DESDE " WS-HA-FROM " HASTA " WS-HA-TO
             DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-HERO-HISTORY-LINE
           OPEN INPUT HERO-AUDIT-FILE
           IF WS-HA-FS-OK THEN
               PERFORM READ-HERO-AUDIT-RECORD UNTIL WS-HA-FS-EOF
               CLOSE HERO-AUDIT-FILE
               SET WS-HA-FS-EOF TO TRUE
               MOVE SPACES TO WS-RPT-LINE
               STRING "CAMBIOS ENCONTRADOS: " WS-HA-SHOWN
                 DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PUT-HERO-HISTORY-LINE
           END-IF.
      ******************************************************************
       READ-HERO-AUDIT-RECORD.
           READ HERO-AUDIT-FILE
           AT END
               SET WS-HA-FS-EOF TO TRUE
           NOT AT END
               IF HA-HERO-ID = WS-HA-HERO
                 AND HA-DATE >= WS-HA-FROM
                 AND HA-DATE <= WS-HA-TO THEN
                   PERFORM PUT-HERO-AUDIT-ENTRY
               END-IF
           END-READ.
      ******************************************************************
       PUT-HERO-AUDIT-ENTRY.
           ADD 1 TO WS-HA-SHOWN
           MOVE SPACES TO WS-RPT-LINE
           STRING HA-DATE " " HA-SESSION " " HA-PATH
             DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-HERO-HISTORY-LINE
           MOVE "  ANTES   " TO WS-HA-LABEL
           MOVE HA-BEFORE TO WS-HA-IMAGE
           PERFORM PUT-HERO-AUDIT-IMAGE
           MOVE "  DESPUES " TO WS-HA-LABEL
           MOVE HA-AFTER TO WS-HA-IMAGE
           PERFORM PUT-HERO-AUDIT-IMAGE.
      ******************************************************************
       PUT-HERO-AUDIT-IMAGE.
           MOVE SPACES TO WS-RPT-LINE
           IF WS-HA-IMAGE = SPACES THEN
               STRING WS-HA-LABEL "(NO EXISTE)"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING WS-HA-LABEL WS-HA-I-NAME
                 " F " WS-HA-I-STRENGTH
                 " A " WS-HA-I-AGILITY
                 " N " WS-HA-I-LEVEL
                 " HP " WS-HA-I-HP "/" WS-HA-I-MAX-HP
                 " PR " WS-HA-I-PROFESSION
                 " XP " WS-HA-I-XP
                 " OB " WS-HA-I-ITEM
                 " ORO " WS-HA-I-GOLD
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM PUT-HERO-HISTORY-LINE.
      ******************************************************************
       PUT-HERO-HISTORY-LINE.
           IF WS-HA-TO-FILE THEN
               WRITE RUN-REPORT-REG FROM WS-RPT-LINE
           ELSE
               DISPLAY WS-RPT-LINE
           END-IF.
      * == [HERO-AUDIT] =============================================END=
      ******************************************************************
      * == [CAMPAIGN-BACKUP] ======================================BEGIN=
      * SEE WS-BACKUP-VARS AND THE BACKUP FDS. THE GENERATIONS LIVE IN
      * FIXED SLOTS ("<PERFIL>-BACKUP-Gnn.TXT" PLUS ITS
      * "-MANIFEST.TXT"), SO KEEPING THE LAST WS-BK-MAX-GENERATIONS IS
      * A MATTER OF REUSING THE OLDEST SLOT -- NO FILES NEED DELETING.
      * THE DATE AND TIME OF EACH GENERATION ARE KEPT IN BACKUP-CTL.TXT
      * AND IN THE MANIFEST HEADER.
       DISPLAY-BACKUP-MENU.
           MOVE SPACE TO WS-BK-OPTION
           PERFORM DISPLAY-BACKUP-OPTIONS UNTIL WS-BK-OPTION = "0".
      ******************************************************************
       DISPLAY-BACKUP-OPTIONS.
           PERFORM LOAD-BACKUP-CATALOG
           DISPLAY "["WS-GAME-NAME"] COPIAS DE SEGURIDAD DEL PERFIL "
             WS-PROFILE-NAME
           IF WS-BC-COUNT = 0 THEN
               DISPLAY "  (ninguna copia todavia)"
           ELSE
               PERFORM DISPLAY-BACKUP-GENERATION
                 VARYING WS-BC-I FROM 1 BY 1
                 UNTIL WS-BC-I > WS-BC-COUNT
           END-IF
           DISPLAY "1- Hacer copia ahora"
           DISPLAY "2- Restaurar una generacion"
           DISPLAY "0- Volver"
           ACCEPT WS-BK-OPTION
           EVALUATE WS-BK-OPTION
               WHEN "0"
                   CONTINUE
               WHEN "1"
                   PERFORM BACKUP-CAMPAIGN
               WHEN "2"
                   DISPLAY "Generacion a restaurar (0 = la ultima):"
                   MOVE 0 TO WS-BK-GEN-WANTED
                   ACCEPT WS-BK-GEN-WANTED
                   PERFORM RESTORE-CAMPAIGN
               WHEN OTHER
                   DISPLAY "["WS-GAME-NAME"] "
                     "[Escoge una opcion correcta]"
           END-EVALUATE.
      ******************************************************************
       DISPLAY-BACKUP-GENERATION.
           DISPLAY "  GENERACION " WS-BC-GEN(WS-BC-I)
             "  FECHA " WS-BC-DATE(WS-BC-I)
             "  HORA " WS-BC-TIME(WS-BC-I)
             "  HUECO " WS-BC-SLOT(WS-BC-I).
      ******************************************************************
      * BACKUP-CTL.TXT: ONE LINE PER GENERATION KEPT, OLDEST FIRST.
       LOAD-BACKUP-CATALOG.
           MOVE 0 TO WS-BC-COUNT
           MOVE 0 TO WS-BC-LAST-GEN
           OPEN INPUT BACKUP-CATALOG-FILE
           IF WS-BC-FS-OK THEN
               PERFORM READ-BACKUP-CATALOG UNTIL WS-BC-FS-EOF
               CLOSE BACKUP-CATALOG-FILE
           END-IF.
      ******************************************************************
       READ-BACKUP-CATALOG.
           READ BACKUP-CATALOG-FILE
           AT END
               SET WS-BC-FS-EOF TO TRUE
           NOT AT END
               IF BC-GEN IS NUMERIC AND BC-SLOT IS NUMERIC
                 AND WS-BC-COUNT < 20 THEN
                   ADD 1 TO WS-BC-COUNT
                   MOVE BC-GEN TO WS-BC-GEN(WS-BC-COUNT)
                   MOVE BC-SLOT TO WS-BC-SLOT(WS-BC-COUNT)
                   MOVE BC-DATE TO WS-BC-DATE(WS-BC-COUNT)
                   MOVE BC-TIME TO WS-BC-TIME(WS-BC-COUNT)
                   IF BC-GEN > WS-BC-LAST-GEN THEN
                       MOVE BC-GEN TO WS-BC-LAST-GEN
                   END-IF
               END-IF
           END-READ.
      ******************************************************************
       SAVE-BACKUP-CATALOG.
           OPEN OUTPUT BACKUP-CATALOG-FILE
           IF WS-BC-FS-OK THEN
               PERFORM WRITE-BACKUP-CATALOG
                 VARYING WS-BC-I FROM 1 BY 1
                 UNTIL WS-BC-I > WS-BC-COUNT
               CLOSE BACKUP-CATALOG-FILE
           ELSE
               SET WS-BK-FAILED TO TRUE
               DISPLAY "["WS-GAME-NAME"] No se ha podido guardar "
                 WS-BACKUP-CTL-NAME
           END-IF.
      ******************************************************************
       WRITE-BACKUP-CATALOG.
           MOVE WS-BC-GEN(WS-BC-I) TO BC-GEN
           MOVE WS-BC-SLOT(WS-BC-I) TO BC-SLOT
           MOVE WS-BC-DATE(WS-BC-I) TO BC-DATE
           MOVE WS-BC-TIME(WS-BC-I) TO BC-TIME
           WRITE BACKUP-CATALOG-REG.
      ******************************************************************
      * A FREE SLOT WHILE FEWER THAN WS-BK-MAX-GENERATIONS ARE KEPT;
      * OTHERWISE THE OLDEST GENERATION (FIRST CATALOG LINE) GIVES UP
      * ITS SLOT AND DROPS OUT OF THE CATALOG.
       PICK-BACKUP-SLOT.
           IF WS-BC-COUNT < WS-BK-MAX-GENERATIONS THEN
               MOVE 0 TO WS-BK-SLOT
               PERFORM FIND-FREE-BACKUP-SLOT
                 UNTIL WS-BK-SLOT > 0
           ELSE
               MOVE WS-BC-SLOT(1) TO WS-BK-SLOT
               PERFORM SHIFT-BACKUP-CATALOG
                 VARYING WS-BC-I FROM 2 BY 1
                 UNTIL WS-BC-I > WS-BC-COUNT
               SUBTRACT 1 FROM WS-BC-COUNT
           END-IF
           ADD 1 TO WS-BC-LAST-GEN GIVING WS-BK-GEN.
      ******************************************************************
      * THE LOWEST SLOT NUMBER NO CATALOGED GENERATION IS USING.
       FIND-FREE-BACKUP-SLOT.
           ADD 1 TO WS-BC-FOUND
           MOVE WS-BC-FOUND TO WS-BK-SLOT
           PERFORM VARYING WS-BC-I FROM 1 BY 1
             UNTIL WS-BC-I > WS-BC-COUNT
               IF WS-BC-SLOT(WS-BC-I) = WS-BC-FOUND THEN
                   MOVE 0 TO WS-BK-SLOT
               END-IF
           END-PERFORM.
      ******************************************************************
       SHIFT-BACKUP-CATALOG.
           MOVE WS-BC-T(WS-BC-I) TO WS-BC-T(WS-BC-I - 1).
      ******************************************************************
       SET-BACKUP-SLOT-NAMES.
           MOVE SPACES TO WS-BK-DATA-NAME
           MOVE SPACES TO WS-BK-MAN-NAME
           IF WS-PF-DEFAULT THEN
               STRING "BACKUP-G" WS-BK-SLOT ".TXT"
                 DELIMITED BY SIZE INTO WS-BK-DATA-NAME
               STRING "BACKUP-G" WS-BK-SLOT "-MANIFEST.TXT"
                 DELIMITED BY SIZE INTO WS-BK-MAN-NAME
           ELSE
               STRING WS-PROFILE-NAME DELIMITED BY SPACE
                 "-BACKUP-G" WS-BK-SLOT ".TXT"
                 DELIMITED BY SIZE INTO WS-BK-DATA-NAME
               STRING WS-PROFILE-NAME DELIMITED BY SPACE
                 "-BACKUP-G" WS-BK-SLOT "-MANIFEST.TXT"
                 DELIMITED BY SIZE INTO WS-BK-MAN-NAME
           END-IF.
      ******************************************************************
      * THE SESSION'S ROSTER IS SAVED FIRST SO THE COPY HOLDS WHAT IS
      * ON SCREEN; THEN EVERY FILE OF THE PROFILE GOES INTO THE DATA
      * FILE IN A FIXED ORDER. A FILE THAT DOES NOT EXIST YET GOES IN
      * WITH ZERO RECORDS, SO A RESTORE LEAVES IT EMPTY AS IT WAS.
      * ANY WRITE OR CLOSE THAT FAILS SETS WS-BK-FAILED, AND THE NEW
      * GENERATION IS RE-COUNTED AGAINST ITS MANIFEST BEFORE IT IS
      * CATALOGED. THE CATALOG IS SAVED EVEN WHEN THE COPY FAILS: IF
      * THE SLOT CAME FROM THE OLDEST GENERATION, THAT GENERATION IS
      * GONE AND MUST NOT STAY LISTED.
       BACKUP-CAMPAIGN.
           SET WS-BK-FAILED TO TRUE
           SET WS-BK-ROOM TO TRUE
           IF WS-H-R-LENGTH > 0 THEN
               MOVE "RESPALDO" TO WS-HA-PATH
               PERFORM SAVE--WS-HEROES-R--CONTENT
           END-IF
           PERFORM LOAD-BACKUP-CATALOG
           MOVE 0 TO WS-BC-FOUND
           PERFORM PICK-BACKUP-SLOT
           PERFORM SET-BACKUP-SLOT-NAMES
           PERFORM TAKE-FILE-NAME-STAMP
           MOVE WS-STAMP-DATE TO WS-BK-DATE
           MOVE WS-STAMP-TIME-RAW TO WS-BK-TIME
           MOVE 0 TO WS-BM-COUNT
           OPEN OUTPUT BACKUP-FILE
           IF NOT WS-BK-FS-OK THEN
               DISPLAY "["WS-GAME-NAME"] No se ha podido crear "
                 WS-BK-DATA-NAME
           ELSE
               SET WS-BK-GOOD TO TRUE
               PERFORM BK-COPY-HEROES
               PERFORM BK-COPY-HERO-STATS
               PERFORM BK-COPY-BATTLE-LOG
               PERFORM BK-COPY-BATTLE-INDEX
               PERFORM BK-COPY-ARCHIVES
               PERFORM BK-COPY-GOLD-LEDGER
               PERFORM BK-COPY-DUEL-LADDER
               PERFORM BK-COPY-SEASON-CTL
               PERFORM BK-COPY-SEASON-STATS
               PERFORM BK-COPY-CHECKPOINT
               PERFORM BK-COPY-QUEST-PROGRESS
               PERFORM BK-COPY-RETIRED-HEROES
               CLOSE BACKUP-FILE
               IF NOT WS-BK-FS-OK THEN
                   SET WS-BK-FAILED TO TRUE
               END-IF
               IF WS-BK-FULL THEN
                   SET WS-BK-FAILED TO TRUE
                   DISPLAY "["WS-GAME-NAME"] *** AVISO *** Mas de "
                     WS-BK-MAX-FILES " ficheros que copiar; la copia "
                     "no es valida."
               END-IF
               IF WS-BK-GOOD THEN
                   PERFORM WRITE-BACKUP-MANIFEST
               ELSE
                   DISPLAY "["WS-GAME-NAME"] No se ha podido escribir "
                     "entera la copia " WS-BK-DATA-NAME
               END-IF
               IF WS-BK-GOOD THEN
                   PERFORM VERIFY-BACKUP-GENERATION
               END-IF
               IF WS-BK-GOOD THEN
                   ADD 1 TO WS-BC-COUNT
                   MOVE WS-BK-GEN TO WS-BC-GEN(WS-BC-COUNT)
                   MOVE WS-BK-SLOT TO WS-BC-SLOT(WS-BC-COUNT)
                   MOVE WS-BK-DATE TO WS-BC-DATE(WS-BC-COUNT)
                   MOVE WS-BK-TIME TO WS-BC-TIME(WS-BC-COUNT)
               END-IF
               PERFORM SAVE-BACKUP-CATALOG
           END-IF
           IF WS-BK-GOOD THEN
               DISPLAY "["WS-GAME-NAME"] Copia GENERACION " WS-BK-GEN
                 " guardada en " WS-BK-DATA-NAME
               DISPLAY "["WS-GAME-NAME"] " WS-BM-COUNT " ficheros; "
                 "manifiesto en " WS-BK-MAN-NAME
           ELSE
               DISPLAY "["WS-GAME-NAME"] La copia de seguridad ha "
                 "fallado."
           END-IF.
      ******************************************************************
      * HEADER LINE OF ONE FILE IN THE DATA FILE PLUS ITS MANIFEST ROW;
      * THE CODE AND NAME ARE IN WS-BK-OUT-CODE / WS-BK-FILE-NAME.
       BK-START-FILE.
           IF WS-BM-COUNT < WS-BK-MAX-FILES THEN
               ADD 1 TO WS-BM-COUNT
               MOVE WS-BK-OUT-CODE TO WS-BM-CODE(WS-BM-COUNT)
               MOVE WS-BK-FILE-NAME TO WS-BM-NAME(WS-BM-COUNT)
               MOVE 0 TO WS-BM-RECORDS(WS-BM-COUNT)
               MOVE 0 TO WS-BM-CONTROL(WS-BM-COUNT)
               MOVE SPACES TO BACKUP-HDR-REG
               MOVE "*FICHERO" TO BK-H-TAG
               MOVE WS-BK-OUT-CODE TO BK-H-CODE
               MOVE WS-BK-FILE-NAME TO BK-H-NAME
               WRITE BACKUP-HDR-REG
               IF NOT WS-BK-FS-OK THEN
                   SET WS-BK-FAILED TO TRUE
               END-IF
           ELSE
               SET WS-BK-FULL TO TRUE
           END-IF.
      ******************************************************************
      * ONE DATA LINE: THE RECORD IS ALREADY IN BK-DATA.
       BK-PUT-RECORD.
           MOVE WS-BK-OUT-CODE TO BK-TAG
           PERFORM BK-LINE-CONTROL
           WRITE BACKUP-REG
           IF WS-BK-FS-OK THEN
               ADD 1 TO WS-BM-RECORDS(WS-BM-COUNT)
               ADD WS-BK-CONTROL TO WS-BM-CONTROL(WS-BM-COUNT)
           ELSE
               SET WS-BK-FAILED TO TRUE
           END-IF.
      ******************************************************************
      * CONTROL-TOTAL CONTRIBUTION OF THE RECORD IN BK-DATA FOR FILE
      * WS-BK-OUT-CODE (SEE THE BACKUP-MANIFEST FD). SHARED BY THE
      * BACKUP AND BY THE RESTORE'S VERIFICATION; A FIELD THAT IS NOT
      * NUMERIC (RECORDS FROM BEFORE IT EXISTED) COUNTS AS ZERO.
       BK-LINE-CONTROL.
           MOVE 0 TO WS-BK-CONTROL
           EVALUATE WS-BK-OUT-CODE
               WHEN "HEROES"
                   MOVE BK-DATA TO HEROES-REG
                   IF HEROES-R-GOLD IS NUMERIC THEN
                       MOVE HEROES-R-GOLD TO WS-BK-CONTROL
                   END-IF
               WHEN "STATS"
                   MOVE BK-DATA TO HERO-STATS-REG
                   IF HS-WINS IS NUMERIC THEN
                       MOVE HS-WINS TO WS-BK-CONTROL
                   END-IF
               WHEN "BATLOG"
               WHEN "ARCHIVO"
                   MOVE BK-DATA TO BATTLE-LOG-REG
                   IF BL-DAMAGE IS NUMERIC THEN
                       MOVE BL-DAMAGE TO WS-BK-CONTROL
                   END-IF
               WHEN "LEDGER"
                   MOVE BK-DATA TO GOLD-LEDGER-REG
                   IF GL-AMOUNT IS NUMERIC THEN
                       MOVE GL-AMOUNT TO WS-BK-CONTROL
                   END-IF
               WHEN "DUELOS"
                   MOVE BK-DATA TO DUEL-LADDER-REG
                   IF DL-WINS IS NUMERIC THEN
                       MOVE DL-WINS TO WS-BK-CONTROL
                   END-IF
               WHEN "TEMPCTL"
                   MOVE BK-DATA TO SEASON-CTL-REG
                   IF SC-SEASON IS NUMERIC THEN
                       MOVE SC-SEASON TO WS-BK-CONTROL
                   END-IF
               WHEN "TEMPSTAT"
                   MOVE BK-DATA TO SEASON-STATS-REG
                   IF SS-WINS IS NUMERIC THEN
                       MOVE SS-WINS TO WS-BK-CONTROL
                   END-IF
               WHEN "CHKPT"
                   MOVE BK-DATA TO TOURNAMENT-CHKPT-REG
                   IF CK-LAST-HERO IS NUMERIC THEN
                       MOVE CK-LAST-HERO TO WS-BK-CONTROL
                   END-IF
               WHEN "AUDIT"
                   MOVE BK-DATA TO HERO-AUDIT-REG
                   IF HA-HERO-ID IS NUMERIC THEN
                       MOVE HA-HERO-ID TO WS-BK-CONTROL
                   END-IF
               WHEN "CONTRATO"
                   MOVE BK-DATA TO QUEST-PROGRESS-REG
                   IF QP-PROGRESS IS NUMERIC THEN
                       MOVE QP-PROGRESS TO WS-BK-CONTROL
                   END-IF
               WHEN "RETIRADO"
                   MOVE BK-DATA TO RETIRED-HEROES-REG
                   IF RH-WINS IS NUMERIC THEN
                       MOVE RH-WINS TO WS-BK-CONTROL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
       BK-COPY-HEROES.
           MOVE "HEROES" TO WS-BK-OUT-CODE
           MOVE WS-HEROES-NAME TO WS-BK-FILE-NAME
           PERFORM BK-START-FILE
           IF WS-BK-ROOM THEN
               OPEN INPUT HEROES-FILE
               IF WS-H-FS-OK THEN
                   PERFORM BK-COPY-HEROES-RECORD UNTIL WS-H-FS-EOF
                   CLOSE HEROES-FILE
               END-IF
           END-IF.
      ******************************************************************
       BK-COPY-HEROES-RECORD.
           READ HEROES-FILE NEXT RECORD
           AT END
               SET WS-H-FS-EOF TO TRUE
           NOT AT END
               MOVE HEROES-REG TO BK-DATA
               PERFORM BK-PUT-RECORD
           END-READ.
      ******************************************************************
       BK-COPY-HERO-STATS.
           MOVE "STATS" TO WS-BK-OUT-CODE
           MOVE WS-HERO-STATS-NAME TO WS-BK-FILE-NAME
           PERFORM BK-START-FILE
           IF WS-BK-ROOM THEN
               OPEN INPUT HERO-STATS-FILE
               IF WS-HS-FS-OK THEN
                   PERFORM BK-COPY-HERO-STATS-RECORD
                     UNTIL WS-HS-FS-EOF
                   CLOSE HERO-STATS-FILE
               END-IF
           END-IF.
      ******************************************************************
       BK-COPY-HERO-STATS-RECORD.
           READ HERO-STATS-FILE NEXT RECORD
           AT END
               SET WS-HS-FS-EOF TO TRUE
           NOT AT END
               MOVE HERO-STATS-REG TO BK-DATA
               PERFORM BK-PUT-RECORD
           END-READ.
      ******************************************************************
       BK-COPY-BATTLE-LOG.
           MOVE "BATLOG" TO WS-BK-OUT-CODE
           MOVE WS-BATTLE-LOG-NAME TO WS-BK-FILE-NAME
           PERFORM BK-START-FILE
           IF WS-BK-ROOM THEN
               OPEN INPUT BATTLE-LOG-FILE
               IF WS-BL-FS-OK THEN
                   PERFORM BK-COPY-BATTLE-LOG-RECORD
                     UNTIL WS-BL-FS-EOF
                   CLOSE BATTLE-LOG-FILE
               END-IF
           END-IF.
      ******************************************************************
       BK-COPY-BATTLE-LOG-RECORD.
           READ BATTLE-LOG-FILE
           AT END
               SET WS-BL-FS-EOF TO TRUE
           NOT AT END
               MOVE BATTLE-LOG-REG TO BK-DATA
               PERFORM BK-PUT-RECORD
           END-READ.
      ******************************************************************
       BK-COPY-BATTLE-INDEX.
           MOVE "BLINDEX" TO WS-BK-OUT-CODE
           MOVE WS-BATTLE-INDEX-NAME TO WS-BK-FILE-NAME
           PERFORM BK-START-FILE
           IF WS-BK-ROOM THEN
               OPEN INPUT BATTLE-INDEX-FILE
               IF WS-BI-FS-OK THEN
                   PERFORM BK-COPY-BATTLE-INDEX-RECORD
                     UNTIL WS-BI-FS-EOF
                   CLOSE BATTLE-INDEX-FILE
               END-IF
           END-IF.
      ******************************************************************
       BK-COPY-BATTLE-INDEX-RECORD.
           READ BATTLE-INDEX-FILE
           AT END
               SET WS-BI-FS-EOF TO TRUE
           NOT AT END
               MOVE BATTLE-INDEX-REG TO BK-DATA
               PERFORM BK-PUT-RECORD
           END-READ.
      ******************************************************************
      * A SECOND PASS OVER THE INDEX: EVERY ARCHIVE IT LISTS GOES IN
      * AS ITS OWN FILE, UNDER THE NAME THE INDEX GIVES IT.
       BK-COPY-ARCHIVES.
           OPEN INPUT BATTLE-INDEX-FILE
           IF WS-BI-FS-OK THEN
               PERFORM BK-COPY-ONE-ARCHIVE
                 UNTIL WS-BI-FS-EOF OR WS-BK-FULL
               CLOSE BATTLE-INDEX-FILE
           END-IF.
      ******************************************************************
       BK-COPY-ONE-ARCHIVE.
           READ BATTLE-INDEX-FILE
           AT END
               SET WS-BI-FS-EOF TO TRUE
           NOT AT END
               IF BI-NAME NOT = SPACES THEN
                   MOVE "ARCHIVO" TO WS-BK-OUT-CODE
                   MOVE BI-NAME TO WS-BK-FILE-NAME
                   PERFORM BK-START-FILE
                   IF WS-BK-ROOM THEN
                       MOVE BI-NAME TO WS-BL-ARCHIVE-NAME
                       PERFORM BK-COPY-ARCHIVE-FILE
                   END-IF
               END-IF
           END-READ.
      ******************************************************************
       BK-COPY-ARCHIVE-FILE.
           OPEN INPUT BATTLE-ARCHIVE-FILE
           IF WS-BL-ARCH-FS-OK THEN
               PERFORM BK-COPY-ARCHIVE-RECORD
                 UNTIL WS-BL-ARCH-FS NOT = "00"
               CLOSE BATTLE-ARCHIVE-FILE
           ELSE
               DISPLAY "["WS-GAME-NAME"] *** AVISO *** No se puede "
                 "leer el archivo " WS-BL-ARCHIVE-NAME
           END-IF.
      ******************************************************************
       BK-COPY-ARCHIVE-RECORD.
           READ BATTLE-ARCHIVE-FILE
           AT END
               MOVE HIGH-VALUE TO WS-BL-ARCH-FS
           NOT AT END
               MOVE BATTLE-ARCHIVE-REG TO BK-DATA
               PERFORM BK-PUT-RECORD
           END-READ.
      ******************************************************************
       BK-COPY-GOLD-LEDGER.
           MOVE "LEDGER" TO WS-BK-OUT-CODE
           MOVE WS-GOLD-LEDGER-NAME TO WS-BK-FILE-NAME
           PERFORM BK-START-FILE
           IF WS-BK-ROOM THEN
               OPEN INPUT GOLD-LEDGER-FILE
               IF WS-GL-FS-OK THEN
                   PERFORM BK-COPY-GOLD-LEDGER-RECORD
                     UNTIL WS-GL-FS-EOF
                   CLOSE GOLD-LEDGER-FILE
               END-IF
           END-IF.
      ******************************************************************
       BK-COPY-GOLD-LEDGER-RECORD.
           READ GOLD-LEDGER-FILE
           AT END
               SET WS-GL-FS-EOF TO TRUE
           NOT AT END
               MOVE GOLD-LEDGER-REG TO BK-DATA
               PERFORM BK-PUT-RECORD
           END-READ.
      ******************************************************************
       BK-COPY-DUEL-LADDER.
           MOVE "DUELOS" TO WS-BK-OUT-CODE
           MOVE WS-DUEL-LADDER-NAME TO WS-BK-FILE-NAME
           PERFORM BK-START-FILE
           IF WS-BK-ROOM THEN
               OPEN INPUT DUEL-LADDER-FILE
               IF WS-DL-FS-OK THEN
                   PERFORM BK-COPY-DUEL-LADDER-RECORD
                     UNTIL WS-DL-FS-EOF
                   CLOSE DUEL-LADDER-FILE
               END-IF
           END-IF.
      ******************************************************************
       BK-COPY-DUEL-LADDER-RECORD.
           READ DUEL-LADDER-FILE NEXT RECORD
           AT END
               SET WS-DL-FS-EOF TO TRUE
           NOT AT END
               MOVE DUEL-LADDER-REG TO BK-DATA
               PERFORM BK-PUT-RECORD
           END-READ.
      ******************************************************************
      * THE SEASON CONTROL AND THE CHECKPOINT HOLD ONE LINE AT MOST.
       BK-COPY-SEASON-CTL.
           MOVE "TEMPCTL" TO WS-BK-OUT-CODE
           MOVE WS-SEASON-CTL-NAME TO WS-BK-FILE-NAME
           PERFORM BK-START-FILE
           IF WS-BK-ROOM THEN
               OPEN INPUT SEASON-CTL-FILE
               IF WS-SC-FS-OK THEN
                   READ SEASON-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SEASON-CTL-REG TO BK-DATA
                       PERFORM BK-PUT-RECORD
                   END-READ
                   CLOSE SEASON-CTL-FILE
               END-IF
           END-IF.
      ******************************************************************
       BK-COPY-SEASON-STATS.
           MOVE "TEMPSTAT" TO WS-BK-OUT-CODE
           MOVE WS-SEASON-STATS-NAME TO WS-BK-FILE-NAME
           PERFORM BK-START-FILE
           IF WS-BK-ROOM THEN
               OPEN INPUT SEASON-STATS-FILE
               IF WS-SS-FS-OK THEN
                   PERFORM BK-COPY-SEASON-STATS-RECORD
                     UNTIL NOT WS-SS-FS-OK
                   CLOSE SEASON-STATS-FILE
               END-IF
           END-IF.
      ******************************************************************
       BK-COPY-SEASON-STATS-RECORD.
           READ SEASON-STATS-FILE
           AT END
               MOVE HIGH-VALUE TO WS-SEASON-STATS-FS
           NOT AT END
               MOVE SEASON-STATS-REG TO BK-DATA
               PERFORM BK-PUT-RECORD
           END-READ.
      ******************************************************************
       BK-COPY-CHECKPOINT.
           MOVE "CHKPT" TO WS-BK-OUT-CODE
           MOVE WS-CK-NAME TO WS-BK-FILE-NAME
           PERFORM BK-START-FILE
           IF WS-BK-ROOM THEN
               OPEN INPUT TOURNAMENT-CHKPT-FILE
               IF WS-CK-FS-OK THEN
                   READ TOURNAMENT-CHKPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TOURNAMENT-CHKPT-REG TO BK-DATA
                       PERFORM BK-PUT-RECORD
                   END-READ
                   CLOSE TOURNAMENT-CHKPT-FILE
               END-IF
           END-IF.
      ******************************************************************
       BK-COPY-QUEST-PROGRESS.
           MOVE "CONTRATO" TO WS-BK-OUT-CODE
           MOVE WS-QUEST-PROGRESS-NAME TO WS-BK-FILE-NAME
           PERFORM BK-START-FILE
           IF WS-BK-ROOM THEN
               OPEN INPUT QUEST-PROGRESS-FILE
               IF WS-QP-FS-OK THEN
                   PERFORM BK-COPY-QUEST-PROGRESS-RECORD
                     UNTIL WS-QP-FS-EOF
                   CLOSE QUEST-PROGRESS-FILE
               END-IF
           END-IF.
      ******************************************************************
       BK-COPY-QUEST-PROGRESS-RECORD.
           READ QUEST-PROGRESS-FILE NEXT RECORD
           AT END
               SET WS-QP-FS-EOF TO TRUE
           NOT AT END
               MOVE QUEST-PROGRESS-REG TO BK-DATA
               PERFORM BK-PUT-RECORD
           END-READ.
      ******************************************************************
       BK-COPY-RETIRED-HEROES.
           MOVE "RETIRADO" TO WS-BK-OUT-CODE
           MOVE WS-RETIRED-HEROES-NAME TO WS-BK-FILE-NAME
           PERFORM BK-START-FILE
           IF WS-BK-ROOM THEN
               OPEN INPUT RETIRED-HEROES-FILE
               IF WS-RH-FS-OK THEN
                   PERFORM BK-COPY-RETIRED-HEROES-RECORD
                     UNTIL WS-RH-FS-EOF
                   CLOSE RETIRED-HEROES-FILE
               END-IF
           END-IF.
      ******************************************************************
       BK-COPY-RETIRED-HEROES-RECORD.
           READ RETIRED-HEROES-FILE
           AT END
               SET WS-RH-FS-EOF TO TRUE
           NOT AT END
               MOVE RETIRED-HEROES-REG TO BK-DATA
               PERFORM BK-PUT-RECORD
           END-READ.
      ******************************************************************
       WRITE-BACKUP-MANIFEST.
           OPEN OUTPUT BACKUP-MANIFEST-FILE
           IF WS-BM-FS-OK THEN
               MOVE SPACES TO BACKUP-MANIFEST-HDR
               MOVE "*GENERAC" TO BM-H-TAG
               MOVE WS-PROFILE-NAME TO BM-H-PROFILE
               MOVE WS-BK-GEN TO BM-H-GEN
               MOVE WS-BK-DATE TO BM-H-DATE
               MOVE WS-BK-TIME TO BM-H-TIME
               MOVE WS-BM-COUNT TO BM-H-FILES
               WRITE BACKUP-MANIFEST-HDR
               IF NOT WS-BM-FS-OK THEN
                   SET WS-BK-FAILED TO TRUE
               END-IF
               PERFORM WRITE-BACKUP-MANIFEST-ROW
                 VARYING WS-BM-I FROM 1 BY 1
                 UNTIL WS-BM-I > WS-BM-COUNT
               CLOSE BACKUP-MANIFEST-FILE
               IF NOT WS-BM-FS-OK THEN
                   SET WS-BK-FAILED TO TRUE
               END-IF
               IF WS-BK-FAILED THEN
                   DISPLAY "["WS-GAME-NAME"] No se ha podido escribir "
                     "entero " WS-BK-MAN-NAME
               END-IF
           ELSE
               SET WS-BK-FAILED TO TRUE
               DISPLAY "["WS-GAME-NAME"] No se ha podido crear "
                 WS-BK-MAN-NAME
           END-IF.
      ******************************************************************
       WRITE-BACKUP-MANIFEST-ROW.
           MOVE WS-BM-CODE(WS-BM-I) TO BM-CODE
           MOVE WS-BM-NAME(WS-BM-I) TO BM-NAME
           MOVE WS-BM-RECORDS(WS-BM-I) TO BM-RECORDS
           MOVE WS-BM-CONTROL(WS-BM-I) TO BM-CONTROL
           WRITE BACKUP-MANIFEST-REG
           IF NOT WS-BM-FS-OK THEN
               SET WS-BK-FAILED TO TRUE
           END-IF.
      ******************************************************************
      * WS-BK-GEN-WANTED = 0 MEANS THE NEWEST GENERATION KEPT. NOTHING
      * IS OVERWRITTEN UNLESS THE DATA FILE RE-COUNTS EXACTLY TO ITS
      * MANIFEST; THE OPERATOR CONFIRMS AT THE MENU, THE BATCH JOB
      * DOES NOT ASK.
       RESTORE-CAMPAIGN.
           SET WS-BK-FAILED TO TRUE
           PERFORM LOAD-BACKUP-CATALOG
           MOVE 0 TO WS-BC-FOUND
           PERFORM VARYING WS-BC-I FROM 1 BY 1
             UNTIL WS-BC-I > WS-BC-COUNT
               IF WS-BC-GEN(WS-BC-I) = WS-BK-GEN-WANTED
                 OR (WS-BK-GEN-WANTED = 0
                 AND WS-BC-GEN(WS-BC-I) = WS-BC-LAST-GEN) THEN
                   MOVE WS-BC-I TO WS-BC-FOUND
               END-IF
           END-PERFORM
           IF WS-BC-FOUND = 0 THEN
               DISPLAY "["WS-GAME-NAME"] No hay ninguna copia con la "
                 "generacion " WS-BK-GEN-WANTED
           ELSE
               MOVE WS-BC-GEN(WS-BC-FOUND) TO WS-BK-GEN
               MOVE WS-BC-SLOT(WS-BC-FOUND) TO WS-BK-SLOT
               PERFORM SET-BACKUP-SLOT-NAMES
               PERFORM VERIFY-BACKUP-GENERATION
               IF WS-BK-FAILED THEN
                   DISPLAY "["WS-GAME-NAME"] No se restaura nada."
               END-IF
               IF WS-BK-GOOD AND WS-RUN-INTERACTIVE THEN
                   DISPLAY "["WS-GAME-NAME"] Se sobrescribiran los "
                     "ficheros del perfil " WS-PROFILE-NAME
                     " con la GENERACION " WS-BK-GEN " (S/N)"
                   MOVE SPACE TO WS-BK-ANSWER
                   ACCEPT WS-BK-ANSWER
                   IF WS-BK-ANSWER NOT = "S"
                     AND WS-BK-ANSWER NOT = "s" THEN
                       SET WS-BK-FAILED TO TRUE
                       DISPLAY "["WS-GAME-NAME"] Restauracion "
                         "cancelada."
                   END-IF
               END-IF
               IF WS-BK-GOOD THEN
                   MOVE SPACES TO WS-BK-HERO-IMAGES
                   SET WS-BK-LIVE-SIDE TO TRUE
                   PERFORM BK-LOAD-HERO-IMAGES
                   PERFORM APPLY-BACKUP-GENERATION
                   SET WS-BK-RESTORED-SIDE TO TRUE
                   PERFORM BK-LOAD-HERO-IMAGES
                   MOVE "RESTAURA" TO WS-HA-PATH
                   PERFORM BK-AUDIT-RESTORED-HERO
                     VARYING WS-BK-HERO-I FROM 1 BY 1
                     UNTIL WS-BK-HERO-I > 99
                   PERFORM RELOAD-CAMPAIGN-TABLES
                   IF WS-BK-GOOD THEN
                       DISPLAY "["WS-GAME-NAME"] GENERACION "
                         WS-BK-GEN " restaurada (" WS-BM-COUNT
                         " ficheros)."
                   ELSE
                       DISPLAY "["WS-GAME-NAME"] *** AVISO *** La "
                         "restauracion no ha podido escribir todos "
                         "los ficheros."
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       VERIFY-BACKUP-GENERATION.
           SET WS-BK-GOOD TO TRUE
           PERFORM LOAD-BACKUP-MANIFEST
           IF WS-BK-GOOD THEN
               PERFORM RECOUNT-BACKUP-DATA
           END-IF
           IF WS-BK-GOOD THEN
               PERFORM CHECK-MANIFEST-ROW
                 VARYING WS-BM-I FROM 1 BY 1
                 UNTIL WS-BM-I > WS-BM-COUNT
           END-IF
           IF WS-BK-GOOD THEN
               DISPLAY "["WS-GAME-NAME"] GENERACION " WS-BK-GEN
                 " verificada contra su manifiesto: " WS-BM-COUNT
                 " ficheros."
           ELSE
               DISPLAY "["WS-GAME-NAME"] *** AVISO *** La GENERACION "
                 WS-BK-GEN " no cuadra con su manifiesto."
           END-IF.
      ******************************************************************
      * THE HEADER MUST NAME THIS PROFILE AND GENERATION AND ITS FILE
      * COUNT MUST MATCH THE ROWS THAT FOLLOW.
       LOAD-BACKUP-MANIFEST.
           MOVE 0 TO WS-BM-COUNT
           MOVE 0 TO WS-BM-N
           OPEN INPUT BACKUP-MANIFEST-FILE
           IF NOT WS-BM-FS-OK THEN
               SET WS-BK-FAILED TO TRUE
               DISPLAY "["WS-GAME-NAME"] Falta el manifiesto "
                 WS-BK-MAN-NAME
           ELSE
               READ BACKUP-MANIFEST-FILE
               AT END
                   SET WS-BK-FAILED TO TRUE
               NOT AT END
                   IF BM-H-TAG NOT = "*GENERAC"
                     OR BM-H-PROFILE NOT = WS-PROFILE-NAME
                     OR BM-H-GEN NOT = WS-BK-GEN
                     OR BM-H-FILES IS NOT NUMERIC THEN
                       SET WS-BK-FAILED TO TRUE
                   ELSE
                       MOVE BM-H-FILES TO WS-BM-N
                   END-IF
               END-READ
               IF WS-BK-GOOD THEN
                   PERFORM READ-BACKUP-MANIFEST-ROW
                     UNTIL WS-BM-FS-EOF OR WS-BK-FAILED
               END-IF
               CLOSE BACKUP-MANIFEST-FILE
               IF WS-BK-FAILED OR WS-BM-COUNT NOT = WS-BM-N THEN
                   SET WS-BK-FAILED TO TRUE
                   DISPLAY "["WS-GAME-NAME"] Manifiesto "
                     WS-BK-MAN-NAME " danado o de otra copia."
               END-IF
           END-IF.
      ******************************************************************
       READ-BACKUP-MANIFEST-ROW.
           READ BACKUP-MANIFEST-FILE
           AT END
               SET WS-BM-FS-EOF TO TRUE
           NOT AT END
               IF WS-BM-COUNT >= WS-BK-MAX-FILES
                 OR BM-RECORDS IS NOT NUMERIC
                 OR BM-CONTROL IS NOT NUMERIC THEN
                   SET WS-BK-FAILED TO TRUE
               ELSE
                   ADD 1 TO WS-BM-COUNT
                   MOVE BM-CODE TO WS-BM-CODE(WS-BM-COUNT)
                   MOVE BM-NAME TO WS-BM-NAME(WS-BM-COUNT)
                   MOVE BM-RECORDS TO WS-BM-RECORDS(WS-BM-COUNT)
                   MOVE BM-CONTROL TO WS-BM-CONTROL(WS-BM-COUNT)
                   MOVE 0 TO WS-BM-ACT-RECORDS(WS-BM-COUNT)
                   MOVE 0 TO WS-BM-ACT-CONTROL(WS-BM-COUNT)
               END-IF
           END-READ.
      ******************************************************************
      * RE-READS THE DATA FILE: EACH HEADER MUST BE THE NEXT MANIFEST
      * ROW AND EACH DATA LINE MUST CARRY THAT ROW'S CODE; THE ACTUAL
      * COUNT AND CONTROL TOTAL BUILD UP IN WS-BM-ACT-.
       RECOUNT-BACKUP-DATA.
           MOVE 0 TO WS-BM-I
           OPEN INPUT BACKUP-FILE
           IF NOT WS-BK-FS-OK THEN
               SET WS-BK-FAILED TO TRUE
               DISPLAY "["WS-GAME-NAME"] Falta la copia "
                 WS-BK-DATA-NAME
           ELSE
               PERFORM RECOUNT-BACKUP-RECORD
                 UNTIL WS-BK-FS-EOF OR WS-BK-FAILED
               CLOSE BACKUP-FILE
               IF WS-BM-I NOT = WS-BM-COUNT THEN
                   SET WS-BK-FAILED TO TRUE
               END-IF
               IF WS-BK-FAILED THEN
                   DISPLAY "["WS-GAME-NAME"] La copia "
                     WS-BK-DATA-NAME " esta incompleta o desordenada."
               END-IF
           END-IF.
      ******************************************************************
       RECOUNT-BACKUP-RECORD.
           READ BACKUP-FILE
           AT END
               SET WS-BK-FS-EOF TO TRUE
           NOT AT END
               IF BK-H-TAG = "*FICHERO" THEN
                   ADD 1 TO WS-BM-I
                   IF WS-BM-I > WS-BM-COUNT THEN
                       SET WS-BK-FAILED TO TRUE
                   ELSE
                       IF BK-H-CODE NOT = WS-BM-CODE(WS-BM-I)
                         OR BK-H-NAME NOT = WS-BM-NAME(WS-BM-I) THEN
                           SET WS-BK-FAILED TO TRUE
                       END-IF
                   END-IF
               ELSE
                   IF WS-BM-I = 0 THEN
                       SET WS-BK-FAILED TO TRUE
                   ELSE
                       IF BK-TAG NOT = WS-BM-CODE(WS-BM-I) THEN
                           SET WS-BK-FAILED TO TRUE
                       ELSE
                           MOVE BK-TAG TO WS-BK-OUT-CODE
                           PERFORM BK-LINE-CONTROL
                           ADD 1 TO WS-BM-ACT-RECORDS(WS-BM-I)
                           ADD WS-BK-CONTROL
                             TO WS-BM-ACT-CONTROL(WS-BM-I)
                       END-IF
                   END-IF
               END-IF
           END-READ.
      ******************************************************************
       CHECK-MANIFEST-ROW.
           IF WS-BM-ACT-RECORDS(WS-BM-I) NOT = WS-BM-RECORDS(WS-BM-I)
             OR WS-BM-ACT-CONTROL(WS-BM-I)
               NOT = WS-BM-CONTROL(WS-BM-I) THEN
               SET WS-BK-FAILED TO TRUE
               DISPLAY "  " WS-BM-CODE(WS-BM-I) " "
                 WS-BM-NAME(WS-BM-I)
               DISPLAY "    MANIFIESTO " WS-BM-RECORDS(WS-BM-I)
                 " REGISTROS, CONTROL " WS-BM-CONTROL(WS-BM-I)
               DISPLAY "    COPIA      " WS-BM-ACT-RECORDS(WS-BM-I)
                 " REGISTROS, CONTROL " WS-BM-ACT-CONTROL(WS-BM-I)
           END-IF.
      ******************************************************************
      * EVERY HEADER CLOSES THE FILE BEING REBUILT AND OPENS THE NEXT
      * ONE OUTPUT (ARCHIVES UNDER THEIR OWN NAME); THE DATA LINES ARE
      * WRITTEN BACK BYTE FOR BYTE. A FILE THAT CANNOT BE OPENED IS
      * SKIPPED AND MAKES THE RESTORE REPORT A FAILURE.
       APPLY-BACKUP-GENERATION.
           SET WS-BK-OUT-CLOSED TO TRUE
           OPEN INPUT BACKUP-FILE
           IF NOT WS-BK-FS-OK THEN
               SET WS-BK-FAILED TO TRUE
           ELSE
               PERFORM APPLY-BACKUP-RECORD UNTIL WS-BK-FS-EOF
               PERFORM BK-CLOSE-OUTPUT
               CLOSE BACKUP-FILE
           END-IF.
      ******************************************************************
       APPLY-BACKUP-RECORD.
           READ BACKUP-FILE
           AT END
               SET WS-BK-FS-EOF TO TRUE
           NOT AT END
               IF BK-H-TAG = "*FICHERO" THEN
                   PERFORM BK-CLOSE-OUTPUT
                   MOVE BK-H-CODE TO WS-BK-OUT-CODE
                   MOVE BK-H-NAME TO WS-BK-FILE-NAME
      * THE AUDIT SECTION OF AN OLDER GENERATION IS PASSED OVER.
                   IF WS-BK-OUT-CODE NOT = "AUDIT" THEN
                       PERFORM BK-OPEN-OUTPUT
                   END-IF
               ELSE
                   IF WS-BK-OUT-OPEN THEN
                       PERFORM BK-WRITE-RECORD
                   END-IF
               END-IF
           END-READ.
      ******************************************************************
       BK-OPEN-OUTPUT.
           MOVE "99" TO WS-BK-OPEN-FS
           EVALUATE WS-BK-OUT-CODE
               WHEN "HEROES"
                   OPEN OUTPUT HEROES-FILE
                   MOVE WS-HEROES-FS TO WS-BK-OPEN-FS
               WHEN "STATS"
                   OPEN OUTPUT HERO-STATS-FILE
                   MOVE WS-HERO-STATS-FS TO WS-BK-OPEN-FS
               WHEN "BATLOG"
                   OPEN OUTPUT BATTLE-LOG-FILE
                   MOVE WS-BATTLE-LOG-FS TO WS-BK-OPEN-FS
               WHEN "BLINDEX"
                   OPEN OUTPUT BATTLE-INDEX-FILE
                   MOVE WS-BATTLE-INDEX-FS TO WS-BK-OPEN-FS
               WHEN "ARCHIVO"
                   MOVE WS-BK-FILE-NAME TO WS-BL-ARCHIVE-NAME
                   OPEN OUTPUT BATTLE-ARCHIVE-FILE
                   MOVE WS-BL-ARCH-FS TO WS-BK-OPEN-FS
               WHEN "LEDGER"
                   OPEN OUTPUT GOLD-LEDGER-FILE
                   MOVE WS-GOLD-LEDGER-FS TO WS-BK-OPEN-FS
               WHEN "DUELOS"
                   OPEN OUTPUT DUEL-LADDER-FILE
                   MOVE WS-DUEL-LADDER-FS TO WS-BK-OPEN-FS
               WHEN "TEMPCTL"
                   OPEN OUTPUT SEASON-CTL-FILE
                   MOVE WS-SEASON-CTL-FS TO WS-BK-OPEN-FS
               WHEN "TEMPSTAT"
                   OPEN OUTPUT SEASON-STATS-FILE
                   MOVE WS-SEASON-STATS-FS TO WS-BK-OPEN-FS
               WHEN "CHKPT"
                   OPEN OUTPUT TOURNAMENT-CHKPT-FILE
                   MOVE WS-CK-FS TO WS-BK-OPEN-FS
               WHEN "CONTRATO"
                   OPEN OUTPUT QUEST-PROGRESS-FILE
                   MOVE WS-QUEST-PROGRESS-FS TO WS-BK-OPEN-FS
               WHEN "RETIRADO"
                   OPEN OUTPUT RETIRED-HEROES-FILE
                   MOVE WS-RETIRED-HEROES-FS TO WS-BK-OPEN-FS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-BK-OPEN-FS = "00" THEN
               SET WS-BK-OUT-OPEN TO TRUE
           ELSE
               SET WS-BK-FAILED TO TRUE
               DISPLAY "["WS-GAME-NAME"] *** AVISO *** No se ha "
                 "podido restaurar " WS-BK-FILE-NAME
           END-IF.
      ******************************************************************
       BK-WRITE-RECORD.
           EVALUATE WS-BK-OUT-CODE
               WHEN "HEROES"
                   MOVE BK-DATA TO HEROES-REG
                   WRITE HEROES-REG
                     INVALID KEY
                       SET WS-BK-FAILED TO TRUE
                   END-WRITE
               WHEN "STATS"
                   MOVE BK-DATA TO HERO-STATS-REG
                   WRITE HERO-STATS-REG
                     INVALID KEY
                       SET WS-BK-FAILED TO TRUE
                   END-WRITE
               WHEN "BATLOG"
                   MOVE BK-DATA TO BATTLE-LOG-REG
                   WRITE BATTLE-LOG-REG
                   IF WS-BATTLE-LOG-FS NOT = "00" THEN
                       SET WS-BK-FAILED TO TRUE
                   END-IF
               WHEN "BLINDEX"
                   MOVE BK-DATA TO BATTLE-INDEX-REG
                   WRITE BATTLE-INDEX-REG
                   IF WS-BATTLE-INDEX-FS NOT = "00" THEN
                       SET WS-BK-FAILED TO TRUE
                   END-IF
               WHEN "ARCHIVO"
                   MOVE BK-DATA TO BATTLE-ARCHIVE-REG
                   WRITE BATTLE-ARCHIVE-REG
                   IF WS-BL-ARCH-FS NOT = "00" THEN
                       SET WS-BK-FAILED TO TRUE
                   END-IF
               WHEN "LEDGER"
                   MOVE BK-DATA TO GOLD-LEDGER-REG
                   WRITE GOLD-LEDGER-REG
                   IF WS-GOLD-LEDGER-FS NOT = "00" THEN
                       SET WS-BK-FAILED TO TRUE
                   END-IF
               WHEN "DUELOS"
                   MOVE BK-DATA TO DUEL-LADDER-REG
                   WRITE DUEL-LADDER-REG
                     INVALID KEY
                       SET WS-BK-FAILED TO TRUE
                   END-WRITE
               WHEN "TEMPCTL"
                   MOVE BK-DATA TO SEASON-CTL-REG
                   WRITE SEASON-CTL-REG
                   IF WS-SEASON-CTL-FS NOT = "00" THEN
                       SET WS-BK-FAILED TO TRUE
                   END-IF
               WHEN "TEMPSTAT"
                   MOVE BK-DATA TO SEASON-STATS-REG
                   WRITE SEASON-STATS-REG
                   IF WS-SEASON-STATS-FS NOT = "00" THEN
                       SET WS-BK-FAILED TO TRUE
                   END-IF
               WHEN "CHKPT"
                   MOVE BK-DATA TO TOURNAMENT-CHKPT-REG
                   WRITE TOURNAMENT-CHKPT-REG
                   IF WS-CK-FS NOT = "00" THEN
                       SET WS-BK-FAILED TO TRUE
                   END-IF
               WHEN "CONTRATO"
                   MOVE BK-DATA TO QUEST-PROGRESS-REG
                   WRITE QUEST-PROGRESS-REG
                     INVALID KEY
                       SET WS-BK-FAILED TO TRUE
                   END-WRITE
               WHEN "RETIRADO"
                   MOVE BK-DATA TO RETIRED-HEROES-REG
                   WRITE RETIRED-HEROES-REG
                   IF WS-RETIRED-HEROES-FS NOT = "00" THEN
                       SET WS-BK-FAILED TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
       BK-CLOSE-OUTPUT.
           IF WS-BK-OUT-OPEN THEN
               EVALUATE WS-BK-OUT-CODE
                   WHEN "HEROES"
                       CLOSE HEROES-FILE
                   WHEN "STATS"
                       CLOSE HERO-STATS-FILE
                   WHEN "BATLOG"
                       CLOSE BATTLE-LOG-FILE
                   WHEN "BLINDEX"
                       CLOSE BATTLE-INDEX-FILE
                   WHEN "ARCHIVO"
                       CLOSE BATTLE-ARCHIVE-FILE
                   WHEN "LEDGER"
                       CLOSE GOLD-LEDGER-FILE
                   WHEN "DUELOS"
                       CLOSE DUEL-LADDER-FILE
                   WHEN "TEMPCTL"
                       CLOSE SEASON-CTL-FILE
                   WHEN "TEMPSTAT"
                       CLOSE SEASON-STATS-FILE
                   WHEN "CHKPT"
                       CLOSE TOURNAMENT-CHKPT-FILE
                   WHEN "CONTRATO"
                       CLOSE QUEST-PROGRESS-FILE
                   WHEN "RETIRADO"
                       CLOSE RETIRED-HEROES-FILE
               END-EVALUATE
               SET WS-BK-OUT-CLOSED TO TRUE
           END-IF.
      ******************************************************************
      * THE RESTORE WRITES HEROES BACK WHOLE, PAST THE KEYED SAVES THAT
      * AUDIT EVERY CHANGE, SO THE FILE IS READ BEFORE AND AFTER IT AND
      * THE TWO IMAGES OF EACH ID ARE COMPARED HERE.
       BK-LOAD-HERO-IMAGES.
           OPEN INPUT HEROES-FILE
           IF WS-H-FS-OK THEN
               PERFORM BK-READ-HERO-IMAGE UNTIL WS-H-FS-EOF
               CLOSE HEROES-FILE
           END-IF.
      ******************************************************************
       BK-READ-HERO-IMAGE.
           READ HEROES-FILE NEXT RECORD
           AT END
               SET WS-H-FS-EOF TO TRUE
           NOT AT END
               IF HEROES-R-ID > 0 THEN
                   IF WS-BK-LIVE-SIDE THEN
                       MOVE HEROES-REG TO WS-BK-LIVE-HERO(HEROES-R-ID)
                   ELSE
                       MOVE HEROES-REG TO WS-BK-REST-HERO(HEROES-R-ID)
                   END-IF
               END-IF
           END-READ.
      ******************************************************************
      * AN UNCHANGED HERO IS NOT A CHANGE (SAME RULE AS
      * AUDIT-HERO-CHANGE).
       BK-AUDIT-RESTORED-HERO.
           IF WS-BK-REST-HERO(WS-BK-HERO-I)
             NOT = WS-BK-LIVE-HERO(WS-BK-HERO-I) THEN
               MOVE WS-BK-HERO-I TO WS-HA-KEY
               MOVE WS-BK-LIVE-HERO(WS-BK-HERO-I) TO WS-HA-BEFORE
               MOVE WS-BK-REST-HERO(WS-BK-HERO-I) TO WS-HA-AFTER
               PERFORM WRITE-HERO-AUDIT-ENTRY
           END-IF.
      ******************************************************************
      * SAME RELOAD AS CMD-SELECT-PROFILE. THE RESTORED ROSTER MAY
      * HOLD OTHER IDS, SO THE SELECTED HERO IS FOUND AGAIN BY ID, NOT
      * BY POSITION; ONE THAT NO LONGER EXISTS IS DESELECTED.
       RELOAD-CAMPAIGN-TABLES.
           MOVE 0 TO WS-BK-SEL-ID
           IF WS-H-R-CURRENT > 0 THEN
               MOVE WS-H-R-ID(WS-H-R-CURRENT) TO WS-BK-SEL-ID
           END-IF
           PERFORM INIT--WS-HERO-STATS-R--CONTENT
           PERFORM INIT--WS-DUEL-LADDER--CONTENT
           PERFORM READ-SEASON-CONTROL
           PERFORM INIT--WS-HEROES-R--CONTENT
           PERFORM VALIDATE-HEROES-DATA
           MOVE 0 TO WS-H-R-CURRENT
           IF WS-BK-SEL-ID > 0 THEN
               MOVE WS-BK-SEL-ID TO WS-HN-SOUGHT
               PERFORM LOOKUP-HERO-NAME
               MOVE WS-HN-FOUND TO WS-H-R-CURRENT
           END-IF.
      * == [CAMPAIGN-BACKUP] ========================================END=

      ******************************************************************
      * == [SAVE--WS-MONSTERS-R--CONTENT] =========================BEGIN=
             WS-MAX-ENCOUNTERS ".".
      * == [INIT--WS-DUNGEONS-R--CONTENT] ===========================END=

      ******************************************************************
      * == [INIT--WS-QUESTS-R--CONTENT] ===========================BEGIN=
      * QUESTS.TXT IS OPTIONAL: WITHOUT IT THERE ARE NO CONTRACTS
      * (WS-QS-R-LENGTH STAYS ZERO AND NOTHING IS CREDITED).
       INIT--WS-QUESTS-R--CONTENT.
           OPEN INPUT QUESTS-FILE.
           IF NOT WS-QS-FS-OK THEN
               MOVE 0 TO WS-QS-R-LENGTH
           ELSE
               PERFORM SET--WS-QUESTS-R--CONTENT
               CLOSE QUESTS-FILE
           END-IF.
      ******************************************************************
       SET--WS-QUESTS-R--CONTENT.
           MOVE 0 TO WS-QS-R-LENGTH.
           PERFORM READ-FILE-QUESTS
             VARYING WS-QS-R-INDEX FROM 1 BY 1
             UNTIL WS-QS-FS-EOF OR WS-QS-R-INDEX > WS-MAX-QUESTS.
           IF NOT WS-QS-FS-EOF THEN
               PERFORM WARN-TOO-MANY-QUESTS
           END-IF.
      ******************************************************************
       READ-FILE-QUESTS.
           READ QUESTS-FILE INTO WS-QUESTS-R(WS-QS-R-INDEX)
           AT END
               SET WS-QS-FS-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-QS-R-LENGTH
           END-READ.
      ******************************************************************
       WARN-TOO-MANY-QUESTS.
           DISPLAY "["WS-GAME-NAME"] *** AVISO *** QUESTS.TXT tiene "
             "mas de " WS-MAX-QUESTS " contratos; se ha truncado el "
             "listado a los primeros " WS-MAX-QUESTS ".".
      ******************************************************************
       LOOKUP-QUEST.
           MOVE 0 TO WS-QS-R-FOUND.
           PERFORM VARYING WS-QS-R-INDEX FROM 1 BY 1
             UNTIL WS-QS-R-INDEX > WS-QS-R-LENGTH
             OR WS-QS-R-FOUND > 0
               IF WS-QS-R-CODE(WS-QS-R-INDEX) = WS-QS-R-SOUGHT THEN
                   MOVE WS-QS-R-INDEX TO WS-QS-R-FOUND
               END-IF
           END-PERFORM.
      * == [INIT--WS-QUESTS-R--CONTENT] =============================END=

      ******************************************************************
      * == [INIT--WS-MONSTERS-R--CONTENT] ========================BEGIN=
       INIT--WS-MONSTERS-R--CONTENT.
           SET WS-RESET-VALID-OPTION TO TRUE
           ACCEPT WS-MHM-OPTION.

      * EVERY ACCEPTED VALUE IS SAVED ON THE SPOT, SO THE AUDIT TRAIL
      * RECORDS IT UNDER "MODIFICA" RATHER THAN AT THE EXIT SAVE.

           EVALUATE TRUE
               WHEN WS-MHM-OP-STRENGTH
                   DISPLAY "["WS-GAME-NAME"] "
                     AND WS-MHM-NEW-VALUE <= WS-STAT-STRENGTH-MAX THEN
                       MOVE WS-MHM-NEW-VALUE
                         TO WS-H-R-STRENGTH(WS-H-R-CURRENT)
                       MOVE "MODIFICA" TO WS-HA-PATH
                       PERFORM REWRITE-HERO-RECORD
                   ELSE
                       SET WS-OUT-OF-RANGE TO TRUE
                   END-IF
                     AND WS-MHM-NEW-VALUE <= WS-STAT-AGILITY-MAX THEN
                       MOVE WS-MHM-NEW-VALUE
                         TO WS-H-R-AGILITY(WS-H-R-CURRENT)
                       MOVE "MODIFICA" TO WS-HA-PATH
                       PERFORM REWRITE-HERO-RECORD
                   ELSE
                       SET WS-OUT-OF-RANGE TO TRUE
                   END-IF
                     AND WS-MHM-NEW-VALUE <= WS-STAT-LEVEL-MAX THEN
                       MOVE WS-MHM-NEW-VALUE
                         TO WS-H-R-LEVEL(WS-H-R-CURRENT)
                       MOVE "MODIFICA" TO WS-HA-PATH
                       PERFORM REWRITE-HERO-RECORD
                   ELSE
                       SET WS-OUT-OF-RANGE TO TRUE
                   END-IF
                         TO WS-H-R-HP(WS-H-R-CURRENT)
                       MOVE WS-MHM-NEW-VALUE
                         TO WS-H-R-MAX-HP(WS-H-R-CURRENT)
                       MOVE "MODIFICA" TO WS-HA-PATH
                       PERFORM REWRITE-HERO-RECORD
                   ELSE
                       SET WS-OUT-OF-RANGE TO TRUE
                   END-IF
                   IF WS-H-R-HP(WS-H-R-CURRENT) > 0 THEN
                       MOVE WS-H-R-MAX-HP(WS-H-R-CURRENT)
                         TO WS-H-R-HP(WS-H-R-CURRENT)
                       MOVE "DESCANSO" TO WS-HA-PATH
                       PERFORM REWRITE-HERO-RECORD
                       DISPLAY "["WS-GAME-NAME"] "
                         WS-H-R-NAME(WS-H-R-CURRENT)
                   IF WS-H-R-HP(WS-H-R-CURRENT) <= 0 THEN
                       MOVE WS-H-R-MAX-HP(WS-H-R-CURRENT)
                         TO WS-H-R-HP(WS-H-R-CURRENT)
                       MOVE "REVIVIR" TO WS-HA-PATH
                       PERFORM REWRITE-HERO-RECORD
                       DISPLAY "["WS-GAME-NAME"] "
                         WS-H-R-NAME(WS-H-R-CURRENT)
           MOVE WS-VALID-OPTION TO WS-MHM-ERROR.
      ******************************************************************
       STOP-RUN.
           PERFORM RELEASE-PROFILE-LOCK
           STOP RUN.
       END PROGRAM DUNGCRWL.
