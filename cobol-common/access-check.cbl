      ******************************************************************
      * ACCESS-CHECK
      * Per-option access rights.  Every menu option and maintenance
      * program a user may open is granted through their role: the
      * role master (default data/roles.txt, overridable through
      * ROLE_MASTER_FILE) holds one line per grant -- role, option
      * code, and V (view only) or U (update) -- and the role of
      * each user is usr-role in the user master.  An option code
      * ending in "*" grants everything starting with what precedes
      * it ("*" alone grants every option), and the longest match
      * wins, the same rule the print routes follow, so a role can
      * hold CAL-* V and still update one calendar option.
      *
      * The main menu, the Mantenimiento picklist, the maintenance
      * programs and the calendar menu all ask here (lk-access-op
      * "Q"), so they are checked against the same rights, and all
      * of them record a refusal through lk-access-op "D", which
      * writes it to the menu audit log beside the menu's own lines.
      *
      * A user record with a blank role takes the role matching its
      * old usr-level (CONSULTA, OPERADOR, SUPERVIS); an inactive or
      * locked user is granted nothing.  A user the master does not
      * know -- the calendar run from a shell by its owner -- and a
      * missing user master (status 35) are not restricted here,
      * matching the menu's own no-master fallback.  A user master
      * that is there but will not open or read -- locked, damaged,
      * not a keyed file -- grants nothing: the refusal stands, the
      * failure goes to the error log through log-error, and the
      * user is looked up again on the next CALL.  When the role
      * master itself
      * is missing, the compiled table below, equivalent to the old
      * three fixed levels, stands in for it.  The role master is
      * loaded once per run; the user's role is looked up again
      * only when a different user asks.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. access-check.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT role-file
               ASSIGN TO DYNAMIC WS-ROLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ROLE.

      *    opened INPUT only for the one READ, so it shares with the
      *    menu holding the master open I-O for the whole session
           SELECT user-file
               ASSIGN TO DYNAMIC WS-USER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS MANUAL
               RECORD KEY IS user-key OF user-rec
               FILE STATUS IS WS-FS-USER.

           SELECT audit-file
               ASSIGN TO DYNAMIC WS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD role-file.
        01 role-rec.
            05 role-name        PIC X(08).
            05 FILLER           PIC X(01).
            05 role-option      PIC X(20).
            05 FILLER           PIC X(01).
            05 role-right       PIC X(01).

       FD user-file.
        01 user-rec.
           COPY "cpy/user-rec".

       FD audit-file.
        01 audit-rec             PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "cpy/app-config".
       COPY "cpy/return-codes".
       77 WS-ROLE-PATH          PIC X(255) VALUE SPACES.
       77 WS-FS-ROLE            PIC X(02) VALUE "00".
           88 WS-FS-ROLE-OK         VALUE "00".
       77 WS-EOF-ROLE           PIC X(01) VALUE "N".
        88 EOF-role-file        VALUE "Y".
       77 WS-USER-PATH          PIC X(255) VALUE SPACES.
       77 WS-FS-USER            PIC X(02) VALUE "00".
           88 WS-FS-USER-OK         VALUE "00" "02".
           88 WS-FS-USER-MISSING    VALUE "35".
           88 WS-FS-USER-NOT-FOUND  VALUE "23".
       77 WS-AUDIT-PATH         PIC X(255) VALUE SPACES.
       77 WS-FS-AUDIT           PIC X(02) VALUE "00".
           88 WS-FS-AUDIT-OK        VALUE "00" "05".
      *   the loaded role master survives between CALLs of one run
       77 WS-LOAD-STATE         PIC X(01) VALUE "N".
           88 WS-ROLES-LOADED       VALUE "Y".
       77 WS-ROLE-MAX           PIC 9(03) COMP VALUE 300.
       77 WS-ROLE-COUNT         PIC 9(03) COMP VALUE ZERO.
       01 WS-ROLE-TABLE.
           05 WS-ROLE-ENTRY OCCURS 300 TIMES.
               10 WS-ROLE-NAME      PIC X(08).
               10 WS-ROLE-OPTION    PIC X(20).
               10 WS-ROLE-RIGHT     PIC X(01).
      *        characters before the "*", or 99 for an exact code
               10 WS-ROLE-PREFIX    PIC 9(02).
       77 WS-ROLE-I             PIC 9(03) COMP VALUE ZERO.
      *   the old three fixed levels, used when the role master is
      *   missing: supervision opens everything, operation all but
      *   Mantenimiento, and consultation only looks
       01 WS-DEFAULT-ROLES-DATA.
           05 FILLER PIC X(29) VALUE "SUPERVIS*                   U".
           05 FILLER PIC X(29) VALUE "OPERADORMENU-1              U".
           05 FILLER PIC X(29) VALUE "OPERADORMENU-2              U".
           05 FILLER PIC X(29) VALUE "OPERADORMENU-3              U".
           05 FILLER PIC X(29) VALUE "OPERADORMENU-6              V".
           05 FILLER PIC X(29) VALUE "OPERADORMENU-7              V".
           05 FILLER PIC X(29) VALUE "OPERADORMENU-9              U".
           05 FILLER PIC X(29) VALUE "OPERADORMENU-A              U".
           05 FILLER PIC X(29) VALUE "OPERADORCAL-*               U".
           05 FILLER PIC X(29) VALUE "CONSULTAMENU-3              V".
           05 FILLER PIC X(29) VALUE "CONSULTAMENU-6              V".
           05 FILLER PIC X(29) VALUE "CONSULTAMENU-7              V".
           05 FILLER PIC X(29) VALUE "CONSULTAMENU-9              V".
           05 FILLER PIC X(29) VALUE "CONSULTAMENU-A              V".
           05 FILLER PIC X(29) VALUE "CONSULTACAL-*               V".
       01 WS-DEFAULT-ROLES REDEFINES WS-DEFAULT-ROLES-DATA.
           05 WS-DEFAULT-ENTRY OCCURS 15 TIMES.
               10 WS-DEFAULT-NAME   PIC X(08).
               10 WS-DEFAULT-OPTION PIC X(20).
               10 WS-DEFAULT-RIGHT  PIC X(01).
       77 WS-DEFAULT-MAX        PIC 9(03) COMP VALUE 15.
      *   the user whose role is cached, and that role
       77 WS-CACHED-USER        PIC X(08) VALUE LOW-VALUES.
       77 WS-WANT-USER          PIC X(08) VALUE SPACES.
       77 WS-USER-ROLE          PIC X(08) VALUE SPACES.
       77 WS-UNRESTRICTED       PIC X(01) VALUE "N".
           88 WS-USER-UNRESTRICTED  VALUE "Y".
       77 WS-BEST-LEN           PIC 9(02) VALUE ZERO.
       77 WS-BEST-RIGHT         PIC X(01) VALUE SPACE.
       77 WS-STAR-COUNT         PIC 9(02) VALUE ZERO.
       77 WS-LOG-DATE           PIC 9(08) VALUE ZERO.
       77 WS-LOG-TIME           PIC 9(08) VALUE ZERO.
       77 WS-LOG-DESC           PIC X(20) VALUE SPACES.
      *> staged CALL arguments -- must match log-error's LINKAGE
      *> picture exactly, since a short literal passed positionally
      *> is not reliably padded/zero-filled to the callee's length
       77 WS-LOG-PROGRAM        PIC X(20) VALUE SPACES.
       77 WS-LOG-PARAGRAPH      PIC X(20) VALUE SPACES.
       77 WS-LOG-CODE           PIC 9(04) VALUE ZERO.
       77 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.
       77 WS-USER-FAIL-TEXT     PIC X(50) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       COPY "cpy/access-check".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING lk-access-op, lk-access-user,
               lk-access-option, lk-access-right.
       A0100-MAIN.
            MOVE FUNCTION UPPER-CASE(lk-access-user) TO WS-WANT-USER.
            IF lk-access-op-deny
                PERFORM A0600-LOG-REFUSAL
                GOBACK
            END-IF.
            IF NOT WS-ROLES-LOADED
                PERFORM A0300-LOAD-ROLES
            END-IF.
            IF WS-WANT-USER NOT = WS-CACHED-USER
                PERFORM A0200-RESOLVE-ROLE
            END-IF.
            IF WS-USER-UNRESTRICTED
                SET lk-access-update TO TRUE
                GOBACK
            END-IF.
            PERFORM A0400-FIND-RIGHT.
            GOBACK.
      *-----------------------------------------------------------------
      *   The asking user's role, from the user master.
       A0200-RESOLVE-ROLE.
            MOVE WS-WANT-USER TO WS-CACHED-USER.
            MOVE SPACES TO WS-USER-ROLE.
            MOVE "N" TO WS-UNRESTRICTED.
            IF WS-WANT-USER = SPACES
                MOVE "Y" TO WS-UNRESTRICTED
                EXIT PARAGRAPH
            END-IF.
            ACCEPT WS-USER-PATH FROM ENVIRONMENT "USER_MASTER_FILE".
            IF WS-USER-PATH = SPACES
                MOVE CFG-DEFAULT-USER-MASTER TO WS-USER-PATH
            END-IF.
            OPEN INPUT user-file.
            IF WS-FS-USER-MISSING
                MOVE "Y" TO WS-UNRESTRICTED
                EXIT PARAGRAPH
            END-IF.
            IF NOT WS-FS-USER-OK
                MOVE "No se pudo abrir el maestro de usuarios"
                    TO WS-USER-FAIL-TEXT
                PERFORM A0280-USER-MASTER-FAILED
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-WANT-USER TO usr-id.
            READ user-file
                INVALID KEY
                    IF WS-FS-USER-NOT-FOUND
                        MOVE "Y" TO WS-UNRESTRICTED
                    END-IF
                NOT INVALID KEY
                    IF usr-is-active AND NOT usr-is-locked
                        PERFORM A0250-ROLE-OF-RECORD
                    END-IF
            END-READ.
            IF NOT WS-FS-USER-OK AND NOT WS-FS-USER-NOT-FOUND
                MOVE "No se pudo leer el maestro de usuarios"
                    TO WS-USER-FAIL-TEXT
                PERFORM A0280-USER-MASTER-FAILED
            END-IF.
            CLOSE user-file.
            EXIT.
      *-----------------------------------------------------------------
       A0250-ROLE-OF-RECORD.
            IF usr-role NOT = SPACES
                MOVE FUNCTION UPPER-CASE(usr-role) TO WS-USER-ROLE
                EXIT PARAGRAPH
            END-IF.
            EVALUATE usr-level
                WHEN 3     MOVE "SUPERVIS" TO WS-USER-ROLE
                WHEN 2     MOVE "OPERADOR" TO WS-USER-ROLE
                WHEN OTHER MOVE "CONSULTA" TO WS-USER-ROLE
            END-EVALUATE.
            EXIT.
      *-----------------------------------------------------------------
      *   A user master that is there but cannot be used: nothing is
      *   granted, and the user is not cached, so the next CALL tries
      *   the master again.
       A0280-USER-MASTER-FAILED.
            MOVE SPACES TO WS-USER-ROLE.
            MOVE "N" TO WS-UNRESTRICTED.
            MOVE LOW-VALUES TO WS-CACHED-USER.
            MOVE "access-check" TO WS-LOG-PROGRAM.
            MOVE "A0200-RESOLVE-ROLE" TO WS-LOG-PARAGRAPH.
            MOVE RC-ERROR TO WS-LOG-CODE.
            MOVE SPACES TO WS-LOG-MESSAGE.
            STRING WS-USER-FAIL-TEXT DELIMITED BY "  "
                " (" WS-FS-USER ")" DELIMITED BY SIZE
                INTO WS-LOG-MESSAGE
            END-STRING.
            CALL "log-error" USING WS-LOG-PROGRAM,
                WS-LOG-PARAGRAPH, WS-LOG-CODE, WS-LOG-MESSAGE.
            EXIT.
      *-----------------------------------------------------------------
       A0300-LOAD-ROLES.
            MOVE "Y" TO WS-LOAD-STATE.
            MOVE ZERO TO WS-ROLE-COUNT.
            ACCEPT WS-ROLE-PATH FROM ENVIRONMENT "ROLE_MASTER_FILE".
            IF WS-ROLE-PATH = SPACES
                MOVE CFG-DEFAULT-ROLES TO WS-ROLE-PATH
            END-IF.
            OPEN INPUT role-file.
            IF NOT WS-FS-ROLE-OK
                PERFORM A0350-KEEP-DEFAULT
                    VARYING WS-ROLE-I FROM 1 BY 1
                    UNTIL WS-ROLE-I > WS-DEFAULT-MAX
                EXIT PARAGRAPH
            END-IF.
            READ role-file
                AT END SET EOF-role-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-role-file
      *         a bad right letter or a blank role is skipped, never
      *         read as a grant
                IF role-name NOT = SPACES
                   AND role-option NOT = SPACES
                   AND WS-ROLE-COUNT < WS-ROLE-MAX
                   AND (role-right = "V" OR "v" OR "U" OR "u")
                    ADD 1 TO WS-ROLE-COUNT
                    MOVE FUNCTION UPPER-CASE(role-name)
                        TO WS-ROLE-NAME(WS-ROLE-COUNT)
                    MOVE role-option TO WS-ROLE-OPTION(WS-ROLE-COUNT)
                    MOVE FUNCTION UPPER-CASE(role-right)
                        TO WS-ROLE-RIGHT(WS-ROLE-COUNT)
                    PERFORM A0370-SET-PREFIX
                END-IF
                READ role-file
                    AT END SET EOF-role-file TO TRUE
                END-READ
            END-PERFORM.
            CLOSE role-file.
            EXIT.
      *-----------------------------------------------------------------
       A0350-KEEP-DEFAULT.
            ADD 1 TO WS-ROLE-COUNT.
            MOVE WS-DEFAULT-NAME(WS-ROLE-I)
                TO WS-ROLE-NAME(WS-ROLE-COUNT).
            MOVE WS-DEFAULT-OPTION(WS-ROLE-I)
                TO WS-ROLE-OPTION(WS-ROLE-COUNT).
            MOVE WS-DEFAULT-RIGHT(WS-ROLE-I)
                TO WS-ROLE-RIGHT(WS-ROLE-COUNT).
            PERFORM A0370-SET-PREFIX.
            EXIT.
      *-----------------------------------------------------------------
       A0370-SET-PREFIX.
            MOVE ZERO TO WS-STAR-COUNT.
            INSPECT WS-ROLE-OPTION(WS-ROLE-COUNT)
                TALLYING WS-STAR-COUNT FOR ALL "*".
            IF WS-STAR-COUNT = ZERO
                MOVE 99 TO WS-ROLE-PREFIX(WS-ROLE-COUNT)
            ELSE
                MOVE ZERO TO WS-ROLE-PREFIX(WS-ROLE-COUNT)
                INSPECT WS-ROLE-OPTION(WS-ROLE-COUNT)
                    TALLYING WS-ROLE-PREFIX(WS-ROLE-COUNT)
                    FOR CHARACTERS BEFORE INITIAL "*"
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   The longest grant of the user's role that covers the
      *   option decides; no grant at all means N.
       A0400-FIND-RIGHT.
            MOVE ZERO TO WS-BEST-LEN.
            MOVE "N" TO WS-BEST-RIGHT.
            IF WS-USER-ROLE NOT = SPACES
                PERFORM A0450-TRY-ONE-GRANT
                    VARYING WS-ROLE-I FROM 1 BY 1
                    UNTIL WS-ROLE-I > WS-ROLE-COUNT
            END-IF.
            MOVE WS-BEST-RIGHT TO lk-access-right.
            EXIT.
      *-----------------------------------------------------------------
       A0450-TRY-ONE-GRANT.
            IF WS-ROLE-NAME(WS-ROLE-I) NOT = WS-USER-ROLE
                EXIT PARAGRAPH
            END-IF.
            IF WS-ROLE-PREFIX(WS-ROLE-I) = 99
                IF WS-ROLE-OPTION(WS-ROLE-I) = lk-access-option
                    MOVE 99 TO WS-BEST-LEN
                    MOVE WS-ROLE-RIGHT(WS-ROLE-I) TO WS-BEST-RIGHT
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF WS-ROLE-PREFIX(WS-ROLE-I) < WS-BEST-LEN
                EXIT PARAGRAPH
            END-IF.
            IF WS-ROLE-PREFIX(WS-ROLE-I) = ZERO
                MOVE ZERO TO WS-BEST-LEN
                MOVE WS-ROLE-RIGHT(WS-ROLE-I) TO WS-BEST-RIGHT
                EXIT PARAGRAPH
            END-IF.
            IF lk-access-option(1:WS-ROLE-PREFIX(WS-ROLE-I))
                = WS-ROLE-OPTION(WS-ROLE-I)
                    (1:WS-ROLE-PREFIX(WS-ROLE-I))
                MOVE WS-ROLE-PREFIX(WS-ROLE-I) TO WS-BEST-LEN
                MOVE WS-ROLE-RIGHT(WS-ROLE-I) TO WS-BEST-RIGHT
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   A refused attempt, in the menu audit log's own layout, the
      *   refused option code following the description.
       A0600-LOG-REFUSAL.
            ACCEPT WS-AUDIT-PATH FROM ENVIRONMENT "MENU_AUDIT_FILE".
            IF WS-AUDIT-PATH = SPACES
                MOVE CFG-DEFAULT-MENU-AUDIT TO WS-AUDIT-PATH
            END-IF.
            ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-LOG-TIME FROM TIME.
            MOVE "Denegada" TO WS-LOG-DESC.
            MOVE SPACES TO audit-rec.
            STRING WS-LOG-DATE " " WS-LOG-TIME " " WS-WANT-USER " "
                WS-LOG-DESC " " lk-access-option
                DELIMITED BY SIZE INTO audit-rec
            END-STRING.
            OPEN EXTEND audit-file.
            IF NOT WS-FS-AUDIT-OK
                CLOSE audit-file
                OPEN OUTPUT audit-file
            END-IF.
            IF WS-FS-AUDIT-OK
                WRITE audit-rec
                CLOSE audit-file
            END-IF.
            EXIT.
       END PROGRAM access-check.
