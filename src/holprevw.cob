003340*                    BUILT-IN GREETTBL LANGUAGES FILLING IN
003350*                    BEHIND IT, SO THE PREVIEW TRACKS WHAT
003360*                    FN_COB ACTUALLY RESOLVES.
003370*    10/15/26   RJH  GREETTPL ROWS KEYED TO A COURTESY TITLE
003380*                    (SEE GRTPLREC) ARE NOT DEFAULT ROWS.
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. HOLPREVW.
023502*    1200-BUILD-LANGUAGE-LIST
023503*    THE PREVIEW'S LANGUAGE COLUMN COMES FROM THE SAME PLACES
023504*    FN_COB RESOLVES TEMPLATES: EVERY LANGUAGE WITH A BLANK-
023505*    MODE, BLANK-TITLE DEFAULT ROW IN THE GREETTPL FILE (SEE
023506*    GRTPLREC), PLUS THE BUILT-IN GREETTBL LANGUAGES THE FILE
023507*    DOES NOT CARRY.  EACH ENTRY REMEMBERS ITS EVERYDAY
023508*    TEMPLATE, THE ONE SHOWN WHEN NO CALENDAR WINDOW COVERS A
023529             GO TO 1210-EXIT
023530     END-READ
023531     IF TP-LANG-CODE = SPACES OR TP-MODE NOT = SPACES
023532         OR TP-TITLE NOT = SPACES
023533         GO TO 1210-EXIT
023534     END-IF
023535     MOVE TP-LANG-CODE TO HP-PV-WORK-LANG
023536     PERFORM 1230-FIND-PV-LANG THRU 1230-EXIT
023537     IF HP-PV-LANG-FOUND
023538         MOVE TP-TEMPLATE TO HP-PV-TEMPLATE (HP-LG-IDX)
023539         GO TO 1210-EXIT
023540     END-IF
023541     IF HP-LANG-COUNT < 20
023542         ADD 1 TO HP-LANG-COUNT
023543         SET HP-LG-IDX TO HP-LANG-COUNT
023544         MOVE TP-LANG-CODE TO HP-PV-LANG (HP-LG-IDX)
023545         MOVE TP-TEMPLATE TO HP-PV-TEMPLATE (HP-LG-IDX)
023546     END-IF.
023547 1210-EXIT.
023548     EXIT.
023549
023550 1220-ADD-ONE-BUILTIN.
023551     SET GT-IDX TO HP-LANG-SUB
023552     MOVE GT-LANG-CODE (GT-IDX) TO HP-PV-WORK-LANG
023553     PERFORM 1230-FIND-PV-LANG THRU 1230-EXIT
023554     IF HP-PV-LANG-FOUND
023555         GO TO 1220-EXIT
023556     END-IF
023557     IF HP-LANG-COUNT < 20
023558         ADD 1 TO HP-LANG-COUNT
023559         SET HP-LG-IDX TO HP-LANG-COUNT
023560         MOVE GT-LANG-CODE (GT-IDX) TO HP-PV-LANG (HP-LG-IDX)
023561         MOVE GT-TEMPLATE (GT-IDX) TO HP-PV-TEMPLATE (HP-LG-IDX)
023562     END-IF.
023563 1220-EXIT.
023564     EXIT.
023565
023566 1230-FIND-PV-LANG.
023567     MOVE "N" TO HP-PV-FOUND-FLAG
023568     IF HP-LANG-COUNT = 0
023569         GO TO 1230-EXIT
023570     END-IF
023571     SET HP-LG-IDX TO 1
023572     SEARCH HP-LANG-ENTRY
023573         AT END
023574             CONTINUE
023575         WHEN HP-LG-IDX > HP-LANG-COUNT
023576             CONTINUE
023577         WHEN HP-PV-LANG (HP-LG-IDX) = HP-PV-WORK-LANG
023578             SET HP-PV-LANG-FOUND TO TRUE
023579     END-SEARCH.
023580 1230-EXIT.
023581     EXIT.
023582
023600
023700******************************************************************
023800*    2000-LOAD-AND-PROOF
