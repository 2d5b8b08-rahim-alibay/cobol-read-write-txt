000000* ------------------------------------------------------
000000*    PROGRAMME COMPAGNON : ACTIVITE DES OPERATEURS POUR LES
000000*    AUDITEURS. RELIT OPERATOR-ACTIVITY.TXT, OU LE PROGRAMME
000000*    PRINCIPAL TRACE CHAQUE MOUVEMENT TRAITE AVEC SON
000000*    OPERATEUR ET SON ISSUE, POUR LE MOIS DEMANDE EN
000000*    ARGUMENT (AAAA-MM, MOIS EN COURS PAR DEFAUT). IMPRIME
000000*    PAR OPERATEUR DE OPERATORS.TXT SES HABILITATIONS, SES
000000*    MOUVEMENTS PAR CODE ET PAR ISSUE ; UN OPERATEUR ABSENT
000000*    DE LA TABLE MAIS PRESENT DANS L'ACTIVITE EST SIGNALE.
000000*    LES REFUS DE SECURITE DE LA PERIODE SONT ENSUITE
000000*    LISTES UN PAR UN DEPUIS SECURITY-EXCEPTIONS.TXT
000000* ------------------------------------------------------
000000 IDENTIFICATION DIVISION.
000000     PROGRAM-ID. ACTIVITE-OPERATEURS.
000000*
000000 ENVIRONMENT DIVISION.
000000     INPUT-OUTPUT SECTION.
000000         FILE-CONTROL.
000000         SELECT OPERATEURS ASSIGN TO 'operators.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-OPERATEURS-STATUT.
000000         SELECT ACTIVITE-OPERATEURS
000000             ASSIGN TO 'operator-activity.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-ACTIVITE-STATUT.
000000         SELECT EXCEPTIONS-SECURITE
000000             ASSIGN TO 'security-exceptions.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-SECURITE-STATUT.
000000         SELECT RAPPORT-ACTIVITE
000000             ASSIGN TO 'operator-activity-report.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-RAPPORT-STATUT.
000000*
000000 DATA DIVISION.
000000
000000 FILE SECTION.
000000*        MEMES DESCRIPTIONS QUE DANS LE PROGRAMME PRINCIPAL
000000     FD OPERATEURS.
000000         01 FS-OPERATEUR.
000000         05 FS-OPER-CODE     PIC X(8).
000000         05 FS-OPER-NOM      PIC X(20).
000000         05 FS-OPER-CODES    PIC X(6).
000000         05 FS-OPER-DEPOTS   PIC X(20).
000000         05 FS-OPER-ACTIF    PIC X(1).
000000*        ISSUE : 'A' = APPLIQUEE, 'E' = EN ATTENTE, 'N' =
000000*        ANNULEE, 'S' = REFUS DE SECURITE, 'R' = AUTRE REFUS
000000     FD ACTIVITE-OPERATEURS.
000000         01 FS-ACTIVITE.
000000         05 FS-ACT-DATE      PIC X(10).
000000         05 FILLER           PIC X(1).
000000         05 FS-ACT-CYCLE     PIC 9(4).
000000         05 FILLER           PIC X(1).
000000         05 FS-ACT-OPERATEUR PIC X(8).
000000         05 FILLER           PIC X(1).
000000         05 FS-ACT-CODE      PIC X(1).
000000         05 FILLER           PIC X(1).
000000         05 FS-ACT-ID        PIC X(3).
000000         05 FILLER           PIC X(1).
000000         05 FS-ACT-DEP       PIC X(2).
000000         05 FILLER           PIC X(1).
000000         05 FS-ACT-ISSUE     PIC X(1).
000000         05 FILLER           PIC X(1).
000000         05 FS-ACT-DISPOSITION PIC X(40).
000000         05 FILLER           PIC X(1).
000000*        SUPERVISEUR QUI A LIBERE OU ANNULE L'ATTENTE
000000         05 FS-ACT-SUPERVISEUR PIC X(8).
000000     FD EXCEPTIONS-SECURITE.
000000         01 FS-EXCEPTION-SECURITE.
000000         05 FS-SEC-DATE-HEURE PIC X(19).
000000         05 FILLER           PIC X(1).
000000         05 FS-SEC-CYCLE     PIC 9(4).
000000         05 FILLER           PIC X(1).
000000         05 FS-SEC-OPERATEUR PIC X(8).
000000         05 FILLER           PIC X(1).
000000         05 FS-SEC-CODE      PIC X(1).
000000         05 FILLER           PIC X(1).
000000         05 FS-SEC-ID        PIC X(3).
000000         05 FILLER           PIC X(1).
000000         05 FS-SEC-DEP       PIC X(2).
000000         05 FILLER           PIC X(1).
000000         05 FS-SEC-MOTIF     PIC X(40).
000000     FD RAPPORT-ACTIVITE.
000000         01 FS-RAPPORT-ACTIVITE PIC X(132).
000000
000000 WORKING-STORAGE SECTION.
000000           01 WS-OPERATEURS-STATUT  PIC X(2) VALUE '00'.
000000           01 WS-ACTIVITE-STATUT    PIC X(2) VALUE '00'.
000000           01 WS-SECURITE-STATUT    PIC X(2) VALUE '00'.
000000           01 WS-RAPPORT-STATUT     PIC X(2) VALUE '00'.
000000           01 WS-EOF                PIC X VALUE 'N'.
000000           01 WS-ACTIVITE-OUVERT    PIC X VALUE 'N'.
000000           01 WS-SECURITE-OUVERT    PIC X VALUE 'N'.
000000           01 WS-RAPPORT-DISPONIBLE PIC X VALUE 'N'.
000000           01 WS-PANNE              PIC X VALUE 'N'.
000000*
000000*    PERIODE DEMANDEE EN ARGUMENT, FORME AAAA-MM
000000           01 WS-MOIS-DEMANDE       PIC X(7) VALUE SPACES.
000000*
000000*    UNE ENTREE PAR OPERATEUR DE LA TABLE D'HABILITATION,
000000*    PUIS PAR OPERATEUR RENCONTRE DANS L'ACTIVITE SANS Y
000000*    FIGURER ('N' DANS WS-OPER-CONNU) ; LE CODE A BLANC
000000*    REGROUPE LES MOUVEMENTS SAISIS SANS OPERATEUR
000000           01 WS-TABLE-OPERATEURS.
000000           05 WS-OPER-ENTREE OCCURS 100 TIMES.
000000              10 WS-OPER-CODE     PIC X(8).
000000              10 WS-OPER-NOM      PIC X(20).
000000              10 WS-OPER-CODES    PIC X(6).
000000              10 WS-OPER-DEPOTS   PIC X(20).
000000              10 WS-OPER-ACTIF    PIC X(1).
000000              10 WS-OPER-CONNU    PIC X(1).
000000              10 WS-OPER-NB-A     PIC 9(6).
000000              10 WS-OPER-NB-C     PIC 9(6).
000000              10 WS-OPER-NB-D     PIC 9(6).
000000              10 WS-OPER-NB-R     PIC 9(6).
000000              10 WS-OPER-NB-S     PIC 9(6).
000000              10 WS-OPER-NB-X     PIC 9(6).
000000              10 WS-OPER-APPLIQUES PIC 9(6).
000000              10 WS-OPER-ATTENTES PIC 9(6).
000000              10 WS-OPER-ANNULES  PIC 9(6).
000000              10 WS-OPER-REFUSES  PIC 9(6).
000000              10 WS-OPER-SECURITE PIC 9(6).
000000           01 WS-NB-OPERATEURS      PIC 9(3) VALUE 0.
000000           01 WS-IDX-OPER           PIC 9(3) VALUE 0.
000000           01 WS-OPER-TROUVE        PIC X VALUE 'N'.
000000           01 WS-OPER-CHERCHE       PIC X(8).
000000*
000000           01 WS-CPT-LIGNES-LUES    PIC 9(6) VALUE 0.
000000           01 WS-CPT-MOUVEMENTS     PIC 9(6) VALUE 0.
000000           01 WS-CPT-REFUS-SECURITE PIC 9(6) VALUE 0.
000000           01 WS-CPT-EXCEPTIONS     PIC 9(6) VALUE 0.
000000           01 WS-CPT-HORS-TABLE     PIC 9(6) VALUE 0.
000000           01 WS-CPT-INACTIFS-ACTIFS PIC 9(6) VALUE 0.
000000*
000000           01 WS-LIGNE-RAPPORT      PIC X(132).
000000           01 WS-CPT-EDITE          PIC ZZZ,ZZ9.
000000           01 WS-CPT-EDITE-2        PIC ZZZ,ZZ9.
000000           01 WS-CPT-EDITE-3        PIC ZZZ,ZZ9.
000000           01 WS-CPT-EDITE-4        PIC ZZZ,ZZ9.
000000           01 WS-CPT-EDITE-5        PIC ZZZ,ZZ9.
000000           01 WS-CPT-EDITE-6        PIC ZZZ,ZZ9.
000000           01 WS-CODE-EDITE         PIC X(8).
000000*
000000           01 WS-DATE-HEURE-SYS     PIC X(21).
000000           01 WS-DATE-FORMATEE      PIC X(10).
000000*
000000 PROCEDURE DIVISION.
000000 000-MAIN-PROCEDURE.
000000     PERFORM 100-INITIALISER.
000000     IF WS-PANNE = 'N'
000000         PERFORM 120-CHARGER-OPERATEURS
000000         PERFORM 200-DEPOUILLER-ACTIVITE
000000     END-IF.
000000     IF WS-PANNE = 'N'
000000         PERFORM 300-IMPRIMER-RAPPORT
000000     END-IF.
000000     PERFORM 400-FERMER-FICHIERS.
000000*    CODE 12 SI LE RAPPORT EST EN PANNE ; CODE 4 SI
000000*    L'ACTIVITE EST ABSENTE, SI LA PERIODE COMPTE DES REFUS
000000*    DE SECURITE OU DES OPERATEURS HORS TABLE, OU SI UN
000000*    OPERATEUR INACTIF A ENCORE SAISI DES MOUVEMENTS
000000     IF WS-PANNE = 'Y'
000000         MOVE 12 TO RETURN-CODE
000000     ELSE
000000         IF WS-ACTIVITE-OUVERT = 'N'
000000             OR WS-CPT-REFUS-SECURITE > 0
000000             OR WS-CPT-HORS-TABLE > 0
000000             OR WS-CPT-INACTIFS-ACTIFS > 0
000000             MOVE 4 TO RETURN-CODE
000000         END-IF
000000     END-IF.
000000     STOP RUN.
000000*
000000 100-INITIALISER.
000000     MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS.
000000     STRING WS-DATE-HEURE-SYS(1:4) '-'
000000            WS-DATE-HEURE-SYS(5:2) '-'
000000            WS-DATE-HEURE-SYS(7:2)
000000         INTO WS-DATE-FORMATEE.
000000*    SANS ARGUMENT, LE MOIS EN COURS
000000     ACCEPT WS-MOIS-DEMANDE FROM COMMAND-LINE.
000000     IF WS-MOIS-DEMANDE = SPACES
000000         MOVE WS-DATE-FORMATEE(1:7) TO WS-MOIS-DEMANDE
000000     END-IF.
000000     IF WS-MOIS-DEMANDE(1:4) NOT NUMERIC
000000         OR WS-MOIS-DEMANDE(5:1) NOT = '-'
000000         OR WS-MOIS-DEMANDE(6:2) NOT NUMERIC
000000         DISPLAY 'USAGE : ACTIVITE-OPERATEURS [AAAA-MM]'
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         PERFORM 110-OUVRIR-FICHIERS
000000     END-IF.
000000*
000000 110-OUVRIR-FICHIERS.
000000*    ACTIVITE ABSENTE = AUCUN LOT PASSE DEPUIS LA MISE EN
000000*    PLACE DES HABILITATIONS, LE RAPPORT EST TOUT DE MEME
000000*    PRODUIT, A ZERO ; DE MEME SANS EXCEPTION DE SECURITE
000000     OPEN INPUT ACTIVITE-OPERATEURS.
000000     IF WS-ACTIVITE-STATUT NOT = '00'
000000         DISPLAY 'OPERATOR-ACTIVITY.TXT ABSENT, STATUT : '
000000             WS-ACTIVITE-STATUT
000000     ELSE
000000         MOVE 'Y' TO WS-ACTIVITE-OUVERT
000000     END-IF.
000000     OPEN INPUT EXCEPTIONS-SECURITE.
000000     IF WS-SECURITE-STATUT NOT = '00'
000000         DISPLAY 'SECURITY-EXCEPTIONS.TXT ABSENT, STATUT : '
000000             WS-SECURITE-STATUT
000000     ELSE
000000         MOVE 'Y' TO WS-SECURITE-OUVERT
000000     END-IF.
000000     OPEN OUTPUT RAPPORT-ACTIVITE.
000000     IF WS-RAPPORT-STATUT NOT = '00'
000000         DISPLAY 'OPERATOR-ACTIVITY-REPORT.TXT IMPOSSIBLE : '
000000             WS-RAPPORT-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         MOVE 'Y' TO WS-RAPPORT-DISPONIBLE
000000     END-IF.
000000*
000000 120-CHARGER-OPERATEURS.
000000*    TABLE ABSENTE : TOUS LES OPERATEURS DE L'ACTIVITE
000000*    SERONT SIGNALES HORS TABLE
000000     MOVE 'N' TO WS-EOF.
000000     OPEN INPUT OPERATEURS.
000000     IF WS-OPERATEURS-STATUT = '00'
000000         PERFORM UNTIL WS-EOF = 'Y'
000000             READ OPERATEURS
000000                 AT END MOVE 'Y' TO WS-EOF
000000                 NOT AT END
000000                     PERFORM 125-RETENIR-UN-OPERATEUR
000000             END-READ
000000         END-PERFORM
000000         CLOSE OPERATEURS
000000     ELSE
000000         DISPLAY 'OPERATORS.TXT ABSENT, STATUT : '
000000             WS-OPERATEURS-STATUT
000000     END-IF.
000000*
000000 125-RETENIR-UN-OPERATEUR.
000000*    POUR UN MEME CODE LA DERNIERE LIGNE LUE L'EMPORTE,
000000*    COMME AU CHARGEMENT DU PROGRAMME PRINCIPAL
000000     IF FS-OPER-CODE = SPACES
000000         CONTINUE
000000     ELSE
000000         MOVE FS-OPER-CODE TO WS-OPER-CHERCHE
000000         PERFORM 220-CHERCHER-OPERATEUR
000000         IF WS-OPER-TROUVE = 'N'
000000             PERFORM 230-AJOUTER-OPERATEUR
000000         END-IF
000000         IF WS-OPER-TROUVE = 'Y'
000000             MOVE FS-OPER-NOM    TO WS-OPER-NOM(WS-IDX-OPER)
000000             MOVE FS-OPER-CODES  TO WS-OPER-CODES(WS-IDX-OPER)
000000             MOVE FS-OPER-DEPOTS TO WS-OPER-DEPOTS(WS-IDX-OPER)
000000             MOVE FS-OPER-ACTIF  TO WS-OPER-ACTIF(WS-IDX-OPER)
000000             MOVE 'Y' TO WS-OPER-CONNU(WS-IDX-OPER)
000000         END-IF
000000     END-IF.
000000*
000000 200-DEPOUILLER-ACTIVITE.
000000     MOVE 'N' TO WS-EOF.
000000     IF WS-ACTIVITE-OUVERT = 'N'
000000         MOVE 'Y' TO WS-EOF
000000     END-IF.
000000     PERFORM UNTIL WS-EOF = 'Y'
000000         READ ACTIVITE-OPERATEURS
000000             AT END MOVE 'Y' TO WS-EOF
000000             NOT AT END
000000                 ADD 1 TO WS-CPT-LIGNES-LUES
000000                 PERFORM 210-RETENIR-UNE-LIGNE
000000         END-READ
000000     END-PERFORM.
000000*
000000 210-RETENIR-UNE-LIGNE.
000000*    SEULS LES MOUVEMENTS DU MOIS DEMANDE COMPTENT
000000     IF FS-ACT-DATE(1:7) = WS-MOIS-DEMANDE
000000         MOVE FS-ACT-OPERATEUR TO WS-OPER-CHERCHE
000000         PERFORM 220-CHERCHER-OPERATEUR
000000         IF WS-OPER-TROUVE = 'N'
000000             PERFORM 230-AJOUTER-OPERATEUR
000000         END-IF
000000         IF WS-OPER-TROUVE = 'Y'
000000             ADD 1 TO WS-CPT-MOUVEMENTS
000000             PERFORM 240-CUMULER-UNE-LIGNE
000000         END-IF
000000     END-IF.
000000*
000000 220-CHERCHER-OPERATEUR.
000000     MOVE 'N' TO WS-OPER-TROUVE.
000000     PERFORM 225-COMPARER-OPERATEUR
000000         VARYING WS-IDX-OPER FROM 1 BY 1
000000         UNTIL WS-IDX-OPER > WS-NB-OPERATEURS
000000            OR WS-OPER-TROUVE = 'Y'.
000000     IF WS-OPER-TROUVE = 'Y'
000000         SUBTRACT 1 FROM WS-IDX-OPER
000000     END-IF.
000000*
000000 225-COMPARER-OPERATEUR.
000000     IF WS-OPER-CODE(WS-IDX-OPER) = WS-OPER-CHERCHE
000000         MOVE 'Y' TO WS-OPER-TROUVE
000000     END-IF.
000000*
000000 230-AJOUTER-OPERATEUR.
000000*    NOUVELLE ENTREE A ZERO ; ELLE N'EST MARQUEE CONNUE QUE
000000*    QUAND ELLE VIENT DE LA TABLE D'HABILITATION
000000     IF WS-NB-OPERATEURS < 100
000000         ADD 1 TO WS-NB-OPERATEURS
000000         MOVE WS-NB-OPERATEURS TO WS-IDX-OPER
000000         MOVE WS-OPER-CHERCHE TO WS-OPER-CODE(WS-IDX-OPER)
000000         MOVE SPACES TO WS-OPER-NOM(WS-IDX-OPER)
000000         MOVE SPACES TO WS-OPER-CODES(WS-IDX-OPER)
000000         MOVE SPACES TO WS-OPER-DEPOTS(WS-IDX-OPER)
000000         MOVE SPACE TO WS-OPER-ACTIF(WS-IDX-OPER)
000000         MOVE 'N' TO WS-OPER-CONNU(WS-IDX-OPER)
000000         MOVE 0 TO WS-OPER-NB-A(WS-IDX-OPER)
000000         MOVE 0 TO WS-OPER-NB-C(WS-IDX-OPER)
000000         MOVE 0 TO WS-OPER-NB-D(WS-IDX-OPER)
000000         MOVE 0 TO WS-OPER-NB-R(WS-IDX-OPER)
000000         MOVE 0 TO WS-OPER-NB-S(WS-IDX-OPER)
000000         MOVE 0 TO WS-OPER-NB-X(WS-IDX-OPER)
000000         MOVE 0 TO WS-OPER-APPLIQUES(WS-IDX-OPER)
000000         MOVE 0 TO WS-OPER-ATTENTES(WS-IDX-OPER)
000000         MOVE 0 TO WS-OPER-ANNULES(WS-IDX-OPER)
000000         MOVE 0 TO WS-OPER-REFUSES(WS-IDX-OPER)
000000         MOVE 0 TO WS-OPER-SECURITE(WS-IDX-OPER)
000000         MOVE 'Y' TO WS-OPER-TROUVE
000000     ELSE
000000         DISPLAY 'TABLE DES OPERATEURS PLEINE : '
000000             WS-OPER-CHERCHE
000000     END-IF.
000000*
000000 240-CUMULER-UNE-LIGNE.
000000     EVALUATE FS-ACT-CODE
000000         WHEN 'A' ADD 1 TO WS-OPER-NB-A(WS-IDX-OPER)
000000         WHEN 'C' ADD 1 TO WS-OPER-NB-C(WS-IDX-OPER)
000000         WHEN 'D' ADD 1 TO WS-OPER-NB-D(WS-IDX-OPER)
000000         WHEN 'R' ADD 1 TO WS-OPER-NB-R(WS-IDX-OPER)
000000         WHEN 'S' ADD 1 TO WS-OPER-NB-S(WS-IDX-OPER)
000000         WHEN 'X' ADD 1 TO WS-OPER-NB-X(WS-IDX-OPER)
000000         WHEN OTHER CONTINUE
000000     END-EVALUATE.
000000     EVALUATE FS-ACT-ISSUE
000000         WHEN 'A' ADD 1 TO WS-OPER-APPLIQUES(WS-IDX-OPER)
000000         WHEN 'E' ADD 1 TO WS-OPER-ATTENTES(WS-IDX-OPER)
000000         WHEN 'N' ADD 1 TO WS-OPER-ANNULES(WS-IDX-OPER)
000000         WHEN 'S'
000000             ADD 1 TO WS-OPER-SECURITE(WS-IDX-OPER)
000000             ADD 1 TO WS-CPT-REFUS-SECURITE
000000         WHEN OTHER ADD 1 TO WS-OPER-REFUSES(WS-IDX-OPER)
000000     END-EVALUATE.
000000*
000000 300-IMPRIMER-RAPPORT.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'ACTIVITE DES OPERATEURS - PERIODE : '
000000                              DELIMITED BY SIZE
000000            WS-MOIS-DEMANDE   DELIMITED BY SIZE
000000            '   LOT DU '      DELIMITED BY SIZE
000000            WS-DATE-FORMATEE  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000     PERFORM 310-IMPRIMER-OPERATEUR
000000         VARYING WS-IDX-OPER FROM 1 BY 1
000000         UNTIL WS-IDX-OPER > WS-NB-OPERATEURS.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'EXCEPTIONS DE SECURITE DE LA PERIODE'
000000                              DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000     PERFORM 320-LISTER-EXCEPTIONS.
000000     PERFORM 340-IMPRIMER-TOTAUX.
000000*
000000 310-IMPRIMER-OPERATEUR.
000000*    TROIS LIGNES PAR OPERATEUR : IDENTITE ET HABILITATIONS,
000000*    MOUVEMENTS PAR CODE, MOUVEMENTS PAR ISSUE
000000     IF WS-OPER-CODE(WS-IDX-OPER) = SPACES
000000         MOVE '(AUCUN)' TO WS-CODE-EDITE
000000     ELSE
000000         MOVE WS-OPER-CODE(WS-IDX-OPER) TO WS-CODE-EDITE
000000     END-IF.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     IF WS-OPER-CONNU(WS-IDX-OPER) = 'Y'
000000         STRING 'OPERATEUR '        DELIMITED BY SIZE
000000                WS-CODE-EDITE       DELIMITED BY SIZE
000000                ' '                 DELIMITED BY SIZE
000000                WS-OPER-NOM(WS-IDX-OPER) DELIMITED BY SIZE
000000                ' ACTIF '           DELIMITED BY SIZE
000000                WS-OPER-ACTIF(WS-IDX-OPER) DELIMITED BY SIZE
000000                ' CODES '           DELIMITED BY SIZE
000000                WS-OPER-CODES(WS-IDX-OPER) DELIMITED BY SIZE
000000                ' DEPOTS '          DELIMITED BY SIZE
000000                WS-OPER-DEPOTS(WS-IDX-OPER) DELIMITED BY SIZE
000000             INTO WS-LIGNE-RAPPORT
000000     ELSE
000000         ADD 1 TO WS-CPT-HORS-TABLE
000000         STRING 'OPERATEUR '        DELIMITED BY SIZE
000000                WS-CODE-EDITE       DELIMITED BY SIZE
000000                ' ABSENT DE OPERATORS.TXT'
000000                                    DELIMITED BY SIZE
000000             INTO WS-LIGNE-RAPPORT
000000     END-IF.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000*    UN OPERATEUR INACTIF NE DEVRAIT PLUS RIEN VOIR APPLIQUE
000000     IF WS-OPER-CONNU(WS-IDX-OPER) = 'Y'
000000         AND WS-OPER-ACTIF(WS-IDX-OPER) NOT = 'O'
000000         AND WS-OPER-APPLIQUES(WS-IDX-OPER) > 0
000000         ADD 1 TO WS-CPT-INACTIFS-ACTIFS
000000         MOVE SPACES TO WS-LIGNE-RAPPORT
000000         STRING '   *** OPERATEUR INACTIF AVEC MOUVEMENTS '
000000                                    DELIMITED BY SIZE
000000                'APPLIQUES SUR LA PERIODE'
000000                                    DELIMITED BY SIZE
000000             INTO WS-LIGNE-RAPPORT
000000         PERFORM 390-ECRIRE-LIGNE-RAPPORT
000000     END-IF.
000000     MOVE WS-OPER-NB-A(WS-IDX-OPER) TO WS-CPT-EDITE.
000000     MOVE WS-OPER-NB-C(WS-IDX-OPER) TO WS-CPT-EDITE-2.
000000     MOVE WS-OPER-NB-D(WS-IDX-OPER) TO WS-CPT-EDITE-3.
000000     MOVE WS-OPER-NB-R(WS-IDX-OPER) TO WS-CPT-EDITE-4.
000000     MOVE WS-OPER-NB-S(WS-IDX-OPER) TO WS-CPT-EDITE-5.
000000     MOVE WS-OPER-NB-X(WS-IDX-OPER) TO WS-CPT-EDITE-6.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING '   PAR CODE  A : '  DELIMITED BY SIZE
000000            WS-CPT-EDITE         DELIMITED BY SIZE
000000            '  C : '             DELIMITED BY SIZE
000000            WS-CPT-EDITE-2       DELIMITED BY SIZE
000000            '  D : '             DELIMITED BY SIZE
000000            WS-CPT-EDITE-3       DELIMITED BY SIZE
000000            '  R : '             DELIMITED BY SIZE
000000            WS-CPT-EDITE-4       DELIMITED BY SIZE
000000            '  S : '             DELIMITED BY SIZE
000000            WS-CPT-EDITE-5       DELIMITED BY SIZE
000000            '  X : '             DELIMITED BY SIZE
000000            WS-CPT-EDITE-6       DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-OPER-APPLIQUES(WS-IDX-OPER) TO WS-CPT-EDITE.
000000     MOVE WS-OPER-ATTENTES(WS-IDX-OPER) TO WS-CPT-EDITE-2.
000000     MOVE WS-OPER-ANNULES(WS-IDX-OPER) TO WS-CPT-EDITE-3.
000000     MOVE WS-OPER-REFUSES(WS-IDX-OPER) TO WS-CPT-EDITE-4.
000000     MOVE WS-OPER-SECURITE(WS-IDX-OPER) TO WS-CPT-EDITE-5.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING '   APPLIQUES : '    DELIMITED BY SIZE
000000            WS-CPT-EDITE         DELIMITED BY SIZE
000000            '  EN ATTENTE : '    DELIMITED BY SIZE
000000            WS-CPT-EDITE-2       DELIMITED BY SIZE
000000            '  ANNULES : '       DELIMITED BY SIZE
000000            WS-CPT-EDITE-3       DELIMITED BY SIZE
000000            '  REFUSES : '       DELIMITED BY SIZE
000000            WS-CPT-EDITE-4       DELIMITED BY SIZE
000000            '  SECURITE : '      DELIMITED BY SIZE
000000            WS-CPT-EDITE-5       DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000*
000000 320-LISTER-EXCEPTIONS.
000000     MOVE 'N' TO WS-EOF.
000000     IF WS-SECURITE-OUVERT = 'N'
000000         MOVE 'Y' TO WS-EOF
000000     END-IF.
000000     PERFORM UNTIL WS-EOF = 'Y'
000000         READ EXCEPTIONS-SECURITE
000000             AT END MOVE 'Y' TO WS-EOF
000000             NOT AT END
000000                 PERFORM 330-RETENIR-EXCEPTION
000000         END-READ
000000     END-PERFORM.
000000*
000000 330-RETENIR-EXCEPTION.
000000*    LA LIGNE EST REPRISE TELLE QU'ECRITE PAR LE LOT
000000     IF FS-SEC-DATE-HEURE(1:7) = WS-MOIS-DEMANDE
000000         ADD 1 TO WS-CPT-EXCEPTIONS
000000         MOVE SPACES TO WS-LIGNE-RAPPORT
000000         STRING '   '                 DELIMITED BY SIZE
000000                FS-EXCEPTION-SECURITE DELIMITED BY SIZE
000000             INTO WS-LIGNE-RAPPORT
000000         PERFORM 390-ECRIRE-LIGNE-RAPPORT
000000     END-IF.
000000*
000000 340-IMPRIMER-TOTAUX.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'TOTAUX DE LA PERIODE '  DELIMITED BY SIZE
000000            WS-MOIS-DEMANDE          DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-LIGNES-LUES TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'LIGNES D''ACTIVITE LUES   : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-MOUVEMENTS TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'MOUVEMENTS DE LA PERIODE : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-REFUS-SECURITE TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'REFUS DE SECURITE        : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-EXCEPTIONS TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'EXCEPTIONS LISTEES       : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-HORS-TABLE TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'OPERATEURS HORS TABLE    : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-INACTIFS-ACTIFS TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'INACTIFS AVEC MOUVEMENTS : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000*
000000 390-ECRIRE-LIGNE-RAPPORT.
000000     IF WS-RAPPORT-DISPONIBLE = 'Y'
000000         WRITE FS-RAPPORT-ACTIVITE FROM WS-LIGNE-RAPPORT
000000         IF WS-RAPPORT-STATUT NOT = '00'
000000             DISPLAY 'ECRITURE OPERATOR-ACTIVITY-REPORT.TXT '
000000                 'EN ERREUR : ' WS-RAPPORT-STATUT
000000             MOVE 'N' TO WS-RAPPORT-DISPONIBLE
000000             MOVE 'Y' TO WS-PANNE
000000         END-IF
000000     END-IF.
000000*
000000 400-FERMER-FICHIERS.
000000     IF WS-ACTIVITE-OUVERT = 'Y'
000000         CLOSE ACTIVITE-OPERATEURS
000000     END-IF.
000000     IF WS-SECURITE-OUVERT = 'Y'
000000         CLOSE EXCEPTIONS-SECURITE
000000     END-IF.
000000     IF WS-RAPPORT-DISPONIBLE = 'Y'
000000         CLOSE RAPPORT-ACTIVITE
000000     END-IF.
