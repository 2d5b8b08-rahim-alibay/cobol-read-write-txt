000000* ------------------------------------------------------
000000*    PROGRAMME COMPAGNON : VIEILLISSEMENT DU STOCK EN
000000*    TRANSIT. LISTE LES TRANSFERTS 'X' EXPEDIES ET PAS
000000*    ENCORE RECUS AU DEPOT DESTINATION (IN-TRANSIT.TXT,
000000*    TENU PAR LE PROGRAMME PRINCIPAL) : REFERENCE, ARTICLE,
000000*    DEPOTS, QUANTITE, VALEUR AU CMUP D'EXPEDITION ET NOMBRE
000000*    DE JOURS DE ROUTE, AVEC UN CUMUL PAR TRANCHE D'AGE. AU-
000000*    DELA DU DELAI D'ALERTE LE TRANSFERT EST SIGNALE ET LE
000000*    CODE RETOUR PASSE A 4
000000* ------------------------------------------------------
000000 IDENTIFICATION DIVISION.
000000     PROGRAM-ID. TRANSFERTS-EN-TRANSIT.
000000*
000000 ENVIRONMENT DIVISION.
000000     INPUT-OUTPUT SECTION.
000000         FILE-CONTROL.
000000         SELECT EN-TRANSIT ASSIGN TO 'in-transit.txt'
000000             ORGANIZATION IS INDEXED
000000             ACCESS MODE IS DYNAMIC
000000             RECORD KEY IS FS-TRS-CLE
000000             FILE STATUS IS WS-TRANSIT-STATUT.
000000         SELECT RAPPORT-TRANSIT
000000             ASSIGN TO 'in-transit-report.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-RAPPORT-STATUT.
000000*
000000 DATA DIVISION.
000000
000000 FILE SECTION.
000000*    ENREGISTREMENT ECRIT PAR 629-ECRIRE-TRANSIT ET SOLDE PAR
000000*    627-SOLDER-TRANSIT DU PROGRAMME PRINCIPAL
000000     FD EN-TRANSIT.
000000         01 FS-TRANSIT.
000000         05 FS-TRS-CLE.
000000            10 FS-TRS-REF   PIC 9(8).
000000            10 FS-TRS-ID    PIC X(3).
000000         05 FS-TRS-DEP-SOURCE PIC X(2).
000000         05 FS-TRS-DEP-DEST  PIC X(2).
000000         05 FS-TRS-NAME      PIC X(14).
000000         05 FS-TRS-CAT       PIC X(2).
000000         05 FS-TRS-FOU       PIC X(4).
000000         05 FS-TRS-PRICE     PIC S9(13)V99
000000                             SIGN IS TRAILING SEPARATE.
000000         05 FS-TRS-CMUP      PIC S9(11)V9(4)
000000                             SIGN IS TRAILING SEPARATE.
000000         05 FS-TRS-QTE-EXPEDIEE PIC 9(5).
000000         05 FS-TRS-DATE-EXPEDITION PIC X(8).
000000         05 FS-TRS-QTE-RECUE PIC 9(5).
000000         05 FS-TRS-DATE-RECEPTION PIC X(8).
000000*        'T' = EN TRANSIT, 'R' = RECU
000000         05 FS-TRS-ETAT      PIC X(1).
000000     FD RAPPORT-TRANSIT.
000000         01 FS-RAPPORT-TRANSIT PIC X(132).
000000
000000 WORKING-STORAGE SECTION.
000000           01 WS-TRANSIT-STATUT     PIC X(2) VALUE '00'.
000000           01 WS-RAPPORT-STATUT     PIC X(2) VALUE '00'.
000000           01 WS-EOF                PIC X VALUE 'N'.
000000           01 WS-TRANSIT-PRESENT    PIC X VALUE 'N'.
000000           01 WS-RAPPORT-DISPONIBLE PIC X VALUE 'N'.
000000           01 WS-PANNE              PIC X VALUE 'N'.
000000*
000000*    DATE DU JOUR ET JOURS DE ROUTE DE CHAQUE TRANSFERT
000000           01 WS-DATE-HEURE-SYS     PIC X(21).
000000           01 WS-DATE-FORMATEE      PIC X(10).
000000           01 WS-DATE-AAAAMMJJ      PIC X(8).
000000           01 WS-DATE-JOUR-NUM REDEFINES WS-DATE-AAAAMMJJ
000000                                    PIC 9(8).
000000           01 WS-DATE-EXP-AAAAMMJJ  PIC X(8).
000000           01 WS-DATE-EXP-NUM REDEFINES WS-DATE-EXP-AAAAMMJJ
000000                                    PIC 9(8).
000000           01 WS-JOUR-INT           PIC 9(7) VALUE 0.
000000           01 WS-EXP-INT            PIC 9(7) VALUE 0.
000000           01 WS-ANCIENNETE         PIC S9(7) VALUE 0.
000000           01 WS-ANCIENNETE-MAX     PIC S9(7) VALUE 0.
000000*    AU-DELA, LE TRANSFERT EST TENU POUR EGARE A RECHERCHER
000000           01 WS-DELAI-ALERTE       PIC 9(3) VALUE 15.
000000*    LIBELLE DU TOTAL TIRE DU DELAI LUI-MEME
000000           01 WS-DELAI-EDITE        PIC ZZ9.
000000           01 WS-POS-DELAI          PIC 9(1) VALUE 0.
000000           01 WS-LIBELLE-DELAI      PIC X(25).
000000*
000000*    TRANCHES D'AGE : 0-7, 8-15, 16-30, PLUS DE 30 JOURS
000000           01 WS-TABLE-TRANCHES.
000000           05 WS-TRANCHE OCCURS 4 TIMES.
000000              10 WS-TRANCHE-NB     PIC 9(6).
000000              10 WS-TRANCHE-QTE    PIC 9(9).
000000              10 WS-TRANCHE-VALEUR PIC S9(15)V99.
000000           01 WS-IDX-TRANCHE        PIC 9 VALUE 0.
000000           01 WS-TRANCHES-LIBELLES.
000000           05 FILLER                PIC X(14)
000000                                    VALUE '0 A 7 JOURS   '.
000000           05 FILLER                PIC X(14)
000000                                    VALUE '8 A 15 JOURS  '.
000000           05 FILLER                PIC X(14)
000000                                    VALUE '16 A 30 JOURS '.
000000           05 FILLER                PIC X(14)
000000                                    VALUE 'PLUS DE 30 J. '.
000000           01 WS-TRANCHES-TABLE REDEFINES WS-TRANCHES-LIBELLES.
000000           05 WS-TRANCHE-LIBELLE    PIC X(14) OCCURS 4 TIMES.
000000*
000000           01 WS-VALEUR-CMUP        PIC S9(15)V99 VALUE 0.
000000           01 WS-TOTAL-QTE          PIC 9(9) VALUE 0.
000000           01 WS-TOTAL-VALEUR       PIC S9(15)V99 VALUE 0.
000000           01 WS-CPT-TRANSIT        PIC 9(6) VALUE 0.
000000           01 WS-CPT-EN-RETARD      PIC 9(6) VALUE 0.
000000*
000000           01 WS-LIGNE-RAPPORT      PIC X(132).
000000           01 WS-QTE-EDITE          PIC ZZ,ZZ9.
000000           01 WS-VALEUR-EDITE       PIC -(14)9.99.
000000           01 WS-JOURS-EDITE        PIC ---,--9.
000000           01 WS-CPT-EDITE          PIC ZZZ,ZZ9.
000000           01 WS-TOTAL-QTE-EDITE    PIC ZZZ,ZZZ,ZZ9.
000000*
000000 PROCEDURE DIVISION.
000000 000-MAIN-PROCEDURE.
000000     PERFORM 100-INITIALISER.
000000     IF WS-PANNE = 'N' AND WS-TRANSIT-PRESENT = 'Y'
000000         PERFORM 300-LISTER-TRANSITS
000000     END-IF.
000000     PERFORM 700-ECRIRE-TOTAUX.
000000     PERFORM 800-FERMER-FICHIERS.
000000*    CODE 12 SUR PANNE ; CODE 4 QUAND UN TRANSFERT EST EN
000000*    ROUTE DEPUIS PLUS QUE LE DELAI D'ALERTE
000000     IF WS-PANNE = 'Y'
000000         MOVE 12 TO RETURN-CODE
000000     ELSE
000000         IF WS-CPT-EN-RETARD > 0
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
000000     MOVE WS-DATE-HEURE-SYS(1:8) TO WS-DATE-AAAAMMJJ.
000000     COMPUTE WS-JOUR-INT =
000000         FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR-NUM).
000000     INITIALIZE WS-TABLE-TRANCHES.
000000*    FICHIER ABSENT : AUCUN TRANSFERT N'A JAMAIS ETE EXPEDIE,
000000*    LE RAPPORT SORT VIDE
000000     OPEN INPUT EN-TRANSIT.
000000     IF WS-TRANSIT-STATUT = '00'
000000         MOVE 'Y' TO WS-TRANSIT-PRESENT
000000     ELSE
000000         DISPLAY 'IN-TRANSIT.TXT ABSENT, STATUT : '
000000             WS-TRANSIT-STATUT
000000     END-IF.
000000     OPEN OUTPUT RAPPORT-TRANSIT.
000000     IF WS-RAPPORT-STATUT NOT = '00'
000000         DISPLAY 'IN-TRANSIT-REPORT.TXT IMPOSSIBLE : '
000000             WS-RAPPORT-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         MOVE 'Y' TO WS-RAPPORT-DISPONIBLE
000000         MOVE SPACES TO WS-LIGNE-RAPPORT
000000         STRING 'STOCK EN TRANSIT ENTRE DEPOTS - LOT DU '
000000                                  DELIMITED BY SIZE
000000                WS-DATE-FORMATEE  DELIMITED BY SIZE
000000             INTO WS-LIGNE-RAPPORT
000000         PERFORM 790-ECRIRE-LIGNE-RAPPORT
000000         MOVE SPACES TO WS-LIGNE-RAPPORT
000000         STRING 'REFERENCE ID  LIBELLE        DE>A  EXPEDIE LE '
000000                                  DELIMITED BY SIZE
000000                '   QTE         VALEUR AU CMUP   JOURS'
000000                                  DELIMITED BY SIZE
000000             INTO WS-LIGNE-RAPPORT
000000         PERFORM 790-ECRIRE-LIGNE-RAPPORT
000000     END-IF.
000000*
000000 300-LISTER-TRANSITS.
000000     MOVE 'N' TO WS-EOF.
000000     MOVE LOW-VALUES TO FS-TRS-CLE.
000000     START EN-TRANSIT KEY IS NOT LESS THAN FS-TRS-CLE
000000         INVALID KEY MOVE 'Y' TO WS-EOF
000000     END-START.
000000     PERFORM UNTIL WS-EOF = 'Y' OR WS-PANNE = 'Y'
000000         READ EN-TRANSIT NEXT RECORD
000000             AT END MOVE 'Y' TO WS-EOF
000000             NOT AT END
000000                 IF FS-TRS-ETAT = 'T'
000000                     PERFORM 310-IMPRIMER-UN-TRANSIT
000000                 END-IF
000000         END-READ
000000         IF WS-TRANSIT-STATUT NOT = '00'
000000             AND WS-TRANSIT-STATUT NOT = '10'
000000             DISPLAY 'PANNE SUR IN-TRANSIT.TXT, STATUT : '
000000                 WS-TRANSIT-STATUT
000000             MOVE 'Y' TO WS-PANNE
000000         END-IF
000000     END-PERFORM.
000000*
000000 310-IMPRIMER-UN-TRANSIT.
000000     ADD 1 TO WS-CPT-TRANSIT.
000000     PERFORM 320-CALCULER-ANCIENNETE.
000000     IF WS-ANCIENNETE > WS-ANCIENNETE-MAX
000000         MOVE WS-ANCIENNETE TO WS-ANCIENNETE-MAX
000000     END-IF.
000000     COMPUTE WS-VALEUR-CMUP ROUNDED =
000000         FS-TRS-CMUP * FS-TRS-QTE-EXPEDIEE
000000         ON SIZE ERROR MOVE 0 TO WS-VALEUR-CMUP
000000     END-COMPUTE.
000000     ADD FS-TRS-QTE-EXPEDIEE TO WS-TOTAL-QTE.
000000     ADD WS-VALEUR-CMUP TO WS-TOTAL-VALEUR.
000000     EVALUATE TRUE
000000         WHEN WS-ANCIENNETE NOT > 7
000000             MOVE 1 TO WS-IDX-TRANCHE
000000         WHEN WS-ANCIENNETE NOT > 15
000000             MOVE 2 TO WS-IDX-TRANCHE
000000         WHEN WS-ANCIENNETE NOT > 30
000000             MOVE 3 TO WS-IDX-TRANCHE
000000         WHEN OTHER
000000             MOVE 4 TO WS-IDX-TRANCHE
000000     END-EVALUATE.
000000     ADD 1 TO WS-TRANCHE-NB(WS-IDX-TRANCHE).
000000     ADD FS-TRS-QTE-EXPEDIEE TO WS-TRANCHE-QTE(WS-IDX-TRANCHE).
000000     ADD WS-VALEUR-CMUP TO WS-TRANCHE-VALEUR(WS-IDX-TRANCHE).
000000     MOVE FS-TRS-QTE-EXPEDIEE TO WS-QTE-EDITE.
000000     MOVE WS-VALEUR-CMUP TO WS-VALEUR-EDITE.
000000     MOVE WS-ANCIENNETE TO WS-JOURS-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING FS-TRS-REF          DELIMITED BY SIZE
000000            '  '                DELIMITED BY SIZE
000000            FS-TRS-ID           DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            FS-TRS-NAME         DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            FS-TRS-DEP-SOURCE   DELIMITED BY SIZE
000000            '>'                 DELIMITED BY SIZE
000000            FS-TRS-DEP-DEST     DELIMITED BY SIZE
000000            '  '                DELIMITED BY SIZE
000000            FS-TRS-DATE-EXPEDITION DELIMITED BY SIZE
000000            '   '               DELIMITED BY SIZE
000000            WS-QTE-EDITE        DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            WS-VALEUR-EDITE     DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            WS-JOURS-EDITE      DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     IF WS-ANCIENNETE > WS-DELAI-ALERTE
000000         ADD 1 TO WS-CPT-EN-RETARD
000000         MOVE '*** EN RETARD' TO WS-LIGNE-RAPPORT(90:13)
000000     END-IF.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000*
000000 320-CALCULER-ANCIENNETE.
000000*    DATE D'EXPEDITION AAAAMMJJ ; ILLISIBLE, ELLE COMPTE
000000*    COMME DU JOUR PLUTOT QUE DE FAUSSER LE MAXIMUM
000000     MOVE FS-TRS-DATE-EXPEDITION TO WS-DATE-EXP-AAAAMMJJ.
000000     IF WS-DATE-EXP-NUM NUMERIC
000000         COMPUTE WS-EXP-INT =
000000             FUNCTION INTEGER-OF-DATE(WS-DATE-EXP-NUM)
000000     ELSE
000000         MOVE 0 TO WS-EXP-INT
000000     END-IF.
000000     IF WS-EXP-INT = 0
000000         MOVE 0 TO WS-ANCIENNETE
000000     ELSE
000000         COMPUTE WS-ANCIENNETE = WS-JOUR-INT - WS-EXP-INT
000000     END-IF.
000000*
000000 700-ECRIRE-TOTAUX.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE 'CUMUL PAR TRANCHE D''AGE' TO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     PERFORM 710-ECRIRE-UNE-TRANCHE
000000         VARYING WS-IDX-TRANCHE FROM 1 BY 1
000000         UNTIL WS-IDX-TRANCHE > 4.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-TRANSIT TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'TRANSFERTS EN TRANSIT    : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-TOTAL-QTE TO WS-TOTAL-QTE-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'QUANTITE EN TRANSIT      : ' DELIMITED BY SIZE
000000            WS-TOTAL-QTE-EDITE            DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-TOTAL-VALEUR TO WS-VALEUR-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'VALEUR AU CMUP           : ' DELIMITED BY SIZE
000000            WS-VALEUR-EDITE               DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-EN-RETARD TO WS-CPT-EDITE.
000000     MOVE WS-DELAI-ALERTE TO WS-DELAI-EDITE.
000000     MOVE 0 TO WS-POS-DELAI.
000000     INSPECT WS-DELAI-EDITE TALLYING WS-POS-DELAI
000000         FOR LEADING SPACES.
000000     ADD 1 TO WS-POS-DELAI.
000000     MOVE SPACES TO WS-LIBELLE-DELAI.
000000     STRING 'EN RETARD (PLUS DE '  DELIMITED BY SIZE
000000            WS-DELAI-EDITE(WS-POS-DELAI:) DELIMITED BY SIZE
000000            ' J)'                 DELIMITED BY SIZE
000000         INTO WS-LIBELLE-DELAI.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING WS-LIBELLE-DELAI              DELIMITED BY SIZE
000000            ': '                          DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-ANCIENNETE-MAX TO WS-JOURS-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'PLUS ANCIEN (JOURS)      : ' DELIMITED BY SIZE
000000            WS-JOURS-EDITE                DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000*
000000 710-ECRIRE-UNE-TRANCHE.
000000     MOVE WS-TRANCHE-NB(WS-IDX-TRANCHE) TO WS-CPT-EDITE.
000000     MOVE WS-TRANCHE-QTE(WS-IDX-TRANCHE) TO WS-TOTAL-QTE-EDITE.
000000     MOVE WS-TRANCHE-VALEUR(WS-IDX-TRANCHE) TO WS-VALEUR-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING WS-TRANCHE-LIBELLE(WS-IDX-TRANCHE)
000000                                  DELIMITED BY SIZE
000000            ' TRANSFERTS : '      DELIMITED BY SIZE
000000            WS-CPT-EDITE          DELIMITED BY SIZE
000000            ' QTE : '             DELIMITED BY SIZE
000000            WS-TOTAL-QTE-EDITE    DELIMITED BY SIZE
000000            ' VALEUR : '          DELIMITED BY SIZE
000000            WS-VALEUR-EDITE       DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000*
000000 790-ECRIRE-LIGNE-RAPPORT.
000000     IF WS-RAPPORT-DISPONIBLE = 'Y'
000000         WRITE FS-RAPPORT-TRANSIT FROM WS-LIGNE-RAPPORT
000000         IF WS-RAPPORT-STATUT NOT = '00'
000000             DISPLAY 'ECRITURE IN-TRANSIT-REPORT.TXT EN '
000000                 'ERREUR : ' WS-RAPPORT-STATUT
000000             MOVE 'N' TO WS-RAPPORT-DISPONIBLE
000000             MOVE 'Y' TO WS-PANNE
000000         END-IF
000000     END-IF.
000000*
000000 800-FERMER-FICHIERS.
000000     IF WS-TRANSIT-PRESENT = 'Y'
000000         CLOSE EN-TRANSIT
000000     END-IF.
000000     IF WS-RAPPORT-DISPONIBLE = 'Y'
000000         CLOSE RAPPORT-TRANSIT
000000     END-IF.
