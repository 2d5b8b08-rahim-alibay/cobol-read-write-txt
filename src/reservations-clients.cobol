000000* ------------------------------------------------------
000000*    PROGRAMME COMPAGNON : RESERVATIONS DES COMMANDES
000000*    CLIENTS. CHAQUE LIGNE DE CUSTOMER-ORDERS.TXT RESERVE
000000*    LA QUANTITE DEMANDEE SUR LE DISPONIBLE DE L'ARTICLE AU
000000*    DEPOT (STOCK DU MAITRE MOINS LA QUANTITE DEJA RESERVEE).
000000*    CE QUI NE PEUT ETRE COUVERT PART EN RELIQUAT DANS
000000*    CUSTOMER-BACKORDERS.TXT ; LES RELIQUATS DE LA VEILLE
000000*    SONT REPRESENTES EN PREMIER, AVANT LES COMMANDES DU
000000*    JOUR. LE CARNET CUSTOMER-RESERVATIONS.TXT GARDE UNE
000000*    LIGNE PAR COMMANDE, ARTICLE ET DEPOT ; LA SORTIE 'S' DU
000000*    PROGRAMME PRINCIPAL QUI CITE LA COMMANDE ('V' + NUMERO)
000000*    CONSOMME LA RESERVATION. PRODUIT LE RAPPORT QUOTIDIEN
000000*    D'ALLOCATION : RESERVE, DISPONIBLE ET RELIQUAT PAR
000000*    ARTICLE ET DEPOT
000000* ------------------------------------------------------
000000 IDENTIFICATION DIVISION.
000000     PROGRAM-ID. RESERVATIONS-CLIENTS.
000000*
000000 ENVIRONMENT DIVISION.
000000     INPUT-OUTPUT SECTION.
000000         FILE-CONTROL.
000000         SELECT SORTIE ASSIGN TO 'data-output.txt'
000000             ORGANIZATION IS INDEXED
000000             ACCESS MODE IS DYNAMIC
000000             RECORD KEY IS FS-SORTIE-CLE
000000             FILE STATUS IS WS-SORTIE-STATUT.
000000         SELECT COMMANDES-CLIENTS
000000             ASSIGN TO 'customer-orders.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-COMMANDES-STATUT.
000000         SELECT RELIQUATS ASSIGN TO 'customer-backorders.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-RELIQUATS-STATUT.
000000*        RELIQUATS DE LA VEILLE, RECOPIES AVANT QUE LE
000000*        FICHIER DES RELIQUATS NE SOIT RECREE
000000         SELECT RELIQUATS-TRAVAIL
000000             ASSIGN TO 'customer-backorders-work.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-TRAVAIL-STATUT.
000000         SELECT RESERVATIONS
000000             ASSIGN TO 'customer-reservations.txt'
000000             ORGANIZATION IS INDEXED
000000             ACCESS MODE IS DYNAMIC
000000             RECORD KEY IS FS-RES-CLE
000000             FILE STATUS IS WS-RESERVATIONS-STATUT.
000000         SELECT RAPPORT-ALLOCATION
000000             ASSIGN TO 'allocation-report.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-RAPPORT-STATUT.
000000*
000000 DATA DIVISION.
000000
000000 FILE SECTION.
000000     FD SORTIE.
000000         01 FS-SORTIE.
000000         05 FS-SORTIE-CLE.
000000            10 FS-SORTIE-ID    PIC X(3).
000000            10 FS-SORTIE-DEPOT PIC X(2).
000000         05 FS-SORTIE-NAME  PIC X(14).
000000         05 FS-SORTIE-PRICE PIC S9(13)V99
000000                             SIGN IS TRAILING SEPARATE.
000000         05 FS-SORTIE-QTY   PIC 9(5).
000000         05 FS-SORTIE-CAT   PIC X(2).
000000         05 FS-SORTIE-FOU   PIC X(4).
000000*        COUT MOYEN UNITAIRE PONDERE, REVU A CHAQUE RECEPTION
000000         05 FS-SORTIE-CMUP  PIC S9(11)V9(4)
000000                             SIGN IS TRAILING SEPARATE.
000000*        QUANTITE RESERVEE AUX COMMANDES CLIENTS ; LE
000000*        DISPONIBLE A LA VENTE EST LE STOCK MOINS LA RESERVE
000000         05 FS-SORTIE-RESERVE PIC 9(5).
000000*        LIGNE DE COMMANDE CLIENT ; LE RELIQUAT A LE MEME
000000*        GABARIT, LA QUANTITE ETANT LE RESTE A COUVRIR
000000     FD COMMANDES-CLIENTS.
000000         01 FS-COMMANDE-CLIENT.
000000         05 FS-CCL-NUM       PIC 9(8).
000000         05 FS-CCL-CLIENT    PIC X(8).
000000         05 FS-CCL-ID        PIC X(3).
000000         05 FS-CCL-DEP       PIC X(2).
000000         05 FS-CCL-QTY       PIC 9(5).
000000         05 FS-CCL-DATE      PIC X(8).
000000     FD RELIQUATS.
000000         01 FS-RELIQUAT      PIC X(34).
000000     FD RELIQUATS-TRAVAIL.
000000         01 FS-RELIQUAT-TRAVAIL PIC X(34).
000000     FD RESERVATIONS.
000000         01 FS-RESERVATION.
000000         05 FS-RES-CLE.
000000            10 FS-RES-NUM   PIC 9(8).
000000            10 FS-RES-ID    PIC X(3).
000000            10 FS-RES-DEP   PIC X(2).
000000         05 FS-RES-CLIENT    PIC X(8).
000000         05 FS-RES-DATE      PIC X(8).
000000         05 FS-RES-QTE-CDE   PIC 9(5).
000000         05 FS-RES-QTE-RESERVEE PIC 9(5).
000000         05 FS-RES-QTE-SORTIE PIC 9(5).
000000         05 FS-RES-QTE-OUVERTE PIC 9(5).
000000         05 FS-RES-QTE-RELIQUAT PIC 9(5).
000000         05 FS-RES-DATE-SORTIE PIC X(8).
000000*        'O' = OUVERTE, 'S' = SOLDEE
000000         05 FS-RES-ETAT      PIC X(1).
000000     FD RAPPORT-ALLOCATION.
000000         01 FS-RAPPORT-ALLOCATION PIC X(132).
000000
000000 WORKING-STORAGE SECTION.
000000           01 WS-SORTIE-STATUT      PIC X(2) VALUE '00'.
000000           01 WS-COMMANDES-STATUT   PIC X(2) VALUE '00'.
000000           01 WS-RELIQUATS-STATUT   PIC X(2) VALUE '00'.
000000           01 WS-TRAVAIL-STATUT     PIC X(2) VALUE '00'.
000000           01 WS-RESERVATIONS-STATUT PIC X(2) VALUE '00'.
000000           01 WS-RAPPORT-STATUT     PIC X(2) VALUE '00'.
000000           01 WS-EOF                PIC X VALUE 'N'.
000000           01 WS-SORTIE-OUVERT      PIC X VALUE 'N'.
000000           01 WS-RESERVATIONS-OUVERT PIC X VALUE 'N'.
000000           01 WS-RELIQUATS-OUVERT   PIC X VALUE 'N'.
000000           01 WS-RELIQUATS-VEILLE   PIC X VALUE 'N'.
000000           01 WS-RAPPORT-DISPONIBLE PIC X VALUE 'N'.
000000           01 WS-PANNE              PIC X VALUE 'N'.
000000*
000000*    LIGNE EN COURS D'ALLOCATION ; L'ORIGINE VAUT 'R' POUR
000000*    UN RELIQUAT DE LA VEILLE, 'C' POUR UNE COMMANDE DU JOUR
000000           01 WS-LIGNE-CLIENT.
000000           05 WS-LCL-NUM            PIC 9(8).
000000           05 WS-LCL-CLIENT         PIC X(8).
000000           05 WS-LCL-ID             PIC X(3).
000000           05 WS-LCL-DEP            PIC X(2).
000000           05 WS-LCL-QTY            PIC 9(5).
000000           05 WS-LCL-DATE           PIC X(8).
000000           01 WS-ORIGINE            PIC X(1).
000000           01 WS-RES-TROUVEE        PIC X VALUE 'N'.
000000           01 WS-REFUS-RAISON       PIC X(30).
000000           01 WS-QTE-DEMANDEE       PIC 9(5) VALUE 0.
000000           01 WS-QTE-DISPONIBLE     PIC 9(5) VALUE 0.
000000           01 WS-QTE-RESERVE-MAITRE PIC 9(5) VALUE 0.
000000           01 WS-QTE-ALLOUEE        PIC 9(5) VALUE 0.
000000           01 WS-QTE-RELIQUAT       PIC 9(5) VALUE 0.
000000*
000000*    RELIQUAT CUMULE PAR ARTICLE ET DEPOT POUR LE RAPPORT
000000           01 WS-TABLE-RELIQUATS.
000000           05 WS-RELQ-ENTREE OCCURS 500 TIMES.
000000              10 WS-RELQ-ID     PIC X(3).
000000              10 WS-RELQ-DEP    PIC X(2).
000000              10 WS-RELQ-QTE    PIC 9(6).
000000           01 WS-NB-RELIQUATS       PIC 9(3) VALUE 0.
000000           01 WS-IDX-RELQ           PIC 9(3) VALUE 0.
000000           01 WS-RELQ-TROUVE        PIC X VALUE 'N'.
000000           01 WS-RELQ-ARTICLE       PIC 9(6) VALUE 0.
000000*
000000           01 WS-CPT-LIGNES-LUES    PIC 9(6) VALUE 0.
000000           01 WS-CPT-RELIQUATS-LUS  PIC 9(6) VALUE 0.
000000           01 WS-CPT-COUVERTES      PIC 9(6) VALUE 0.
000000           01 WS-CPT-PARTIELLES     PIC 9(6) VALUE 0.
000000           01 WS-CPT-EN-RELIQUAT    PIC 9(6) VALUE 0.
000000           01 WS-CPT-REFUSEES       PIC 9(6) VALUE 0.
000000           01 WS-TOTAL-ALLOUE       PIC 9(9) VALUE 0.
000000           01 WS-TOTAL-RELIQUAT     PIC 9(9) VALUE 0.
000000           01 WS-TOTAL-STOCK        PIC 9(9) VALUE 0.
000000           01 WS-TOTAL-RESERVE      PIC 9(9) VALUE 0.
000000           01 WS-TOTAL-DISPONIBLE   PIC 9(9) VALUE 0.
000000*
000000           01 WS-LIGNE-RAPPORT      PIC X(132).
000000           01 WS-DISPOSITION        PIC X(30).
000000           01 WS-QTE-EDITE          PIC ZZ,ZZ9.
000000           01 WS-ALLOUE-EDITE       PIC ZZ,ZZ9.
000000           01 WS-RELIQUAT-EDITE     PIC ZZ,ZZ9.
000000           01 WS-RESERVE-EDITE      PIC ZZ,ZZ9.
000000           01 WS-DISPO-EDITE        PIC ZZ,ZZ9.
000000           01 WS-RELQ-EDITE         PIC ZZZ,ZZ9.
000000           01 WS-CPT-EDITE          PIC ZZZ,ZZ9.
000000           01 WS-TOTAL-EDITE        PIC ZZZ,ZZZ,ZZ9.
000000*
000000           01 WS-DATE-HEURE-SYS     PIC X(21).
000000           01 WS-DATE-FORMATEE      PIC X(10).
000000           01 WS-DATE-AAAAMMJJ      PIC X(8).
000000*
000000 PROCEDURE DIVISION.
000000 000-MAIN-PROCEDURE.
000000     PERFORM 100-INITIALISER.
000000     IF WS-PANNE = 'N'
000000         PERFORM 200-REPRENDRE-RELIQUATS
000000     END-IF.
000000     IF WS-PANNE = 'N'
000000         PERFORM 300-TRAITER-COMMANDES
000000     END-IF.
000000     IF WS-PANNE = 'N'
000000         PERFORM 500-IMPRIMER-ALLOCATION
000000     END-IF.
000000     PERFORM 600-ECRIRE-TOTAUX.
000000     PERFORM 800-FERMER-FICHIERS.
000000*    CODE 12 SI LE MAITRE, LE CARNET OU UN FICHIER DE
000000*    TRAVAIL EST EN PANNE ; CODE 4 SI DES LIGNES ONT ETE
000000*    REFUSEES (ARTICLE INCONNU, LIGNE ILLISIBLE, DOUBLON)
000000     IF WS-PANNE = 'Y'
000000         MOVE 12 TO RETURN-CODE
000000     ELSE
000000         IF WS-CPT-REFUSEES > 0
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
000000     OPEN OUTPUT RAPPORT-ALLOCATION.
000000     IF WS-RAPPORT-STATUT NOT = '00'
000000         DISPLAY 'ALLOCATION-REPORT.TXT IMPOSSIBLE : '
000000             WS-RAPPORT-STATUT
000000     ELSE
000000         MOVE 'Y' TO WS-RAPPORT-DISPONIBLE
000000         MOVE SPACES TO WS-LIGNE-RAPPORT
000000         STRING 'ALLOCATION DES COMMANDES CLIENTS - LOT DU '
000000                                  DELIMITED BY SIZE
000000                WS-DATE-FORMATEE  DELIMITED BY SIZE
000000             INTO WS-LIGNE-RAPPORT
000000         PERFORM 790-ECRIRE-LIGNE-RAPPORT
000000         MOVE SPACES TO WS-LIGNE-RAPPORT
000000         PERFORM 790-ECRIRE-LIGNE-RAPPORT
000000         MOVE SPACES TO WS-LIGNE-RAPPORT
000000         STRING 'O COMMANDE CLIENT   ID  DP  DEMANDE  '
000000                                  DELIMITED BY SIZE
000000                'RESERVE RELIQUAT  DISPOSITION'
000000                                  DELIMITED BY SIZE
000000             INTO WS-LIGNE-RAPPORT
000000         PERFORM 790-ECRIRE-LIGNE-RAPPORT
000000     END-IF.
000000*    LE MAITRE EST MIS A JOUR (QUANTITE RESERVEE) : IL DOIT
000000*    EXISTER, UN MAITRE ABSENT N'A RIEN A RESERVER
000000     OPEN I-O SORTIE.
000000     IF WS-SORTIE-STATUT NOT = '00'
000000         DISPLAY 'DATA-OUTPUT.TXT INTROUVABLE, STATUT : '
000000             WS-SORTIE-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         MOVE 'Y' TO WS-SORTIE-OUVERT
000000     END-IF.
000000*    UN CARNET ABSENT EST CREE VIDE
000000     IF WS-PANNE = 'N'
000000         OPEN I-O RESERVATIONS
000000         IF WS-RESERVATIONS-STATUT = '35'
000000             OPEN OUTPUT RESERVATIONS
000000             CLOSE RESERVATIONS
000000             OPEN I-O RESERVATIONS
000000         END-IF
000000         IF WS-RESERVATIONS-STATUT NOT = '00'
000000             DISPLAY 'CUSTOMER-RESERVATIONS.TXT IMPOSSIBLE : '
000000                 WS-RESERVATIONS-STATUT
000000             MOVE 'Y' TO WS-PANNE
000000         ELSE
000000             MOVE 'Y' TO WS-RESERVATIONS-OUVERT
000000         END-IF
000000     END-IF.
000000*
000000 200-REPRENDRE-RELIQUATS.
000000*    LES RELIQUATS DE LA VEILLE PASSENT PAR LE FICHIER DE
000000*    TRAVAIL ; LE FICHIER DES RELIQUATS EST ENSUITE RECREE
000000*    AVEC CE QUI RESTE A COUVRIR APRES CE LOT. UNE COPIE OU
000000*    UNE RELECTURE EN PANNE LAISSE LE FICHIER DE LA VEILLE
000000*    INTACT
000000     OPEN INPUT RELIQUATS.
000000     IF WS-RELIQUATS-STATUT = '00'
000000         MOVE 'Y' TO WS-RELIQUATS-VEILLE
000000         OPEN OUTPUT RELIQUATS-TRAVAIL
000000         IF WS-TRAVAIL-STATUT NOT = '00'
000000             DISPLAY 'CUSTOMER-BACKORDERS-WORK.TXT IMPOSSIBLE : '
000000                 WS-TRAVAIL-STATUT
000000             MOVE 'Y' TO WS-PANNE
000000         ELSE
000000             MOVE 'N' TO WS-EOF
000000             PERFORM UNTIL WS-EOF = 'Y' OR WS-PANNE = 'Y'
000000                 READ RELIQUATS
000000                     AT END MOVE 'Y' TO WS-EOF
000000                     NOT AT END
000000                         WRITE FS-RELIQUAT-TRAVAIL
000000                             FROM FS-RELIQUAT
000000                         IF WS-TRAVAIL-STATUT NOT = '00'
000000                             DISPLAY 'ECRITURE CUSTOMER-'
000000                                 'BACKORDERS-WORK.TXT EN PANNE : '
000000                                 WS-TRAVAIL-STATUT
000000                             MOVE 'Y' TO WS-PANNE
000000                         END-IF
000000                 END-READ
000000             END-PERFORM
000000             CLOSE RELIQUATS-TRAVAIL
000000         END-IF
000000         CLOSE RELIQUATS
000000     END-IF.
000000*    LA COPIE DOIT SE RELIRE AVANT QUE L'OUVERTURE EN SORTIE
000000*    NE VIDE LE FICHIER DES RELIQUATS
000000     IF WS-PANNE = 'N' AND WS-RELIQUATS-VEILLE = 'Y'
000000         OPEN INPUT RELIQUATS-TRAVAIL
000000         IF WS-TRAVAIL-STATUT NOT = '00'
000000             DISPLAY 'RELECTURE CUSTOMER-BACKORDERS-WORK.TXT '
000000                 'IMPOSSIBLE : ' WS-TRAVAIL-STATUT
000000             MOVE 'Y' TO WS-PANNE
000000         END-IF
000000     END-IF.
000000     IF WS-PANNE = 'N'
000000         OPEN OUTPUT RELIQUATS
000000         IF WS-RELIQUATS-STATUT NOT = '00'
000000             DISPLAY 'CUSTOMER-BACKORDERS.TXT IMPOSSIBLE : '
000000                 WS-RELIQUATS-STATUT
000000             MOVE 'Y' TO WS-PANNE
000000             IF WS-RELIQUATS-VEILLE = 'Y'
000000                 CLOSE RELIQUATS-TRAVAIL
000000             END-IF
000000         ELSE
000000             MOVE 'Y' TO WS-RELIQUATS-OUVERT
000000         END-IF
000000     END-IF.
000000     IF WS-PANNE = 'N' AND WS-RELIQUATS-VEILLE = 'Y'
000000         MOVE 'R' TO WS-ORIGINE
000000         MOVE 'N' TO WS-EOF
000000         PERFORM UNTIL WS-EOF = 'Y' OR WS-PANNE = 'Y'
000000             READ RELIQUATS-TRAVAIL INTO WS-LIGNE-CLIENT
000000                 AT END MOVE 'Y' TO WS-EOF
000000                 NOT AT END
000000                     ADD 1 TO WS-CPT-RELIQUATS-LUS
000000                     PERFORM 310-ALLOUER-UNE-LIGNE
000000             END-READ
000000         END-PERFORM
000000         CLOSE RELIQUATS-TRAVAIL
000000     END-IF.
000000*
000000 300-TRAITER-COMMANDES.
000000*    FICHIER ABSENT = PAS DE COMMANDE DU JOUR ; LES
000000*    RELIQUATS ONT DEJA ETE REPRESENTES
000000     OPEN INPUT COMMANDES-CLIENTS.
000000     IF WS-COMMANDES-STATUT NOT = '00'
000000         DISPLAY 'CUSTOMER-ORDERS.TXT ABSENT, STATUT : '
000000             WS-COMMANDES-STATUT
000000     ELSE
000000         MOVE 'C' TO WS-ORIGINE
000000         MOVE 'N' TO WS-EOF
000000         PERFORM UNTIL WS-EOF = 'Y' OR WS-PANNE = 'Y'
000000             READ COMMANDES-CLIENTS INTO WS-LIGNE-CLIENT
000000                 AT END MOVE 'Y' TO WS-EOF
000000                 NOT AT END
000000                     ADD 1 TO WS-CPT-LIGNES-LUES
000000                     PERFORM 310-ALLOUER-UNE-LIGNE
000000             END-READ
000000         END-PERFORM
000000         CLOSE COMMANDES-CLIENTS
000000     END-IF.
000000*
000000 310-ALLOUER-UNE-LIGNE.
000000     MOVE SPACES TO WS-REFUS-RAISON.
000000     MOVE 0 TO WS-QTE-DEMANDEE WS-QTE-ALLOUEE WS-QTE-RELIQUAT.
000000     IF WS-LCL-NUM NOT NUMERIC
000000         OR WS-LCL-QTY NOT NUMERIC
000000         OR WS-LCL-ID = SPACES
000000         OR WS-LCL-DEP = SPACES
000000         MOVE 'LIGNE ILLISIBLE' TO WS-REFUS-RAISON
000000     ELSE
000000     IF WS-LCL-QTY = 0
000000         MOVE 'QUANTITE NULLE' TO WS-REFUS-RAISON
000000     ELSE
000000         MOVE WS-LCL-ID  TO FS-SORTIE-ID
000000         MOVE WS-LCL-DEP TO FS-SORTIE-DEPOT
000000         READ SORTIE
000000             INVALID KEY
000000                 MOVE 'ARTICLE INCONNU AU DEPOT'
000000                     TO WS-REFUS-RAISON
000000         END-READ
000000         IF WS-REFUS-RAISON = SPACES
000000             PERFORM 320-LIRE-RESERVATION
000000         END-IF
000000     END-IF
000000     END-IF.
000000     IF WS-REFUS-RAISON NOT = SPACES
000000         ADD 1 TO WS-CPT-REFUSEES
000000         MOVE WS-REFUS-RAISON TO WS-DISPOSITION
000000     ELSE
000000         PERFORM 330-CALCULER-ALLOCATION
000000         IF WS-QTE-DEMANDEE = 0
000000*            RELIQUAT DEJA SERVI PAR UNE SORTIE SUR LA COMMANDE
000000             MOVE 'RELIQUAT DEJA SERVI' TO WS-DISPOSITION
000000         ELSE
000000             PERFORM 340-ENREGISTRER-ALLOCATION
000000         END-IF
000000     END-IF.
000000     PERFORM 360-IMPRIMER-LIGNE.
000000*
000000 320-LIRE-RESERVATION.
000000*    UNE COMMANDE DU JOUR DEJA AU CARNET EST UN DOUBLON (LOT
000000*    REPASSE) ; UN RELIQUAT RETROUVE SA LIGNE DE CARNET, OU
000000*    LA RECREE SI ELLE A DISPARU
000000     MOVE WS-LCL-NUM TO FS-RES-NUM.
000000     MOVE WS-LCL-ID  TO FS-RES-ID.
000000     MOVE WS-LCL-DEP TO FS-RES-DEP.
000000     READ RESERVATIONS
000000         INVALID KEY
000000             MOVE 'N' TO WS-RES-TROUVEE
000000         NOT INVALID KEY
000000             MOVE 'Y' TO WS-RES-TROUVEE
000000     END-READ.
000000     IF WS-RESERVATIONS-STATUT NOT = '00'
000000         AND WS-RESERVATIONS-STATUT NOT = '23'
000000         DISPLAY 'PANNE SUR CUSTOMER-RESERVATIONS.TXT, STATUT : '
000000             WS-RESERVATIONS-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000         MOVE 'PANNE CARNET' TO WS-REFUS-RAISON
000000     ELSE
000000         IF WS-ORIGINE = 'C' AND WS-RES-TROUVEE = 'Y'
000000             MOVE 'COMMANDE DEJA RESERVEE' TO WS-REFUS-RAISON
000000         END-IF
000000         IF WS-RES-TROUVEE = 'N'
000000             MOVE WS-LCL-NUM    TO FS-RES-NUM
000000             MOVE WS-LCL-ID     TO FS-RES-ID
000000             MOVE WS-LCL-DEP    TO FS-RES-DEP
000000             MOVE WS-LCL-CLIENT TO FS-RES-CLIENT
000000             MOVE WS-LCL-DATE   TO FS-RES-DATE
000000             MOVE WS-LCL-QTY    TO FS-RES-QTE-CDE
000000             MOVE 0 TO FS-RES-QTE-RESERVEE FS-RES-QTE-SORTIE
000000             MOVE 0 TO FS-RES-QTE-OUVERTE
000000             MOVE WS-LCL-QTY    TO FS-RES-QTE-RELIQUAT
000000             MOVE SPACES        TO FS-RES-DATE-SORTIE
000000             MOVE 'O'           TO FS-RES-ETAT
000000         END-IF
000000     END-IF.
000000*
000000 330-CALCULER-ALLOCATION.
000000*    UN RELIQUAT NE DEMANDE JAMAIS PLUS QUE LE RESTE A
000000*    COUVRIR DU CARNET : UNE SORTIE AU-DELA DE LA RESERVE
000000*    A PU EN SERVIR UNE PARTIE DEPUIS LA VEILLE. UNE
000000*    RESERVE A BLANC (MAITRE ANTERIEUR) VAUT ZERO
000000     MOVE WS-LCL-QTY TO WS-QTE-DEMANDEE.
000000     IF WS-ORIGINE = 'R'
000000         AND FS-RES-QTE-RELIQUAT < WS-QTE-DEMANDEE
000000         MOVE FS-RES-QTE-RELIQUAT TO WS-QTE-DEMANDEE
000000     END-IF.
000000     MOVE 0 TO WS-QTE-RESERVE-MAITRE.
000000     IF FS-SORTIE-RESERVE NUMERIC
000000         MOVE FS-SORTIE-RESERVE TO WS-QTE-RESERVE-MAITRE
000000     END-IF.
000000     IF WS-QTE-RESERVE-MAITRE < FS-SORTIE-QTY
000000         COMPUTE WS-QTE-DISPONIBLE =
000000             FS-SORTIE-QTY - WS-QTE-RESERVE-MAITRE
000000     ELSE
000000         MOVE 0 TO WS-QTE-DISPONIBLE
000000     END-IF.
000000     IF WS-QTE-DISPONIBLE < WS-QTE-DEMANDEE
000000         MOVE WS-QTE-DISPONIBLE TO WS-QTE-ALLOUEE
000000     ELSE
000000         MOVE WS-QTE-DEMANDEE TO WS-QTE-ALLOUEE
000000     END-IF.
000000     COMPUTE WS-QTE-RELIQUAT = WS-QTE-DEMANDEE - WS-QTE-ALLOUEE.
000000*
000000 340-ENREGISTRER-ALLOCATION.
000000*    MAITRE D'ABORD, CARNET ENSUITE, RELIQUAT EN DERNIER
000000     IF WS-QTE-ALLOUEE > 0
000000         COMPUTE FS-SORTIE-RESERVE =
000000             WS-QTE-RESERVE-MAITRE + WS-QTE-ALLOUEE
000000         REWRITE FS-SORTIE
000000         IF WS-SORTIE-STATUT NOT = '00'
000000             DISPLAY 'REECRITURE DATA-OUTPUT.TXT EN PANNE : '
000000                 WS-SORTIE-STATUT ' ' FS-SORTIE-ID
000000             MOVE 'Y' TO WS-PANNE
000000         END-IF
000000     END-IF.
000000     ADD WS-QTE-ALLOUEE TO FS-RES-QTE-RESERVEE.
000000     ADD WS-QTE-ALLOUEE TO FS-RES-QTE-OUVERTE.
000000     IF WS-ORIGINE = 'R'
000000         SUBTRACT WS-QTE-ALLOUEE FROM FS-RES-QTE-RELIQUAT
000000     ELSE
000000         MOVE WS-QTE-RELIQUAT TO FS-RES-QTE-RELIQUAT
000000     END-IF.
000000     MOVE 'O' TO FS-RES-ETAT.
000000     IF WS-RES-TROUVEE = 'Y'
000000         REWRITE FS-RESERVATION
000000     ELSE
000000         WRITE FS-RESERVATION
000000     END-IF.
000000     IF WS-RESERVATIONS-STATUT NOT = '00'
000000         DISPLAY 'ECRITURE CUSTOMER-RESERVATIONS.TXT EN PANNE : '
000000             WS-RESERVATIONS-STATUT ' ' FS-RES-NUM
000000         MOVE 'Y' TO WS-PANNE
000000     END-IF.
000000     ADD WS-QTE-ALLOUEE TO WS-TOTAL-ALLOUE.
000000     IF WS-QTE-RELIQUAT = 0
000000         ADD 1 TO WS-CPT-COUVERTES
000000         MOVE 'RESERVEE' TO WS-DISPOSITION
000000     ELSE
000000         PERFORM 350-ECRIRE-RELIQUAT
000000         IF WS-QTE-ALLOUEE > 0
000000             ADD 1 TO WS-CPT-PARTIELLES
000000             MOVE 'RESERVEE EN PARTIE, RELIQUAT'
000000                 TO WS-DISPOSITION
000000         ELSE
000000             ADD 1 TO WS-CPT-EN-RELIQUAT
000000             MOVE 'EN RELIQUAT' TO WS-DISPOSITION
000000         END-IF
000000     END-IF.
000000*
000000 350-ECRIRE-RELIQUAT.
000000     MOVE WS-QTE-RELIQUAT TO WS-LCL-QTY.
000000     WRITE FS-RELIQUAT FROM WS-LIGNE-CLIENT.
000000     IF WS-RELIQUATS-STATUT NOT = '00'
000000         DISPLAY 'ECRITURE CUSTOMER-BACKORDERS.TXT EN PANNE : '
000000             WS-RELIQUATS-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     END-IF.
000000     ADD WS-QTE-RELIQUAT TO WS-TOTAL-RELIQUAT.
000000     MOVE 'N' TO WS-RELQ-TROUVE.
000000     PERFORM 355-CHERCHER-RELIQUAT
000000         VARYING WS-IDX-RELQ FROM 1 BY 1
000000         UNTIL WS-IDX-RELQ > WS-NB-RELIQUATS
000000            OR WS-RELQ-TROUVE = 'Y'.
000000     IF WS-RELQ-TROUVE = 'Y'
000000         SUBTRACT 1 FROM WS-IDX-RELQ
000000         ADD WS-QTE-RELIQUAT TO WS-RELQ-QTE(WS-IDX-RELQ)
000000     ELSE
000000         IF WS-NB-RELIQUATS < 500
000000             ADD 1 TO WS-NB-RELIQUATS
000000             MOVE WS-LCL-ID  TO WS-RELQ-ID(WS-NB-RELIQUATS)
000000             MOVE WS-LCL-DEP TO WS-RELQ-DEP(WS-NB-RELIQUATS)
000000             MOVE WS-QTE-RELIQUAT
000000                 TO WS-RELQ-QTE(WS-NB-RELIQUATS)
000000         ELSE
000000             DISPLAY 'TABLE DES RELIQUATS PLEINE, IGNORE : '
000000                 WS-LCL-ID ' ' WS-LCL-DEP
000000         END-IF
000000     END-IF.
000000*
000000 355-CHERCHER-RELIQUAT.
000000     IF WS-RELQ-ID(WS-IDX-RELQ) = WS-LCL-ID
000000         AND WS-RELQ-DEP(WS-IDX-RELQ) = WS-LCL-DEP
000000         MOVE 'Y' TO WS-RELQ-TROUVE
000000     END-IF.
000000*
000000 360-IMPRIMER-LIGNE.
000000     MOVE WS-QTE-DEMANDEE TO WS-QTE-EDITE.
000000     MOVE WS-QTE-ALLOUEE  TO WS-ALLOUE-EDITE.
000000     MOVE WS-QTE-RELIQUAT TO WS-RELIQUAT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING WS-ORIGINE        DELIMITED BY SIZE
000000            ' '               DELIMITED BY SIZE
000000            WS-LCL-NUM        DELIMITED BY SIZE
000000            ' '               DELIMITED BY SIZE
000000            WS-LCL-CLIENT     DELIMITED BY SIZE
000000            ' '               DELIMITED BY SIZE
000000            WS-LCL-ID         DELIMITED BY SIZE
000000            ' '               DELIMITED BY SIZE
000000            WS-LCL-DEP        DELIMITED BY SIZE
000000            '  '              DELIMITED BY SIZE
000000            WS-QTE-EDITE      DELIMITED BY SIZE
000000            '   '             DELIMITED BY SIZE
000000            WS-ALLOUE-EDITE   DELIMITED BY SIZE
000000            '   '             DELIMITED BY SIZE
000000            WS-RELIQUAT-EDITE DELIMITED BY SIZE
000000            '  '              DELIMITED BY SIZE
000000            WS-DISPOSITION    DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000*
000000 500-IMPRIMER-ALLOCATION.
000000*    SITUATION PAR ARTICLE ET DEPOT APRES LE LOT : SEULS
000000*    LES ARTICLES AVEC RESERVE OU RELIQUAT SONT LISTES
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE 'SITUATION PAR ARTICLE ET DEPOT' TO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'ID  DP LIBELLE         STOCK  RESERVE    DISPO '
000000                                  DELIMITED BY SIZE
000000            ' RELIQUAT'           DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE 'N' TO WS-EOF.
000000     MOVE LOW-VALUES TO FS-SORTIE-CLE.
000000     START SORTIE KEY IS NOT LESS THAN FS-SORTIE-CLE
000000         INVALID KEY MOVE 'Y' TO WS-EOF
000000     END-START.
000000     PERFORM UNTIL WS-EOF = 'Y'
000000         READ SORTIE NEXT RECORD
000000             AT END MOVE 'Y' TO WS-EOF
000000             NOT AT END PERFORM 510-EXAMINER-UN-ARTICLE
000000         END-READ
000000         IF WS-SORTIE-STATUT NOT = '00'
000000             AND WS-SORTIE-STATUT NOT = '10'
000000             DISPLAY 'PANNE SUR LE MAITRE, STATUT : '
000000                 WS-SORTIE-STATUT
000000             MOVE 'Y' TO WS-EOF
000000             MOVE 'Y' TO WS-PANNE
000000         END-IF
000000     END-PERFORM.
000000*
000000 510-EXAMINER-UN-ARTICLE.
000000     MOVE 0 TO WS-QTE-RESERVE-MAITRE.
000000     IF FS-SORTIE-RESERVE NUMERIC
000000         MOVE FS-SORTIE-RESERVE TO WS-QTE-RESERVE-MAITRE
000000     END-IF.
000000     IF WS-QTE-RESERVE-MAITRE < FS-SORTIE-QTY
000000         COMPUTE WS-QTE-DISPONIBLE =
000000             FS-SORTIE-QTY - WS-QTE-RESERVE-MAITRE
000000     ELSE
000000         MOVE 0 TO WS-QTE-DISPONIBLE
000000     END-IF.
000000     ADD FS-SORTIE-QTY TO WS-TOTAL-STOCK.
000000     ADD WS-QTE-RESERVE-MAITRE TO WS-TOTAL-RESERVE.
000000     ADD WS-QTE-DISPONIBLE TO WS-TOTAL-DISPONIBLE.
000000     MOVE FS-SORTIE-ID    TO WS-LCL-ID.
000000     MOVE FS-SORTIE-DEPOT TO WS-LCL-DEP.
000000     MOVE 0 TO WS-RELQ-ARTICLE.
000000     MOVE 'N' TO WS-RELQ-TROUVE.
000000     PERFORM 355-CHERCHER-RELIQUAT
000000         VARYING WS-IDX-RELQ FROM 1 BY 1
000000         UNTIL WS-IDX-RELQ > WS-NB-RELIQUATS
000000            OR WS-RELQ-TROUVE = 'Y'.
000000     IF WS-RELQ-TROUVE = 'Y'
000000         SUBTRACT 1 FROM WS-IDX-RELQ
000000         MOVE WS-RELQ-QTE(WS-IDX-RELQ) TO WS-RELQ-ARTICLE
000000     END-IF.
000000     IF WS-QTE-RESERVE-MAITRE > 0 OR WS-RELQ-ARTICLE > 0
000000         MOVE FS-SORTIE-QTY         TO WS-QTE-EDITE
000000         MOVE WS-QTE-RESERVE-MAITRE TO WS-RESERVE-EDITE
000000         MOVE WS-QTE-DISPONIBLE     TO WS-DISPO-EDITE
000000         MOVE WS-RELQ-ARTICLE       TO WS-RELQ-EDITE
000000         MOVE SPACES TO WS-LIGNE-RAPPORT
000000         STRING FS-SORTIE-ID     DELIMITED BY SIZE
000000                ' '              DELIMITED BY SIZE
000000                FS-SORTIE-DEPOT  DELIMITED BY SIZE
000000                ' '              DELIMITED BY SIZE
000000                FS-SORTIE-NAME   DELIMITED BY SIZE
000000                '  '             DELIMITED BY SIZE
000000                WS-QTE-EDITE     DELIMITED BY SIZE
000000                '   '            DELIMITED BY SIZE
000000                WS-RESERVE-EDITE DELIMITED BY SIZE
000000                '   '            DELIMITED BY SIZE
000000                WS-DISPO-EDITE   DELIMITED BY SIZE
000000                '  '             DELIMITED BY SIZE
000000                WS-RELQ-EDITE    DELIMITED BY SIZE
000000             INTO WS-LIGNE-RAPPORT
000000         PERFORM 790-ECRIRE-LIGNE-RAPPORT
000000     END-IF.
000000*
000000 600-ECRIRE-TOTAUX.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-RELIQUATS-LUS TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'RELIQUATS REPRESENTES    : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-LIGNES-LUES TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'COMMANDES DU JOUR LUES   : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-COUVERTES TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'LIGNES ENTIEREMENT COUV. : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-PARTIELLES TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'LIGNES COUVERTES EN PART.: ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-EN-RELIQUAT TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'LIGNES TOUT EN RELIQUAT  : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-REFUSEES TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'LIGNES REFUSEES          : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-TOTAL-ALLOUE TO WS-TOTAL-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'QUANTITE RESERVEE DU LOT : ' DELIMITED BY SIZE
000000            WS-TOTAL-EDITE                DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-TOTAL-RELIQUAT TO WS-TOTAL-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'QUANTITE EN RELIQUAT     : ' DELIMITED BY SIZE
000000            WS-TOTAL-EDITE                DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-TOTAL-STOCK TO WS-TOTAL-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'STOCK TOTAL              : ' DELIMITED BY SIZE
000000            WS-TOTAL-EDITE                DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-TOTAL-RESERVE TO WS-TOTAL-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'RESERVE TOTALE           : ' DELIMITED BY SIZE
000000            WS-TOTAL-EDITE                DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-TOTAL-DISPONIBLE TO WS-TOTAL-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'DISPONIBLE A LA VENTE    : ' DELIMITED BY SIZE
000000            WS-TOTAL-EDITE                DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000*
000000 790-ECRIRE-LIGNE-RAPPORT.
000000     IF WS-RAPPORT-DISPONIBLE = 'Y'
000000         WRITE FS-RAPPORT-ALLOCATION FROM WS-LIGNE-RAPPORT
000000         IF WS-RAPPORT-STATUT NOT = '00'
000000             DISPLAY 'ECRITURE ALLOCATION-REPORT.TXT EN '
000000                 'ERREUR : ' WS-RAPPORT-STATUT
000000             MOVE 'N' TO WS-RAPPORT-DISPONIBLE
000000             MOVE 'Y' TO WS-PANNE
000000         END-IF
000000     END-IF.
000000*
000000 800-FERMER-FICHIERS.
000000     IF WS-SORTIE-OUVERT = 'Y'
000000         CLOSE SORTIE
000000     END-IF.
000000     IF WS-RESERVATIONS-OUVERT = 'Y'
000000         CLOSE RESERVATIONS
000000     END-IF.
000000     IF WS-RELIQUATS-OUVERT = 'Y'
000000         CLOSE RELIQUATS
000000     END-IF.
000000     IF WS-RAPPORT-DISPONIBLE = 'Y'
000000         CLOSE RAPPORT-ALLOCATION
000000     END-IF.
