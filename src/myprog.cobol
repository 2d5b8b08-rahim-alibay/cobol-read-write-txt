000000             ASSIGN TO 'stock-movement-journal.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-JOURNAL-MVT-STATUT.
000000*        CARNET DES COMMANDES FOURNISSEURS EMISES PAR
000000*        COMMANDES-FOURNISSEURS : UNE LIGNE PAR COMMANDE,
000000*        ARTICLE ET DEPOT ; UNE RECEPTION QUI CITE LA
000000*        COMMANDE EN DIMINUE LA QUANTITE OUVERTE
000000         SELECT COMMANDES-OUVERTES ASSIGN TO 'open-orders.txt'
000000             ORGANIZATION IS INDEXED
000000             ACCESS MODE IS DYNAMIC
000000             RECORD KEY IS FS-CDE-CLE
000000             FILE STATUS IS WS-COMMANDES-STATUT.
000000*        MODIFICATIONS DE PRIX 'C' HORS TOLERANCE, GARDEES HORS
000000*        DU MAITRE JUSQU'A LA DECISION DU SUPERVISEUR ; LE
000000*        FICHIER DES APPROBATIONS LES LIBERE OU LES ANNULE PAR
000000*        REFERENCE AU LOT SUIVANT
000000         SELECT ATTENTES-PRIX
000000             ASSIGN TO 'pending-price-changes.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-ATTENTES-STATUT.
000000         SELECT ATTENTES-TRAVAIL
000000             ASSIGN TO 'pending-price-work.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-ATTENTES-TRAV-STATUT.
000000         SELECT APPROBATIONS-PRIX ASSIGN TO 'price-approvals.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-APPROBATIONS-STATUT.
000000*        CARNET DES RESERVATIONS CLIENTS TENU PAR
000000*        RESERVATIONS-CLIENTS ; UNE SORTIE QUI CITE LA COMMANDE
000000*        CLIENT EN CONSOMME LA RESERVATION
000000         SELECT RESERVATIONS-CLIENTS
000000             ASSIGN TO 'customer-reservations.txt'
000000             ORGANIZATION IS INDEXED
000000             ACCESS MODE IS DYNAMIC
000000             RECORD KEY IS FS-RES-CLE
000000             FILE STATUS IS WS-RESERVATIONS-STATUT.
000000*        MARCHANDISE EXPEDIEE PAR UN TRANSFERT 'X' ET PAS ENCORE
000000*        RECUE AU DEPOT DESTINATION ; LA RECEPTION 'R' QUI CITE
000000*        LA REFERENCE 'T' LA SOLDE. LES ECARTS DE LIVRAISON
000000*        SONT TRACES DANS TRANSFER-DISCREPANCIES.TXT
000000         SELECT EN-TRANSIT ASSIGN TO 'in-transit.txt'
000000             ORGANIZATION IS INDEXED
000000             ACCESS MODE IS DYNAMIC
000000             RECORD KEY IS FS-TRS-CLE
000000             FILE STATUS IS WS-TRANSIT-STATUT.
000000         SELECT ECARTS-TRANSFERT
000000             ASSIGN TO 'transfer-discrepancies.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-ECARTS-STATUT.
000000*        TABLE D'HABILITATION DES OPERATEURS TENUE PAR LA
000000*        SECURITE : CODES MOUVEMENT PERMIS, DEPOTS COUVERTS ET
000000*        INDICATEUR ACTIF. TOUT REFUS POUR HABILITATION EST
000000*        TRACE DANS SECURITY-EXCEPTIONS.TXT ET CHAQUE MOUVEMENT
000000*        TRAITE DANS OPERATOR-ACTIVITY.TXT POUR LES AUDITEURS
000000         SELECT OPERATEURS ASSIGN TO 'operators.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-OPERATEURS-STATUT.
000000         SELECT EXCEPTIONS-SECURITE
000000             ASSIGN TO 'security-exceptions.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-SECURITE-STATUT.
000000         SELECT ACTIVITE-OPERATEURS
000000             ASSIGN TO 'operator-activity.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-ACTIVITE-STATUT.
000000*
000000 DATA DIVISION.
000000
000000         05 FS-SORTIE-QTY   PIC 9(5).
000000         05 FS-SORTIE-CAT   PIC X(2).
000000         05 FS-SORTIE-FOU   PIC X(4).
000000*        COUT MOYEN UNITAIRE PONDERE, REVU A CHAQUE RECEPTION
000000         05 FS-SORTIE-CMUP  PIC S9(11)V9(4)
000000                             SIGN IS TRAILING SEPARATE.
000000*        QUANTITE RESERVEE AUX COMMANDES CLIENTS ; LE
000000*        DISPONIBLE A LA VENTE EST LE STOCK MOINS LA RESERVE
000000         05 FS-SORTIE-RESERVE PIC 9(5).
000000     FD REJETS.
000000         01 FS-REJET.
000000         05 FS-REJET-ID     PIC X(3).
000000*        NE SERT QU'AU TRANSFERT INTER-DEPOTS 'X' (029)
000000         05 FS-TRANS-DEP   PIC X(2).
000000         05 FS-TRANS-DEP-DEST PIC X(2).
000000*        PIECE CITEE PAR LE MOUVEMENT : TYPE PUIS NUMERO ;
000000*        'A' = COMMANDE FOURNISSEUR SOLDEE PAR UNE RECEPTION,
000000*        'I' = AJUSTEMENT D'INVENTAIRE (NUMERO = DATE DU
000000*        COMPTAGE), 'V' = COMMANDE CLIENT DONT LA SORTIE
000000*        CONSOMME LA RESERVE, 'T' = TRANSFERT INTER-DEPOTS
000000*        (NUMERO = CYCLE + SEQUENCE DE L'EXPEDITION)
000000         05 FS-TRANS-REF-TYPE PIC X(1).
000000         05 FS-TRANS-REF-NUM  PIC X(8).
000000*        OPERATEUR QUI A SAISI LE MOUVEMENT ; A BLANC, C'EST
000000*        L'OPERATEUR DE L'ENTETE 'H' DU LOT QUI EST RETENU
000000         05 FS-TRANS-OPERATEUR PIC X(8).
000000     FD CHECKPOINT-FILE.
000000         01 FS-CHECKPOINT.
000000         05 FS-CHECKPOINT-ID PIC X(5).
000000     FD RAPPORT-VARIATIONS.
000000         01 FS-RAPPORT-VARIATIONS PIC X(132).
000000     FD JOURNAL-MOUVEMENTS.
000000         01 FS-JOURNAL-MOUVEMENT PIC X(132).
000000     FD FOURNISSEURS.
000000         01 FS-FOURNISSEUR.
000000         05 FS-FOURN-CODE   PIC X(4).
000000         05 FS-RCTRL-CYCLE  PIC 9(4).
000000         05 FILLER          PIC X(1).
000000         05 FS-RCTRL-ETAT   PIC X(8).
000000     FD COMMANDES-OUVERTES.
000000         01 FS-COMMANDE.
000000         05 FS-CDE-CLE.
000000            10 FS-CDE-NUM   PIC 9(8).
000000            10 FS-CDE-ID    PIC X(3).
000000            10 FS-CDE-DEP   PIC X(2).
000000         05 FS-CDE-FOU       PIC X(4).
000000         05 FS-CDE-NAME      PIC X(14).
000000         05 FS-CDE-DATE      PIC X(8).
000000         05 FS-CDE-ECHEANCE  PIC X(8).
000000         05 FS-CDE-QTE-CDE   PIC 9(5).
000000         05 FS-CDE-QTE-RECUE PIC 9(5).
000000         05 FS-CDE-QTE-OUVERTE PIC 9(5).
000000         05 FS-CDE-QTE-EXCES PIC 9(5).
000000         05 FS-CDE-DATE-RECEPTION PIC X(8).
000000*        'O' = OUVERTE, 'S' = SOLDEE
000000         05 FS-CDE-ETAT      PIC X(1).
000000     FD RESERVATIONS-CLIENTS.
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
000000*        REFERENCE DU TRANSFERT + ARTICLE ; LE PRIX ET LE CMUP
000000*        DU DEPOT SOURCE A L'EXPEDITION VALORISENT LE TRANSIT
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
000000     FD ECARTS-TRANSFERT.
000000         01 FS-ECART-TRANSFERT.
000000         05 FS-ECT-DATE      PIC X(10).
000000         05 FILLER           PIC X(1).
000000         05 FS-ECT-REF       PIC 9(8).
000000         05 FILLER           PIC X(1).
000000         05 FS-ECT-ID        PIC X(3).
000000         05 FILLER           PIC X(1).
000000         05 FS-ECT-DEP-SOURCE PIC X(2).
000000         05 FILLER           PIC X(1).
000000         05 FS-ECT-DEP-DEST  PIC X(2).
000000         05 FILLER           PIC X(1).
000000         05 FS-ECT-QTE-EXPEDIEE PIC 9(5).
000000         05 FILLER           PIC X(1).
000000         05 FS-ECT-QTE-RECUE PIC 9(5).
000000         05 FILLER           PIC X(1).
000000         05 FS-ECT-ECART     PIC S9(5)
000000                             SIGN IS TRAILING SEPARATE.
000000         05 FILLER           PIC X(1).
000000*        'MANQUANT' OU 'EXCEDENT'
000000         05 FS-ECT-NATURE    PIC X(8).
000000         05 FILLER           PIC X(1).
000000         05 FS-ECT-DATE-EXPEDITION PIC X(8).
000000*        DEPOTS COUVERTS : JUSQU'A DIX CODES DE DEUX CARACTERES
000000*        ACCOLES, '**' = TOUS LES DEPOTS ; ACTIF 'O' OU 'N'
000000     FD OPERATEURS.
000000         01 FS-OPERATEUR.
000000         05 FS-OPER-CODE     PIC X(8).
000000         05 FS-OPER-NOM      PIC X(20).
000000         05 FS-OPER-CODES    PIC X(6).
000000         05 FS-OPER-DEPOTS   PIC X(20).
000000         05 FS-OPER-ACTIF    PIC X(1).
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
000000*        REFERENCE = CYCLE DU LOT + SEQUENCE DANS LE LOT ; LA
000000*        TRANSACTION EST GARDEE TELLE QUE SAISIE (PRIX AVANT
000000*        CONVERSION) POUR ETRE REJOUEE A LA LIBERATION
000000     FD ATTENTES-PRIX.
000000         01 FS-ATTENTE.
000000         05 FS-ATT-REF.
000000            10 FS-ATT-REF-CYCLE PIC 9(4).
000000            10 FS-ATT-REF-SEQ   PIC 9(4).
000000         05 FILLER           PIC X(1).
000000         05 FS-ATT-DATE      PIC X(10).
000000         05 FILLER           PIC X(1).
000000         05 FS-ATT-ID        PIC X(3).
000000         05 FILLER           PIC X(1).
000000         05 FS-ATT-DEP       PIC X(2).
000000         05 FILLER           PIC X(1).
000000         05 FS-ATT-ANCIEN-PRIX PIC S9(13)V99
000000                             SIGN IS TRAILING SEPARATE.
000000         05 FILLER           PIC X(1).
000000         05 FS-ATT-NOUVEAU-PRIX PIC S9(13)V99
000000                             SIGN IS TRAILING SEPARATE.
000000         05 FILLER           PIC X(1).
000000         05 FS-ATT-VARIATION-PCT PIC S9(5)V99
000000                             SIGN IS TRAILING SEPARATE.
000000         05 FILLER           PIC X(1).
000000         05 FS-ATT-TRANSACTION PIC X(69).
000000     FD ATTENTES-TRAVAIL.
000000         01 FS-ATTENTE-TRAVAIL PIC X(139).
000000*        'L' = LIBERER, 'A' = ANNULER
000000     FD APPROBATIONS-PRIX.
000000         01 FS-APPROBATION.
000000         05 FS-APPROB-REF    PIC X(8).
000000         05 FILLER           PIC X(1).
000000         05 FS-APPROB-DECISION PIC X(1).
000000         05 FILLER           PIC X(1).
000000         05 FS-APPROB-SUPERVISEUR PIC X(8).
000000
000000 WORKING-STORAGE SECTION.
000000           01 WS-DONNEES.
000000           05 WS-TRANS-FOU   PIC X(4).
000000           05 WS-TRANS-DEP   PIC X(2).
000000           05 WS-TRANS-DEP-DEST PIC X(2).
000000           05 WS-TRANS-REF-TYPE PIC X(1).
000000           05 WS-TRANS-REF-NUM  PIC X(8).
000000           05 WS-TRANS-OPERATEUR PIC X(8).
000000*    VUES ENTETE ET TOTALISEUR DU FICHIER TRANSACTIONS :
000000*    'H' OUVRE LE LOT AVEC SA DATE, 'T' LE FERME AVEC LE
000000*    NOMBRE ATTENDU ET LE TOTAL DE CONTROLE DES PRIX (015).
000000*    L'ENTETE PORTE AUSSI L'OPERATEUR DU LOT, A LA MEME
000000*    PLACE QUE CELUI DES MOUVEMENTS
000000           01 WS-TRANS-ENTETE REDEFINES WS-TRANSACTION.
000000           05 FILLER           PIC X(1).
000000           05 WS-ENTETE-DATE   PIC X(8).
000000           05 FILLER           PIC X(52).
000000           05 WS-ENTETE-OPERATEUR PIC X(8).
000000           01 WS-TRANS-TOTALISEUR REDEFINES WS-TRANSACTION.
000000           05 FILLER           PIC X(1).
000000           05 WS-TOTAL-NOMBRE  PIC 9(6).
000000           05 WS-TOTAL-HASH    PIC S9(15)V99
000000                             SIGN IS TRAILING SEPARATE.
000000           05 FILLER           PIC X(44).
000000           01 WS-EOF      PIC X VALUE 'N'.
000000           01 WS-EOF-TRANS PIC X VALUE 'N'.
000000           01 WS-EOF-CSV  PIC X VALUE 'N'.
000000           05 WS-JOURNAL-MVT-STATUT PIC X(2) VALUE '00'.
000000           05 WS-FOURNISSEURS-STATUT PIC X(2) VALUE '00'.
000000           05 WS-RCTRL-STATUT       PIC X(2) VALUE '00'.
000000           05 WS-COMMANDES-STATUT   PIC X(2) VALUE '00'.
000000           05 WS-ATTENTES-STATUT    PIC X(2) VALUE '00'.
000000           05 WS-ATTENTES-TRAV-STATUT PIC X(2) VALUE '00'.
000000           05 WS-APPROBATIONS-STATUT PIC X(2) VALUE '00'.
000000           05 WS-RESERVATIONS-STATUT PIC X(2) VALUE '00'.
000000           05 WS-TRANSIT-STATUT     PIC X(2) VALUE '00'.
000000           05 WS-ECARTS-STATUT      PIC X(2) VALUE '00'.
000000           05 WS-OPERATEURS-STATUT  PIC X(2) VALUE '00'.
000000           05 WS-SECURITE-STATUT    PIC X(2) VALUE '00'.
000000           05 WS-ACTIVITE-STATUT    PIC X(2) VALUE '00'.
000000*
000000*    'Y' SEULEMENT QUAND DATA-REJECT.TXT A REELLEMENT ETE
000000*    RECREE PAR 400 : AVANT CELA LA FILE SUR DISQUE EST
000000           01 WS-HIST-ID           PIC X(3).
000000           01 WS-HIST-ANCIEN-PRIX  PIC S9(13)V99 VALUE 0.
000000           01 WS-HIST-NOUVEAU-PRIX PIC S9(13)V99 VALUE 0.
000000           01 WS-HIST-OPERATEUR    PIC X(8) VALUE SPACES.
000000           01 WS-ANCIEN-EDITE      PIC -(12)9.99.
000000           01 WS-NOUVEAU-EDITE     PIC -(12)9.99.
000000           01 WS-VARIATION-PCT     PIC S9(5)V99 VALUE 0.
000000           01 WS-MVT-QTY-APRES     PIC 9(5) VALUE 0.
000000           01 WS-MVT-OK            PIC X VALUE 'Y'.
000000           01 WS-MVT-DEPOT         PIC X(2).
000000           01 WS-LIGNE-MOUVEMENT   PIC X(132).
000000*
000000*    TRANSFERT INTER-DEPOTS 'X' (DEMANDE 029) : LES DEUX
000000*    COTES SONT CONTROLES AVANT LA MOINDRE ECRITURE POUR
000000           05 WS-CATEGORIE-ENTREE OCCURS 20 TIMES.
000000              10 WS-CATEG-CODE   PIC X(2).
000000              10 WS-CATEG-TOTAL  PIC S9(15)V99.
000000              10 WS-CATEG-CMUP   PIC S9(15)V99.
000000              10 WS-CATEG-NB     PIC 9(6).
000000           01 WS-NB-CATEGORIES     PIC 9(2) VALUE 0.
000000           01 WS-IDX-CATEG         PIC 9(2) VALUE 0.
000000           05 WS-FVALO-ENTREE OCCURS 50 TIMES.
000000              10 WS-FVALO-CODE  PIC X(4).
000000              10 WS-FVALO-TOTAL PIC S9(15)V99.
000000              10 WS-FVALO-CMUP  PIC S9(15)V99.
000000              10 WS-FVALO-NB    PIC 9(6).
000000           01 WS-NB-FVALO         PIC 9(2) VALUE 0.
000000           01 WS-IDX-FVALO        PIC 9(2) VALUE 0.
000000           05 WS-DVALO-ENTREE OCCURS 20 TIMES.
000000              10 WS-DVALO-CODE  PIC X(2).
000000              10 WS-DVALO-TOTAL PIC S9(15)V99.
000000              10 WS-DVALO-CMUP  PIC S9(15)V99.
000000              10 WS-DVALO-NB    PIC 9(6).
000000           01 WS-NB-DVALO         PIC 9(2) VALUE 0.
000000           01 WS-IDX-DVALO        PIC 9(2) VALUE 0.
000000           01 WS-RCTRL-ETAT-LU    PIC X(8).
000000           01 WS-FORCER-CYCLE     PIC X VALUE 'N'.
000000*
000000*    RECEPTIONS SUR COMMANDE FOURNISSEUR : UNE RECEPTION
000000*    'R' QUI CITE UNE COMMANDE ('A' + NUMERO) DOIT Y TROUVER
000000*    SA LIGNE ARTICLE+DEPOT ; LA QUANTITE RECUE EN DIMINUE
000000*    LE RESTE A RECEVOIR, SOLDE LA LIGNE QUAND TOUT EST ARRIVE
000000*    ET TOUT SURPLUS EST SIGNALE COMME SURLIVRAISON
000000           01 WS-COMMANDES-DISPONIBLE PIC X VALUE 'N'.
000000           01 WS-CDE-TROUVEE      PIC X VALUE 'N'.
000000           01 WS-CDE-SURLIVREE    PIC X VALUE 'N'.
000000           01 WS-CDE-EXCES-AVANT  PIC 9(5) VALUE 0.
000000           01 WS-CPT-RECEPT-COMMANDE PIC 9(6) VALUE 0.
000000           01 WS-CPT-CDE-SOLDEES  PIC 9(6) VALUE 0.
000000*
000000*    SORTIES SUR COMMANDE CLIENT : UNE SORTIE 'S' QUI CITE
000000*    UNE COMMANDE CLIENT ('V' + NUMERO) CONSOMME LA RESERVE
000000*    DE SA LIGNE ARTICLE+DEPOT ; LA QUANTITE CONSOMMEE EST
000000*    AUSSI RETIREE DE LA RESERVE DU MAITRE
000000           01 WS-RESERVATIONS-DISPONIBLE PIC X VALUE 'N'.
000000           01 WS-RES-TROUVEE      PIC X VALUE 'N'.
000000           01 WS-RES-CONSOMMEE    PIC 9(5) VALUE 0.
000000           01 WS-RES-EXCEDENT     PIC 9(5) VALUE 0.
000000           01 WS-RES-RESERVE-MAITRE PIC 9(5) VALUE 0.
000000*    STOCK LIBRE D'UNE SORTIE OU D'UNE EXPEDITION : QUANTITE
000000*    MOINS RESERVE, PLUS LE RESTE RESERVE DE LA COMMANDE CITEE
000000           01 WS-STOCK-DISPONIBLE PIC 9(6) VALUE 0.
000000           01 WS-CPT-SORTIES-CLIENT PIC 9(6) VALUE 0.
000000           01 WS-CPT-RES-SOLDEES  PIC 9(6) VALUE 0.
000000*
000000*    TRANSFERT EN DEUX TEMPS : L'EXPEDITION 'X' PORTE LA
000000*    REFERENCE SAISIE ('T' + NUMERO) OU, A DEFAUT, CYCLE DU
000000*    LOT + SEQUENCE ; LA RECEPTION 'R' AU DEPOT DESTINATION
000000*    CITE CETTE REFERENCE ET DONNE LA QUANTITE ARRIVEE
000000           01 WS-TRANSIT-DISPONIBLE PIC X VALUE 'N'.
000000           01 WS-ECARTS-DISPONIBLE PIC X VALUE 'N'.
000000           01 WS-TRS-TROUVE       PIC X VALUE 'N'.
000000           01 WS-TRS-ECART        PIC S9(5) VALUE 0.
000000           01 WS-TRS-REFUS        PIC X(40).
000000           01 WS-SEQ-TRANSIT      PIC 9(4) VALUE 0.
000000           01 WS-REF-TRANSIT.
000000           05 WS-REF-TRS-CYCLE    PIC 9(4).
000000           05 WS-REF-TRS-SEQ      PIC 9(4).
000000           01 WS-CPT-TRANSIT-RECUS PIC 9(6) VALUE 0.
000000           01 WS-CPT-ECARTS-TRANSF PIC 9(6) VALUE 0.
000000           01 WS-EOF-TRANSIT      PIC X VALUE 'N'.
000000           01 WS-TRANSIT-VALO-OUVERT PIC X VALUE 'N'.
000000           01 WS-NB-TRANSIT-VALO  PIC 9(6) VALUE 0.
000000           01 WS-TOTAL-TRANSIT-VALO PIC S9(15)V99 VALUE 0.
000000           01 WS-TOTAL-TRANSIT-CMUP PIC S9(15)V99 VALUE 0.
000000           01 WS-CPT-SURLIVRAISONS PIC 9(6) VALUE 0.
000000*
000000*    COUT MOYEN UNITAIRE PONDERE (CMUP) PAR ARTICLE+DEPOT :
000000*    CHAQUE RECEPTION 'R' APPORTE SON COUT UNITAIRE, MELANGE
000000*    AU COUT DU STOCK EN PLACE AU PRORATA DES QUANTITES ; LES
000000*    SORTIES 'S' ET LES TRANSFERTS 'X' PARTENT AU CMUP. UN
000000*    RECORD SANS CMUP (MAITRE ANTERIEUR) VAUT SON PRIX
000000           01 WS-CMUP-EFFECTIF     PIC S9(11)V9(4) VALUE 0.
000000           01 WS-COUT-RECEPTION    PIC S9(11)V9(4) VALUE 0.
000000           01 WS-XFER-CMUP-SOURCE  PIC S9(11)V9(4) VALUE 0.
000000           01 WS-MVT-COUT          PIC 9(11)V9(4) VALUE 0.
000000           01 WS-VALEUR-SORTIE     PIC S9(15)V99 VALUE 0.
000000           01 WS-TOTAL-COUT-SORTIES PIC S9(15)V99 VALUE 0.
000000           01 WS-EXTENSION-CMUP    PIC S9(15)V99 VALUE 0.
000000           01 WS-ECART-VALO        PIC S9(15)V99 VALUE 0.
000000           01 WS-TOTAL-VALO-CMUP   PIC S9(15)V99 VALUE 0.
000000           01 WS-CMUP-EDITE        PIC -(10)9.9999.
000000           01 WS-VALEUR-CMUP-EDITE PIC -(14)9.99.
000000           01 WS-ECART-EDITE       PIC -(14)9.99.
000000*
000000*    TOLERANCE SUR LES MODIFICATIONS DE PRIX 'C' : AU-DELA DU
000000*    POURCENTAGE (HAUSSE OU BAISSE) OU DE L'ECART ABSOLU DE
000000*    LA CARTE PARAMETRES, LA MODIFICATION EST MISE EN ATTENTE
000000*    D'APPROBATION ET LE MAITRE N'EST PAS TOUCHE. ZERO = PAS
000000*    DE CONTROLE. UNE MODIFICATION LIBEREE PAR LE SUPERVISEUR
000000*    REPASSE PAR 610 SANS NOUVEAU CONTROLE DE TOLERANCE
000000           01 WS-TOLERANCE-PRIX-PCT PIC 9(3)V99 VALUE 0.
000000           01 WS-PLAFOND-ECART-PRIX PIC 9(13)V99 VALUE 0.
000000           01 WS-ATTENTES-DISPONIBLE PIC X VALUE 'N'.
000000           01 WS-LIBERATION-EN-COURS PIC X VALUE 'N'.
000000           01 WS-PRIX-HORS-TOLERANCE PIC X VALUE 'N'.
000000           01 WS-ATTENTES-MODIFIEES PIC X VALUE 'N'.
000000           01 WS-EOF-ATTENTES      PIC X VALUE 'N'.
000000           01 WS-EOF-APPROB        PIC X VALUE 'N'.
000000           01 WS-ATT-VARIATION-PCT PIC S9(5)V99 VALUE 0.
000000           01 WS-ATT-ECART         PIC S9(13)V99 VALUE 0.
000000           01 WS-SEQ-ATTENTE       PIC 9(4) VALUE 0.
000000           01 WS-REF-ATTENTE.
000000           05 WS-REF-ATT-CYCLE     PIC 9(4).
000000           05 WS-REF-ATT-SEQ       PIC 9(4).
000000           01 WS-TABLE-APPROBATIONS.
000000           05 WS-APPROB-ENTREE OCCURS 500 TIMES.
000000              10 WS-APPROB-REF      PIC X(8).
000000              10 WS-APPROB-DECISION PIC X(1).
000000              10 WS-APPROB-UTILISEE PIC X(1).
000000              10 WS-APPROB-SUPERVISEUR PIC X(8).
000000           01 WS-NB-APPROBATIONS   PIC 9(3) VALUE 0.
000000           01 WS-IDX-APPROB        PIC 9(3) VALUE 0.
000000           01 WS-APPROB-TROUVEE    PIC X VALUE 'N'.
000000           01 WS-CPT-MODIFS-ATTENTE PIC 9(6) VALUE 0.
000000           01 WS-CPT-ATTENTES-LIBEREES PIC 9(6) VALUE 0.
000000           01 WS-CPT-ATTENTES-ANNULEES PIC 9(6) VALUE 0.
000000*
000000*    HABILITATION DES OPERATEURS : TOUT MOUVEMENT A/C/D/R/S/X
000000*    DOIT VENIR D'UN OPERATEUR CONNU, ACTIF, HABILITE AU CODE
000000*    ET AU DEPOT DU MOUVEMENT. FICHIER ABSENT = TABLE VIDE :
000000*    TOUT MOUVEMENT EST ALORS REFUSE. VERDICT : ESPACE =
000000*    ADMIS, 'B' = OPERATEUR A BLANC, 'I' = INCONNU, 'N' =
000000*    INACTIF, 'C' = CODE NON PERMIS, 'D' = DEPOT NON COUVERT
000000           01 WS-TABLE-OPERATEURS.
000000           05 WS-OPER-ENTREE OCCURS 100 TIMES.
000000              10 WS-OPER-CODE    PIC X(8).
000000              10 WS-OPER-NOM     PIC X(20).
000000              10 WS-OPER-CODES   PIC X(6).
000000              10 WS-OPER-DEPOTS  PIC X(20).
000000              10 WS-OPER-ACTIF   PIC X(1).
000000           01 WS-NB-OPERATEURS    PIC 9(3) VALUE 0.
000000           01 WS-IDX-OPER         PIC 9(3) VALUE 0.
000000           01 WS-OPER-TROUVE      PIC X VALUE 'N'.
000000           01 WS-EOF-OPER         PIC X VALUE 'N'.
000000           01 WS-OPER-VERDICT     PIC X(1).
000000           01 WS-OPER-COMPTE      PIC 9(2) VALUE 0.
000000           01 WS-POS-DEPOT-OPER   PIC 9(2) VALUE 0.
000000           01 WS-DEPOT-COUVERT    PIC X VALUE 'N'.
000000*    OPERATEUR, CODE ET DEPOT SOUMIS A 637 : CEUX DU MOUVEMENT,
000000*    OU CEUX DU SUPERVISEUR QUI DECIDE D'UNE ATTENTE
000000           01 WS-CTRL-OPERATEUR   PIC X(8).
000000           01 WS-CTRL-CODE-OPER   PIC X(1).
000000           01 WS-CTRL-DEPOT-OPER  PIC X(2).
000000           01 WS-SUPERVISEUR-EN-COURS PIC X(8) VALUE SPACES.
000000           01 WS-OPERATEUR-LOT    PIC X(8) VALUE SPACES.
000000*    LOT GENERE PAR L'IMPORT DES CATALOGUES FOURNISSEURS : SES
000000*    MODIFICATIONS SONT DEJA EN MONNAIE LOCALE, AU COURS DE
000000*    LEUR DATE D'EFFET, ET NE PORTENT QUE SUR LE PRIX
000000           01 WS-OPERATEUR-CATALOGUE PIC X(8) VALUE 'CATFOUR'.
000000           01 WS-ISSUE-ACTIVITE   PIC X(1).
000000           01 WS-SECURITE-DISPONIBLE PIC X VALUE 'N'.
000000           01 WS-ACTIVITE-DISPONIBLE PIC X VALUE 'N'.
000000           01 WS-CPT-REFUS-SECURITE PIC 9(6) VALUE 0.
000000*
000000 PROCEDURE DIVISION.
000000 000-MAIN-PROCEDURE.
000000     PERFORM 100-INITIALISER.
000000     PERFORM 110-LIRE-CARTE-PARAMETRES.
000000     PERFORM 120-CHARGER-TAUX-CHANGE.
000000     PERFORM 130-CHARGER-FOURNISSEURS.
000000     PERFORM 145-CHARGER-OPERATEURS.
000000     PERFORM 140-LIRE-CONTROLE-EXECUTION.
000000*
000000 110-LIRE-CARTE-PARAMETRES.
000000             WHEN 'SEUIL-VARIATION'
000000                 COMPUTE WS-SEUIL-VARIATION =
000000                     FUNCTION NUMVAL(WS-PARAM-VALEUR)
000000             WHEN 'TOLERANCE-PRIX-PCT'
000000                 COMPUTE WS-TOLERANCE-PRIX-PCT =
000000                     FUNCTION NUMVAL(WS-PARAM-VALEUR)
000000             WHEN 'PLAFOND-ECART-PRIX'
000000                 COMPUTE WS-PLAFOND-ECART-PRIX =
000000                     FUNCTION NUMVAL(WS-PARAM-VALEUR)
000000             WHEN OTHER
000000                 DISPLAY 'PARAMETRE INCONNU IGNORE : '
000000                     WS-PARAM-CLE
000000         CLOSE CONTROLE-EXECUTION
000000     END-IF.
000000*
000000 145-CHARGER-OPERATEURS.
000000*    FICHIER ABSENT = TABLE VIDE : TOUT MOUVEMENT DU LOT SERA
000000*    ALORS REFUSE, FAUTE D'OPERATEUR HABILITE
000000     MOVE 'N' TO WS-EOF-OPER.
000000     OPEN INPUT OPERATEURS.
000000     IF WS-OPERATEURS-STATUT = '00'
000000         PERFORM UNTIL WS-EOF-OPER = 'Y'
000000             READ OPERATEURS
000000                 AT END MOVE 'Y' TO WS-EOF-OPER
000000                 NOT AT END
000000                     PERFORM 146-RETENIR-UN-OPERATEUR
000000             END-READ
000000         END-PERFORM
000000         CLOSE OPERATEURS
000000     ELSE
000000         DISPLAY 'OPERATORS.TXT ABSENT, STATUT : '
000000             WS-OPERATEURS-STATUT
000000     END-IF.
000000*
000000 146-RETENIR-UN-OPERATEUR.
000000*    POUR UN MEME CODE LA DERNIERE LIGNE LUE L'EMPORTE
000000     IF FS-OPER-CODE = SPACES
000000         CONTINUE
000000     ELSE
000000         MOVE 'N' TO WS-OPER-TROUVE
000000         PERFORM 147-CHERCHER-OPER-TABLE
000000             VARYING WS-IDX-OPER FROM 1 BY 1
000000             UNTIL WS-IDX-OPER > WS-NB-OPERATEURS
000000                OR WS-OPER-TROUVE = 'Y'
000000         IF WS-OPER-TROUVE = 'Y'
000000             SUBTRACT 1 FROM WS-IDX-OPER
000000         ELSE
000000             IF WS-NB-OPERATEURS < 100
000000                 ADD 1 TO WS-NB-OPERATEURS
000000                 MOVE WS-NB-OPERATEURS TO WS-IDX-OPER
000000                 MOVE FS-OPER-CODE TO WS-OPER-CODE(WS-IDX-OPER)
000000             ELSE
000000                 DISPLAY 'TABLE DES OPERATEURS PLEINE, IGNORE : '
000000                     FS-OPER-CODE
000000                 MOVE 0 TO WS-IDX-OPER
000000             END-IF
000000         END-IF
000000         IF WS-IDX-OPER > 0
000000             MOVE FS-OPER-NOM    TO WS-OPER-NOM(WS-IDX-OPER)
000000             MOVE FS-OPER-CODES  TO WS-OPER-CODES(WS-IDX-OPER)
000000             MOVE FS-OPER-DEPOTS TO WS-OPER-DEPOTS(WS-IDX-OPER)
000000             MOVE FS-OPER-ACTIF  TO WS-OPER-ACTIF(WS-IDX-OPER)
000000         END-IF
000000     END-IF.
000000*
000000 147-CHERCHER-OPER-TABLE.
000000     IF WS-OPER-CODE(WS-IDX-OPER) = FS-OPER-CODE
000000         MOVE 'Y' TO WS-OPER-TROUVE
000000     END-IF.
000000*
000000 200-TRIER-DONNEES.
000000*    TRI DU FICHIER D'ENTREE PAR ID CROISSANT (DEMANDE 008)
000000     SORT SORT-DONNEES
000000             MOVE 'Y' TO WS-JOURNAL-MVT-DISPONIBLE
000000         END-IF
000000     END-IF.
000000*    LE CARNET DE COMMANDES EST OUVERT MEME EN SIMULATION
000000*    POUR QUE LES RECEPTIONS SOIENT CONTROLEES ; SEUL LE
000000*    REWRITE DE LA LIGNE EST ALORS SAUTE. CARNET ABSENT =
000000*    TOUTE RECEPTION CITANT UNE COMMANDE EST REFUSEE
000000     IF WS-ETAPE-TRANSACTIONS = 'O'
000000         OPEN I-O COMMANDES-OUVERTES
000000         IF WS-COMMANDES-STATUT NOT = '00'
000000             DISPLAY 'OPEN-ORDERS.TXT INDISPONIBLE, STATUT : '
000000                 WS-COMMANDES-STATUT
000000         ELSE
000000             MOVE 'Y' TO WS-COMMANDES-DISPONIBLE
000000         END-IF
000000     END-IF.
000000*    MEME REGLE POUR LE CARNET DES RESERVATIONS CLIENTS :
000000*    CARNET ABSENT = TOUTE SORTIE CITANT UNE COMMANDE CLIENT
000000*    EST REFUSEE
000000     IF WS-ETAPE-TRANSACTIONS = 'O'
000000         OPEN I-O RESERVATIONS-CLIENTS
000000         IF WS-RESERVATIONS-STATUT NOT = '00'
000000             DISPLAY 'CUSTOMER-RESERVATIONS.TXT INDISPONIBLE, '
000000                 'STATUT : ' WS-RESERVATIONS-STATUT
000000         ELSE
000000             MOVE 'Y' TO WS-RESERVATIONS-DISPONIBLE
000000         END-IF
000000     END-IF.
000000*    LE FICHIER EN TRANSIT EST CREE VIDE A LA PREMIERE
000000*    EXPEDITION, SAUF EN SIMULATION ; SANS LUI, EXPEDITIONS
000000*    ET RECEPTIONS DE TRANSFERT SONT REFUSEES
000000     IF WS-ETAPE-TRANSACTIONS = 'O'
000000         OPEN I-O EN-TRANSIT
000000         IF WS-TRANSIT-STATUT = '35'
000000             AND WS-MODE-SIMULATION NOT = 'O'
000000             OPEN OUTPUT EN-TRANSIT
000000             CLOSE EN-TRANSIT
000000             OPEN I-O EN-TRANSIT
000000         END-IF
000000         IF WS-TRANSIT-STATUT NOT = '00'
000000             DISPLAY 'IN-TRANSIT.TXT INDISPONIBLE, STATUT : '
000000                 WS-TRANSIT-STATUT
000000         ELSE
000000             MOVE 'Y' TO WS-TRANSIT-DISPONIBLE
000000         END-IF
000000     END-IF.
000000     IF WS-ETAPE-TRANSACTIONS = 'O'
000000         AND WS-MODE-SIMULATION NOT = 'O'
000000         OPEN EXTEND ECARTS-TRANSFERT
000000         IF WS-ECARTS-STATUT NOT = '00'
000000             OPEN OUTPUT ECARTS-TRANSFERT
000000         END-IF
000000         IF WS-ECARTS-STATUT NOT = '00'
000000             DISPLAY 'OUVERTURE TRANSFER-DISCREPANCIES.TXT '
000000                 'IMPOSSIBLE : ' WS-ECARTS-STATUT
000000         ELSE
000000             MOVE 'Y' TO WS-ECARTS-DISPONIBLE
000000         END-IF
000000     END-IF.
000000*    EXCEPTIONS DE SECURITE ET ACTIVITE DES OPERATEURS
000000*    S'ETENDENT DE LOT EN LOT POUR LES AUDITEURS ; UNE
000000*    SIMULATION N'Y LAISSE AUCUNE TRACE
000000     IF WS-ETAPE-TRANSACTIONS = 'O'
000000         AND WS-MODE-SIMULATION NOT = 'O'
000000         OPEN EXTEND EXCEPTIONS-SECURITE
000000         IF WS-SECURITE-STATUT NOT = '00'
000000             OPEN OUTPUT EXCEPTIONS-SECURITE
000000         END-IF
000000         IF WS-SECURITE-STATUT NOT = '00'
000000             DISPLAY 'OUVERTURE SECURITY-EXCEPTIONS.TXT '
000000                 'IMPOSSIBLE : ' WS-SECURITE-STATUT
000000         ELSE
000000             MOVE 'Y' TO WS-SECURITE-DISPONIBLE
000000         END-IF
000000         OPEN EXTEND ACTIVITE-OPERATEURS
000000         IF WS-ACTIVITE-STATUT NOT = '00'
000000             OPEN OUTPUT ACTIVITE-OPERATEURS
000000         END-IF
000000         IF WS-ACTIVITE-STATUT NOT = '00'
000000             DISPLAY 'OUVERTURE OPERATOR-ACTIVITY.TXT '
000000                 'IMPOSSIBLE : ' WS-ACTIVITE-STATUT
000000         ELSE
000000             MOVE 'Y' TO WS-ACTIVITE-DISPONIBLE
000000         END-IF
000000     END-IF.
000000*
000000 420-ENTETE-RAPPORT-VARIATIONS.
000000     MOVE SPACES TO FS-RAPPORT-VARIATIONS.
000000             MOVE WS-DONNEES-QTY   TO FS-SORTIE-QTY
000000             MOVE WS-DONNEES-CAT   TO FS-SORTIE-CAT
000000             MOVE WS-DONNEES-FOU   TO FS-SORTIE-FOU
000000             MOVE WS-DONNEES-PRICE TO FS-SORTIE-CMUP
000000             MOVE 0                TO FS-SORTIE-RESERVE
000000*            EN SIMULATION TOUT EST CONTROLE ET COMPTE MAIS
000000*            RIEN N'EST ECRIT AU MAITRE (DEMANDE 017)
000000             IF WS-MODE-SIMULATION NOT = 'O'
000000             MOVE WS-DONNEES-PRICE TO WS-HIST-NOUVEAU-PRIX
000000             MOVE WS-DEVISE-ORIGINE TO WS-HIST-DEVISE
000000             MOVE WS-PRIX-ORIGINE TO WS-HIST-MONTANT-ORIGINE
000000             MOVE SPACES TO WS-HIST-OPERATEUR
000000             PERFORM 516-ECRIRE-HISTORIQUE-PRIX
000000             PERFORM 518-ECRIRE-LIGNE-VARIATION
000000             MOVE WS-DONNEES-NAME  TO WS-DELTA-NAME
000000                WS-NOUVEAU-EDITE DELIMITED BY SIZE
000000             INTO WS-LIGNE-HISTORIQUE
000000     END-IF.
000000*    OPERATEUR DU MOUVEMENT EN FIN DE LIGNE, A BLANC POUR
000000*    LE CHARGEMENT DU FICHIER DE DONNEES
000000     MOVE WS-HIST-OPERATEUR TO WS-LIGNE-HISTORIQUE(73:8).
000000     IF WS-HISTORIQUE-DISPONIBLE = 'Y'
000000         WRITE FS-HISTORIQUE-PRIX FROM WS-LIGNE-HISTORIQUE
000000         IF WS-HISTORIQUE-STATUT NOT = '00'
000000*    APPLICATION ; UN LOT DESEQUILIBRE EST REFUSE EN BLOC
000000*    ET CHAQUE MOUVEMENT EST TRACE AU REGISTRE (DEMANDE 015)
000000     PERFORM 602-OUVRIR-REGISTRE.
000000*    LES DECISIONS DU SUPERVISEUR SUR LES MODIFICATIONS DE
000000*    PRIX EN ATTENTE PASSENT AVANT LE LOT DU JOUR ; LES
000000*    NOUVELLES MISES EN ATTENTE S'AJOUTENT ENSUITE AU FICHIER
000000     PERFORM 630-TRAITER-APPROBATIONS.
000000     IF WS-MODE-SIMULATION NOT = 'O'
000000         OPEN EXTEND ATTENTES-PRIX
000000         IF WS-ATTENTES-STATUT = '35'
000000             OPEN OUTPUT ATTENTES-PRIX
000000         END-IF
000000         IF WS-ATTENTES-STATUT NOT = '00'
000000             MOVE 'ATTENTES (PENDING-PRICE-CHANGES)'
000000                 TO WS-ERREUR-FICHIER
000000             MOVE WS-ATTENTES-STATUT TO WS-ERREUR-STATUT
000000             MOVE SPACES TO WS-ERREUR-CLE
000000             PERFORM 970-ABANDON-SUR-ERREUR
000000         END-IF
000000         MOVE 'Y' TO WS-ATTENTES-DISPONIBLE
000000     END-IF.
000000     MOVE 'N' TO WS-EOF-TRANS.
000000     OPEN INPUT TRANSACTIONS.
000000     IF WS-TRANSACT-STATUT = '00'
000000         DISPLAY 'OUVERTURE TRANSACTIONS-INPUT.TXT IMPOSSIBLE : '
000000             WS-TRANSACT-STATUT
000000     END-IF.
000000     IF WS-ATTENTES-DISPONIBLE = 'Y'
000000         CLOSE ATTENTES-PRIX
000000         MOVE 'N' TO WS-ATTENTES-DISPONIBLE
000000     END-IF.
000000*    CODE RETOUR 4 : DES PRIX ATTENDENT LE SUPERVISEUR
000000     IF WS-CPT-MODIFS-ATTENTE > 0
000000         AND RETURN-CODE < 4
000000         MOVE 4 TO RETURN-CODE
000000     END-IF.
000000*    CODE RETOUR 4 : DES MOUVEMENTS ONT ETE REFUSES POUR
000000*    HABILITATION, LA SECURITE DOIT EN ETRE AVISEE
000000     IF WS-CPT-REFUS-SECURITE > 0
000000         AND RETURN-CODE < 4
000000         MOVE 4 TO RETURN-CODE
000000     END-IF.
000000     IF WS-REGISTRE-DISPONIBLE = 'Y'
000000         CLOSE REGISTRE-TRANSACTIONS
000000     END-IF.
000000     MOVE 0 TO WS-CPT-TRANS-LOT.
000000     MOVE 0 TO WS-CPT-LIGNES-LOT.
000000     MOVE 0 TO WS-HASH-LOT.
000000     MOVE SPACES TO WS-OPERATEUR-LOT.
000000     PERFORM UNTIL WS-EOF-TRANS = 'Y'
000000         READ TRANSACTIONS INTO WS-TRANSACTION
000000             AT END MOVE 'Y' TO WS-EOF-TRANS
000000     EVALUATE WS-TRANS-CODE
000000         WHEN 'H'
000000             MOVE 'Y' TO WS-ENTETE-VUE
000000             MOVE WS-ENTETE-OPERATEUR TO WS-OPERATEUR-LOT
000000         WHEN 'T'
000000             MOVE 'Y' TO WS-TOTALISEUR-VU
000000             IF WS-TOTAL-NOMBRE NUMERIC
000000     MOVE WS-TRANS-PRICE-RAW TO WS-SAISIE-PRICE-RAW.
000000     MOVE SPACES TO WS-DEVISE-ORIGINE.
000000     MOVE 'Y' TO WS-CONV-OK.
000000*    UN MOUVEMENT SANS OPERATEUR EST CELUI DE L'OPERATEUR DE
000000*    L'ENTETE DU LOT ; IL LE GARDE JUSQUE DANS LES ATTENTES
000000     IF WS-TRANS-OPERATEUR = SPACES
000000         MOVE WS-OPERATEUR-LOT TO WS-TRANS-OPERATEUR
000000     END-IF.
000000     MOVE WS-TRANS-OPERATEUR TO WS-HIST-OPERATEUR.
000000*    HABILITATION DE L'OPERATEUR AVANT TOUT AUTRE CONTROLE ;
000000*    UNE MODIFICATION LIBEREE PAR LE SUPERVISEUR A DEJA ETE
000000*    CONTROLEE A SA SAISIE ET N'EST PAS RECONTROLEE
000000     MOVE SPACE TO WS-OPER-VERDICT.
000000     IF WS-LIBERATION-EN-COURS NOT = 'Y'
000000         AND (WS-TRANS-CODE = 'A' OR WS-TRANS-CODE = 'C'
000000             OR WS-TRANS-CODE = 'D' OR WS-TRANS-CODE = 'R'
000000             OR WS-TRANS-CODE = 'S' OR WS-TRANS-CODE = 'X')
000000         MOVE WS-TRANS-OPERATEUR TO WS-CTRL-OPERATEUR
000000         MOVE WS-TRANS-CODE      TO WS-CTRL-CODE-OPER
000000         MOVE WS-TRANS-DEP       TO WS-CTRL-DEPOT-OPER
000000         PERFORM 637-CONTROLER-OPERATEUR
000000     END-IF.
000000     IF WS-OPER-VERDICT NOT = SPACE
000000         DISPLAY 'TRANSACTION REFUSEE, SECURITE : '
000000             WS-TRANS-ID ' ' WS-TRANS-CODE ' ' WS-TRANS-OPERATEUR
000000         EVALUATE WS-OPER-VERDICT
000000             WHEN 'B'
000000                 MOVE 'REFUSEE, SECURITE : OPERATEUR ABSENT'
000000                     TO WS-TRANS-DISPOSITION
000000             WHEN 'I'
000000                 MOVE 'REFUSEE, SECURITE : OPERATEUR INCONNU'
000000                     TO WS-TRANS-DISPOSITION
000000             WHEN 'N'
000000                 MOVE 'REFUSEE, SECURITE : OPERATEUR INACTIF'
000000                     TO WS-TRANS-DISPOSITION
000000             WHEN 'C'
000000                 MOVE 'REFUSEE, SECURITE : CODE NON PERMIS'
000000                     TO WS-TRANS-DISPOSITION
000000             WHEN OTHER
000000                 MOVE 'REFUSEE, SECURITE : DEPOT NON COUVERT'
000000                     TO WS-TRANS-DISPOSITION
000000         END-EVALUATE
000000         ADD 1 TO WS-CPT-TRANS-REFUSEES
000000         ADD 1 TO WS-CPT-REFUS-SECURITE
000000         PERFORM 639-ECRIRE-EXCEPTION-SECURITE
000000     ELSE
000000*    PRIX NON NUMERIQUE REFUSE, COMME AU CHARGEMENT (DEMANDE 000)
000000     IF (WS-TRANS-CODE = 'A' OR WS-TRANS-CODE = 'C')
000000             AND WS-TRANS-PRICE NOT NUMERIC
000000             TO WS-TRANS-DISPOSITION
000000         ADD 1 TO WS-CPT-TRANS-REFUSEES
000000     ELSE
000000*    LE COUT UNITAIRE D'UNE RECEPTION EST FACULTATIF (A BLANC
000000*    OU A ZERO ELLE ENTRE AU CMUP DU STOCK) MAIS, S'IL EST
000000*    SAISI, IL DOIT ETRE NUMERIQUE
000000     IF WS-TRANS-CODE = 'R'
000000             AND WS-TRANS-PRICE-RAW NOT = SPACES
000000             AND WS-TRANS-PRICE NOT NUMERIC
000000         DISPLAY 'RECEPTION REFUSEE, COUT NON NUMERIQUE : '
000000             WS-TRANS-ID
000000         MOVE 'REFUSEE, COUT NON NUMERIQUE'
000000             TO WS-TRANS-DISPOSITION
000000         ADD 1 TO WS-CPT-TRANS-REFUSEES
000000     ELSE
000000     IF (WS-TRANS-CODE = 'A' OR WS-TRANS-CODE = 'C'
000000             OR WS-TRANS-CODE = 'R' OR WS-TRANS-CODE = 'S'
000000             OR WS-TRANS-CODE = 'X')
000000             TO WS-TRANS-DISPOSITION
000000         ADD 1 TO WS-CPT-TRANS-REFUSEES
000000     ELSE
000000*    SEULE LA RECEPTION 'R' PEUT CITER UNE COMMANDE 'A' ;
000000*    UN AJUSTEMENT D'INVENTAIRE 'R' OU 'S' CITE LA PIECE
000000*    'I' DATEE DU COMPTAGE ; SEULE LA SORTIE 'S' PEUT CITER
000000*    UNE COMMANDE CLIENT 'V' ; LA REFERENCE DE TRANSFERT 'T'
000000*    VA SUR L'EXPEDITION 'X' OU SUR LA RECEPTION 'R'. LE
000000*    NUMERO EST NUMERIQUE ; TOUTE AUTRE PIECE EST INCONNUE
000000     IF WS-TRANS-REF-TYPE NOT = SPACE
000000             AND ((WS-TRANS-REF-TYPE NOT = 'A'
000000                 AND WS-TRANS-REF-TYPE NOT = 'I'
000000                 AND WS-TRANS-REF-TYPE NOT = 'V'
000000                 AND WS-TRANS-REF-TYPE NOT = 'T')
000000             OR (WS-TRANS-REF-TYPE = 'T'
000000                 AND WS-TRANS-CODE NOT = 'R'
000000                 AND WS-TRANS-CODE NOT = 'X')
000000             OR (WS-TRANS-REF-TYPE = 'A'
000000                 AND WS-TRANS-CODE NOT = 'R')
000000             OR (WS-TRANS-REF-TYPE = 'V'
000000                 AND WS-TRANS-CODE NOT = 'S')
000000             OR (WS-TRANS-REF-TYPE = 'I'
000000                 AND WS-TRANS-CODE NOT = 'R'
000000                 AND WS-TRANS-CODE NOT = 'S')
000000             OR WS-TRANS-REF-NUM NOT NUMERIC)
000000         DISPLAY 'TRANSACTION REFUSEE, REFERENCE INVALIDE : '
000000             WS-TRANS-ID ' ' WS-TRANS-REF-TYPE WS-TRANS-REF-NUM
000000         MOVE 'REFUSEE, REFERENCE INVALIDE'
000000             TO WS-TRANS-DISPOSITION
000000         ADD 1 TO WS-CPT-TRANS-REFUSEES
000000     ELSE
000000*    CONTROLE DU FOURNISSEUR COMME AU CHARGEMENT (024)
000000     MOVE WS-TRANS-FOU TO WS-CTRL-FOURNISSEUR
000000     MOVE WS-TRANS-CUR TO WS-CTRL-DEVISE
000000     PERFORM 514-CONTROLER-FOURNISSEUR
000000     IF WS-FOURN-VERDICT = 'D'
000000             AND WS-TRANS-CODE = 'C'
000000             AND WS-TRANS-OPERATEUR = WS-OPERATEUR-CATALOGUE
000000             AND (WS-TRANS-CUR = SPACES OR WS-TRANS-CUR = 'EUR')
000000         MOVE SPACE TO WS-FOURN-VERDICT
000000     END-IF
000000     IF (WS-TRANS-CODE = 'A' OR WS-TRANS-CODE = 'C')
000000             AND WS-FOURN-VERDICT NOT = SPACE
000000         DISPLAY 'TRANSACTION REFUSEE, FOURNISSEUR : '
000000         END-EVALUATE
000000         ADD 1 TO WS-CPT-TRANS-REFUSEES
000000     ELSE
000000     IF WS-TRANS-CODE = 'R'
000000             AND WS-TRANS-PRICE-RAW = SPACES
000000         MOVE 0 TO WS-TRANS-PRICE
000000     END-IF
000000*    CONVERSION EN MONNAIE LOCALE AVANT APPLICATION (019),
000000*    Y COMPRIS POUR LE COUT UNITAIRE D'UNE RECEPTION
000000     IF WS-TRANS-CODE = 'A' OR WS-TRANS-CODE = 'C'
000000             OR (WS-TRANS-CODE = 'R' AND WS-TRANS-PRICE NOT = 0)
000000         MOVE WS-TRANS-CUR   TO WS-DEVISE-ORIGINE
000000         MOVE WS-TRANS-PRICE TO WS-PRIX-ORIGINE
000000         MOVE WS-TRANS-CUR   TO WS-CONV-DEVISE
000000                     MOVE WS-TRANS-QTY   TO FS-SORTIE-QTY
000000                     MOVE WS-TRANS-CAT   TO FS-SORTIE-CAT
000000                     MOVE WS-TRANS-FOU   TO FS-SORTIE-FOU
000000                     MOVE WS-TRANS-PRICE TO FS-SORTIE-CMUP
000000                     MOVE 0              TO FS-SORTIE-RESERVE
000000                     IF WS-MODE-SIMULATION NOT = 'O'
000000                         WRITE FS-SORTIE
000000*                        CONTROLE IMMEDIAT : NI COMPTEUR NI
000000                         TO WS-TRANS-DISPOSITION
000000                     ADD 1 TO WS-CPT-TRANS-REFUSEES
000000                 NOT INVALID KEY
000000                     PERFORM 620-CONTROLER-TOLERANCE-PRIX
000000                     IF WS-PRIX-HORS-TOLERANCE = 'Y'
000000                         PERFORM 621-METTRE-EN-ATTENTE
000000                     ELSE
000000                         PERFORM 622-APPLIQUER-MODIFICATION
000000                     END-IF
000000             END-READ
000000         WHEN 'D'
000000             READ SORTIE
000000     END-IF
000000     END-IF
000000     END-IF
000000     END-IF
000000     END-IF
000000     END-IF
000000     END-IF.
000000*    COUVRE LE READ ET LE WRITE/REWRITE/DELETE DU MOUVEMENT :
000000*    SEULS TROUVE (00) ET NON TROUVE (23) SONT NORMAUX (018)
000000     END-IF.
000000     IF WS-TRANS-DISPOSITION NOT = SPACES
000000         PERFORM 615-ECRIRE-LIGNE-REGISTRE
000000         PERFORM 640-ECRIRE-ACTIVITE-OPERATEUR
000000     END-IF.
000000*
000000 611-MELANGER-COUT-MOYEN.
000000*    LE RECORD MAITRE LU RECOIT WS-TRANS-QTY AU COUT
000000*    WS-COUT-RECEPTION ; LE NOUVEAU CMUP EST LA MOYENNE DU
000000*    STOCK EN PLACE (WS-MVT-QTY-AVANT AU CMUP EFFECTIF) ET
000000*    DE L'ENTREE, PONDEREE PAR LES QUANTITES. LE COUT DE
000000*    L'ENTREE EST GARDE POUR LE JOURNAL
000000     MOVE WS-COUT-RECEPTION TO WS-MVT-COUT.
000000     IF WS-MVT-QTY-AVANT = 0
000000         MOVE WS-COUT-RECEPTION TO FS-SORTIE-CMUP
000000     ELSE
000000         COMPUTE FS-SORTIE-CMUP ROUNDED =
000000             (WS-MVT-QTY-AVANT * WS-CMUP-EFFECTIF
000000                 + WS-TRANS-QTY * WS-COUT-RECEPTION)
000000             / (WS-MVT-QTY-AVANT + WS-TRANS-QTY)
000000             ON SIZE ERROR
000000                 MOVE WS-CMUP-EFFECTIF TO FS-SORTIE-CMUP
000000         END-COMPUTE
000000     END-IF.
000000*
000000 612-APPLIQUER-UN-MOUVEMENT.
000000*    (S) LA QUANTITE DU MOUVEMENT, EN GARDANT L'IMAGE AVANT
000000*    ET APRES POUR LE JOURNAL (DEMANDE 022)
000000     MOVE FS-SORTIE-QTY TO WS-MVT-QTY-AVANT.
000000     PERFORM 619-CMUP-EFFECTIF.
000000     MOVE 'N' TO WS-CDE-TROUVEE.
000000     MOVE 'N' TO WS-CDE-SURLIVREE.
000000     IF WS-TRANS-REF-TYPE = 'A'
000000         PERFORM 616-LIRE-LIGNE-COMMANDE
000000     END-IF.
000000     MOVE 'N' TO WS-RES-TROUVEE.
000000     IF WS-TRANS-REF-TYPE = 'V'
000000         PERFORM 623-LIRE-RESERVATION
000000     END-IF.
000000     MOVE 'N' TO WS-TRS-TROUVE.
000000     MOVE 0 TO WS-TRS-ECART.
000000     IF WS-TRANS-REF-TYPE = 'T'
000000         PERFORM 626-LIRE-TRANSIT
000000     END-IF.
000000*    UNE SORTIE NE PEUT PRENDRE QUE LE STOCK NON RESERVE,
000000*    AUGMENTE DE CE QUI RESTE RESERVE POUR SA PROPRE COMMANDE.
000000*    UN AJUSTEMENT D'INVENTAIRE 'I' RAMENE LE STOCK AU
000000*    COMPTAGE : IL PEUT PRENDRE TOUT LE STOCK DU MAITRE
000000     PERFORM 642-CALCULER-DISPONIBLE.
000000     IF WS-TRANS-REF-TYPE = 'I'
000000         MOVE FS-SORTIE-QTY TO WS-STOCK-DISPONIBLE
000000     END-IF.
000000     IF WS-RES-TROUVEE = 'Y'
000000         ADD FS-RES-QTE-OUVERTE TO WS-STOCK-DISPONIBLE
000000         IF WS-STOCK-DISPONIBLE > FS-SORTIE-QTY
000000             MOVE FS-SORTIE-QTY TO WS-STOCK-DISPONIBLE
000000         END-IF
000000     END-IF.
000000     IF WS-TRANS-CODE = 'S'
000000         AND WS-TRANS-QTY > WS-STOCK-DISPONIBLE
000000         DISPLAY 'SORTIE REFUSEE, STOCK INSUFFISANT : '
000000             WS-TRANS-ID
000000         MOVE 'REFUSEE, STOCK INSUFFISANT'
000000             TO WS-TRANS-DISPOSITION
000000         ADD 1 TO WS-CPT-TRANS-REFUSEES
000000     ELSE
000000     IF WS-TRANS-REF-TYPE = 'A'
000000         AND WS-CDE-TROUVEE = 'N'
000000         DISPLAY 'RECEPTION REFUSEE, COMMANDE INCONNUE : '
000000             WS-TRANS-ID ' ' WS-TRANS-REF-NUM
000000         MOVE 'REFUSEE, COMMANDE INCONNUE'
000000             TO WS-TRANS-DISPOSITION
000000         ADD 1 TO WS-CPT-TRANS-REFUSEES
000000     ELSE
000000     IF WS-TRANS-REF-TYPE = 'V'
000000         AND WS-RES-TROUVEE = 'N'
000000         DISPLAY 'SORTIE REFUSEE, COMMANDE CLIENT INCONNUE : '
000000             WS-TRANS-ID ' ' WS-TRANS-REF-NUM
000000         MOVE 'REFUSEE, COMMANDE CLIENT INCONNUE'
000000             TO WS-TRANS-DISPOSITION
000000         ADD 1 TO WS-CPT-TRANS-REFUSEES
000000     ELSE
000000     IF WS-TRANS-REF-TYPE = 'T'
000000         AND WS-TRS-TROUVE = 'N'
000000         DISPLAY 'RECEPTION DE TRANSFERT REFUSEE : '
000000             WS-TRANS-ID ' ' WS-TRANS-REF-NUM
000000         MOVE WS-TRS-REFUS TO WS-TRANS-DISPOSITION
000000         ADD 1 TO WS-CPT-TRANS-REFUSEES
000000     ELSE
000000         MOVE 'Y' TO WS-MVT-OK
000000         IF WS-TRANS-CODE = 'R'
000000             COMPUTE FS-SORTIE-QTY = FS-SORTIE-QTY
000000             END-COMPUTE
000000         ELSE
000000             SUBTRACT WS-TRANS-QTY FROM FS-SORTIE-QTY
000000*            LA RESERVE NE PEUT DEPASSER LE STOCK COMPTE
000000             IF WS-TRANS-REF-TYPE = 'I'
000000                 AND WS-RES-RESERVE-MAITRE > FS-SORTIE-QTY
000000                 MOVE FS-SORTIE-QTY TO FS-SORTIE-RESERVE
000000             END-IF
000000         END-IF
000000         IF WS-MVT-OK = 'N'
000000             DISPLAY 'RECEPTION REFUSEE, HORS CAPACITE : '
000000             ADD 1 TO WS-CPT-TRANS-REFUSEES
000000         ELSE
000000             MOVE FS-SORTIE-QTY TO WS-MVT-QTY-APRES
000000*            LA RECEPTION ENTRE A SON COUT (A DEFAUT AU CMUP
000000*            EN PLACE) ET REVOIT LE CMUP ; LA SORTIE PART AU
000000*            CMUP, QUI VALORISE LE COUT DES SORTIES
000000             IF WS-TRANS-CODE = 'R'
000000                 IF WS-TRANS-PRICE = 0
000000                     MOVE WS-CMUP-EFFECTIF TO WS-COUT-RECEPTION
000000                 ELSE
000000                     MOVE WS-TRANS-PRICE TO WS-COUT-RECEPTION
000000                 END-IF
000000*                UN TRANSFERT ARRIVE AU CMUP DU DEPOT SOURCE A
000000*                L'EXPEDITION, QUEL QUE SOIT LE COUT SAISI
000000                 IF WS-TRS-TROUVE = 'Y'
000000                     MOVE FS-TRS-CMUP TO WS-COUT-RECEPTION
000000                 END-IF
000000                 PERFORM 611-MELANGER-COUT-MOYEN
000000             ELSE
000000                 MOVE WS-CMUP-EFFECTIF TO FS-SORTIE-CMUP
000000                 MOVE WS-CMUP-EFFECTIF TO WS-MVT-COUT
000000                 COMPUTE WS-VALEUR-SORTIE ROUNDED =
000000                     WS-TRANS-QTY * WS-CMUP-EFFECTIF
000000                 ADD WS-VALEUR-SORTIE TO WS-TOTAL-COUT-SORTIES
000000             END-IF
000000             IF WS-RES-TROUVEE = 'Y'
000000                 PERFORM 624-CONSOMMER-RESERVE-MAITRE
000000             END-IF
000000             IF WS-MODE-SIMULATION NOT = 'O'
000000                 REWRITE FS-SORTIE
000000                 IF WS-SORTIE-STATUT NOT = '00'
000000             PERFORM 525-ECRIRE-LIGNE-DELTA
000000             MOVE FS-SORTIE-DEPOT TO WS-MVT-DEPOT
000000             PERFORM 613-ECRIRE-JOURNAL-MOUVEMENT
000000             IF WS-CDE-TROUVEE = 'Y'
000000                 PERFORM 617-SOLDER-LIGNE-COMMANDE
000000             END-IF
000000             IF WS-RES-TROUVEE = 'Y'
000000                 PERFORM 625-SOLDER-RESERVATION
000000             END-IF
000000             IF WS-TRS-TROUVE = 'Y'
000000                 PERFORM 627-SOLDER-TRANSIT
000000             END-IF
000000             IF WS-CDE-SURLIVREE = 'Y'
000000                 MOVE 'APPLIQUEE, SURLIVRAISON'
000000                     TO WS-TRANS-DISPOSITION
000000             ELSE
000000             IF WS-TRS-ECART NOT = 0
000000                 MOVE 'APPLIQUEE, ECART DE TRANSFERT'
000000                     TO WS-TRANS-DISPOSITION
000000             ELSE
000000                 MOVE 'APPLIQUEE' TO WS-TRANS-DISPOSITION
000000             END-IF
000000             END-IF
000000         END-IF
000000     END-IF
000000     END-IF
000000     END-IF
000000     END-IF.
000000*
000000 613-ECRIRE-JOURNAL-MOUVEMENT.
000000*    UNE LIGNE DATEE PAR MOUVEMENT APPLIQUE : QUANTITE DU
000000*    MOUVEMENT, STOCK AVANT ET STOCK APRES, POUR POUVOIR
000000*    RETRACER COMMENT UNE QUANTITE EST ARRIVEE LA OU ELLE
000000*    EST (DEMANDE 022), AVEC LA PIECE CITEE, LE COUT
000000*    UNITAIRE ET L'OPERATEUR DU MOUVEMENT EN FIN DE LIGNE
000000     MOVE SPACES TO WS-LIGNE-MOUVEMENT.
000000     STRING WS-DATE-HEURE-FMT  DELIMITED BY SIZE
000000            ' '                DELIMITED BY SIZE
000000            WS-MVT-QTY-AVANT   DELIMITED BY SIZE
000000            ' APRES '          DELIMITED BY SIZE
000000            WS-MVT-QTY-APRES   DELIMITED BY SIZE
000000            ' REF '            DELIMITED BY SIZE
000000            WS-TRANS-REF-TYPE  DELIMITED BY SIZE
000000            WS-TRANS-REF-NUM   DELIMITED BY SIZE
000000            ' COUT '           DELIMITED BY SIZE
000000            WS-MVT-COUT        DELIMITED BY SIZE
000000            ' OPER '           DELIMITED BY SIZE
000000            WS-TRANS-OPERATEUR DELIMITED BY SIZE
000000         INTO WS-LIGNE-MOUVEMENT.
000000     IF WS-JOURNAL-MVT-DISPONIBLE = 'Y'
000000         WRITE FS-JOURNAL-MOUVEMENT FROM WS-LIGNE-MOUVEMENT
000000     END-IF.
000000*
000000 614-APPLIQUER-UN-TRANSFERT.
000000*    TRANSFERT INTER-DEPOTS 'X' (DEMANDE 029), EN DEUX TEMPS :
000000*    L'EXPEDITION RETIRE LA QUANTITE DU DEPOT SOURCE ET LA
000000*    MET EN TRANSIT SOUS SA REFERENCE ; ELLE N'ENTRE AU DEPOT
000000*    DESTINATION QU'A LA RECEPTION 'R' QUI CITE LA REFERENCE
000000*    (626-628). LES DEUX DEPOTS ET LA REFERENCE SONT
000000*    CONTROLES AVANT LA PREMIERE ECRITURE
000000     MOVE 'Y' TO WS-MVT-OK.
000000     IF WS-TRANSIT-DISPONIBLE NOT = 'Y'
000000         DISPLAY 'TRANSFERT REFUSE, FICHIER EN TRANSIT '
000000             'INDISPONIBLE : ' WS-TRANS-ID
000000         MOVE 'REFUSEE, TRANSIT INDISPONIBLE'
000000             TO WS-TRANS-DISPOSITION
000000         ADD 1 TO WS-CPT-TRANS-REFUSEES
000000         MOVE 'N' TO WS-MVT-OK
000000     END-IF.
000000     IF WS-MVT-OK = 'Y'
000000         MOVE WS-TRANS-ID       TO FS-SORTIE-ID
000000         MOVE WS-TRANS-DEP      TO FS-SORTIE-DEPOT
000000         READ SORTIE
000000             INVALID KEY
000000                 DISPLAY 'TRANSFERT REFUSE, ARTICLE ABSENT DU '
000000                     'DEPOT SOURCE : ' WS-TRANS-ID
000000                 MOVE 'REFUSEE, ABSENT DU DEPOT SOURCE'
000000                     TO WS-TRANS-DISPOSITION
000000                 ADD 1 TO WS-CPT-TRANS-REFUSEES
000000                 MOVE 'N' TO WS-MVT-OK
000000             NOT INVALID KEY
000000                 MOVE FS-SORTIE-QTY TO WS-XFER-QTY-SOURCE
000000                 PERFORM 619-CMUP-EFFECTIF
000000                 MOVE WS-CMUP-EFFECTIF TO WS-XFER-CMUP-SOURCE
000000*                LE STOCK RESERVE AUX COMMANDES CLIENT NE PART
000000*                PAS EN TRANSFERT
000000                 PERFORM 642-CALCULER-DISPONIBLE
000000                 IF WS-TRANS-QTY > WS-STOCK-DISPONIBLE
000000                     DISPLAY 'TRANSFERT REFUSE, STOCK '
000000                         'INSUFFISANT : ' WS-TRANS-ID
000000                     MOVE 'REFUSEE, STOCK INSUFFISANT'
000000                         TO WS-TRANS-DISPOSITION
000000                     ADD 1 TO WS-CPT-TRANS-REFUSEES
000000                     MOVE 'N' TO WS-MVT-OK
000000                 END-IF
000000         END-READ
000000     END-IF.
000000*    LE DEPOT DESTINATION DOIT DEJA TENIR L'ARTICLE POUR
000000*    POUVOIR EN RECEVOIR L'ARRIVEE
000000     IF WS-MVT-OK = 'Y'
000000         MOVE WS-TRANS-DEP-DEST TO FS-SORTIE-DEPOT
000000         READ SORTIE
000000                     TO WS-TRANS-DISPOSITION
000000                 ADD 1 TO WS-CPT-TRANS-REFUSEES
000000                 MOVE 'N' TO WS-MVT-OK
000000         END-READ
000000     END-IF.
000000*    SANS REFERENCE SAISIE, LE TRANSFERT PREND CYCLE DU LOT
000000*    + SEQUENCE ; ELLE EST REPORTEE SUR LA TRANSACTION POUR
000000*    FIGURER AU JOURNAL ET AU REGISTRE
000000     IF WS-MVT-OK = 'Y'
000000         IF WS-TRANS-REF-TYPE NOT = 'T'
000000             ADD 1 TO WS-SEQ-TRANSIT
000000             MOVE WS-CYCLE-EXECUTION TO WS-REF-TRS-CYCLE
000000             MOVE WS-SEQ-TRANSIT TO WS-REF-TRS-SEQ
000000             MOVE 'T' TO WS-TRANS-REF-TYPE
000000             MOVE WS-REF-TRANSIT TO WS-TRANS-REF-NUM
000000         END-IF
000000         MOVE WS-TRANS-REF-NUM TO FS-TRS-REF
000000         MOVE WS-TRANS-ID      TO FS-TRS-ID
000000         READ EN-TRANSIT
000000             INVALID KEY
000000                 CONTINUE
000000             NOT INVALID KEY
000000                 DISPLAY 'TRANSFERT REFUSE, REFERENCE DEJA '
000000                     'EXPEDIEE : ' WS-TRANS-ID ' '
000000                     WS-TRANS-REF-NUM
000000                 MOVE 'REFUSEE, REFERENCE DEJA EXPEDIEE'
000000                     TO WS-TRANS-DISPOSITION
000000                 ADD 1 TO WS-CPT-TRANS-REFUSEES
000000                 MOVE 'N' TO WS-MVT-OK
000000         END-READ
000000         IF WS-TRANSIT-STATUT NOT = '00'
000000             AND WS-TRANSIT-STATUT NOT = '23'
000000             MOVE 'EN-TRANSIT (IN-TRANSIT.TXT)'
000000                 TO WS-ERREUR-FICHIER
000000             MOVE WS-TRANSIT-STATUT TO WS-ERREUR-STATUT
000000             MOVE WS-TRANS-ID TO WS-ERREUR-CLE
000000             PERFORM 970-ABANDON-SUR-ERREUR
000000         END-IF
000000     END-IF.
000000*    TOUT EST BON : LE COTE SOURCE EST RELU PAR SA CLE,
000000*    DIMINUE, PUIS LA QUANTITE PART EN TRANSIT AU CMUP SOURCE
000000     IF WS-MVT-OK = 'Y'
000000         MOVE WS-TRANS-ID  TO FS-SORTIE-ID
000000         MOVE WS-TRANS-DEP TO FS-SORTIE-DEPOT
000000         READ SORTIE
000000                 PERFORM 970-ABANDON-SUR-ERREUR
000000             NOT INVALID KEY
000000                 SUBTRACT WS-TRANS-QTY FROM FS-SORTIE-QTY
000000                 MOVE WS-XFER-CMUP-SOURCE TO FS-SORTIE-CMUP
000000                 IF WS-MODE-SIMULATION NOT = 'O'
000000                     REWRITE FS-SORTIE
000000                     IF WS-SORTIE-STATUT NOT = '00'
000000                     END-IF
000000                 END-IF
000000         END-READ
000000         MOVE WS-TRANS-CODE TO WS-HIST-ACTION
000000         MOVE WS-TRANS-ID   TO WS-HIST-ID
000000         MOVE WS-XFER-QTY-SOURCE TO WS-MVT-QTY-AVANT
000000         COMPUTE WS-MVT-QTY-APRES =
000000             WS-XFER-QTY-SOURCE - WS-TRANS-QTY
000000         MOVE WS-XFER-CMUP-SOURCE TO WS-MVT-COUT
000000         MOVE FS-SORTIE-NAME  TO WS-DELTA-NAME
000000         MOVE FS-SORTIE-PRICE TO WS-DELTA-PRICE
000000         MOVE FS-SORTIE-QTY   TO WS-DELTA-QTY
000000         PERFORM 525-ECRIRE-LIGNE-DELTA
000000         MOVE WS-TRANS-DEP TO WS-MVT-DEPOT
000000         PERFORM 613-ECRIRE-JOURNAL-MOUVEMENT
000000         PERFORM 629-ECRIRE-TRANSIT
000000         ADD 1 TO WS-CPT-TRANS-TRANSF
000000         MOVE SPACES TO WS-TRANS-DISPOSITION
000000         STRING 'EXPEDIEE EN TRANSIT, REF '
000000                                  DELIMITED BY SIZE
000000                WS-TRANS-REF-NUM  DELIMITED BY SIZE
000000             INTO WS-TRANS-DISPOSITION
000000     END-IF.
000000*
000000 616-LIRE-LIGNE-COMMANDE.
000000*    LIGNE DE LA COMMANDE CITEE POUR L'ARTICLE ET LE DEPOT
000000*    DE LA RECEPTION ; UNE LIGNE DEJA SOLDEE EST ACCEPTEE,
000000*    LA QUANTITE RECUE PART ALORS EN SURLIVRAISON
000000     IF WS-COMMANDES-DISPONIBLE = 'Y'
000000         MOVE WS-TRANS-REF-NUM TO FS-CDE-NUM
000000         MOVE WS-TRANS-ID      TO FS-CDE-ID
000000         MOVE WS-TRANS-DEP     TO FS-CDE-DEP
000000         READ COMMANDES-OUVERTES
000000             INVALID KEY
000000                 MOVE 'N' TO WS-CDE-TROUVEE
000000             NOT INVALID KEY
000000                 MOVE 'Y' TO WS-CDE-TROUVEE
000000         END-READ
000000         IF WS-COMMANDES-STATUT NOT = '00'
000000             AND WS-COMMANDES-STATUT NOT = '23'
000000             MOVE 'COMMANDES (OPEN-ORDERS.TXT)'
000000                 TO WS-ERREUR-FICHIER
000000             MOVE WS-COMMANDES-STATUT TO WS-ERREUR-STATUT
000000             MOVE WS-TRANS-ID TO WS-ERREUR-CLE
000000             PERFORM 970-ABANDON-SUR-ERREUR
000000         END-IF
000000     END-IF.
000000*
000000 617-SOLDER-LIGNE-COMMANDE.
000000*    LA RECEPTION EST APPLIQUEE AU MAITRE : LA LIGNE DE
000000*    COMMANDE LUE EN 616 PREND LA QUANTITE RECUE, SE SOLDE
000000*    QUAND TOUT EST ARRIVE ET GARDE TOUT SURPLUS A PART
000000     MOVE FS-CDE-QTE-EXCES TO WS-CDE-EXCES-AVANT.
000000     COMPUTE FS-CDE-QTE-RECUE = FS-CDE-QTE-RECUE + WS-TRANS-QTY
000000         ON SIZE ERROR MOVE 99999 TO FS-CDE-QTE-RECUE
000000     END-COMPUTE.
000000     IF FS-CDE-QTE-RECUE < FS-CDE-QTE-CDE
000000         COMPUTE FS-CDE-QTE-OUVERTE =
000000             FS-CDE-QTE-CDE - FS-CDE-QTE-RECUE
000000     ELSE
000000         MOVE 0 TO FS-CDE-QTE-OUVERTE
000000         COMPUTE FS-CDE-QTE-EXCES =
000000             FS-CDE-QTE-RECUE - FS-CDE-QTE-CDE
000000         IF FS-CDE-ETAT NOT = 'S'
000000             MOVE 'S' TO FS-CDE-ETAT
000000             ADD 1 TO WS-CPT-CDE-SOLDEES
000000         END-IF
000000     END-IF.
000000     IF FS-CDE-QTE-EXCES > WS-CDE-EXCES-AVANT
000000         MOVE 'Y' TO WS-CDE-SURLIVREE
000000         ADD 1 TO WS-CPT-SURLIVRAISONS
000000         DISPLAY 'SURLIVRAISON SUR COMMANDE : ' FS-CDE-NUM
000000             ' ' WS-TRANS-ID ' ' WS-TRANS-DEP
000000     END-IF.
000000     MOVE WS-DATE-AAAAMMJJ TO FS-CDE-DATE-RECEPTION.
000000     IF WS-MODE-SIMULATION NOT = 'O'
000000         REWRITE FS-COMMANDE
000000         IF WS-COMMANDES-STATUT NOT = '00'
000000             MOVE 'COMMANDES (OPEN-ORDERS.TXT)'
000000                 TO WS-ERREUR-FICHIER
000000             MOVE WS-COMMANDES-STATUT TO WS-ERREUR-STATUT
000000             MOVE WS-TRANS-ID TO WS-ERREUR-CLE
000000             PERFORM 970-ABANDON-SUR-ERREUR
000000         END-IF
000000     END-IF.
000000     ADD 1 TO WS-CPT-RECEPT-COMMANDE.
000000*
000000 615-ECRIRE-LIGNE-REGISTRE.
000000*    UNE LIGNE PAR MOUVEMENT A/C/D, RECEPTION/SORTIE R/S
000000*    LE PRIX IMPRIME EST CELUI QUE L'AGENT A SAISI, AVANT
000000*    CONVERSION, POUR QUE LE REGISTRE SE POINTE CONTRE LE
000000*    TOTALISEUR DU LOT ; EN DEVISE, LE MONTANT CONVERTI
000000*    APPARAIT A COTE, COMME SUR LE LISTING (019). L'APPELANT
000000*    PORTE ENSUITE LA LIGNE A L'ACTIVITE DE SON OPERATEUR
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     IF WS-DEVISE-ORIGINE NOT = SPACES
000000         AND WS-DEVISE-ORIGINE NOT = 'EUR'
000000                WS-TRANS-DISPOSITION DELIMITED BY SIZE
000000             INTO WS-LIGNE-RAPPORT
000000     END-IF.
000000*    OPERATEUR A UNE PLACE FIXE, APRES LA PLUS LONGUE LIGNE
000000     MOVE 'OPER ' TO WS-LIGNE-RAPPORT(101:5).
000000     MOVE WS-TRANS-OPERATEUR TO WS-LIGNE-RAPPORT(106:8).
000000*    SUPERVISEUR DE LA DECISION SUR UNE ATTENTE, A LA SUITE
000000     IF WS-SUPERVISEUR-EN-COURS NOT = SPACES
000000         MOVE 'SUP ' TO WS-LIGNE-RAPPORT(115:4)
000000         MOVE WS-SUPERVISEUR-EN-COURS TO WS-LIGNE-RAPPORT(119:8)
000000     END-IF.
000000     PERFORM 618-ECRIRE-AU-REGISTRE.
000000*
000000 618-ECRIRE-AU-REGISTRE.
000000         END-IF
000000     END-IF.
000000*
000000 619-CMUP-EFFECTIF.
000000*    CMUP DU RECORD MAITRE LU ; UN RECORD ANTERIEUR AU COUT
000000*    MOYEN (ZONE A BLANC OU A ZERO) EST PRIS A SON PRIX
000000     MOVE FS-SORTIE-PRICE TO WS-CMUP-EFFECTIF.
000000     IF FS-SORTIE-CMUP NUMERIC
000000         IF FS-SORTIE-CMUP NOT = 0
000000             MOVE FS-SORTIE-CMUP TO WS-CMUP-EFFECTIF
000000         END-IF
000000     END-IF.
000000*
000000 620-CONTROLER-TOLERANCE-PRIX.
000000*    RECORD MAITRE LU, WS-TRANS-PRICE DEJA CONVERTI. UN ANCIEN
000000*    PRIX NUL REND LE POURCENTAGE SANS LIMITE : IL EST ALORS
000000*    PLAFONNE ET LA MODIFICATION PART EN ATTENTE COMME LES
000000*    AUTRES ECARTS EXTREMES
000000     MOVE 'N' TO WS-PRIX-HORS-TOLERANCE.
000000     MOVE 0 TO WS-ATT-VARIATION-PCT.
000000     COMPUTE WS-ATT-ECART = WS-TRANS-PRICE - FS-SORTIE-PRICE.
000000     IF WS-ATT-ECART < 0
000000         COMPUTE WS-ATT-ECART = 0 - WS-ATT-ECART
000000     END-IF.
000000     IF FS-SORTIE-PRICE NOT = 0
000000         COMPUTE WS-ATT-VARIATION-PCT ROUNDED =
000000             ((WS-TRANS-PRICE - FS-SORTIE-PRICE)
000000               / FS-SORTIE-PRICE) * 100
000000             ON SIZE ERROR MOVE 99999.99 TO WS-ATT-VARIATION-PCT
000000         END-COMPUTE
000000     ELSE
000000         IF WS-TRANS-PRICE NOT = 0
000000             MOVE 99999.99 TO WS-ATT-VARIATION-PCT
000000         END-IF
000000     END-IF.
000000     IF WS-LIBERATION-EN-COURS = 'N'
000000         IF WS-TOLERANCE-PRIX-PCT > 0
000000             AND (WS-ATT-VARIATION-PCT > WS-TOLERANCE-PRIX-PCT
000000             OR WS-ATT-VARIATION-PCT <
000000                 (0 - WS-TOLERANCE-PRIX-PCT))
000000             MOVE 'Y' TO WS-PRIX-HORS-TOLERANCE
000000         END-IF
000000         IF WS-PLAFOND-ECART-PRIX > 0
000000             AND WS-ATT-ECART > WS-PLAFOND-ECART-PRIX
000000             MOVE 'Y' TO WS-PRIX-HORS-TOLERANCE
000000         END-IF
000000     END-IF.
000000*
000000 621-METTRE-EN-ATTENTE.
000000*    LE MAITRE N'EST PAS TOUCHE : NI HISTORIQUE, NI EXTRAIT ;
000000*    SEUL LE REGISTRE DONNE LA REFERENCE A APPROUVER
000000     ADD 1 TO WS-SEQ-ATTENTE.
000000     MOVE WS-CYCLE-EXECUTION TO WS-REF-ATT-CYCLE.
000000     MOVE WS-SEQ-ATTENTE TO WS-REF-ATT-SEQ.
000000     MOVE SPACES TO FS-ATTENTE.
000000     MOVE WS-REF-ATTENTE TO FS-ATT-REF.
000000     MOVE WS-DATE-FORMATEE TO FS-ATT-DATE.
000000     MOVE WS-TRANS-ID TO FS-ATT-ID.
000000     MOVE WS-TRANS-DEP TO FS-ATT-DEP.
000000     MOVE FS-SORTIE-PRICE TO FS-ATT-ANCIEN-PRIX.
000000     MOVE WS-TRANS-PRICE TO FS-ATT-NOUVEAU-PRIX.
000000     MOVE WS-ATT-VARIATION-PCT TO FS-ATT-VARIATION-PCT.
000000     MOVE WS-TRANSACTION TO FS-ATT-TRANSACTION.
000000*    PRIX DE LA TRANSACTION REMIS TEL QUE SAISI (POSITIONS
000000*    19 A 34) : LA LIBERATION LE RECONVERTIT COMME AU LOT
000000     MOVE WS-SAISIE-PRICE-RAW TO FS-ATT-TRANSACTION(19:16).
000000     IF WS-ATTENTES-DISPONIBLE = 'Y'
000000         WRITE FS-ATTENTE
000000         IF WS-ATTENTES-STATUT NOT = '00'
000000             MOVE 'ATTENTES (PENDING-PRICE-CHANGES)'
000000                 TO WS-ERREUR-FICHIER
000000             MOVE WS-ATTENTES-STATUT TO WS-ERREUR-STATUT
000000             MOVE WS-TRANS-ID TO WS-ERREUR-CLE
000000             PERFORM 970-ABANDON-SUR-ERREUR
000000         END-IF
000000     END-IF.
000000     ADD 1 TO WS-CPT-MODIFS-ATTENTE.
000000     DISPLAY 'MODIF. DE PRIX HORS TOLERANCE, EN ATTENTE : '
000000         WS-TRANS-ID ' REF ' WS-REF-ATTENTE.
000000     MOVE SPACES TO WS-TRANS-DISPOSITION.
000000     STRING 'EN ATTENTE D''APPROBATION, REF '
000000                                  DELIMITED BY SIZE
000000            WS-REF-ATTENTE        DELIMITED BY SIZE
000000         INTO WS-TRANS-DISPOSITION.
000000*
000000 622-APPLIQUER-MODIFICATION.
000000*    IMAGE AVANT CAPTUREE AVANT LE REWRITE (010)
000000     MOVE 'C' TO WS-HIST-ACTION.
000000     MOVE WS-TRANS-ID TO WS-HIST-ID.
000000     MOVE FS-SORTIE-PRICE TO WS-HIST-ANCIEN-PRIX.
000000     MOVE WS-TRANS-PRICE TO WS-HIST-NOUVEAU-PRIX.
000000     MOVE WS-DEVISE-ORIGINE TO WS-HIST-DEVISE.
000000     MOVE WS-PRIX-ORIGINE TO WS-HIST-MONTANT-ORIGINE.
000000*    LE CMUP NE SUIT PAS LE PRIX CATALOGUE ; UN RECORD QUI
000000*    N'EN A PAS ENCORE LE PREND A L'ANCIEN PRIX, AVANT QUE
000000*    CELUI-CI NE CHANGE
000000     PERFORM 619-CMUP-EFFECTIF.
000000     MOVE WS-CMUP-EFFECTIF TO FS-SORTIE-CMUP.
000000*    UNE MODIFICATION LIBEREE APRES ATTENTE, OU GENEREE PAR
000000*    L'IMPORT DES CATALOGUES, NE PORTE QUE LE PRIX : LE
000000*    LIBELLE, LA QUANTITE ET LA CATEGORIE QU'ELLE CITE DATENT
000000*    DE SA SAISIE ET EFFACERAIENT LES MOUVEMENTS PASSES DEPUIS
000000     IF WS-LIBERATION-EN-COURS = 'Y'
000000         OR WS-TRANS-OPERATEUR = WS-OPERATEUR-CATALOGUE
000000         MOVE WS-TRANS-PRICE TO FS-SORTIE-PRICE
000000     ELSE
000000         MOVE WS-TRANS-NAME  TO FS-SORTIE-NAME
000000         MOVE WS-TRANS-PRICE TO FS-SORTIE-PRICE
000000         MOVE WS-TRANS-QTY   TO FS-SORTIE-QTY
000000         MOVE WS-TRANS-CAT   TO FS-SORTIE-CAT
000000         MOVE WS-TRANS-FOU   TO FS-SORTIE-FOU
000000     END-IF.
000000     IF WS-MODE-SIMULATION NOT = 'O'
000000         REWRITE FS-SORTIE
000000         IF WS-SORTIE-STATUT NOT = '00'
000000             MOVE 'SORTIE (DATA-OUTPUT.TXT)' TO WS-ERREUR-FICHIER
000000             MOVE WS-SORTIE-STATUT TO WS-ERREUR-STATUT
000000             MOVE WS-TRANS-ID TO WS-ERREUR-CLE
000000             PERFORM 970-ABANDON-SUR-ERREUR
000000         END-IF
000000     END-IF.
000000     ADD 1 TO WS-CPT-TRANS-MODIFS.
000000     PERFORM 516-ECRIRE-HISTORIQUE-PRIX.
000000     PERFORM 518-ECRIRE-LIGNE-VARIATION.
000000     MOVE FS-SORTIE-NAME  TO WS-DELTA-NAME.
000000     MOVE FS-SORTIE-PRICE TO WS-DELTA-PRICE.
000000     MOVE FS-SORTIE-QTY   TO WS-DELTA-QTY.
000000     MOVE FS-SORTIE-CAT   TO WS-DELTA-CAT.
000000     MOVE FS-SORTIE-DEPOT TO WS-DELTA-DEP.
000000     PERFORM 525-ECRIRE-LIGNE-DELTA.
000000     IF WS-LIBERATION-EN-COURS = 'Y'
000000         MOVE 'APPLIQUEE, LIBEREE PAR APPROBATION'
000000             TO WS-TRANS-DISPOSITION
000000     ELSE
000000         MOVE 'APPLIQUEE' TO WS-TRANS-DISPOSITION
000000     END-IF.
000000*
000000 623-LIRE-RESERVATION.
000000*    LIGNE DE LA COMMANDE CLIENT CITEE POUR L'ARTICLE ET LE
000000*    DEPOT DE LA SORTIE ; UNE LIGNE DEJA SOLDEE EST ACCEPTEE,
000000*    LA SORTIE N'A ALORS PLUS DE RESERVE A CONSOMMER
000000     IF WS-RESERVATIONS-DISPONIBLE = 'Y'
000000         MOVE WS-TRANS-REF-NUM TO FS-RES-NUM
000000         MOVE WS-TRANS-ID      TO FS-RES-ID
000000         MOVE WS-TRANS-DEP     TO FS-RES-DEP
000000         READ RESERVATIONS-CLIENTS
000000             INVALID KEY
000000                 MOVE 'N' TO WS-RES-TROUVEE
000000             NOT INVALID KEY
000000                 MOVE 'Y' TO WS-RES-TROUVEE
000000         END-READ
000000         IF WS-RESERVATIONS-STATUT NOT = '00'
000000             AND WS-RESERVATIONS-STATUT NOT = '23'
000000             MOVE 'CUSTOMER-RESERVATIONS.TXT'
000000                 TO WS-ERREUR-FICHIER
000000             MOVE WS-RESERVATIONS-STATUT TO WS-ERREUR-STATUT
000000             MOVE WS-TRANS-ID TO WS-ERREUR-CLE
000000             PERFORM 970-ABANDON-SUR-ERREUR
000000         END-IF
000000     END-IF.
000000*
000000 624-CONSOMMER-RESERVE-MAITRE.
000000*    LA SORTIE CONSOMME AU PLUS CE QUI RESTE RESERVE SUR LA
000000*    LIGNE ; LE MEME NOMBRE QUITTE LA RESERVE DU MAITRE AVANT
000000*    SON REWRITE. UNE RESERVE A BLANC (MAITRE ANTERIEUR) VAUT
000000*    ZERO
000000     IF WS-TRANS-QTY < FS-RES-QTE-OUVERTE
000000         MOVE WS-TRANS-QTY TO WS-RES-CONSOMMEE
000000     ELSE
000000         MOVE FS-RES-QTE-OUVERTE TO WS-RES-CONSOMMEE
000000     END-IF.
000000     MOVE 0 TO WS-RES-RESERVE-MAITRE.
000000     IF FS-SORTIE-RESERVE NUMERIC
000000         MOVE FS-SORTIE-RESERVE TO WS-RES-RESERVE-MAITRE
000000     END-IF.
000000     IF WS-RES-CONSOMMEE < WS-RES-RESERVE-MAITRE
000000         COMPUTE FS-SORTIE-RESERVE =
000000             WS-RES-RESERVE-MAITRE - WS-RES-CONSOMMEE
000000     ELSE
000000         MOVE 0 TO FS-SORTIE-RESERVE
000000     END-IF.
000000*
000000 625-SOLDER-RESERVATION.
000000*    LA SORTIE EST APPLIQUEE AU MAITRE : LA LIGNE LUE EN 623
000000*    PREND LA QUANTITE SORTIE. CE QUI DEPASSE LA RESERVE
000000*    SERT D'ABORD LE RELIQUAT, QUE RESERVATIONS-CLIENTS NE
000000*    REPRESENTERA DONC PLUS ; LA LIGNE SE SOLDE QUAND IL NE
000000*    RESTE NI RESERVE NI RELIQUAT
000000     COMPUTE WS-RES-EXCEDENT = WS-TRANS-QTY - WS-RES-CONSOMMEE.
000000     SUBTRACT WS-RES-CONSOMMEE FROM FS-RES-QTE-OUVERTE.
000000     IF WS-RES-EXCEDENT < FS-RES-QTE-RELIQUAT
000000         SUBTRACT WS-RES-EXCEDENT FROM FS-RES-QTE-RELIQUAT
000000     ELSE
000000         MOVE 0 TO FS-RES-QTE-RELIQUAT
000000     END-IF.
000000     COMPUTE FS-RES-QTE-SORTIE = FS-RES-QTE-SORTIE + WS-TRANS-QTY
000000         ON SIZE ERROR MOVE 99999 TO FS-RES-QTE-SORTIE
000000     END-COMPUTE.
000000     IF FS-RES-QTE-OUVERTE = 0
000000         AND FS-RES-QTE-RELIQUAT = 0
000000         AND FS-RES-ETAT NOT = 'S'
000000         MOVE 'S' TO FS-RES-ETAT
000000         ADD 1 TO WS-CPT-RES-SOLDEES
000000     END-IF.
000000     MOVE WS-DATE-AAAAMMJJ TO FS-RES-DATE-SORTIE.
000000     IF WS-MODE-SIMULATION NOT = 'O'
000000         REWRITE FS-RESERVATION
000000         IF WS-RESERVATIONS-STATUT NOT = '00'
000000             MOVE 'CUSTOMER-RESERVATIONS.TXT'
000000                 TO WS-ERREUR-FICHIER
000000             MOVE WS-RESERVATIONS-STATUT TO WS-ERREUR-STATUT
000000             MOVE WS-TRANS-ID TO WS-ERREUR-CLE
000000             PERFORM 970-ABANDON-SUR-ERREUR
000000         END-IF
000000     END-IF.
000000     ADD 1 TO WS-CPT-SORTIES-CLIENT.
000000*
000000 626-LIRE-TRANSIT.
000000*    LA RECEPTION CITE LE TRANSFERT : LIGNE DE LA REFERENCE
000000*    POUR L'ARTICLE, ENCORE EN TRANSIT ET ATTENDUE AU DEPOT
000000*    DE LA RECEPTION ; SINON LA RAISON DU REFUS EST PREPAREE
000000     MOVE 'N' TO WS-TRS-TROUVE.
000000     MOVE 'REFUSEE, TRANSFERT INCONNU' TO WS-TRS-REFUS.
000000     IF WS-TRANSIT-DISPONIBLE = 'Y'
000000         MOVE WS-TRANS-REF-NUM TO FS-TRS-REF
000000         MOVE WS-TRANS-ID      TO FS-TRS-ID
000000         READ EN-TRANSIT
000000             INVALID KEY
000000                 CONTINUE
000000             NOT INVALID KEY
000000                 IF FS-TRS-ETAT NOT = 'T'
000000                     MOVE 'REFUSEE, TRANSFERT DEJA RECU'
000000                         TO WS-TRS-REFUS
000000                 ELSE
000000                 IF FS-TRS-DEP-DEST NOT = WS-TRANS-DEP
000000                     MOVE 'REFUSEE, AUTRE DEPOT DESTINATION'
000000                         TO WS-TRS-REFUS
000000                 ELSE
000000                     MOVE 'Y' TO WS-TRS-TROUVE
000000                 END-IF
000000                 END-IF
000000         END-READ
000000         IF WS-TRANSIT-STATUT NOT = '00'
000000             AND WS-TRANSIT-STATUT NOT = '23'
000000             MOVE 'EN-TRANSIT (IN-TRANSIT.TXT)'
000000                 TO WS-ERREUR-FICHIER
000000             MOVE WS-TRANSIT-STATUT TO WS-ERREUR-STATUT
000000             MOVE WS-TRANS-ID TO WS-ERREUR-CLE
000000             PERFORM 970-ABANDON-SUR-ERREUR
000000         END-IF
000000     END-IF.
000000*
000000 627-SOLDER-TRANSIT.
000000*    L'ARRIVEE EST APPLIQUEE AU DEPOT DESTINATION : LA LIGNE
000000*    LUE EN 626 PREND LA QUANTITE RECUE ET SORT DU TRANSIT ;
000000*    TOUT MANQUANT OU EXCEDENT EST TRACE COMME ECART
000000     MOVE WS-TRANS-QTY TO FS-TRS-QTE-RECUE.
000000     MOVE WS-DATE-AAAAMMJJ TO FS-TRS-DATE-RECEPTION.
000000     MOVE 'R' TO FS-TRS-ETAT.
000000     COMPUTE WS-TRS-ECART =
000000         FS-TRS-QTE-RECUE - FS-TRS-QTE-EXPEDIEE.
000000     IF WS-MODE-SIMULATION NOT = 'O'
000000         REWRITE FS-TRANSIT
000000         IF WS-TRANSIT-STATUT NOT = '00'
000000             MOVE 'EN-TRANSIT (IN-TRANSIT.TXT)'
000000                 TO WS-ERREUR-FICHIER
000000             MOVE WS-TRANSIT-STATUT TO WS-ERREUR-STATUT
000000             MOVE WS-TRANS-ID TO WS-ERREUR-CLE
000000             PERFORM 970-ABANDON-SUR-ERREUR
000000         END-IF
000000     END-IF.
000000     ADD 1 TO WS-CPT-TRANSIT-RECUS.
000000     IF WS-TRS-ECART NOT = 0
000000         PERFORM 628-ECRIRE-ECART-TRANSFERT
000000     END-IF.
000000*
000000 628-ECRIRE-ECART-TRANSFERT.
000000     ADD 1 TO WS-CPT-ECARTS-TRANSF.
000000     DISPLAY 'ECART DE TRANSFERT : ' FS-TRS-REF ' ' WS-TRANS-ID
000000         ' EXPEDIE ' FS-TRS-QTE-EXPEDIEE
000000         ' RECU ' FS-TRS-QTE-RECUE.
000000     MOVE SPACES TO FS-ECART-TRANSFERT.
000000     MOVE WS-DATE-FORMATEE TO FS-ECT-DATE.
000000     MOVE FS-TRS-REF TO FS-ECT-REF.
000000     MOVE FS-TRS-ID TO FS-ECT-ID.
000000     MOVE FS-TRS-DEP-SOURCE TO FS-ECT-DEP-SOURCE.
000000     MOVE FS-TRS-DEP-DEST TO FS-ECT-DEP-DEST.
000000     MOVE FS-TRS-QTE-EXPEDIEE TO FS-ECT-QTE-EXPEDIEE.
000000     MOVE FS-TRS-QTE-RECUE TO FS-ECT-QTE-RECUE.
000000     MOVE WS-TRS-ECART TO FS-ECT-ECART.
000000     IF WS-TRS-ECART < 0
000000         MOVE 'MANQUANT' TO FS-ECT-NATURE
000000     ELSE
000000         MOVE 'EXCEDENT' TO FS-ECT-NATURE
000000     END-IF.
000000     MOVE FS-TRS-DATE-EXPEDITION TO FS-ECT-DATE-EXPEDITION.
000000     IF WS-ECARTS-DISPONIBLE = 'Y'
000000         WRITE FS-ECART-TRANSFERT
000000         IF WS-ECARTS-STATUT NOT = '00'
000000             MOVE 'ECARTS (TRANSFER-DISCREPANCIES)'
000000                 TO WS-ERREUR-FICHIER
000000             MOVE WS-ECARTS-STATUT TO WS-ERREUR-STATUT
000000             MOVE WS-TRANS-ID TO WS-ERREUR-CLE
000000             PERFORM 970-ABANDON-SUR-ERREUR
000000         END-IF
000000     END-IF.
000000*
000000 629-ECRIRE-TRANSIT.
000000*    LE RECORD MAITRE EN MEMOIRE EST CELUI DU DEPOT SOURCE,
000000*    DEJA DIMINUE : IL DONNE LIBELLE, PRIX ET CMUP DU TRANSIT
000000     MOVE WS-TRANS-REF-NUM    TO FS-TRS-REF.
000000     MOVE WS-TRANS-ID         TO FS-TRS-ID.
000000     MOVE WS-TRANS-DEP        TO FS-TRS-DEP-SOURCE.
000000     MOVE WS-TRANS-DEP-DEST   TO FS-TRS-DEP-DEST.
000000     MOVE FS-SORTIE-NAME      TO FS-TRS-NAME.
000000     MOVE FS-SORTIE-CAT       TO FS-TRS-CAT.
000000     MOVE FS-SORTIE-FOU       TO FS-TRS-FOU.
000000     MOVE FS-SORTIE-PRICE     TO FS-TRS-PRICE.
000000     MOVE WS-XFER-CMUP-SOURCE TO FS-TRS-CMUP.
000000     MOVE WS-TRANS-QTY        TO FS-TRS-QTE-EXPEDIEE.
000000     MOVE WS-DATE-AAAAMMJJ    TO FS-TRS-DATE-EXPEDITION.
000000     MOVE 0                   TO FS-TRS-QTE-RECUE.
000000     MOVE SPACES              TO FS-TRS-DATE-RECEPTION.
000000     MOVE 'T'                 TO FS-TRS-ETAT.
000000     IF WS-MODE-SIMULATION NOT = 'O'
000000         WRITE FS-TRANSIT
000000         IF WS-TRANSIT-STATUT NOT = '00'
000000             MOVE 'EN-TRANSIT (IN-TRANSIT.TXT)'
000000                 TO WS-ERREUR-FICHIER
000000             MOVE WS-TRANSIT-STATUT TO WS-ERREUR-STATUT
000000             MOVE WS-TRANS-ID TO WS-ERREUR-CLE
000000             PERFORM 970-ABANDON-SUR-ERREUR
000000         END-IF
000000     END-IF.
000000*
000000 630-TRAITER-APPROBATIONS.
000000*    FICHIER DES APPROBATIONS ABSENT = AUCUNE DECISION : LES
000000*    ATTENTES SONT RECOPIEES TELLES QUELLES. UNE ATTENTE
000000*    LIBEREE EST REJOUEE PAR 610 (HISTORIQUE, EXTRAIT ET
000000*    REGISTRE COMME UNE MODIFICATION ORDINAIRE) ; UNE ATTENTE
000000*    ANNULEE N'EST TRACEE QU'AU REGISTRE. LE FICHIER DES
000000*    ATTENTES N'EST REECRIT QUE SI UNE DECISION L'A VIDE
000000     MOVE 0 TO WS-NB-APPROBATIONS.
000000     MOVE 'N' TO WS-EOF-APPROB.
000000     OPEN INPUT APPROBATIONS-PRIX.
000000     IF WS-APPROBATIONS-STATUT = '00'
000000         PERFORM UNTIL WS-EOF-APPROB = 'Y'
000000             READ APPROBATIONS-PRIX
000000                 AT END MOVE 'Y' TO WS-EOF-APPROB
000000                 NOT AT END
000000                     PERFORM 631-CHARGER-UNE-APPROBATION
000000             END-READ
000000         END-PERFORM
000000         CLOSE APPROBATIONS-PRIX
000000     END-IF.
000000     MOVE 0 TO WS-SEQ-ATTENTE.
000000     MOVE 'N' TO WS-ATTENTES-MODIFIEES.
000000     MOVE 'N' TO WS-EOF-ATTENTES.
000000     OPEN INPUT ATTENTES-PRIX.
000000     IF WS-ATTENTES-STATUT = '00'
000000         IF WS-MODE-SIMULATION NOT = 'O'
000000             OPEN OUTPUT ATTENTES-TRAVAIL
000000             IF WS-ATTENTES-TRAV-STATUT NOT = '00'
000000                 MOVE 'ATTENTES (PENDING-PRICE-WORK)'
000000                     TO WS-ERREUR-FICHIER
000000                 MOVE WS-ATTENTES-TRAV-STATUT TO WS-ERREUR-STATUT
000000                 MOVE SPACES TO WS-ERREUR-CLE
000000                 PERFORM 970-ABANDON-SUR-ERREUR
000000             END-IF
000000         END-IF
000000         PERFORM UNTIL WS-EOF-ATTENTES = 'Y'
000000             READ ATTENTES-PRIX
000000                 AT END MOVE 'Y' TO WS-EOF-ATTENTES
000000                 NOT AT END
000000                     PERFORM 632-TRAITER-UNE-ATTENTE
000000             END-READ
000000         END-PERFORM
000000         CLOSE ATTENTES-PRIX
000000         IF WS-MODE-SIMULATION NOT = 'O'
000000             CLOSE ATTENTES-TRAVAIL
000000             IF WS-ATTENTES-MODIFIEES = 'Y'
000000                 PERFORM 635-RECOPIER-ATTENTES
000000             END-IF
000000         END-IF
000000     END-IF.
000000     PERFORM 636-SIGNALER-APPROBATION
000000         VARYING WS-IDX-APPROB FROM 1 BY 1
000000         UNTIL WS-IDX-APPROB > WS-NB-APPROBATIONS.
000000*
000000 631-CHARGER-UNE-APPROBATION.
000000     IF FS-APPROB-DECISION NOT = 'L'
000000         AND FS-APPROB-DECISION NOT = 'A'
000000         DISPLAY 'APPROBATION IGNOREE, DECISION INVALIDE : '
000000             FS-APPROB-REF ' ' FS-APPROB-DECISION
000000     ELSE
000000         IF WS-NB-APPROBATIONS < 500
000000             ADD 1 TO WS-NB-APPROBATIONS
000000             MOVE FS-APPROB-REF
000000                 TO WS-APPROB-REF(WS-NB-APPROBATIONS)
000000             MOVE FS-APPROB-DECISION
000000                 TO WS-APPROB-DECISION(WS-NB-APPROBATIONS)
000000             MOVE 'N' TO WS-APPROB-UTILISEE(WS-NB-APPROBATIONS)
000000             MOVE FS-APPROB-SUPERVISEUR
000000                 TO WS-APPROB-SUPERVISEUR(WS-NB-APPROBATIONS)
000000         ELSE
000000             DISPLAY 'TABLE DES APPROBATIONS PLEINE, IGNOREE : '
000000                 FS-APPROB-REF
000000         END-IF
000000     END-IF.
000000*
000000 632-TRAITER-UNE-ATTENTE.
000000*    UN CYCLE REJOUE APRES ABEND GARDE SON NUMERO : LA
000000*    SEQUENCE REPART APRES LA DERNIERE REFERENCE DU CYCLE
000000     IF FS-ATT-REF-CYCLE = WS-CYCLE-EXECUTION
000000         AND FS-ATT-REF-SEQ > WS-SEQ-ATTENTE
000000         MOVE FS-ATT-REF-SEQ TO WS-SEQ-ATTENTE
000000     END-IF.
000000     MOVE 'N' TO WS-APPROB-TROUVEE.
000000     PERFORM 633-CHERCHER-APPROBATION
000000         VARYING WS-IDX-APPROB FROM 1 BY 1
000000         UNTIL WS-IDX-APPROB > WS-NB-APPROBATIONS
000000            OR WS-APPROB-TROUVEE = 'Y'.
000000     IF WS-APPROB-TROUVEE = 'Y'
000000         SUBTRACT 1 FROM WS-IDX-APPROB
000000         MOVE 'Y' TO WS-APPROB-UTILISEE(WS-IDX-APPROB)
000000         MOVE FS-ATT-TRANSACTION TO WS-TRANSACTION
000000         MOVE WS-APPROB-SUPERVISEUR(WS-IDX-APPROB)
000000             TO WS-SUPERVISEUR-EN-COURS
000000*        LE SUPERVISEUR DOIT ETRE ACTIF, HABILITE AUX
000000*        MODIFICATIONS 'C' ET COUVRIR LE DEPOT DE L'ATTENTE
000000         MOVE WS-SUPERVISEUR-EN-COURS TO WS-CTRL-OPERATEUR
000000         MOVE 'C'                     TO WS-CTRL-CODE-OPER
000000         MOVE FS-ATT-DEP              TO WS-CTRL-DEPOT-OPER
000000         PERFORM 637-CONTROLER-OPERATEUR
000000     END-IF.
000000     IF WS-APPROB-TROUVEE = 'Y'
000000         AND WS-OPER-VERDICT NOT = SPACE
000000         PERFORM 643-REFUSER-SUPERVISEUR
000000     END-IF.
000000     IF WS-APPROB-TROUVEE = 'Y'
000000         AND WS-OPER-VERDICT = SPACE
000000         MOVE 'Y' TO WS-ATTENTES-MODIFIEES
000000         IF WS-APPROB-DECISION(WS-IDX-APPROB) = 'L'
000000             ADD 1 TO WS-CPT-ATTENTES-LIBEREES
000000             MOVE 'Y' TO WS-LIBERATION-EN-COURS
000000             PERFORM 610-TRAITER-UNE-TRANSACTION
000000             MOVE 'N' TO WS-LIBERATION-EN-COURS
000000         ELSE
000000             PERFORM 634-ANNULER-UNE-ATTENTE
000000         END-IF
000000     ELSE
000000*        SANS DECISION, OU DECISION REFUSEE : L'ATTENTE RESTE
000000         IF WS-MODE-SIMULATION NOT = 'O'
000000             WRITE FS-ATTENTE-TRAVAIL FROM FS-ATTENTE
000000             IF WS-ATTENTES-TRAV-STATUT NOT = '00'
000000                 MOVE 'ATTENTES (PENDING-PRICE-WORK)'
000000                     TO WS-ERREUR-FICHIER
000000                 MOVE WS-ATTENTES-TRAV-STATUT TO WS-ERREUR-STATUT
000000                 MOVE FS-ATT-ID TO WS-ERREUR-CLE
000000                 PERFORM 970-ABANDON-SUR-ERREUR
000000             END-IF
000000         END-IF
000000     END-IF.
000000     MOVE SPACES TO WS-SUPERVISEUR-EN-COURS.
000000*
000000 633-CHERCHER-APPROBATION.
000000     IF WS-APPROB-REF(WS-IDX-APPROB) = FS-ATT-REF
000000         AND WS-APPROB-UTILISEE(WS-IDX-APPROB) = 'N'
000000         MOVE 'Y' TO WS-APPROB-TROUVEE
000000     END-IF.
000000*
000000 634-ANNULER-UNE-ATTENTE.
000000     ADD 1 TO WS-CPT-ATTENTES-ANNULEES.
000000     DISPLAY 'MODIF. DE PRIX ANNULEE PAR APPROBATION : '
000000         FS-ATT-ID ' REF ' FS-ATT-REF.
000000     MOVE WS-TRANS-PRICE-RAW TO WS-SAISIE-PRICE-RAW.
000000     MOVE SPACES TO WS-DEVISE-ORIGINE.
000000     MOVE SPACES TO WS-TRANS-DISPOSITION.
000000     STRING 'ANNULEE PAR APPROBATION, REF ' DELIMITED BY SIZE
000000            FS-ATT-REF                      DELIMITED BY SIZE
000000         INTO WS-TRANS-DISPOSITION.
000000     PERFORM 615-ECRIRE-LIGNE-REGISTRE.
000000     PERFORM 640-ECRIRE-ACTIVITE-OPERATEUR.
000000*
000000 635-RECOPIER-ATTENTES.
000000*    LES ATTENTES RESTANTES, PASSEES PAR LE FICHIER DE
000000*    TRAVAIL, REMPLACENT LE FICHIER DES ATTENTES
000000     OPEN INPUT ATTENTES-TRAVAIL.
000000     OPEN OUTPUT ATTENTES-PRIX.
000000     IF WS-ATTENTES-STATUT NOT = '00'
000000         OR WS-ATTENTES-TRAV-STATUT NOT = '00'
000000         MOVE 'ATTENTES (PENDING-PRICE-CHANGES)'
000000             TO WS-ERREUR-FICHIER
000000         MOVE WS-ATTENTES-STATUT TO WS-ERREUR-STATUT
000000         MOVE SPACES TO WS-ERREUR-CLE
000000         PERFORM 970-ABANDON-SUR-ERREUR
000000     END-IF.
000000     MOVE 'N' TO WS-EOF-ATTENTES.
000000     PERFORM UNTIL WS-EOF-ATTENTES = 'Y'
000000         READ ATTENTES-TRAVAIL
000000             AT END MOVE 'Y' TO WS-EOF-ATTENTES
000000             NOT AT END
000000                 WRITE FS-ATTENTE FROM FS-ATTENTE-TRAVAIL
000000                 IF WS-ATTENTES-STATUT NOT = '00'
000000                     MOVE 'ATTENTES (PENDING-PRICE-CHANGES)'
000000                         TO WS-ERREUR-FICHIER
000000                     MOVE WS-ATTENTES-STATUT TO WS-ERREUR-STATUT
000000                     MOVE FS-ATT-ID TO WS-ERREUR-CLE
000000                     PERFORM 970-ABANDON-SUR-ERREUR
000000                 END-IF
000000         END-READ
000000     END-PERFORM.
000000     CLOSE ATTENTES-TRAVAIL.
000000     CLOSE ATTENTES-PRIX.
000000*
000000 636-SIGNALER-APPROBATION.
000000*    DECISION SANS ATTENTE CORRESPONDANTE : REFERENCE MAL
000000*    SAISIE OU DEJA TRAITEE ; LE SUPERVISEUR DOIT LE SAVOIR
000000     IF WS-APPROB-UTILISEE(WS-IDX-APPROB) = 'N'
000000         DISPLAY 'APPROBATION SANS ATTENTE CORRESPONDANTE : '
000000             WS-APPROB-REF(WS-IDX-APPROB)
000000         MOVE SPACES TO WS-LIGNE-RAPPORT
000000         STRING 'APPROBATION SANS ATTENTE CORRESPONDANTE, REF '
000000                                  DELIMITED BY SIZE
000000                WS-APPROB-REF(WS-IDX-APPROB)
000000                                  DELIMITED BY SIZE
000000             INTO WS-LIGNE-RAPPORT
000000         PERFORM 618-ECRIRE-AU-REGISTRE
000000         IF RETURN-CODE < 4
000000             MOVE 4 TO RETURN-CODE
000000         END-IF
000000     END-IF.
000000*
000000 637-CONTROLER-OPERATEUR.
000000*    VERDICT SUR WS-CTRL-OPERATEUR POUR LE CODE ET LE DEPOT
000000*    WS-CTRL-CODE-OPER / WS-CTRL-DEPOT-OPER, MEME MECANIQUE
000000*    QUE LE FOURNISSEUR (514). POUR UN MOUVEMENT, LE DEPOT
000000*    CONTROLE EST LE SIEN ; POUR UN TRANSFERT 'X' C'EST LE
000000*    DEPOT SOURCE, LA RECEPTION AU DEPOT DESTINATION ETANT
000000*    CONTROLEE A SON TOUR QUAND ELLE EST SAISIE
000000     MOVE SPACE TO WS-OPER-VERDICT.
000000     IF WS-CTRL-OPERATEUR = SPACES
000000         MOVE 'B' TO WS-OPER-VERDICT
000000     ELSE
000000         MOVE 'N' TO WS-OPER-TROUVE
000000         PERFORM 638-CHERCHER-OPER-CONTROLE
000000             VARYING WS-IDX-OPER FROM 1 BY 1
000000             UNTIL WS-IDX-OPER > WS-NB-OPERATEURS
000000                OR WS-OPER-TROUVE = 'Y'
000000         IF WS-OPER-TROUVE = 'N'
000000             MOVE 'I' TO WS-OPER-VERDICT
000000         ELSE
000000             SUBTRACT 1 FROM WS-IDX-OPER
000000             IF WS-OPER-ACTIF(WS-IDX-OPER) NOT = 'O'
000000                 MOVE 'N' TO WS-OPER-VERDICT
000000             ELSE
000000                 MOVE 0 TO WS-OPER-COMPTE
000000                 INSPECT WS-OPER-CODES(WS-IDX-OPER)
000000                     TALLYING WS-OPER-COMPTE
000000                     FOR ALL WS-CTRL-CODE-OPER
000000                 IF WS-OPER-COMPTE = 0
000000                     MOVE 'C' TO WS-OPER-VERDICT
000000                 ELSE
000000                     MOVE 'N' TO WS-DEPOT-COUVERT
000000                     PERFORM 641-CHERCHER-DEPOT-OPERATEUR
000000                         VARYING WS-POS-DEPOT-OPER FROM 1 BY 2
000000                         UNTIL WS-POS-DEPOT-OPER > 19
000000                            OR WS-DEPOT-COUVERT = 'Y'
000000                     IF WS-DEPOT-COUVERT = 'N'
000000                         MOVE 'D' TO WS-OPER-VERDICT
000000                     END-IF
000000                 END-IF
000000             END-IF
000000         END-IF
000000     END-IF.
000000*
000000 638-CHERCHER-OPER-CONTROLE.
000000     IF WS-OPER-CODE(WS-IDX-OPER) = WS-CTRL-OPERATEUR
000000         MOVE 'Y' TO WS-OPER-TROUVE
000000     END-IF.
000000*
000000 639-ECRIRE-EXCEPTION-SECURITE.
000000*    UNE LIGNE DATEE PAR MOUVEMENT REFUSE POUR HABILITATION
000000     IF WS-SECURITE-DISPONIBLE = 'Y'
000000         MOVE SPACES TO FS-EXCEPTION-SECURITE
000000         MOVE WS-DATE-HEURE-FMT TO FS-SEC-DATE-HEURE
000000         MOVE WS-CYCLE-EXECUTION TO FS-SEC-CYCLE
000000         MOVE WS-CTRL-OPERATEUR TO FS-SEC-OPERATEUR
000000         MOVE WS-TRANS-CODE TO FS-SEC-CODE
000000         MOVE WS-TRANS-ID TO FS-SEC-ID
000000         MOVE WS-TRANS-DEP TO FS-SEC-DEP
000000         MOVE WS-TRANS-DISPOSITION TO FS-SEC-MOTIF
000000         WRITE FS-EXCEPTION-SECURITE
000000         IF WS-SECURITE-STATUT NOT = '00'
000000             MOVE 'SECURITE (SECURITY-EXCEPTIONS.TXT)'
000000                 TO WS-ERREUR-FICHIER
000000             MOVE WS-SECURITE-STATUT TO WS-ERREUR-STATUT
000000             MOVE WS-TRANS-ID TO WS-ERREUR-CLE
000000             PERFORM 970-ABANDON-SUR-ERREUR
000000         END-IF
000000     END-IF.
000000*
000000 640-ECRIRE-ACTIVITE-OPERATEUR.
000000*    ISSUE DU MOUVEMENT TIREE DE SA DISPOSITION ; UNE
000000*    EXPEDITION EN TRANSIT EST UN MOUVEMENT APPLIQUE
000000     EVALUATE TRUE
000000         WHEN WS-TRANS-DISPOSITION(1:17) = 'REFUSEE, SECURITE'
000000             MOVE 'S' TO WS-ISSUE-ACTIVITE
000000         WHEN WS-TRANS-DISPOSITION(1:7) = 'REFUSEE'
000000             MOVE 'R' TO WS-ISSUE-ACTIVITE
000000         WHEN WS-TRANS-DISPOSITION(1:10) = 'EN ATTENTE'
000000             MOVE 'E' TO WS-ISSUE-ACTIVITE
000000         WHEN WS-TRANS-DISPOSITION(1:7) = 'ANNULEE'
000000             MOVE 'N' TO WS-ISSUE-ACTIVITE
000000         WHEN OTHER
000000             MOVE 'A' TO WS-ISSUE-ACTIVITE
000000     END-EVALUATE.
000000     IF WS-ACTIVITE-DISPONIBLE = 'Y'
000000         MOVE SPACES TO FS-ACTIVITE
000000         MOVE WS-DATE-FORMATEE TO FS-ACT-DATE
000000         MOVE WS-CYCLE-EXECUTION TO FS-ACT-CYCLE
000000         MOVE WS-TRANS-OPERATEUR TO FS-ACT-OPERATEUR
000000         MOVE WS-TRANS-CODE TO FS-ACT-CODE
000000         MOVE WS-TRANS-ID TO FS-ACT-ID
000000         MOVE WS-TRANS-DEP TO FS-ACT-DEP
000000         MOVE WS-ISSUE-ACTIVITE TO FS-ACT-ISSUE
000000         MOVE WS-TRANS-DISPOSITION TO FS-ACT-DISPOSITION
000000         MOVE WS-SUPERVISEUR-EN-COURS TO FS-ACT-SUPERVISEUR
000000         WRITE FS-ACTIVITE
000000         IF WS-ACTIVITE-STATUT NOT = '00'
000000             MOVE 'ACTIVITE (OPERATOR-ACTIVITY.TXT)'
000000                 TO WS-ERREUR-FICHIER
000000             MOVE WS-ACTIVITE-STATUT TO WS-ERREUR-STATUT
000000             MOVE WS-TRANS-ID TO WS-ERREUR-CLE
000000             PERFORM 970-ABANDON-SUR-ERREUR
000000         END-IF
000000     END-IF.
000000*
000000 641-CHERCHER-DEPOT-OPERATEUR.
000000     IF WS-OPER-DEPOTS(WS-IDX-OPER)(WS-POS-DEPOT-OPER:2) = '**'
000000         OR WS-OPER-DEPOTS(WS-IDX-OPER)(WS-POS-DEPOT-OPER:2)
000000             = WS-CTRL-DEPOT-OPER
000000         MOVE 'Y' TO WS-DEPOT-COUVERT
000000     END-IF.
000000*
000000 642-CALCULER-DISPONIBLE.
000000*    STOCK DU MAITRE LU QUI N'EST RESERVE A AUCUNE COMMANDE
000000*    CLIENT ; UNE RESERVE A BLANC (MAITRE ANTERIEUR) VAUT ZERO
000000     MOVE 0 TO WS-RES-RESERVE-MAITRE.
000000     IF FS-SORTIE-RESERVE NUMERIC
000000         MOVE FS-SORTIE-RESERVE TO WS-RES-RESERVE-MAITRE
000000     END-IF.
000000     IF WS-RES-RESERVE-MAITRE < FS-SORTIE-QTY
000000         COMPUTE WS-STOCK-DISPONIBLE =
000000             FS-SORTIE-QTY - WS-RES-RESERVE-MAITRE
000000     ELSE
000000         MOVE 0 TO WS-STOCK-DISPONIBLE
000000     END-IF.
000000*
000000 643-REFUSER-SUPERVISEUR.
000000*    DECISION D'UN SUPERVISEUR NON HABILITE : ELLE EST
000000*    CONSOMMEE SANS EFFET, L'ATTENTE RESTE EN PLACE POUR UNE
000000*    DECISION VALABLE. L'EXCEPTION EST AU NOM DU SUPERVISEUR
000000     DISPLAY 'DECISION REFUSEE, SECURITE : '
000000         FS-ATT-ID ' REF ' FS-ATT-REF ' SUP '
000000         WS-SUPERVISEUR-EN-COURS.
000000     EVALUATE WS-OPER-VERDICT
000000         WHEN 'B'
000000             MOVE 'REFUSEE, SECURITE : SUPERVISEUR ABSENT'
000000                 TO WS-TRANS-DISPOSITION
000000         WHEN 'I'
000000             MOVE 'REFUSEE, SECURITE : SUPERVISEUR INCONNU'
000000                 TO WS-TRANS-DISPOSITION
000000         WHEN 'N'
000000             MOVE 'REFUSEE, SECURITE : SUPERVISEUR INACTIF'
000000                 TO WS-TRANS-DISPOSITION
000000         WHEN 'C'
000000             MOVE 'REFUSEE, SECURITE : SUPERV. NON HABILITE'
000000                 TO WS-TRANS-DISPOSITION
000000         WHEN OTHER
000000             MOVE 'REFUSEE, SECURITE : SUPERV. HORS DEPOT'
000000                 TO WS-TRANS-DISPOSITION
000000     END-EVALUATE.
000000     ADD 1 TO WS-CPT-REFUS-SECURITE.
000000     PERFORM 639-ECRIRE-EXCEPTION-SECURITE.
000000     MOVE WS-TRANS-PRICE-RAW TO WS-SAISIE-PRICE-RAW.
000000     MOVE SPACES TO WS-DEVISE-ORIGINE.
000000     PERFORM 615-ECRIRE-LIGNE-REGISTRE.
000000     PERFORM 640-ECRIRE-ACTIVITE-OPERATEUR.
000000*
000000 700-EXPORTER-CSV.
000000*    EXPORT CSV POUR L'INTERFACE TARIFAIRE AVAL (DEMANDE 007)
000000     MOVE 'N' TO WS-EOF-CSV.
000000*
000000 750-RAPPORT-VALORISATION.
000000*    VALORISATION DU STOCK : PRIX X QUANTITE PAR ARTICLE,
000000*    SOUS-TOTAUX PAR CATEGORIE ET TOTAL GENERAL (DEMANDE 012).
000000*    LE STOCK EST VALORISE AUSSI AU CMUP, A COTE DU PRIX,
000000*    AVEC L'ECART ENTRE LES DEUX VALEURS
000000     MOVE 'N' TO WS-EOF-VALO.
000000     OPEN OUTPUT RAPPORT-VALORISATION.
000000     IF WS-RAPPORT-VALO-STATUT NOT = '00'
000000                                 DELIMITED BY SIZE
000000                'PRIX UNITAIRE    VALEUR'
000000                                 DELIMITED BY SIZE
000000                '                    CMUP  '
000000                                 DELIMITED BY SIZE
000000                '      VALEUR CMUP'
000000                                 DELIMITED BY SIZE
000000                '    ECART PRIX-CMUP'
000000                                 DELIMITED BY SIZE
000000             INTO FS-RAPPORT-VALORISATION
000000         WRITE FS-RAPPORT-VALORISATION
000000         MOVE LOW-VALUES TO FS-SORTIE-CLE
000000         END-IF
000000     END-PERFORM.
000000     IF WS-VALO-OUVERT = 'Y'
000000         PERFORM 770-VALORISER-TRANSIT
000000     END-IF.
000000     IF WS-VALO-OUVERT = 'Y'
000000         PERFORM 758-SOUS-TOTAUX-CATEGORIES
000000         PERFORM 765-SOUS-TOTAUX-FOURNISSEURS
000000         PERFORM 768-SOUS-TOTAUX-DEPOTS
000000             INTO FS-RAPPORT-VALORISATION
000000         WRITE FS-RAPPORT-VALORISATION
000000         PERFORM 957-CONTROLER-VALORISATION
000000         MOVE WS-TOTAL-TRANSIT-VALO TO WS-EXTENSION-EDITE
000000         MOVE SPACES TO FS-RAPPORT-VALORISATION
000000         STRING 'DONT STOCK EN TRANSIT  : '
000000                                    DELIMITED BY SIZE
000000                WS-EXTENSION-EDITE  DELIMITED BY SIZE
000000             INTO FS-RAPPORT-VALORISATION
000000         WRITE FS-RAPPORT-VALORISATION
000000         PERFORM 957-CONTROLER-VALORISATION
000000         MOVE WS-TOTAL-VALO-CMUP TO WS-EXTENSION-EDITE
000000         MOVE SPACES TO FS-RAPPORT-VALORISATION
000000         STRING 'VALEUR AU COUT MOYEN   : '
000000                                    DELIMITED BY SIZE
000000                WS-EXTENSION-EDITE  DELIMITED BY SIZE
000000             INTO FS-RAPPORT-VALORISATION
000000         WRITE FS-RAPPORT-VALORISATION
000000         PERFORM 957-CONTROLER-VALORISATION
000000         COMPUTE WS-ECART-VALO =
000000             WS-TOTAL-VALO - WS-TOTAL-VALO-CMUP
000000         MOVE WS-ECART-VALO TO WS-EXTENSION-EDITE
000000         MOVE SPACES TO FS-RAPPORT-VALORISATION
000000         STRING 'ECART PRIX - CMUP      : '
000000                                    DELIMITED BY SIZE
000000                WS-EXTENSION-EDITE  DELIMITED BY SIZE
000000             INTO FS-RAPPORT-VALORISATION
000000         WRITE FS-RAPPORT-VALORISATION
000000         PERFORM 957-CONTROLER-VALORISATION
000000         CLOSE RAPPORT-VALORISATION
000000     END-IF.
000000*
000000                 FS-SORTIE-ID
000000     END-COMPUTE.
000000     ADD WS-EXTENSION TO WS-TOTAL-VALO.
000000     PERFORM 619-CMUP-EFFECTIF.
000000     COMPUTE WS-EXTENSION-CMUP ROUNDED =
000000         WS-CMUP-EFFECTIF * FS-SORTIE-QTY
000000         ON SIZE ERROR
000000             MOVE 0 TO WS-EXTENSION-CMUP
000000             DISPLAY 'VALORISATION CMUP HORS CAPACITE : '
000000                 FS-SORTIE-ID
000000     END-COMPUTE.
000000     ADD WS-EXTENSION-CMUP TO WS-TOTAL-VALO-CMUP.
000000     COMPUTE WS-ECART-VALO = WS-EXTENSION - WS-EXTENSION-CMUP.
000000     MOVE FS-SORTIE-QTY TO WS-QTE-EDITE.
000000     MOVE FS-SORTIE-PRICE TO WS-PRIX-EDITE.
000000     MOVE WS-EXTENSION TO WS-EXTENSION-EDITE.
000000     MOVE WS-CMUP-EFFECTIF TO WS-CMUP-EDITE.
000000     MOVE WS-EXTENSION-CMUP TO WS-VALEUR-CMUP-EDITE.
000000     MOVE WS-ECART-VALO TO WS-ECART-EDITE.
000000     MOVE SPACES TO FS-RAPPORT-VALORISATION.
000000     STRING FS-SORTIE-ID       DELIMITED BY SIZE
000000            '   '              DELIMITED BY SIZE
000000            WS-PRIX-EDITE      DELIMITED BY SIZE
000000            ' '                DELIMITED BY SIZE
000000            WS-EXTENSION-EDITE DELIMITED BY SIZE
000000            ' '                DELIMITED BY SIZE
000000            WS-CMUP-EDITE      DELIMITED BY SIZE
000000            ' '                DELIMITED BY SIZE
000000            WS-VALEUR-CMUP-EDITE DELIMITED BY SIZE
000000            ' '                DELIMITED BY SIZE
000000            WS-ECART-EDITE     DELIMITED BY SIZE
000000         INTO FS-RAPPORT-VALORISATION.
000000     WRITE FS-RAPPORT-VALORISATION.
000000     PERFORM 957-CONTROLER-VALORISATION.
000000     IF WS-CATEG-TROUVEE = 'Y'
000000         SUBTRACT 1 FROM WS-IDX-CATEG
000000         ADD WS-EXTENSION TO WS-CATEG-TOTAL(WS-IDX-CATEG)
000000         ADD WS-EXTENSION-CMUP TO WS-CATEG-CMUP(WS-IDX-CATEG)
000000         ADD 1 TO WS-CATEG-NB(WS-IDX-CATEG)
000000     ELSE
000000         IF WS-NB-CATEGORIES < 20
000000                 TO WS-CATEG-CODE(WS-NB-CATEGORIES)
000000             MOVE WS-EXTENSION
000000                 TO WS-CATEG-TOTAL(WS-NB-CATEGORIES)
000000             MOVE WS-EXTENSION-CMUP
000000                 TO WS-CATEG-CMUP(WS-NB-CATEGORIES)
000000             MOVE 1 TO WS-CATEG-NB(WS-NB-CATEGORIES)
000000         ELSE
000000             DISPLAY 'TABLE DES CATEGORIES PLEINE : '
000000 759-ECRIRE-SOUS-TOTAL.
000000     MOVE WS-CATEG-NB(WS-IDX-CATEG) TO WS-CPT-EDITE.
000000     MOVE WS-CATEG-TOTAL(WS-IDX-CATEG) TO WS-EXTENSION-EDITE.
000000     MOVE WS-CATEG-CMUP(WS-IDX-CATEG) TO WS-VALEUR-CMUP-EDITE.
000000     MOVE SPACES TO FS-RAPPORT-VALORISATION.
000000     STRING 'CATEGORIE '        DELIMITED BY SIZE
000000            WS-CATEG-CODE(WS-IDX-CATEG) DELIMITED BY SIZE
000000            WS-CPT-EDITE        DELIMITED BY SIZE
000000            ' VALEUR : '        DELIMITED BY SIZE
000000            WS-EXTENSION-EDITE  DELIMITED BY SIZE
000000            ' AU CMUP : '       DELIMITED BY SIZE
000000            WS-VALEUR-CMUP-EDITE DELIMITED BY SIZE
000000         INTO FS-RAPPORT-VALORISATION.
000000     WRITE FS-RAPPORT-VALORISATION.
000000     PERFORM 957-CONTROLER-VALORISATION.
000000     IF WS-FVALO-TROUVE = 'Y'
000000         SUBTRACT 1 FROM WS-IDX-FVALO
000000         ADD WS-EXTENSION TO WS-FVALO-TOTAL(WS-IDX-FVALO)
000000         ADD WS-EXTENSION-CMUP TO WS-FVALO-CMUP(WS-IDX-FVALO)
000000         ADD 1 TO WS-FVALO-NB(WS-IDX-FVALO)
000000     ELSE
000000         IF WS-NB-FVALO < 50
000000                 TO WS-FVALO-CODE(WS-NB-FVALO)
000000             MOVE WS-EXTENSION
000000                 TO WS-FVALO-TOTAL(WS-NB-FVALO)
000000             MOVE WS-EXTENSION-CMUP
000000                 TO WS-FVALO-CMUP(WS-NB-FVALO)
000000             MOVE 1 TO WS-FVALO-NB(WS-NB-FVALO)
000000         ELSE
000000             DISPLAY 'TABLE DES FOURNISSEURS (VALO) PLEINE : '
000000     IF WS-DVALO-TROUVE = 'Y'
000000         SUBTRACT 1 FROM WS-IDX-DVALO
000000         ADD WS-EXTENSION TO WS-DVALO-TOTAL(WS-IDX-DVALO)
000000         ADD WS-EXTENSION-CMUP TO WS-DVALO-CMUP(WS-IDX-DVALO)
000000         ADD 1 TO WS-DVALO-NB(WS-IDX-DVALO)
000000     ELSE
000000         IF WS-NB-DVALO < 20
000000                 TO WS-DVALO-CODE(WS-NB-DVALO)
000000             MOVE WS-EXTENSION
000000                 TO WS-DVALO-TOTAL(WS-NB-DVALO)
000000             MOVE WS-EXTENSION-CMUP
000000                 TO WS-DVALO-CMUP(WS-NB-DVALO)
000000             MOVE 1 TO WS-DVALO-NB(WS-NB-DVALO)
000000         ELSE
000000             DISPLAY 'TABLE DES DEPOTS (VALO) PLEINE : '
000000 766-ECRIRE-SOUS-TOTAL-FOURN.
000000     MOVE WS-FVALO-NB(WS-IDX-FVALO) TO WS-CPT-EDITE.
000000     MOVE WS-FVALO-TOTAL(WS-IDX-FVALO) TO WS-EXTENSION-EDITE.
000000     MOVE WS-FVALO-CMUP(WS-IDX-FVALO) TO WS-VALEUR-CMUP-EDITE.
000000     MOVE SPACES TO FS-RAPPORT-VALORISATION.
000000     IF WS-FVALO-CODE(WS-IDX-FVALO) = SPACES
000000         STRING 'FOURNISSEUR (SANS) ARTICLES : '
000000                WS-CPT-EDITE        DELIMITED BY SIZE
000000                ' VALEUR : '        DELIMITED BY SIZE
000000                WS-EXTENSION-EDITE  DELIMITED BY SIZE
000000                ' AU CMUP : '       DELIMITED BY SIZE
000000                WS-VALEUR-CMUP-EDITE DELIMITED BY SIZE
000000             INTO FS-RAPPORT-VALORISATION
000000     ELSE
000000         STRING 'FOURNISSEUR '      DELIMITED BY SIZE
000000                WS-CPT-EDITE        DELIMITED BY SIZE
000000                ' VALEUR : '        DELIMITED BY SIZE
000000                WS-EXTENSION-EDITE  DELIMITED BY SIZE
000000                ' AU CMUP : '       DELIMITED BY SIZE
000000                WS-VALEUR-CMUP-EDITE DELIMITED BY SIZE
000000             INTO FS-RAPPORT-VALORISATION
000000     END-IF.
000000     WRITE FS-RAPPORT-VALORISATION.
000000 769-ECRIRE-SOUS-TOTAL-DEPOT.
000000     MOVE WS-DVALO-NB(WS-IDX-DVALO) TO WS-CPT-EDITE.
000000     MOVE WS-DVALO-TOTAL(WS-IDX-DVALO) TO WS-EXTENSION-EDITE.
000000     MOVE WS-DVALO-CMUP(WS-IDX-DVALO) TO WS-VALEUR-CMUP-EDITE.
000000     MOVE SPACES TO FS-RAPPORT-VALORISATION.
000000     STRING 'DEPOT '            DELIMITED BY SIZE
000000            WS-DVALO-CODE(WS-IDX-DVALO) DELIMITED BY SIZE
000000            WS-CPT-EDITE        DELIMITED BY SIZE
000000            ' VALEUR : '        DELIMITED BY SIZE
000000            WS-EXTENSION-EDITE  DELIMITED BY SIZE
000000            ' AU CMUP : '       DELIMITED BY SIZE
000000            WS-VALEUR-CMUP-EDITE DELIMITED BY SIZE
000000         INTO FS-RAPPORT-VALORISATION.
000000     WRITE FS-RAPPORT-VALORISATION.
000000     PERFORM 957-CONTROLER-VALORISATION.
000000*
000000 770-VALORISER-TRANSIT.
000000*    LA MARCHANDISE EN ROUTE ENTRE DEPOTS RESTE DANS LA
000000*    VALEUR DU STOCK, AU PRIX ET AU CMUP DU DEPOT SOURCE A
000000*    L'EXPEDITION ; ELLE N'ENTRE DANS AUCUN SOUS-TOTAL PAR
000000*    CATEGORIE, FOURNISSEUR OU DEPOT, QUI RESTENT CEUX DU
000000*    STOCK EN DEPOT. LE FICHIER EST LU SUR PLACE S'IL EST
000000*    DEJA OUVERT PAR L'ETAPE DES TRANSACTIONS
000000     MOVE 'N' TO WS-EOF-TRANSIT.
000000     MOVE 'N' TO WS-TRANSIT-VALO-OUVERT.
000000     IF WS-TRANSIT-DISPONIBLE NOT = 'Y'
000000         OPEN INPUT EN-TRANSIT
000000         IF WS-TRANSIT-STATUT = '00'
000000             MOVE 'Y' TO WS-TRANSIT-VALO-OUVERT
000000         ELSE
000000             MOVE 'Y' TO WS-EOF-TRANSIT
000000         END-IF
000000     END-IF.
000000     MOVE SPACES TO FS-RAPPORT-VALORISATION.
000000     STRING 'STOCK EN TRANSIT ENTRE DEPOTS' DELIMITED BY SIZE
000000         INTO FS-RAPPORT-VALORISATION.
000000     WRITE FS-RAPPORT-VALORISATION.
000000     PERFORM 957-CONTROLER-VALORISATION.
000000     IF WS-EOF-TRANSIT = 'N'
000000         MOVE LOW-VALUES TO FS-TRS-CLE
000000         START EN-TRANSIT KEY IS NOT LESS THAN FS-TRS-CLE
000000             INVALID KEY MOVE 'Y' TO WS-EOF-TRANSIT
000000         END-START
000000     END-IF.
000000     PERFORM UNTIL WS-EOF-TRANSIT = 'Y'
000000         READ EN-TRANSIT NEXT RECORD
000000             AT END MOVE 'Y' TO WS-EOF-TRANSIT
000000             NOT AT END
000000                 IF FS-TRS-ETAT = 'T'
000000                     PERFORM 771-VALORISER-UN-TRANSIT
000000                 END-IF
000000         END-READ
000000     END-PERFORM.
000000     IF WS-TRANSIT-VALO-OUVERT = 'Y'
000000         CLOSE EN-TRANSIT
000000     END-IF.
000000     MOVE WS-NB-TRANSIT-VALO TO WS-CPT-EDITE.
000000     MOVE WS-TOTAL-TRANSIT-VALO TO WS-EXTENSION-EDITE.
000000     MOVE WS-TOTAL-TRANSIT-CMUP TO WS-VALEUR-CMUP-EDITE.
000000     MOVE SPACES TO FS-RAPPORT-VALORISATION.
000000     STRING 'EN TRANSIT ARTICLES : '  DELIMITED BY SIZE
000000            WS-CPT-EDITE        DELIMITED BY SIZE
000000            ' VALEUR : '        DELIMITED BY SIZE
000000            WS-EXTENSION-EDITE  DELIMITED BY SIZE
000000            ' AU CMUP : '       DELIMITED BY SIZE
000000            WS-VALEUR-CMUP-EDITE DELIMITED BY SIZE
000000         INTO FS-RAPPORT-VALORISATION.
000000     WRITE FS-RAPPORT-VALORISATION.
000000     PERFORM 957-CONTROLER-VALORISATION.
000000*
000000 771-VALORISER-UN-TRANSIT.
000000     COMPUTE WS-EXTENSION = FS-TRS-PRICE * FS-TRS-QTE-EXPEDIEE
000000         ON SIZE ERROR
000000             MOVE 0 TO WS-EXTENSION
000000             DISPLAY 'VALORISATION HORS CAPACITE, TRANSIT : '
000000                 FS-TRS-REF ' ' FS-TRS-ID
000000     END-COMPUTE.
000000     COMPUTE WS-EXTENSION-CMUP ROUNDED =
000000         FS-TRS-CMUP * FS-TRS-QTE-EXPEDIEE
000000         ON SIZE ERROR
000000             MOVE 0 TO WS-EXTENSION-CMUP
000000             DISPLAY 'VALORISATION CMUP HORS CAPACITE : '
000000                 FS-TRS-REF ' ' FS-TRS-ID
000000     END-COMPUTE.
000000     ADD WS-EXTENSION TO WS-TOTAL-VALO.
000000     ADD WS-EXTENSION-CMUP TO WS-TOTAL-VALO-CMUP.
000000     ADD WS-EXTENSION TO WS-TOTAL-TRANSIT-VALO.
000000     ADD WS-EXTENSION-CMUP TO WS-TOTAL-TRANSIT-CMUP.
000000     ADD 1 TO WS-NB-TRANSIT-VALO.
000000     COMPUTE WS-ECART-VALO = WS-EXTENSION - WS-EXTENSION-CMUP.
000000     MOVE FS-TRS-QTE-EXPEDIEE TO WS-QTE-EDITE.
000000     MOVE FS-TRS-PRICE TO WS-PRIX-EDITE.
000000     MOVE WS-EXTENSION TO WS-EXTENSION-EDITE.
000000     MOVE FS-TRS-CMUP TO WS-CMUP-EDITE.
000000     MOVE WS-EXTENSION-CMUP TO WS-VALEUR-CMUP-EDITE.
000000     MOVE WS-ECART-VALO TO WS-ECART-EDITE.
000000     MOVE SPACES TO FS-RAPPORT-VALORISATION.
000000     STRING FS-TRS-ID          DELIMITED BY SIZE
000000            '   '              DELIMITED BY SIZE
000000            FS-TRS-NAME        DELIMITED BY SIZE
000000            ' '                DELIMITED BY SIZE
000000            FS-TRS-CAT         DELIMITED BY SIZE
000000            '  '               DELIMITED BY SIZE
000000            WS-QTE-EDITE       DELIMITED BY SIZE
000000            ' '                DELIMITED BY SIZE
000000            WS-PRIX-EDITE      DELIMITED BY SIZE
000000            ' '                DELIMITED BY SIZE
000000            WS-EXTENSION-EDITE DELIMITED BY SIZE
000000            ' '                DELIMITED BY SIZE
000000            WS-CMUP-EDITE      DELIMITED BY SIZE
000000            ' '                DELIMITED BY SIZE
000000            WS-VALEUR-CMUP-EDITE DELIMITED BY SIZE
000000            ' '                DELIMITED BY SIZE
000000            WS-ECART-EDITE     DELIMITED BY SIZE
000000            ' '                DELIMITED BY SIZE
000000            FS-TRS-DEP-SOURCE  DELIMITED BY SIZE
000000            '>'                DELIMITED BY SIZE
000000            FS-TRS-DEP-DEST    DELIMITED BY SIZE
000000         INTO FS-RAPPORT-VALORISATION.
000000     WRITE FS-RAPPORT-VALORISATION.
000000     PERFORM 957-CONTROLER-VALORISATION.
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO FS-RAPPORT-CONTROLE.
000000     WRITE FS-RAPPORT-CONTROLE.
000000     MOVE WS-CPT-REFUS-SECURITE TO WS-CPT-EDITE.
000000     MOVE SPACES TO FS-RAPPORT-CONTROLE.
000000     STRING 'REFUS DE SECURITE        : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO FS-RAPPORT-CONTROLE.
000000     WRITE FS-RAPPORT-CONTROLE.
000000     MOVE WS-CPT-MODIFS-ATTENTE TO WS-CPT-EDITE.
000000     MOVE SPACES TO FS-RAPPORT-CONTROLE.
000000     STRING 'PRIX MIS EN ATTENTE      : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO FS-RAPPORT-CONTROLE.
000000     WRITE FS-RAPPORT-CONTROLE.
000000     MOVE WS-CPT-ATTENTES-LIBEREES TO WS-CPT-EDITE.
000000     MOVE SPACES TO FS-RAPPORT-CONTROLE.
000000     STRING 'ATTENTES LIBEREES        : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO FS-RAPPORT-CONTROLE.
000000     WRITE FS-RAPPORT-CONTROLE.
000000     MOVE WS-CPT-ATTENTES-ANNULEES TO WS-CPT-EDITE.
000000     MOVE SPACES TO FS-RAPPORT-CONTROLE.
000000     STRING 'ATTENTES ANNULEES        : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO FS-RAPPORT-CONTROLE.
000000     WRITE FS-RAPPORT-CONTROLE.
000000     MOVE WS-CPT-RECEPT-COMMANDE TO WS-CPT-EDITE.
000000     MOVE SPACES TO FS-RAPPORT-CONTROLE.
000000     STRING 'RECEPTIONS SUR COMMANDE  : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO FS-RAPPORT-CONTROLE.
000000     WRITE FS-RAPPORT-CONTROLE.
000000     MOVE WS-CPT-CDE-SOLDEES TO WS-CPT-EDITE.
000000     MOVE SPACES TO FS-RAPPORT-CONTROLE.
000000     STRING 'LIGNES DE COMMANDE SOLDEES: ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO FS-RAPPORT-CONTROLE.
000000     WRITE FS-RAPPORT-CONTROLE.
000000     MOVE WS-CPT-SURLIVRAISONS TO WS-CPT-EDITE.
000000     MOVE SPACES TO FS-RAPPORT-CONTROLE.
000000     STRING 'SURLIVRAISONS SIGNALEES  : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO FS-RAPPORT-CONTROLE.
000000     WRITE FS-RAPPORT-CONTROLE.
000000     MOVE WS-CPT-SORTIES-CLIENT TO WS-CPT-EDITE.
000000     MOVE SPACES TO FS-RAPPORT-CONTROLE.
000000     STRING 'SORTIES SUR COMMANDE CLI.: ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO FS-RAPPORT-CONTROLE.
000000     WRITE FS-RAPPORT-CONTROLE.
000000     MOVE WS-CPT-RES-SOLDEES TO WS-CPT-EDITE.
000000     MOVE SPACES TO FS-RAPPORT-CONTROLE.
000000     STRING 'RESERVATIONS SOLDEES     : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO FS-RAPPORT-CONTROLE.
000000     WRITE FS-RAPPORT-CONTROLE.
000000     MOVE WS-CPT-TRANSIT-RECUS TO WS-CPT-EDITE.
000000     MOVE SPACES TO FS-RAPPORT-CONTROLE.
000000     STRING 'TRANSFERTS RECUS         : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO FS-RAPPORT-CONTROLE.
000000     WRITE FS-RAPPORT-CONTROLE.
000000     MOVE WS-CPT-ECARTS-TRANSF TO WS-CPT-EDITE.
000000     MOVE SPACES TO FS-RAPPORT-CONTROLE.
000000     STRING 'ECARTS DE TRANSFERT      : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO FS-RAPPORT-CONTROLE.
000000     WRITE FS-RAPPORT-CONTROLE.
000000     MOVE WS-TOTAL-COUT-SORTIES TO WS-TOTAL-EDITE.
000000     MOVE SPACES TO FS-RAPPORT-CONTROLE.
000000     STRING 'COUT DES SORTIES (CMUP)  : ' DELIMITED BY SIZE
000000            WS-TOTAL-EDITE                DELIMITED BY SIZE
000000         INTO FS-RAPPORT-CONTROLE.
000000     WRITE FS-RAPPORT-CONTROLE.
000000     PERFORM 956-CONTROLER-RAPPORT-CONTROLE.
000000*
000000 900-FERMER-FICHIERS.
000000     IF WS-JOURNAL-MVT-DISPONIBLE = 'Y'
000000         CLOSE JOURNAL-MOUVEMENTS
000000     END-IF.
000000     IF WS-COMMANDES-DISPONIBLE = 'Y'
000000         CLOSE COMMANDES-OUVERTES
000000     END-IF.
000000     IF WS-RESERVATIONS-DISPONIBLE = 'Y'
000000         CLOSE RESERVATIONS-CLIENTS
000000     END-IF.
000000     IF WS-TRANSIT-DISPONIBLE = 'Y'
000000         CLOSE EN-TRANSIT
000000     END-IF.
000000     IF WS-ECARTS-DISPONIBLE = 'Y'
000000         CLOSE ECARTS-TRANSFERT
000000     END-IF.
000000     IF WS-SECURITE-DISPONIBLE = 'Y'
000000         CLOSE EXCEPTIONS-SECURITE
000000     END-IF.
000000     IF WS-ACTIVITE-DISPONIBLE = 'Y'
000000         CLOSE ACTIVITE-OPERATEURS
000000     END-IF.
000000*
000000 950-ECRIRE-LOG-AUDIT.
000000*    TRACE DE CHAQUE EXECUTION DU LOT (DEMANDE 009)
