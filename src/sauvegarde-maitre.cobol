000000         05 FS-SORTIE-QTY   PIC 9(5).
000000         05 FS-SORTIE-CAT   PIC X(2).
000000         05 FS-SORTIE-FOU   PIC X(4).
000000*        COUT MOYEN UNITAIRE PONDERE, REVU A CHAQUE RECEPTION
000000         05 FS-SORTIE-CMUP  PIC S9(11)V9(4)
000000                             SIGN IS TRAILING SEPARATE.
000000*        QUANTITE RESERVEE AUX COMMANDES CLIENTS ; LE
000000*        DISPONIBLE A LA VENTE EST LE STOCK MOINS LA RESERVE
000000         05 FS-SORTIE-RESERVE PIC 9(5).
000000     FD SAUVEGARDE-1.
000000         01 FS-SAUVE1 PIC X(67).
000000     FD SAUVEGARDE-2.
000000         01 FS-SAUVE2 PIC X(67).
000000     FD SAUVEGARDE-3.
000000         01 FS-SAUVE3 PIC X(67).
000000     FD CONTROLE-SAUVEGARDE.
000000*        LE TOTAL DE CONTROLE DES PRIX REND UNE TRONCATURE
000000*        RECOMPLETEE INDETECTABLE AU SEUL COMPTAGE ENFIN
000000              10 WS-GEN-HASH    PIC S9(15)V99.
000000              10 WS-GEN-VALIDE  PIC X.
000000           01 WS-IDX-GEN         PIC 9(1) VALUE 0.
000000           01 WS-TAMPON          PIC X(67).
000000*    VUE ECLATEE D'UN ENREGISTREMENT DE SAUVEGARDE POUR LA
000000*    VERIFICATION : CLE ET PRIX AUX POSITIONS DU MAITRE
000000           01 WS-ENREG-SAUVEGARDE REDEFINES WS-TAMPON.
000000           05 WS-SAUVE-NAME   PIC X(14).
000000           05 WS-SAUVE-PRICE  PIC S9(13)V99
000000                             SIGN IS TRAILING SEPARATE.
000000           05 WS-SAUVE-RESTE  PIC X(32).
000000           01 WS-CPT-DECHARGES   PIC 9(6) VALUE 0.
000000           01 WS-HASH-DECHARGE   PIC S9(15)V99 VALUE 0.
000000           01 WS-COPIE-FAITE     PIC X VALUE 'N'.
