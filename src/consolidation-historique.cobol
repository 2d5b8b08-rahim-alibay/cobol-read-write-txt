000000         05 FS-SORTIE-QTY   PIC 9(5).
000000         05 FS-SORTIE-CAT   PIC X(2).
000000         05 FS-SORTIE-FOU   PIC X(4).
000000*        COUT MOYEN UNITAIRE PONDERE, REVU A CHAQUE RECEPTION
000000         05 FS-SORTIE-CMUP  PIC S9(11)V9(4)
000000                             SIGN IS TRAILING SEPARATE.
000000*        QUANTITE RESERVEE AUX COMMANDES CLIENTS ; LE
000000*        DISPONIBLE A LA VENTE EST LE STOCK MOINS LA RESERVE
000000         05 FS-SORTIE-RESERVE PIC 9(5).
000000     FD RAPPORT-TENDANCE.
000000         01 FS-RAPPORT-TENDANCE PIC X(132).
000000
