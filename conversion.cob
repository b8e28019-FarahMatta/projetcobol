ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT acmd ASSIGN TO "commandes.dat"
  ORGANIZATION INDEXED
  ACCESS MODE IS SEQUENTIAL
  RECORD KEY aco_id
  ALTERNATE RECORD KEY aco_idClient WITH DUPLICATES
  FILE STATUS IS acmd_stat.

  SELECT ncmd ASSIGN TO "commandes.new"
  ORGANIZATION INDEXED
  ACCESS MODE IS SEQUENTIAL
  RECORD KEY nco_id
  ALTERNATE RECORD KEY nco_idClient WITH DUPLICATES
  FILE STATUS IS ncmd_stat.

  SELECT aarchcmd ASSIGN TO "archive_commandes.dat"
  ORGANIZATION SEQUENTIAL
  ACCESS IS SEQUENTIAL
  FILE STATUS IS aarchcmd_stat.

  SELECT narchcmd ASSIGN TO "archive_commandes.new"
  ORGANIZATION SEQUENTIAL
  ACCESS IS SEQUENTIAL
  FILE STATUS IS narchcmd_stat.

  SELECT areserve ASSIGN TO "reservations.dat"
  ORGANIZATION INDEXED
  ACCESS MODE IS SEQUENTIAL
  RECORD KEY ar_id
  ALTERNATE RECORD KEY ar_idclient WITH DUPLICATES
  ALTERNATE RECORD KEY ar_cle WITH DUPLICATES
  FILE STATUS IS areserve_stat.

  SELECT nreserve ASSIGN TO "reservations.new"
  ORGANIZATION INDEXED
  ACCESS MODE IS SEQUENTIAL
  RECORD KEY nr_id
  ALTERNATE RECORD KEY nr_idclient WITH DUPLICATES
  ALTERNATE RECORD KEY nr_cle WITH DUPLICATES
  FILE STATUS IS nreserve_stat.

  SELECT ainv ASSIGN TO "inventaire.dat"
  ORGANIZATION INDEXED
  ACCESS MODE IS SEQUENTIAL
  RECORD KEY ai_cle
  FILE STATUS IS ainv_stat.

  SELECT ninv ASSIGN TO "inventaire.new"
  ORGANIZATION INDEXED
  ACCESS MODE IS SEQUENTIAL
  RECORD KEY ni_cle
  FILE STATUS IS ninv_stat.

  SELECT adonnees ASSIGN TO "donnees.dat"
  ORGANIZATION SEQUENTIAL
  ACCESS IS SEQUENTIAL
  FILE STATUS IS adonnees_stat.

  SELECT ndonnees ASSIGN TO "donnees.new"
  ORGANIZATION SEQUENTIAL
  ACCESS IS SEQUENTIAL
  FILE STATUS IS ndonnees_stat.

  SELECT abc ASSIGN TO "bonsCommande.dat"
  ORGANIZATION INDEXED
  ACCESS MODE IS DYNAMIC
  RECORD KEY abc_id
  ALTERNATE RECORD KEY abc_idfourn WITH DUPLICATES
  FILE STATUS IS abc_stat.
  ALTERNATE RECORD KEY nbc_idfourn WITH DUPLICATES
  FILE STATUS IS nbc_stat.

  SELECT abcl ASSIGN TO "lignesBC.dat"
  ORGANIZATION INDEXED
  ACCESS MODE IS SEQUENTIAL
  RECORD KEY abcl_id
  ALTERNATE RECORD KEY abcl_idbc WITH DUPLICATES
  ALTERNATE RECORD KEY abcl_idart WITH DUPLICATES
  FILE STATUS IS abcl_stat.

  SELECT nbcl ASSIGN TO "lignesBC.new"
  ORGANIZATION INDEXED
  ACCESS MODE IS SEQUENTIAL
  RECORD KEY nbcl_id
  ALTERNATE RECORD KEY nbcl_idbc WITH DUPLICATES
  ALTERNATE RECORD KEY nbcl_idart WITH DUPLICATES
  FILE STATUS IS nbcl_stat.

  SELECT afacfour ASSIGN TO "facturesFournisseurs.dat"
  ORGANIZATION INDEXED
  ACCESS MODE IS SEQUENTIAL
  RECORD KEY aff_id
  ALTERNATE RECORD KEY aff_idfourn WITH DUPLICATES
  FILE STATUS IS afacfour_stat.

  SELECT nfacfour ASSIGN TO "facturesFournisseurs.new"
  ORGANIZATION INDEXED
  ACCESS MODE IS SEQUENTIAL
  RECORD KEY nff_id
  ALTERNATE RECORD KEY nff_idfourn WITH DUPLICATES
  FILE STATUS IS nfacfour_stat.

  SELECT fvariante ASSIGN TO "variantes.dat"
  ORGANIZATION INDEXED
  ACCESS MODE IS SEQUENTIAL
  RECORD KEY fva_id
  ALTERNATE RECORD KEY fva_idart WITH DUPLICATES
  ALTERNATE RECORD KEY fva_cle WITH DUPLICATES
  ALTERNATE RECORD KEY fva_codebarre WITH DUPLICATES
  FILE STATUS IS fvariante_stat.

  SELECT fstockmag ASSIGN TO "stocksMagasin.dat"
  ORGANIZATION INDEXED
  ACCESS MODE IS DYNAMIC
  RECORD KEY fsm_cle
  ALTERNATE RECORD KEY fsm_varcle WITH DUPLICATES
  FILE STATUS IS fstockmag_stat.

  SELECT fmouvement ASSIGN TO "mouvements.dat"
  ORGANIZATION INDEXED
  ACCESS MODE IS DYNAMIC
  RECORD KEY fmv_id
  ALTERNATE RECORD KEY fmv_cle WITH DUPLICATES
  FILE STATUS IS fmouvement_stat.

DATA DIVISION.
FILE SECTION.
FD acmd.
  01 acmdTamp.
    02 aco_id PIC 9(6).
    02 aco_idClient PIC 9(6).
    02 aco_nbArticles PIC 9(4).
    02 aco_prix PIC 9(7)V9(2).
    02 aco_date PIC 9(8).
    02 aco_remise PIC 9(5)V9(2).
    02 aco_points PIC 9(6).
    02 aco_etat PIC 9.

FD ncmd.
  01 ncmdTamp.
    02 nco_id PIC 9(6).
    02 nco_idClient PIC 9(6).
    02 nco_nbArticles PIC 9(4).
    02 nco_prix PIC 9(7)V9(2).
    02 nco_date PIC 9(8).
    02 nco_remise PIC 9(5)V9(2).
    02 nco_points PIC 9(6).
    02 nco_etat PIC 9.
    02 nco_vendeur PIC X(8).
    02 nco_commission PIC 9(5)V9(2).

FD aarchcmd.
  01 aarchCmdLigne PIC X(47).

FD narchcmd.
  01 narchCmdLigne PIC X(62).

FD areserve.
  01 areserveTamp.
    02 ar_id PIC 9(6).
    02 ar_idclient PIC 9(6).
    02 ar_cle.
      03 ar_idart PIC 9(6).
      03 ar_taille PIC X(2).
      03 ar_couleur PIC X(30).
    02 ar_quantite PIC 9(4).
    02 ar_dateExp PIC 9(8).
    02 ar_etat PIC 9.

FD nreserve.
  01 nreserveTamp.
    02 nr_id PIC 9(6).
    02 nr_idclient PIC 9(6).
    02 nr_cle.
      03 nr_idart PIC 9(6).
      03 nr_taille PIC X(2).
      03 nr_couleur PIC X(30).
    02 nr_quantite PIC 9(4).
    02 nr_dateExp PIC 9(8).
    02 nr_etat PIC 9.
    02 nr_magasin PIC 9(3).

FD ainv.
  01 ainvTamp.
    02 ai_cle.
      03 ai_idart PIC 9(6).
      03 ai_taille PIC X(2).
      03 ai_couleur PIC X(30).
    02 ai_compte PIC 9(6).

FD ninv.
  01 ninvTamp.
    02 ni_cle.
      03 ni_magasin PIC 9(3).
      03 ni_idart PIC 9(6).
      03 ni_taille PIC X(2).
      03 ni_couleur PIC X(30).
    02 ni_compte PIC 9(6).

FD adonnees.
  01 adonneesLigne PIC X(99).

FD ndonnees.
  01 ndonneesTamp.
    02 nd_anciens PIC X(99).
    02 nd_transfert PIC 9(6).
    02 nd_lignetr PIC 9(6).
    02 nd_retourf PIC 9(6).
    02 nd_ligneretf PIC 9(6).
    02 nd_avoirf PIC 9(6).
    02 nd_mouvement PIC 9(9).
    02 nd_prixhist PIC 9(6).

FD abc.
  01 abcTamp.
    02 abc_id PIC 9(6).
    02 abc_idfourn PIC 9(6).
    02 abc_date PIC 9(8).
    02 abc_etat PIC 9.

FD nbc.
  01 nbcTamp.
    02 nbc_idfourn PIC 9(6).
    02 nbc_date PIC 9(8).
    02 nbc_etat PIC 9.
    02 nbc_dateCmd PIC 9(8).

FD abcl.
  01 abclTamp.
    02 abcl_id PIC 9(6).
    02 abcl_idbc PIC 9(6).
    02 abcl_idart PIC 9(6).
    02 abcl_quantite PIC 9(4).
    02 abcl_cout PIC 9(7)V9(2).

FD nbcl.
  01 nbclTamp.
    02 nbcl_id PIC 9(6).
    02 nbcl_idbc PIC 9(6).
    02 nbcl_idart PIC 9(6).
    02 nbcl_quantite PIC 9(4).
    02 nbcl_cout PIC 9(7)V9(2).
    02 nbcl_qteCmd PIC 9(4).

FD afacfour.
  01 afacfourTamp.
    02 aff_id PIC 9(6).
    02 aff_idfourn PIC 9(6).
    02 aff_numero PIC X(20).
    02 aff_idbc PIC 9(6).
    02 aff_date PIC 9(8).
    02 aff_echeance PIC 9(8).
    02 aff_montant PIC 9(7)V9(2).
    02 aff_etat PIC 9.

FD nfacfour.
  01 nfacfourTamp.
    02 nff_id PIC 9(6).
    02 nff_idfourn PIC 9(6).
    02 nff_numero PIC X(20).
    02 nff_idbc PIC 9(6).
    02 nff_date PIC 9(8).
    02 nff_echeance PIC 9(8).
    02 nff_montant PIC 9(7)V9(2).
    02 nff_etat PIC 9.
    02 nff_anomalies PIC 9(4).
    02 nff_ecartCout PIC S9(7)V9(2).

FD fvariante.
  01 varianteTamp.
    02 fva_id PIC 9(6).
    02 fva_cle.
      03 fva_idart PIC 9(6).
      03 fva_taille PIC X(2).
      03 fva_couleur PIC X(30).
    02 fva_stock PIC 9(6).
    02 fva_codebarre PIC X(13).

FD fstockmag.
  01 stockmagTamp.
    02 fsm_cle.
      03 fsm_magasin PIC 9(3).
      03 fsm_varcle.
        04 fsm_idart PIC 9(6).
        04 fsm_taille PIC X(2).
        04 fsm_couleur PIC X(30).
    02 fsm_stock PIC 9(6).

FD fmouvement.
  01 mouvementTamp.
    02 fmv_id PIC 9(9).
    02 fmv_cle.
      03 fmv_idart PIC 9(6).
      03 fmv_taille PIC X(2).
      03 fmv_couleur PIC X(30).
    02 fmv_date PIC 9(8).
    02 fmv_magasin PIC 9(3).
    02 fmv_operateur PIC X(8).
    02 fmv_type PIC X(8).
    02 fmv_quantite PIC S9(6).
    02 fmv_docType PIC X(6).
    02 fmv_doc PIC 9(6).
    02 fmv_soldeMagasin PIC 9(6).
    02 fmv_solde PIC 9(6).

WORKING-STORAGE SECTION.
  77 acmd_stat PIC 9(2).
  77 ncmd_stat PIC 9(2).
  77 aarchcmd_stat PIC 9(2).
  77 narchcmd_stat PIC 9(2).
  77 areserve_stat PIC 9(2).
  77 nreserve_stat PIC 9(2).
  77 ainv_stat PIC 9(2).
  77 ninv_stat PIC 9(2).
  77 adonnees_stat PIC 9(2).
  77 ndonnees_stat PIC 9(2).
  77 abc_stat PIC 9(2).
  77 nbc_stat PIC 9(2).
  77 abcl_stat PIC 9(2).
  77 nbcl_stat PIC 9(2).
  77 afacfour_stat PIC 9(2).
  77 nfacfour_stat PIC 9(2).
  77 fvariante_stat PIC 9(2).
  77 fstockmag_stat PIC 9(2).
  77 fmouvement_stat PIC 9(2).
  77 WnbMvt PIC 9(9).
  77 Wjour PIC 9(8).
  77 Wfin PIC 9.
  77 Wnb PIC 9(6).
  77 Wfichanc PIC X(30).
  77 Wfichnouv PIC X(30).

PROCEDURE DIVISION.

DISPLAY 'Conversion des fichiers vers les nouvelles longueurs'
DISPLAY '(commandes et archives de commandes: ajout du vendeur'
DISPLAY 'et de la commission; mises de coté et comptages: ajout du'
DISPLAY 'magasin; stock existant affecté au magasin principal 001 et'
DISPLAY 'repris en mouvement d ouverture; bons de commande et lignes:'
DISPLAY 'ajout de la date et de la quantité commandées; factures'
DISPLAY 'fournisseurs: ajout des anomalies et de l écart de cout)'
MOVE 0 TO WnbMvt
PERFORM CONVERTIR_COMMANDES
PERFORM CONVERTIR_ARCHIVE_COMMANDES
PERFORM CONVERTIR_RESERVATIONS
PERFORM CONVERTIR_INVENTAIRE
PERFORM CREER_STOCKS_MAGASIN
PERFORM CONVERTIR_DONNEES
PERFORM CONVERTIR_LIGNES_BC
PERFORM CONVERTIR_BONS_COMMANDE
PERFORM CONVERTIR_FACTURES_FOURN
DISPLAY 'Conversion terminée'
STOP RUN.

          DISPLAY 'Echec du remplacement de ',Wfichanc,' par ',Wfichnouv
        END-IF.

        CONVERTIR_COMMANDES.
        OPEN INPUT acmd
        IF acmd_stat NOT = 0 THEN
          DISPLAY 'commandes.dat absent ou illisible, rien à convertir'
        ELSE
          OPEN OUTPUT ncmd
          MOVE 0 TO Wfin
          MOVE 0 TO Wnb
          PERFORM WITH TEST AFTER UNTIL Wfin = 1
            READ acmd NEXT
            AT END
              MOVE 1 TO Wfin
            NOT AT END
              MOVE acmdTamp TO ncmdTamp
              MOVE SPACES TO nco_vendeur
              MOVE 0 TO nco_commission
              WRITE ncmdTamp END-WRITE
              ADD 1 TO Wnb
            END-READ
          END-PERFORM
          CLOSE acmd
          CLOSE ncmd
          MOVE "commandes.dat" TO Wfichanc
          MOVE "commandes.new" TO Wfichnouv
          PERFORM REMPLACER_FICHIER
          DISPLAY 'commandes converties (sans vendeur): ',Wnb
        END-IF.

        CONVERTIR_ARCHIVE_COMMANDES.
        OPEN INPUT aarchcmd
        IF aarchcmd_stat NOT = 0 THEN
          DISPLAY 'archive_commandes.dat absent, rien à convertir'
        ELSE
          OPEN OUTPUT narchcmd
          MOVE 0 TO Wfin
          MOVE 0 TO Wnb
          PERFORM WITH TEST AFTER UNTIL Wfin = 1
            READ aarchcmd
            AT END
              MOVE 1 TO Wfin
            NOT AT END
              MOVE aarchCmdLigne TO ncmdTamp
              MOVE SPACES TO nco_vendeur
              MOVE 0 TO nco_commission
              MOVE ncmdTamp TO narchCmdLigne
              WRITE narchCmdLigne END-WRITE
              ADD 1 TO Wnb
            END-READ
          END-PERFORM
          CLOSE aarchcmd
          CLOSE narchcmd
          MOVE "archive_commandes.dat" TO Wfichanc
          MOVE "archive_commandes.new" TO Wfichnouv
          PERFORM REMPLACER_FICHIER
          DISPLAY 'commandes archivées converties: ',Wnb
        END-IF.

        CONVERTIR_RESERVATIONS.
        OPEN INPUT areserve
        IF areserve_stat NOT = 0 THEN
          DISPLAY 'reservations.dat absent ou illisible, rien à convertir'
        ELSE
          OPEN OUTPUT nreserve
          MOVE 0 TO Wfin
          MOVE 0 TO Wnb
          PERFORM WITH TEST AFTER UNTIL Wfin = 1
            READ areserve NEXT
            AT END
              MOVE 1 TO Wfin
            NOT AT END
              MOVE areserveTamp TO nreserveTamp
              MOVE 1 TO nr_magasin
              WRITE nreserveTamp END-WRITE
              ADD 1 TO Wnb
            END-READ
          END-PERFORM
          CLOSE areserve
          CLOSE nreserve
          MOVE "reservations.dat" TO Wfichanc
          MOVE "reservations.new" TO Wfichnouv
          PERFORM REMPLACER_FICHIER
          DISPLAY 'mises de coté converties (magasin 001): ',Wnb
        END-IF.

        CONVERTIR_INVENTAIRE.
        OPEN INPUT ainv
        IF ainv_stat NOT = 0 THEN
          DISPLAY 'inventaire.dat absent ou illisible, rien à convertir'
        ELSE
          OPEN OUTPUT ninv
          MOVE 0 TO Wfin
          MOVE 0 TO Wnb
          PERFORM WITH TEST AFTER UNTIL Wfin = 1
            READ ainv NEXT
            AT END
              MOVE 1 TO Wfin
            NOT AT END
              MOVE 1 TO ni_magasin
              MOVE ai_idart TO ni_idart
              MOVE ai_taille TO ni_taille
              MOVE ai_couleur TO ni_couleur
              MOVE ai_compte TO ni_compte
              WRITE ninvTamp END-WRITE
              ADD 1 TO Wnb
            END-READ
          END-PERFORM
          CLOSE ainv
          CLOSE ninv
          MOVE "inventaire.dat" TO Wfichanc
          MOVE "inventaire.new" TO Wfichnouv
          PERFORM REMPLACER_FICHIER
          DISPLAY 'comptages en cours convertis (magasin 001): ',Wnb
        END-IF.

        CONVERTIR_DONNEES.
        OPEN INPUT adonnees
        IF adonnees_stat NOT = 0 THEN
          DISPLAY 'donnees.dat absent ou illisible, rien à convertir'
        ELSE
          READ adonnees
            CLOSE adonnees
          NOT AT END
            OPEN OUTPUT ndonnees
            MOVE adonneesLigne TO nd_anciens
            MOVE 0 TO nd_transfert
            MOVE 0 TO nd_lignetr
            MOVE 0 TO nd_retourf
            MOVE 0 TO nd_ligneretf
            MOVE 0 TO nd_avoirf
            MOVE WnbMvt TO nd_mouvement
            MOVE 0 TO nd_prixhist
            WRITE ndonneesTamp END-WRITE
            CLOSE adonnees
            CLOSE ndonnees
            MOVE "donnees.dat" TO Wfichanc
            MOVE "donnees.new" TO Wfichnouv
            PERFORM REMPLACER_FICHIER
            DISPLAY 'compteurs convertis (transferts et retours fournisseurs à zero)'
          END-READ
        END-IF.

        CREER_STOCKS_MAGASIN.
        OPEN INPUT fvariante
        IF fvariante_stat NOT = 0 THEN
          DISPLAY 'variantes.dat absent ou illisible, stocks magasin non créés'
        ELSE
          OPEN OUTPUT fstockmag
          OPEN OUTPUT fmouvement
          ACCEPT Wjour FROM DATE YYYYMMDD
          MOVE 0 TO Wfin
          MOVE 0 TO Wnb
          PERFORM WITH TEST AFTER UNTIL Wfin = 1
            READ fvariante NEXT
            AT END
              MOVE 1 TO Wfin
            NOT AT END
              MOVE 1 TO fsm_magasin
              MOVE fva_idart TO fsm_idart
              MOVE fva_taille TO fsm_taille
              MOVE fva_couleur TO fsm_couleur
              MOVE fva_stock TO fsm_stock
              WRITE stockmagTamp
              INVALID KEY
                DISPLAY 'Variante en double ignorée: ',fva_cle
              NOT INVALID KEY
                ADD 1 TO Wnb
                IF fva_stock NOT = 0 THEN
                  PERFORM ECRIRE_MOUVEMENT_OUVERTURE
                END-IF
              END-WRITE
            END-READ
          END-PERFORM
          CLOSE fvariante
          CLOSE fmouvement
          CLOSE fstockmag
          DISPLAY 'stocks du magasin 001 créés depuis les variantes: ',Wnb
          DISPLAY 'mouvements d ouverture écrits: ',WnbMvt
        END-IF.

        ECRIRE_MOUVEMENT_OUVERTURE.
        ADD 1 TO WnbMvt
        MOVE WnbMvt TO fmv_id
        MOVE fva_cle TO fmv_cle
        MOVE Wjour TO fmv_date
        MOVE 1 TO fmv_magasin
        MOVE "SYSTEME" TO fmv_operateur
        MOVE "OUVERTUR" TO fmv_type
        MOVE fva_stock TO fmv_quantite
        MOVE SPACES TO fmv_docType
        MOVE 0 TO fmv_doc
        MOVE fva_stock TO fmv_soldeMagasin
        MOVE fva_stock TO fmv_solde
        WRITE mouvementTamp END-WRITE.

        CONVERTIR_LIGNES_BC.
        OPEN INPUT abcl
        IF abcl_stat NOT = 0 THEN
          DISPLAY 'lignesBC.dat absent ou illisible, rien à convertir'
        ELSE
          OPEN INPUT abc
          OPEN OUTPUT nbcl
          MOVE 0 TO Wfin
          MOVE 0 TO Wnb
          PERFORM WITH TEST AFTER UNTIL Wfin = 1
            READ abcl NEXT
            AT END
              MOVE 1 TO Wfin
            NOT AT END
              MOVE abclTamp TO nbclTamp
              MOVE 0 TO nbcl_qteCmd
              MOVE abcl_idbc TO abc_id
              READ abc
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF abc_etat = 1 THEN
                  MOVE abcl_quantite TO nbcl_qteCmd
                END-IF
              END-READ
              WRITE nbclTamp END-WRITE
              ADD 1 TO Wnb
            END-READ
          END-PERFORM
          CLOSE abcl
          CLOSE abc
          CLOSE nbcl
          MOVE "lignesBC.dat" TO Wfichanc
          MOVE "lignesBC.new" TO Wfichnouv
          PERFORM REMPLACER_FICHIER
          DISPLAY 'lignes de bons de commande converties: ',Wnb
          DISPLAY '(quantité commandée inconnue, à zero, pour les lignes déjà reçues)'
        END-IF.

        CONVERTIR_BONS_COMMANDE.
        OPEN INPUT abc
        IF abc_stat NOT = 0 THEN
          DISPLAY 'bonsCommande.dat absent ou illisible, rien à convertir'
        ELSE
          OPEN OUTPUT nbc
          MOVE 0 TO Wfin
          MOVE 0 TO Wnb
          PERFORM WITH TEST AFTER UNTIL Wfin = 1
            READ abc NEXT
            AT END
              MOVE 1 TO Wfin
            NOT AT END
              MOVE abcTamp TO nbcTamp
              IF abc_etat = 1 THEN
                MOVE abc_date TO nbc_dateCmd
              ELSE
                MOVE 0 TO nbc_dateCmd
              END-IF
              WRITE nbcTamp END-WRITE
              ADD 1 TO Wnb
            END-READ
          END-PERFORM
          CLOSE abc
          CLOSE nbc
          MOVE "bonsCommande.dat" TO Wfichanc
          MOVE "bonsCommande.new" TO Wfichnouv
          PERFORM REMPLACER_FICHIER
          DISPLAY 'bons de commande convertis: ',Wnb
          DISPLAY '(date de commande inconnue, à zero, pour les bons déjà reçus)'
        END-IF.

        CONVERTIR_FACTURES_FOURN.
        OPEN INPUT afacfour
        IF afacfour_stat NOT = 0 THEN
          DISPLAY 'facturesFournisseurs.dat absent ou illisible, rien à convertir'
        ELSE
          OPEN OUTPUT nfacfour
          MOVE 0 TO Wfin
          MOVE 0 TO Wnb
          PERFORM WITH TEST AFTER UNTIL Wfin = 1
            READ afacfour NEXT
            AT END
              MOVE 1 TO Wfin
            NOT AT END
              MOVE afacfourTamp TO nfacfourTamp
              MOVE 0 TO nff_anomalies
              MOVE 0 TO nff_ecartCout
              WRITE nfacfourTamp END-WRITE
              ADD 1 TO Wnb
            END-READ
          END-PERFORM
          CLOSE afacfour
          CLOSE nfacfour
          MOVE "facturesFournisseurs.dat" TO Wfichanc
          MOVE "facturesFournisseurs.new" TO Wfichnouv
          PERFORM REMPLACER_FICHIER
          DISPLAY 'factures fournisseurs converties: ',Wnb
        END-IF.
