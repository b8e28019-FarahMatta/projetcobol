  ALTERNATE RECORD KEY fco_idClient WITH DUPLICATES
  FILE STATUS IS fcmd_stat.

  SELECT freglement ASSIGN TO "reglements.dat"
  ORGANIZATION INDEXED
  ACCESS MODE IS DYNAMIC
  RECORD KEY fre_id
  ALTERNATE RECORD KEY fre_idcmd WITH DUPLICATES
  ALTERNATE RECORD KEY fre_date WITH DUPLICATES
  FILE STATUS IS freglement_stat.

  SELECT fart ASSIGN TO "articles.dat"
  ORGANIZATION INDEXED
  ACCESS MODE IS DYNAMIC
  ALTERNATE RECORD KEY fva_codebarre WITH DUPLICATES
  FILE STATUS IS fvariante_stat.

  SELECT fstockmag ASSIGN TO "stocksMagasin.dat"
  ORGANIZATION INDEXED
  ACCESS MODE IS DYNAMIC
  RECORD KEY fsm_cle
  ALTERNATE RECORD KEY fsm_varcle WITH DUPLICATES
  FILE STATUS IS fstockmag_stat.

  SELECT ffournisseur ASSIGN TO "fournisseurs.dat"
  ORGANIZATION INDEXED
  ACCESS MODE IS DYNAMIC
    02 fco_remise PIC 9(5)V9(2).
    02 fco_points PIC 9(6).
    02 fco_etat PIC 9.
    02 fco_vendeur PIC X(8).
    02 fco_commission PIC 9(5)V9(2).

FD freglement.
  01 reglementTamp.
    02 fre_id PIC 9(6).
    02 fre_idcmd PIC 9(6).
    02 fre_date PIC 9(8).
    02 fre_mode PIC 9.
    02 fre_montant PIC 9(7)V9(2).

FD fart.
  01 artTamp.
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

FD ffournisseur.
  01 fournisseurTamp.
    02 ffo_id PIC 9(6).
    02 fbc_idfourn PIC 9(6).
    02 fbc_date PIC 9(8).
    02 fbc_etat PIC 9.
    02 fbc_dateCmd PIC 9(8).

FD fbcl.
  01 bclTamp.
    02 fbcl_idart PIC 9(6).
    02 fbcl_quantite PIC 9(4).
    02 fbcl_cout PIC 9(7)V9(2).
    02 fbcl_qteCmd PIC 9(4).

FD fjournal.
  01 journalTamp.
  02 fdo_carte PIC 9(6).
  02 fdo_facfour PIC 9(6).
  02 fdo_tva PIC 9(6).
  02 fdo_transfert PIC 9(6).
  02 fdo_lignetr PIC 9(6).
  02 fdo_retourf PIC 9(6).
  02 fdo_ligneretf PIC 9(6).
  02 fdo_avoirf PIC 9(6).
  02 fdo_mouvement PIC 9(9).
  02 fdo_prixhist PIC 9(6).

FD farchcmd.
  01 archCmdLigne PIC X(62).

FD farchachat.
  01 archAchatLigne PIC X(63).
  77 fclient_stat PIC 9(2).
  77 fachat_stat PIC 9(2).
  77 fcmd_stat PIC 9(2).
  77 freglement_stat PIC 9(2).
  77 fart_stat PIC 9(2).
  77 fvariante_stat PIC 9(2).
  77 fstockmag_stat PIC 9(2).
  77 ffournisseur_stat PIC 9(2).
  77 fbc_stat PIC 9(2).
  77 fbcl_stat PIC 9(2).
  77 WnbEtapes PIC 9(4).
  77 WnbErreurs PIC 9(4).
  77 Wseuil PIC 9(6).
  77 WmagFiltre PIC 9(3).
  77 WsmNb PIC 9(6).
  77 WdateDebut PIC 9(8).
  77 WdateFin PIC 9(8).
  77 WarcDate PIC 9(8).
  77 WarcDernier PIC 9(6).
  77 WarcNb PIC 9(6).
  77 WarcNbGarde PIC 9(6).
  77 WidCommande PIC 9(6).
  77 Wpaye PIC 9(9)V9(2).
  77 WbilNbCmd PIC 9(6).
  77 WbilNbArt PIC 9(8).
  77 WbilCA PIC 9(9)V9(2).
  DISPLAY 'batch_params.dat introuvable, aucun traitement lancé'
  DISPLAY 'Format attendu, une etape par ligne:'
  DISPLAY '  RAPPORT_INTEGRITE;fichier de sortie'
  DISPLAY '  FIN_STOCK;fichier de sortie;seuil;magasin (vide ou 0: tous)'
  DISPLAY '  BILAN_PERIODE;fichier de sortie;date debut;date fin'
  DISPLAY '  EXPORT_COMMANDES;fichier de sortie;date debut;date fin'
  DISPLAY '  ARCHIVAGE;fichier de sortie;date limite'
        DISPLAY 'FIN_STOCK: seuil invalide ',Warg1X
      ELSE
        MOVE WconvNombre TO Wseuil
        MOVE 0 TO WmagFiltre
        IF Warg2X NOT = SPACES THEN
          MOVE Warg2X TO WconvChampX
          PERFORM CONVERTIR_ARG
          IF WconvOK = 0 OR WconvNombre > 999 THEN
            MOVE 8 TO Wrc
            DISPLAY 'FIN_STOCK: magasin invalide ',Warg2X
          ELSE
            MOVE WconvNombre TO WmagFiltre
          END-IF
        END-IF
      END-IF
      IF Wrc = 0 AND WmagFiltre NOT = 0 THEN
        PERFORM ETAPE_FIN_STOCK_MAGASIN
      END-IF
      IF Wrc = 0 AND WmagFiltre = 0 THEN
        PERFORM OUVRIR_RAPPORT
        IF Wrc = 0 THEN
          MOVE SPACES TO rapLigne
        END-IF
      END-IF.

      ETAPE_FIN_STOCK_MAGASIN.
      PERFORM OUVRIR_RAPPORT
      IF Wrc = 0 THEN
        MOVE SPACES TO rapLigne
        STRING "VARIANTES SOUS LE SEUIL DE " Wseuil " MAGASIN " WmagFiltre
          DELIMITED BY SIZE INTO rapLigne
        END-STRING
        WRITE rapLigne
        OPEN INPUT fstockmag
        IF fstockmag_stat NOT = 0 THEN
          MOVE 8 TO Wrc
          MOVE "STOCKS MAGASIN INDISPONIBLES, ETAPE SAUTEE" TO rapLigne
          WRITE rapLigne
        ELSE
          OPEN INPUT fart
          MOVE 0 TO WsmNb
          MOVE 0 TO Wfin
          MOVE WmagFiltre TO fsm_magasin
          MOVE 0 TO fsm_idart
          MOVE LOW-VALUES TO fsm_taille
          MOVE LOW-VALUES TO fsm_couleur
          START fstockmag KEY IS GREATER THAN OR EQUAL TO fsm_cle
          INVALID KEY
            MOVE 1 TO Wfin
          NOT INVALID KEY
            PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fstockmag NEXT
              AT END
                MOVE 1 TO Wfin
              NOT AT END
                IF fsm_magasin NOT = WmagFiltre THEN
                  MOVE 1 TO Wfin
                ELSE
                  IF fsm_stock < Wseuil THEN
                    ADD 1 TO WsmNb
                    MOVE fsm_idart TO far_id
                    READ fart
                    INVALID KEY
                      MOVE "ARTICLE INCONNU" TO far_nom
                    END-READ
                    MOVE SPACES TO rapLigne
                    STRING "ARTICLE " fsm_idart " " far_nom " " fsm_taille " "
                      fsm_couleur " STOCK " fsm_stock
                      DELIMITED BY SIZE INTO rapLigne
                    END-STRING
                    WRITE rapLigne
                  END-IF
                END-IF
              END-READ
            END-PERFORM
          END-START
          CLOSE fart
          MOVE SPACES TO rapLigne
          STRING "VARIANTES SOUS LE SEUIL: " WsmNb
            DELIMITED BY SIZE INTO rapLigne
          END-STRING
          WRITE rapLigne
        END-IF
        CLOSE fstockmag
        CLOSE frapport
      END-IF.

      ETAPE_BILAN.
      MOVE Warg1X TO WconvChampX
      PERFORM CONVERTIR_ARG

      ARCHIVAGE_BOUCLE.
      MOVE 0 TO WarcNb
      MOVE 0 TO WarcNbGarde
      MOVE 0 TO Wfin
      MOVE WarcDernier TO fco_id
      START fcmd KEY IS GREATER THAN fco_id
            MOVE 1 TO Wfin
          NOT AT END
            IF fco_date < WarcDate THEN
              MOVE fco_id TO WidCommande
              PERFORM CALCULER_PAYE
              IF fco_etat = 0 AND Wpaye < fco_prix THEN
                MOVE SPACES TO rapLigne
                STRING "COMMANDE " fco_id " DU " fco_date " NON SOLDEE, CONSERVEE"
                  DELIMITED BY SIZE INTO rapLigne
                END-STRING
                WRITE rapLigne
                ADD 1 TO WarcNbGarde
              ELSE
                PERFORM ARCHIVER_COMMANDE
              END-IF
            END-IF
          END-READ
        END-PERFORM
        DELIMITED BY SIZE INTO rapLigne
      END-STRING
      WRITE rapLigne
      MOVE SPACES TO rapLigne
      STRING "COMMANDES NON SOLDEES CONSERVEES: " WarcNbGarde
        DELIMITED BY SIZE INTO rapLigne
      END-STRING
      WRITE rapLigne
      CLOSE frapport.

      ARCHIVER_COMMANDE.
      ADD 1 TO WarcNb
      PERFORM ECRIRE_CHECKPOINT.

      CALCULER_PAYE.
      MOVE 0 TO Wpaye
      MOVE 0 TO Wfin2
      OPEN INPUT freglement
      IF freglement_stat = 0 THEN
        MOVE WidCommande TO fre_idcmd
        START freglement KEY IS EQUAL TO fre_idcmd
        INVALID KEY
          MOVE 1 TO Wfin2
        NOT INVALID KEY
          PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
            READ freglement NEXT
            AT END
              MOVE 1 TO Wfin2
            NOT AT END
              IF fre_idcmd NOT = WidCommande THEN
                MOVE 1 TO Wfin2
              ELSE
                ADD fre_montant TO Wpaye
              END-IF
            END-READ
          END-PERFORM
        END-START
        CLOSE freglement
      END-IF.

      ARCHIVER_ACHATS_COMMANDE.
      MOVE 0 TO Wfin2
      MOVE fco_id TO fa_idcmd
