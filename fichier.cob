  ORGANIZATION LINE SEQUENTIAL
  FILE STATUS IS frejets_stat.

  SELECT ftauxcom ASSIGN TO "tauxCommission.dat"
  ORGANIZATION INDEXED
  ACCESS MODE IS DYNAMIC
  RECORD KEY ftc_cle
  FILE STATUS IS ftauxcom_stat.

  SELECT fajcom ASSIGN TO "ajustementsCommission.dat"
  ORGANIZATION SEQUENTIAL
  ACCESS IS SEQUENTIAL
  FILE STATUS IS fajcom_stat.

  SELECT fpaie ASSIGN TO DYNAMIC Wpaiefichier
  ORGANIZATION LINE SEQUENTIAL
  FILE STATUS IS fpaie_stat.

  SELECT fmagasin ASSIGN TO "magasins.dat"
  ORGANIZATION INDEXED
  ACCESS MODE IS DYNAMIC
  RECORD KEY fmg_id
  FILE STATUS IS fmagasin_stat.

  SELECT fstockmag ASSIGN TO "stocksMagasin.dat"
  ORGANIZATION INDEXED
  ACCESS MODE IS DYNAMIC
  RECORD KEY fsm_cle
  ALTERNATE RECORD KEY fsm_varcle WITH DUPLICATES
  FILE STATUS IS fstockmag_stat.

  SELECT ftransfert ASSIGN TO "bonsTransfert.dat"
  ORGANIZATION INDEXED
  ACCESS MODE IS DYNAMIC
  RECORD KEY ftr_id
  FILE STATUS IS ftransfert_stat.

  SELECT fligtr ASSIGN TO "lignesTransfert.dat"
  ORGANIZATION INDEXED
  ACCESS MODE IS DYNAMIC
  RECORD KEY ftl_id
  ALTERNATE RECORD KEY ftl_idtr WITH DUPLICATES
  FILE STATUS IS fligtr_stat.

  SELECT fretourf ASSIGN TO "retoursFournisseurs.dat"
  ORGANIZATION INDEXED
  ACCESS MODE IS DYNAMIC
  RECORD KEY frf_id
  ALTERNATE RECORD KEY frf_idfourn WITH DUPLICATES
  FILE STATUS IS fretourf_stat.

  SELECT fligrf ASSIGN TO "lignesRetourFourn.dat"
  ORGANIZATION INDEXED
  ACCESS MODE IS DYNAMIC
  RECORD KEY flr_id
  ALTERNATE RECORD KEY flr_idretour WITH DUPLICATES
  ALTERNATE RECORD KEY flr_idbcl WITH DUPLICATES
  FILE STATUS IS fligrf_stat.

  SELECT favfourn ASSIGN TO "avoirsFournisseurs.dat"
  ORGANIZATION INDEXED
  ACCESS MODE IS DYNAMIC
  RECORD KEY faf_id
  ALTERNATE RECORD KEY faf_idfourn WITH DUPLICATES
  FILE STATUS IS favfourn_stat.

  SELECT fmouvement ASSIGN TO "mouvements.dat"
  ORGANIZATION INDEXED
  ACCESS MODE IS DYNAMIC
  RECORD KEY fmv_id
  ALTERNATE RECORD KEY fmv_cle WITH DUPLICATES
  FILE STATUS IS fmouvement_stat.

  SELECT fprixhist ASSIGN TO "prixHistorique.dat"
  ORGANIZATION INDEXED
  ACCESS MODE IS DYNAMIC
  RECORD KEY fph_id
  ALTERNATE RECORD KEY fph_idart WITH DUPLICATES
  FILE STATUS IS fprixhist_stat.

  SELECT fimpprix ASSIGN TO "prix.dat"
  ORGANIZATION LINE SEQUENTIAL
  FILE STATUS IS fimpprix_stat.

  SELECT frejprix ASSIGN TO "rejets_prix.dat"
  ORGANIZATION LINE SEQUENTIAL
  FILE STATUS IS frejprix_stat.

  SELECT flivraison ASSIGN TO "livraisons.dat"
  ORGANIZATION INDEXED
  ACCESS MODE IS DYNAMIC
  RECORD KEY fli_idcmd
  ALTERNATE RECORD KEY fli_etat WITH DUPLICATES
  FILE STATUS IS flivraison_stat.

DATA DIVISION.
FILE SECTION.
FD fclient.
    02 fco_remise PIC 9(5)V9(2).
    02 fco_points PIC 9(6).
    02 fco_etat PIC 9.
    02 fco_vendeur PIC X(8).
    02 fco_commission PIC 9(5)V9(2).

FD fart.
  01 artTamp.
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

FD ffournisseur.
  01 fournisseurTamp.
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

FD fvariante.
  01 varianteTamp.
    02 fff_echeance PIC 9(8).
    02 fff_montant PIC 9(7)V9(2).
    02 fff_etat PIC 9.
    02 fff_anomalies PIC 9(4).
    02 fff_ecartCout PIC S9(7)V9(2).

FD fcarte.
  01 carteTamp.
    02 fr_quantite PIC 9(4).
    02 fr_dateExp PIC 9(8).
    02 fr_etat PIC 9.
    02 fr_magasin PIC 9(3).

FD fexport.
  01 exportTamp.
  01 factLigne PIC X(80).

FD farchcmd.
  01 archCmdLigne PIC X(62).

FD farchachat.
  01 archAchatLigne PIC X(63).
FD finv.
  01 invTamp.
    02 fi_cle.
      03 fi_magasin PIC 9(3).
      03 fi_idart PIC 9(6).
      03 fi_taille PIC X(2).
      03 fi_couleur PIC X(30).
FD frejets.
  01 rejetLigne PIC X(250).

FD ftauxcom.
  01 tauxcomTamp.
    02 ftc_cle.
      03 ftc_operateur PIC X(8).
      03 ftc_type PIC 9.
    02 ftc_taux PIC 9(2)V9(2).

FD fajcom.
  01 ajcomTamp.
    02 fjc_vendeur PIC X(8).
    02 fjc_date PIC 9(8).
    02 fjc_nature PIC 9.
    02 fjc_idcmd PIC 9(6).
    02 fjc_iddoc PIC 9(6).
    02 fjc_montant PIC S9(5)V9(2).

FD fpaie.
  01 paieTamp.
    02 fpa_operateur PIC X(8).
    02 fpa_nom PIC X(30).
    02 fpa_debut PIC 9(8).
    02 fpa_fin PIC 9(8).
    02 fpa_nbCmd PIC 9(6).
    02 fpa_ca PIC 9(9)V9(2).
    02 fpa_brut PIC S9(7)V9(2) SIGN LEADING SEPARATE.
    02 fpa_ajust PIC S9(7)V9(2) SIGN LEADING SEPARATE.
    02 fpa_net PIC S9(7)V9(2) SIGN LEADING SEPARATE.

FD fmagasin.
  01 magasinTamp.
    02 fmg_id PIC 9(3).
    02 fmg_nom PIC X(30).

FD fstockmag.
  01 stockmagTamp.
    02 fsm_cle.
      03 fsm_magasin PIC 9(3).
      03 fsm_varcle.
        04 fsm_idart PIC 9(6).
        04 fsm_taille PIC X(2).
        04 fsm_couleur PIC X(30).
    02 fsm_stock PIC 9(6).

FD ftransfert.
  01 transfertTamp.
    02 ftr_id PIC 9(6).
    02 ftr_origine PIC 9(3).
    02 ftr_dest PIC 9(3).
    02 ftr_dateEnvoi PIC 9(8).
    02 ftr_dateRecep PIC 9(8).
    02 ftr_envoyeur PIC X(8).
    02 ftr_recepteur PIC X(8).
    02 ftr_etat PIC 9.

FD fligtr.
  01 ligtrTamp.
    02 ftl_id PIC 9(6).
    02 ftl_idtr PIC 9(6).
    02 ftl_cle.
      03 ftl_idart PIC 9(6).
      03 ftl_taille PIC X(2).
      03 ftl_couleur PIC X(30).
    02 ftl_qteEnv PIC 9(4).
    02 ftl_qteRecue PIC 9(4).

FD fretourf.
  01 retourfTamp.
    02 frf_id PIC 9(6).
    02 frf_idfourn PIC 9(6).
    02 frf_idbc PIC 9(6).
    02 frf_date PIC 9(8).
    02 frf_magasin PIC 9(3).
    02 frf_operateur PIC X(8).
    02 frf_montant PIC 9(7)V9(2).
    02 frf_idavoir PIC 9(6).

FD fligrf.
  01 ligrfTamp.
    02 flr_id PIC 9(6).
    02 flr_idretour PIC 9(6).
    02 flr_idbcl PIC 9(6).
    02 flr_cle.
      03 flr_idart PIC 9(6).
      03 flr_taille PIC X(2).
      03 flr_couleur PIC X(30).
    02 flr_quantite PIC 9(4).
    02 flr_montant PIC 9(7)V9(2).

FD favfourn.
  01 avfournTamp.
    02 faf_id PIC 9(6).
    02 faf_idfourn PIC 9(6).
    02 faf_idretour PIC 9(6).
    02 faf_idbc PIC 9(6).
    02 faf_date PIC 9(8).
    02 faf_montant PIC 9(7)V9(2).
    02 faf_solde PIC 9(7)V9(2).
    02 faf_idfact PIC 9(6).
    02 faf_etat PIC 9.

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

FD fprixhist.
  01 prixhistTamp.
    02 fph_id PIC 9(6).
    02 fph_idart PIC 9(6).
    02 fph_dateEffet PIC 9(8).
    02 fph_ancienPrix PIC 9(5)V9(2).
    02 fph_nouveauPrix PIC 9(5)V9(2).
    02 fph_dateSaisie PIC 9(8).
    02 fph_operateur PIC X(8).
    02 fph_etat PIC 9.

FD fimpprix.
  01 impPrixLigne PIC X(80).

FD frejprix.
  01 rejPrixLigne PIC X(130).

FD flivraison.
  01 livraisonTamp.
    02 fli_idcmd PIC 9(6).
    02 fli_etat PIC 9.
    02 fli_adresse PIC X(30).
    02 fli_complement PIC X(30).
    02 fli_transporteur PIC X(12).
    02 fli_frais PIC 9(5)V9(2).
    02 fli_suivi PIC X(20).
    02 fli_magasin PIC 9(3).
    02 fli_datePrep PIC 9(8).
    02 fli_dateExp PIC 9(8).
    02 fli_dateFin PIC 9(8).


WORKING-STORAGE SECTION.
  77 fclient_stat PIC 9(2).
  77 WarcDate PIC 9(8).
  77 WarcDernier PIC 9(6).
  77 WarcNb PIC 9(6).
  77 WarcNbGarde PIC 9(6).
  77 WsauNb PIC 9(6).
  77 Wsauchoix PIC 9.
  77 Wsaufichier PIC 9.
  77 Warchive PIC 9.
  77 fetiquette_stat PIC 9(2).
  77 Wetifichier PIC X(40).
  77 Wcb PIC X(13).
  77 WcbOk PIC 9.
  01 WcbBaseZone.
  77 WffIdFact PIC 9(6).
  77 WffFournPrec PIC 9(6).
  77 WffAuj PIC 9(8).
  77 WffEcart PIC S9(7)V9(2).
  77 ftva_stat PIC 9(2).
  77 do_tva PIC 9(15).
  77 WtvaType PIC 9.
  77 WfusNbAvoir PIC 9(6).
  77 WfusNbRes PIC 9(6).
  77 WfusPoints PIC 9(6).
  77 WccFin PIC 9.
  77 WccMode PIC 9.
  77 WccNb PIC 9(4).
  77 WccTotal PIC 9(9)V9(2).
  77 WccAge PIC S9(7).
  77 WccAgeMin PIC 9(5).
  77 WccDateRef PIC 9(8).
  77 WccNbLettres PIC 9(6).
  77 WccAvoirs PIC 9(9)V9(2).
  77 WjrsDebut PIC 9(8).
  77 WjrsFin PIC 9(8).
  77 WjrsEcart PIC S9(7).
  77 WjrsAff PIC -ZZZZZ9.
  77 WagIdx PIC 9.
  77 WagClientCour PIC 9(6).
  77 WagNbClients PIC 9(6).
  01 WagTab.
    02 WagLigne OCCURS 4.
      03 WagClient PIC 9(9)V9(2).
      03 WagTotal PIC 9(11)V9(2).
  77 ftauxcom_stat PIC 9(2).
  77 fajcom_stat PIC 9(2).
  77 fpaie_stat PIC 9(2).
  77 Wpaiefichier PIC X(40).
  77 WcomVendeur PIC X(8).
  77 WcomType PIC 9.
  77 WcomTaux PIC 9(2)V9(2).
  77 WcomTypeAn PIC 9.
  77 WcomTypeNv PIC 9.
  77 WcomBrut PIC 9(7)V9(4).
  77 WcomBase PIC 9(9)V9(2).
  77 WcomMontant PIC S9(7)V9(2).
  77 WcomBiens PIC 9(7)V9(2).
  77 WcomMontantAff PIC -ZZZZZZ9.99.
  77 WcomNb PIC 9(3).
  77 WcomIdx PIC 9(3).
  01 WcomTab.
    02 WcomLigne OCCURS 100.
      03 WcomCode PIC X(8).
      03 WcomNbCmd PIC 9(6).
      03 WcomCA PIC 9(9)V9(2).
      03 WcomBrutV PIC S9(7)V9(2).
      03 WcomAjust PIC S9(7)V9(2).
  77 WcomNet PIC S9(7)V9(2).
  77 fmagasin_stat PIC 9(2).
  77 fstockmag_stat PIC 9(2).
  77 ftransfert_stat PIC 9(2).
  77 fligtr_stat PIC 9(2).
  77 do_transfert PIC 9(15).
  77 do_lignetr PIC 9(15).
  77 WmagCode PIC 9(3).
  77 WmagNom PIC X(30).
  77 WmagFiltre PIC 9(3).
  77 WsmMagasin PIC 9(3).
  77 WsmStock PIC 9(6).
  77 WsmDelta PIC S9(7).
  77 WsmTotal PIC 9(7).
  77 WtrId PIC 9(6).
  77 WtrDest PIC 9(3).
  77 WtrNbLignes PIC 9(4).
  77 WtrNbEcarts PIC 9(4).
  77 WtrEcart PIC S9(5).
  77 WtrEcartAff PIC -ZZZZ9.
  77 WtrTransit PIC 9(7).
  77 WtrSuite PIC 9.
  77 WsmFin PIC 9.
  77 fretourf_stat PIC 9(2).
  77 fligrf_stat PIC 9(2).
  77 favfourn_stat PIC 9(2).
  77 do_retourf PIC 9(15).
  77 do_ligneretf PIC 9(15).
  77 do_avoirf PIC 9(15).
  77 WrfId PIC 9(6).
  77 WrfIdbcl PIC 9(6).
  77 WrfNbLignes PIC 9(4).
  77 WrfTotal PIC 9(7)V9(2).
  77 WrfDeja PIC 9(6).
  77 WrfMontantAff PIC ZZZZZZ9.99.
  77 WafTotal PIC 9(9)V9(2).
  77 WafReste PIC 9(9)V9(2).
  77 WafImpute PIC 9(9)V9(2).
  77 WafPart PIC 9(7)V9(2).
  77 WafDu PIC 9(9)V9(2).
  77 WafNet PIC S9(9)V9(2).
  77 WafNetAff PIC -ZZZZZZZZ9.99.
  77 WafFin PIC 9.
  77 WrfQteRecue PIC 9(4).
  77 WrfCout PIC 9(7)V9(2).
  77 fmouvement_stat PIC 9(2).
  77 do_mouvement PIC 9(15).
  77 WmvtType PIC X(8).
  77 WmvtDocType PIC X(6).
  77 WmvtDoc PIC 9(6).
  77 WmvtFin PIC 9.
  77 WmvtSolde PIC S9(7).
  77 WmvtQteAff PIC -ZZZZZ9.
  77 WmvtSoldeAff PIC -ZZZZZZ9.
  77 WmvtNb PIC 9(6).
  77 WmvtNbEcarts PIC 9(6).
  77 fprixhist_stat PIC 9(2).
  77 fimpprix_stat PIC 9(2).
  77 frejprix_stat PIC 9(2).
  77 do_prixhist PIC 9(15).
  77 WphNouveau PIC 9(5)V9(2).
  77 WphDateEffet PIC 9(8).
  77 WphAuj PIC 9(8).
  77 WphType PIC 9.
  77 WphMode PIC 9.
  77 WphPct PIC 9(3)V9(2).
  77 WphTrouve PIC 9.
  77 WphFin PIC 9.
  77 WphEtiOuvert PIC 9.
  77 WphFinMag PIC 9.
  77 WphNbLus PIC 9(6).
  77 WphNbProg PIC 9(6).
  77 WphNbAppl PIC 9(6).
  77 WphNbIgn PIC 9(6).
  77 WphNbRej PIC 9(6).
  77 WphNbEti PIC 9(7).
  77 WphIdartX PIC X(9).
  77 WphPrixX PIC X(9).
  77 WphMotif PIC X(40).
  77 WanoDate PIC 9(8).
  77 WanoAuj PIC 9(8).
  77 WanoMode PIC 9.
  77 WanoDerniere PIC 9(8).
  77 WanoFin PIC 9.
  77 WanoFin2 PIC 9.
  77 WanoNb PIC 9(6).
  77 WanoNbElig PIC 9(6).
  77 WanoNbFait PIC 9(6).
  77 WanoNbExclu PIC 9(6).
  77 WanoNbJrn PIC 9(6).
  77 WanoMotif PIC X(30).
  77 WanoEtat PIC X(10).
  77 WanoArtNom PIC X(30).
  77 WanoJrnAvant PIC X(375).
  01 WanoImage.
    02 WanoId PIC 9(6).
    02 WanoNom PIC X(30).
    02 WanoPrenom PIC X(30).
    02 WanoMail PIC X(30).
    02 WanoAdresse PIC X(30).
    02 WanoSuite PIC X(9).
  01 WanoLivImage.
    02 WanoLivId PIC X(6).
    02 WanoLivEtat PIC X.
    02 WanoLivAdresse PIC X(30).
    02 WanoLivComplement PIC X(30).
    02 WanoLivSuite PIC X(68).
  77 flivraison_stat PIC 9(2).
  77 WlivOui PIC 9.
  77 WlivChoix PIC 9.
  77 WlivOk PIC 9.
  77 WlivEtat PIC 9.
  77 WlivFin PIC 9.
  77 WlivLibelle PIC X(12).
  77 WlivJours PIC 9(3).
  77 WlivAuj PIC 9(8).
  77 WlivNb PIC 9(6).
  77 WscDebut PIC 9(8).
  77 WscFinPer PIC 9(8).
  77 WscEof PIC 9.
  77 WscEof2 PIC 9.
  77 WscChoix PIC 9.
  77 WscNbBC PIC 9(5).
  77 WscNbMesure PIC 9(5).
  77 WscNbLibre PIC 9(5).
  77 WscJours PIC S9(7).
  77 WscMoyJours PIC S9(5)V9.
  77 WscMoyAff PIC -ZZZ9.9.
  77 WscQteCmd PIC 9(7).
  77 WscQteRecue PIC 9(7).
  77 WscTaux PIC 9(3)V9.
  77 WscTauxAff PIC ZZ9.9.
  77 WscNbCourtes PIC 9(5).
  77 WscNbManq PIC 9(5).
  77 WscNbFact PIC 9(5).
  77 WscAnom PIC 9(5).
  77 WscEcart PIC S9(9)V9(2).
  77 WscEcartAff PIC -ZZZZZZZZ9.99.
  77 WscNbFourn PIC 9(5).
  77 WrcpNb PIC 9(2).
  77 WrcpIdx PIC 9(2).
  77 WrcpFin PIC 9.
  77 WrcpFin2 PIC 9.
  77 WrcpChoix PIC 9.
  77 WrcpOk PIC 9.
  77 WrcpMode PIC 9.
  77 WrcpEtat PIC 9.
  77 WrcpPrec PIC 9(6).
  77 WrcpAuj PIC 9(8).
  77 WrcpNbLignes PIC 9(4).
  77 WrcpNbSansReg PIC 9(6).
  77 WrcpOpSession PIC X(8).
  77 WrcpMagSession PIC 9(3).
  01 WrcpTab.
    02 WrcpLigneTab OCCURS 50.
      03 WrcpIdcmd PIC 9(6).
      03 WrcpIdAchat PIC 9(6).
      03 WrcpDate PIC 9(8).
      03 WrcpLignes PIC 9(4).
      03 WrcpQte PIC 9(6).
      03 WrcpMagasin PIC 9(3).
      03 WrcpVendeur PIC X(8).


PROCEDURE DIVISION.
END-IF
CLOSE freserve

OPEN I-O ftauxcom
IF ftauxcom_stat =35 THEN
        OPEN OUTPUT ftauxcom
END-IF
CLOSE ftauxcom

OPEN I-O fmagasin
IF fmagasin_stat =35 THEN
        OPEN OUTPUT fmagasin
        MOVE 1 TO fmg_id
        MOVE "Magasin principal" TO fmg_nom
        WRITE magasinTamp END-WRITE
        DISPLAY 'Magasin initial 001 (magasin principal) créé'
END-IF
CLOSE fmagasin

OPEN I-O fstockmag
IF fstockmag_stat =35 THEN
        OPEN OUTPUT fstockmag
END-IF
CLOSE fstockmag

OPEN I-O ftransfert
IF ftransfert_stat =35 THEN
        OPEN OUTPUT ftransfert
END-IF
CLOSE ftransfert

OPEN I-O fligtr
IF fligtr_stat =35 THEN
        OPEN OUTPUT fligtr
END-IF
CLOSE fligtr

OPEN I-O fretourf
IF fretourf_stat =35 THEN
        OPEN OUTPUT fretourf
END-IF
CLOSE fretourf

OPEN I-O fligrf
IF fligrf_stat =35 THEN
        OPEN OUTPUT fligrf
END-IF
CLOSE fligrf

OPEN I-O favfourn
IF favfourn_stat =35 THEN
        OPEN OUTPUT favfourn
END-IF
CLOSE favfourn

OPEN I-O fmouvement
IF fmouvement_stat =35 THEN
        OPEN OUTPUT fmouvement
END-IF
CLOSE fmouvement

OPEN I-O fprixhist
IF fprixhist_stat =35 THEN
        OPEN OUTPUT fprixhist
END-IF
CLOSE fprixhist

OPEN I-O flivraison
IF flivraison_stat =35 THEN
        OPEN OUTPUT flivraison
END-IF
CLOSE flivraison

OPEN EXTEND  fdonnees
IF fdo_stat=35 THEN
    OPEN OUTPUT fdonnees
    MOVE 0 TO fdo_carte
    MOVE 0 TO fdo_facfour
    MOVE 0 TO fdo_tva
    MOVE 0 TO fdo_transfert
    MOVE 0 TO fdo_lignetr
    MOVE 0 TO fdo_retourf
    MOVE 0 TO fdo_ligneretf
    MOVE 0 TO fdo_avoirf
    MOVE 0 TO fdo_mouvement
    MOVE 0 TO fdo_prixhist
    WRITE donneesTamp END-WRITE
END-IF
CLOSE fdonnees

PERFORM SIGNON_OPERATEUR
PERFORM APPLIQUER_PRIX_ECHUS
PERFORM SIGNALER_VENTES_INTERROMPUES

PERFORM WITH TEST AFTER UNTIL Wf=0
DISPLAY 'Saisissez le numero de la fonction souhaité:'
DISPLAY '35:Mises_de_cote, 36:Promotions, 37:Cartes_cadeaux,'
DISPLAY '38:Inventaire, 39:Proposer_reappro, 40:Factures_fournisseurs,'
DISPLAY '41:Taux_TVA_et_declaration, 42:Doublons_clients,'
DISPLAY '43:Comptes_clients, 44:Commissions_vendeurs,'
DISPLAY '45:Transferts_magasins, 46:Retours_fournisseurs,'
DISPLAY '47:Mouvements_de_stock, 48:Changements_de_prix,'
DISPLAY '49:Donnees_personnelles_clients, 50:Livraisons,'
DISPLAY '51:Performance_fournisseurs, 52:Ventes_interrompues,'
DISPLAY '0:quitter'
        ACCEPT Wf
        EVALUATE Wf
                PERFORM AFFICHAGE_ACHAT
        WHEN 12
                MOVE 'GERER_STOCK' TO Wfonction
                MOVE "MANUEL" TO WmvtType
                MOVE SPACES TO WmvtDocType
                MOVE 0 TO WmvtDoc
                PERFORM GERER_STOCK
        WHEN 13
                PERFORM FIN_STOCK
        WHEN 42
                MOVE 'DOUBLONS_CLIENTS' TO Wfonction
                PERFORM DOUBLONS_CLIENTS
        WHEN 43
                MOVE 'COMPTES_CLIENTS' TO Wfonction
                PERFORM COMPTES_CLIENTS
        WHEN 44
                MOVE 'COMMISSIONS' TO Wfonction
                PERFORM CONTROLE_MANAGER
                IF Wautorise = 1 THEN
                  PERFORM COMMISSIONS_VENDEURS
                END-IF
        WHEN 45
                MOVE 'TRANSFERTS' TO Wfonction
                PERFORM TRANSFERTS_MAGASINS
        WHEN 46
                MOVE 'RETOURS_FOURN' TO Wfonction
                PERFORM RETOURS_FOURNISSEURS
        WHEN 47
                MOVE 'MOUVEMENTS' TO Wfonction
                PERFORM MOUVEMENTS_STOCK
        WHEN 48
                MOVE 'CHANGEMENTS_PRIX' TO Wfonction
                PERFORM CONTROLE_MANAGER
                IF Wautorise = 1 THEN
                  PERFORM CHANGEMENTS_PRIX
                END-IF
        WHEN 49
                MOVE 'DONNEES_PERSO' TO Wfonction
                PERFORM DONNEES_PERSONNELLES
        WHEN 50
                MOVE 'LIVRAISONS' TO Wfonction
                PERFORM LIVRAISONS
        WHEN 51
                MOVE 'PERF_FOURNISSEURS' TO Wfonction
                PERFORM PERFORMANCE_FOURNISSEURS
        WHEN 52
                MOVE 'VENTES_INTERROMPUES' TO Wfonction
                PERFORM CONTROLE_MANAGER
                IF Wautorise = 1 THEN
                  PERFORM VENTES_INTERROMPUES
                END-IF
        END-EVALUATE


            DISPLAY 'Profil: vendeur'
          END-IF
        END-IF
        CLOSE foperateur
        PERFORM CHOISIR_MAGASIN.

        CONTROLE_MANAGER.
        IF WopNiveau = 1 THEN
        MOVE fdo_variante TO do_variante
        CLOSE fdonnees.

        AJOUT_ID_TRANSFERT.
        PERFORM OUVRIR_DONNEES
        IF fdo_stat NOT = 0 THEN
          STOP RUN
        END-IF
        READ fdonnees
        ADD 1 TO fdo_transfert
        REWRITE donneesTamp END-REWRITE
        MOVE fdo_transfert TO do_transfert
        CLOSE fdonnees.

        AJOUT_ID_LIGNETR.
        PERFORM OUVRIR_DONNEES
        IF fdo_stat NOT = 0 THEN
          STOP RUN
        END-IF
        READ fdonnees
        ADD 1 TO fdo_lignetr
        REWRITE donneesTamp END-REWRITE
        MOVE fdo_lignetr TO do_lignetr
        CLOSE fdonnees.

        AJOUT_ID_RETOURF.
        PERFORM OUVRIR_DONNEES
        IF fdo_stat NOT = 0 THEN
          STOP RUN
        END-IF
        READ fdonnees
        ADD 1 TO fdo_retourf
        REWRITE donneesTamp END-REWRITE
        MOVE fdo_retourf TO do_retourf
        CLOSE fdonnees.

        AJOUT_ID_LIGNERETF.
        PERFORM OUVRIR_DONNEES
        IF fdo_stat NOT = 0 THEN
          STOP RUN
        END-IF
        READ fdonnees
        ADD 1 TO fdo_ligneretf
        REWRITE donneesTamp END-REWRITE
        MOVE fdo_ligneretf TO do_ligneretf
        CLOSE fdonnees.

        AJOUT_ID_AVOIRF.
        PERFORM OUVRIR_DONNEES
        IF fdo_stat NOT = 0 THEN
          STOP RUN
        END-IF
        READ fdonnees
        ADD 1 TO fdo_avoirf
        REWRITE donneesTamp END-REWRITE
        MOVE fdo_avoirf TO do_avoirf
        CLOSE fdonnees.

        AJOUT_ID_MOUVEMENT.
        PERFORM OUVRIR_DONNEES
        IF fdo_stat NOT = 0 THEN
          STOP RUN
        END-IF
        READ fdonnees
        ADD 1 TO fdo_mouvement
        REWRITE donneesTamp END-REWRITE
        MOVE fdo_mouvement TO do_mouvement
        CLOSE fdonnees.

        AJOUT_ID_PRIXHIST.
        PERFORM OUVRIR_DONNEES
        IF fdo_stat NOT = 0 THEN
          STOP RUN
        END-IF
        READ fdonnees
        ADD 1 TO fdo_prixhist
        REWRITE donneesTamp END-REWRITE
        MOVE fdo_prixhist TO do_prixhist
        CLOSE fdonnees.

        CHOISIR_MAGASIN.
        MOVE 1 TO WmagCode
        MOVE "Magasin principal" TO WmagNom
        OPEN INPUT fmagasin
        IF fmagasin_stat NOT = 0 THEN
          DISPLAY 'Liste des magasins indisponible (code retour ',fmagasin_stat,')'
          DISPLAY 'Session rattachée au magasin ',WmagCode
        ELSE
          MOVE 0 TO Wok
          PERFORM WITH TEST AFTER UNTIL Wok = 1
            DISPLAY 'Numero du magasin de cette caisse :'
            ACCEPT WmagCode
            MOVE WmagCode TO fmg_id
            READ fmagasin
            INVALID KEY
              DISPLAY 'Magasin inconnu'
            NOT INVALID KEY
              MOVE 1 TO Wok
              MOVE fmg_nom TO WmagNom
            END-READ
          END-PERFORM
          DISPLAY 'Session rattachée au magasin ',WmagCode,' ',WmagNom
        END-IF
        CLOSE fmagasin.



        AJOUT_CLIENT.
                  MOVE fva_cle TO WjrnCle
                  MOVE SPACES TO WjrnApres
                  PERFORM ECRIRE_JOURNAL
                  PERFORM SUPPRIMER_STOCKS_MAGASIN
                END-IF
              END-READ
            END-PERFORM
        AT END
          MOVE 1 TO Wfin
        NOT AT END
          IF fcl_nom NOT = "ANONYME" THEN
            IF WdupNb < 500 THEN
              ADD 1 TO WdupNb
              MOVE fcl_id TO WdupId(WdupNb)
              MOVE fcl_nom TO WdupNom(WdupNb)
              MOVE fcl_prenom TO WdupPrenom(WdupNb)
              MOVE fcl_mail TO WdupMail(WdupNb)
            ELSE
              DISPLAY 'Trop de clients, le client ',fcl_id,' n est pas analysé'
            END-IF
          END-IF
        END-READ
      END-PERFORM
      MOVE "WRITE" TO WjrnAction
      MOVE fva_cle TO WjrnCle
      MOVE varianteTamp TO WjrnApres
      PERFORM ECRIRE_JOURNAL
      MOVE "CREATION" TO WmvtType
      MOVE "ARTICL" TO WmvtDocType
      MOVE far_id TO WmvtDoc
      PERFORM INITIALISER_STOCK_MAGASIN.

      AJOUT_VARIANTE.
      DISPLAY 'Ajout d`une taille/couleur supplementaire pour un article existant'
          MOVE fva_cle TO WjrnCle
          MOVE varianteTamp TO WjrnApres
          PERFORM ECRIRE_JOURNAL
          MOVE "CREATION" TO WmvtType
          MOVE "ARTICL" TO WmvtDocType
          MOVE Widart TO WmvtDoc
          PERFORM INITIALISER_STOCK_MAGASIN
        END-IF
      END-READ
      CLOSE fart
            MOVE fva_cle TO WjrnCle
            MOVE varianteTamp TO WjrnApres
            PERFORM ECRIRE_JOURNAL
            PERFORM INITIALISER_STOCK_MAGASIN
          END-IF
        NOT INVALID KEY
          READ fvariante NEXT
          MOVE varianteTamp TO WjrnAvant
          MOVE WmagCode TO WsmMagasin
          PERFORM LIRE_STOCK_MAGASIN
          EVALUATE Wok
            WHEN 1
              IF WsmStock < Wqte THEN
                DISPLAY 'Retrait du stock impossible.La valeur du retrait depasse'
                DISPLAY 'la quantité en stock de cette variante dans le magasin ',WmagCode,' (',WsmStock,')'
              ELSE
                compute fva_stock = fva_stock - Wqte
                REWRITE varianteTamp END-REWRITE
                MOVE fva_cle TO WjrnCle
                MOVE varianteTamp TO WjrnApres
                PERFORM ECRIRE_JOURNAL
                COMPUTE WsmDelta = 0 - Wqte
                PERFORM MAJ_STOCK_MAGASIN
              END-IF
            WHEN 2
              compute fva_stock = fva_stock + Wqte
              MOVE fva_cle TO WjrnCle
              MOVE varianteTamp TO WjrnApres
              PERFORM ECRIRE_JOURNAL
              MOVE Wqte TO WsmDelta
              PERFORM MAJ_STOCK_MAGASIN
          END-EVALUATE
        END-START
        CLOSE fvariante
      NOT INVALID KEY
        READ fvariante NEXT
        MOVE varianteTamp TO WjrnAvant
        MOVE WmagCode TO WsmMagasin
        EVALUATE Wok
          WHEN 1
            compute fva_stock = fva_stock - Wqte
            REWRITE varianteTamp END-REWRITE
            COMPUTE WsmDelta = 0 - Wqte
          WHEN 2
            compute fva_stock = fva_stock + Wqte
            REWRITE varianteTamp END-REWRITE
            MOVE Wqte TO WsmDelta
        END-EVALUATE
        MOVE "fvariante" TO WjrnFichier
        MOVE "REWRITE" TO WjrnAction
        MOVE fva_cle TO WjrnCle
        MOVE varianteTamp TO WjrnApres
        PERFORM ECRIRE_JOURNAL
        PERFORM MAJ_STOCK_MAGASIN
      END-START
      CLOSE fvariante
      PERFORM RECALCULER_STOCK_ARTICLE.


      INVENTAIRE.
      DISPLAY 'Inventaire physique du magasin ',WmagCode,' ',WmagNom
      PERFORM WITH TEST AFTER UNTIL Wsousmenu = 0
        DISPLAY '1:ouvrir une session de comptage (efface la session en cours),'
        DISPLAY '2:saisir un comptage, 3:charger le fichier comptage.dat,'
      END-PERFORM.

      OUVRIR_SESSION_INVENTAIRE.
      PERFORM EFFACER_COMPTAGES_MAGASIN
      DISPLAY 'Session de comptage ouverte (comptages précédents du magasin effacés)'.

      SAISIR_COMPTAGE.
      PERFORM SAISIR_VARIANTE

      ENREGISTRER_COMPTAGE.
      OPEN I-O finv
      MOVE WmagCode TO fi_magasin
      MOVE Widart TO fi_idart
      MOVE Wtaille TO fi_taille
      MOVE Wcouleur TO fi_couleur
        AT END
          MOVE 1 TO Wfin
        NOT AT END
          IF fi_magasin = WmagCode THEN
            PERFORM ECART_LIGNE_INVENTAIRE
          END-IF
        END-READ
      END-PERFORM
      CLOSE finv
        DISPLAY 'Comptage ',fi_idart,' ',fi_taille,' ',fi_couleur,' : variante inexistante'
      NOT INVALID KEY
        READ fvariante NEXT
        MOVE fi_idart TO Widart
        MOVE fi_taille TO Wtaille
        MOVE fi_couleur TO Wcouleur
        MOVE WmagCode TO WsmMagasin
        PERFORM LIRE_STOCK_MAGASIN
        COMPUTE WinvEcart = fi_compte - WsmStock
        IF WinvEcart NOT = 0 THEN
          ADD 1 TO WinvNb
          MOVE fi_idart TO far_id
          ADD WinvValeur TO WinvTotVal
          MOVE WinvEcart TO WinvEcartAff
          MOVE WinvValeur TO WinvValeurAff
          DISPLAY far_nom,' ',fi_taille,' ',fi_couleur,' : compté ',fi_compte,' systeme ',WsmStock,' écart ',WinvEcartAff,' valeur ',WinvValeurAff
        END-IF
      END-START.

          AT END
            MOVE 1 TO Wfin
          NOT AT END
            IF fi_magasin = WmagCode THEN
              PERFORM APPLIQUER_COMPTAGE
            END-IF
          END-READ
        END-PERFORM
        CLOSE finv
        PERFORM EFFACER_COMPTAGES_MAGASIN
        DISPLAY 'Ajustements d inventaire appliqués: ',WinvNb
        DISPLAY 'La session de comptage est cloturée'
      END-IF.

      APPLIQUER_COMPTAGE.
      MOVE "INVENT" TO WmvtType
      MOVE "INVENT" TO WmvtDocType
      MOVE WmagCode TO WmvtDoc
      MOVE fi_idart TO Widart
      MOVE fi_taille TO Wtaille
      MOVE fi_couleur TO Wcouleur
      MOVE WmagCode TO WsmMagasin
      PERFORM LIRE_STOCK_MAGASIN
      COMPUTE WsmDelta = fi_compte - WsmStock
      OPEN I-O fvariante
      MOVE fi_idart TO fva_idart
      MOVE fi_taille TO fva_taille
        CONTINUE
      NOT INVALID KEY
        READ fvariante NEXT
        IF WsmDelta NOT = 0 THEN
          MOVE varianteTamp TO WjrnAvant
          IF fva_stock + WsmDelta < 0 THEN
            MOVE 0 TO fva_stock
          ELSE
            COMPUTE fva_stock = fva_stock + WsmDelta
          END-IF
          REWRITE varianteTamp END-REWRITE
          MOVE "fvariante" TO WjrnFichier
          MOVE "INVENT" TO WjrnAction
          MOVE fva_cle TO WjrnCle
          MOVE varianteTamp TO WjrnApres
          PERFORM ECRIRE_JOURNAL
          PERFORM MAJ_STOCK_MAGASIN
          ADD 1 TO WinvNb
          MOVE 1 TO Wok
        END-IF
      MOVE ffo_id TO fbc_idfourn
      ACCEPT fbc_date FROM DATE YYYYMMDD
      MOVE 0 TO fbc_etat
      MOVE 0 TO fbc_dateCmd
      OPEN I-O fbc
      WRITE bcTamp END-WRITE
      CLOSE fbc
      MOVE Widart TO fbcl_idart
      MOVE Wqte TO fbcl_quantite
      MOVE WbclCout TO fbcl_cout
      MOVE 0 TO fbcl_qteCmd
      OPEN I-O fbcl
      WRITE bclTamp END-WRITE
      CLOSE fbcl
      PERFORM ECRIRE_JOURNAL
      DISPLAY 'Mise à jour du stock : saisir l article ',Widart
      DISPLAY 'puis la taille et la couleur de la variante reçue, puis 2 (rajout) pour ',Wqte
      MOVE "RECEPT" TO WmvtType
      MOVE "LIGNBC" TO WmvtDocType
      MOVE fbcl_id TO WmvtDoc
      PERFORM GERER_STOCK
      PERFORM ASSURER_CODE_BARRE
      PERFORM ECRIRE_ETIQUETTES_LIGNE.

      RECEVOIR_LIGNE_BROUILLON.
      DISPLAY '--------------------'
      DISPLAY 'Ligne ',fbcl_id,': article ',fbcl_idart,' quantité commandée ',fbcl_qteCmd,' cout ',fbcl_cout
      DISPLAY 'Quantité réellement reçue (0 si la ligne n est pas livrée)'
      ACCEPT Wqte
      IF Wqte = 0 THEN
          PERFORM ECRIRE_JOURNAL
        END-IF
        MOVE fbcl_idart TO Widart
        MOVE "RECEPT" TO WmvtType
        MOVE "LIGNBC" TO WmvtDocType
        MOVE fbcl_id TO WmvtDoc
        PERFORM AJOUTER_STOCK_RECU
        PERFORM ASSURER_CODE_BARRE
        PERFORM ECRIRE_ETIQUETTES_LIGNE
        MOVE fva_cle TO WjrnCle
        MOVE varianteTamp TO WjrnApres
        PERFORM ECRIRE_JOURNAL
        PERFORM INITIALISER_STOCK_MAGASIN
      NOT INVALID KEY
        READ fvariante NEXT
        MOVE varianteTamp TO WjrnAvant
        MOVE fva_cle TO WjrnCle
        MOVE varianteTamp TO WjrnApres
        PERFORM ECRIRE_JOURNAL
        MOVE WmagCode TO WsmMagasin
        MOVE Wqte TO WsmDelta
        PERFORM MAJ_STOCK_MAGASIN
      END-START
      CLOSE fvariante
      PERFORM RECALCULER_STOCK_ARTICLE.
              DISPLAY '   article ',WpropIdart(WpropIdx2),' (',WpropNom(WpropIdx2),') quantité ',WpropQte(WpropIdx2),' cout attendu ',WpropCout(WpropIdx2)
            END-IF
          END-PERFORM
          ACCEPT WscFinPer FROM DATE YYYYMMDD
          COMPUTE WscDebut = WscFinPer - 10000
          MOVE WfournCour TO Widfourn
          PERFORM CALCULER_SCORE_FOURNISSEUR
          PERFORM AFFICHER_SCORE_FOURNISSEUR
          DISPLAY 'Créer un bon de commande brouillon pour ce fournisseur ? 1:oui 0:non'
          DISPLAY '2:commander ces articles chez un autre fournisseur'
          ACCEPT Wok
          IF Wok = 2 THEN
            PERFORM CHOISIR_AUTRE_FOURNISSEUR
          END-IF
          IF Wok = 1 THEN
            PERFORM ECRIRE_BROUILLON_FOURNISSEUR
          ELSE
      MOVE WfournCour TO fbc_idfourn
      ACCEPT fbc_date FROM DATE YYYYMMDD
      MOVE 1 TO fbc_etat
      MOVE fbc_date TO fbc_dateCmd
      OPEN I-O fbc
      WRITE bcTamp END-WRITE
      CLOSE fbc
          MOVE WpropIdart(WpropIdx2) TO fbcl_idart
          MOVE WpropQte(WpropIdx2) TO fbcl_quantite
          MOVE WpropCout(WpropIdx2) TO fbcl_cout
          MOVE WpropQte(WpropIdx2) TO fbcl_qteCmd
          OPEN I-O fbcl
          WRITE bclTamp END-WRITE
          CLOSE fbcl
        MOVE WffEcheance TO fff_echeance
        MOVE WffMontant TO fff_montant
        MOVE 0 TO fff_etat
        MOVE WffAnom TO fff_anomalies
        MOVE WffEcart TO fff_ecartCout
        OPEN I-O ffacfour
        WRITE facfourTamp END-WRITE
        CLOSE ffacfour

      RAPPROCHER_FACTURE_FOURN.
      DISPLAY 'Rapprochement avec les lignes reçues du bon de commande ',WidBC
      MOVE 0 TO WffEcart
      MOVE 0 TO Wfin
      OPEN INPUT fbcl
      MOVE WidBC TO fbcl_idbc
          IF WffCout(WffIdx) NOT = fbcl_cout THEN
            ADD 1 TO WffAnom
            DISPLAY 'Anomalie: article ',fbcl_idart,' cout facturé ',WffCout(WffIdx),' mais attendu ',fbcl_cout
            COMPUTE WffEcart = WffEcart + WffCout(WffIdx) - fbcl_cout
          END-IF
        END-IF
      END-PERFORM
          NOT AT END
            IF fff_etat = 0 THEN
              IF fff_idfourn NOT = WffFournPrec THEN
                IF WffFournPrec NOT = 0 THEN
                  PERFORM AFFICHER_NET_FOURNISSEUR
                END-IF
                MOVE 0 TO WafDu
                MOVE fff_idfourn TO WffFournPrec
                MOVE fff_idfourn TO ffo_id
                READ ffournisseur
              ELSE
                DISPLAY '   facture ',fff_id,' no ',fff_numero,' montant ',fff_montant,' échéance ',fff_echeance
              END-IF
              ADD fff_montant TO WafDu
            END-IF
          END-READ
        END-PERFORM
        IF WffFournPrec NOT = 0 THEN
          PERFORM AFFICHER_NET_FOURNISSEUR
        END-IF
      END-START
      CLOSE ffacfour
      CLOSE ffournisseur.

      AFFICHER_NET_FOURNISSEUR.
      MOVE WffFournPrec TO Widfourn
      PERFORM CUMULER_AVOIRS_FOURNISSEUR
      IF WafTotal > 0 THEN
        COMPUTE WafNet = WafDu - WafTotal
        MOVE WafTotal TO WmontantAff
        DISPLAY '   avoirs fournisseur ouverts à déduire: ',WmontantAff
        MOVE WafNet TO WafNetAff
        DISPLAY '   net à payer au fournisseur: ',WafNetAff
      END-IF.

      REGLER_FACTURE_FOURNISSEUR.
      DISPLAY 'Numero interne de la facture à marquer payée'
      ACCEPT WffIdFact
          MOVE fff_id TO WjrnCle
          MOVE facfourTamp TO WjrnApres
          PERFORM ECRIRE_JOURNAL
          PERFORM IMPUTER_AVOIRS_FOURNISSEUR
          DISPLAY 'Facture ',fff_id,' marquée payée'
          MOVE fff_montant TO WmontantAff
          DISPLAY 'Montant facturé: ',WmontantAff
          IF WafImpute > 0 THEN
            MOVE WafImpute TO WmontantAff
            DISPLAY 'Avoirs fournisseur déduits: ',WmontantAff
          END-IF
          COMPUTE WafNet = fff_montant - WafImpute
          MOVE WafNet TO WafNetAff
          DISPLAY 'Net à payer: ',WafNetAff
        END-IF
      END-READ
      CLOSE ffacfour.
          DISPLAY 'bon de commande: ',fff_idbc
          DISPLAY 'date: ',fff_date,' échéance: ',fff_echeance
          DISPLAY 'montant: ',fff_montant
          DISPLAY 'anomalies au rapprochement: ',fff_anomalies
          DISPLAY 'etat (0:impayée,1:payée): ',fff_etat
          DISPLAY '--------------------'
      END-PERFORM
          CLOSE fart
        ELSE
          PERFORM CALCULER_RESERVE
          MOVE WmagCode TO WsmMagasin
          PERFORM LIRE_STOCK_MAGASIN
          COMPUTE Wdispo = WsmStock - WresTotal
          IF Wdispo < Wqte THEN
            DISPLAY 'La quantité en stock n est pas suffisante dans ce magasin.'
            IF WresTotal > 0 THEN
              DISPLAY '(',WresTotal,' piece(s) mises de coté pour des clients)'
            END-IF
            MOVE 0 TO fa_etat
            CLOSE fart
            MOVE 1 TO Wok
            MOVE "VENTE" TO WmvtType
            MOVE "ACHAT" TO WmvtDocType
            MOVE fa_id TO WmvtDoc
            PERFORM AJUSTER_STOCK_VARIANTE
            OPEN I-O fachat
            WRITE achatTamp END-WRITE
               OR fr_couleur NOT = Wcouleur THEN
              MOVE 1 TO Wfin3
            ELSE
              IF fr_etat = 0 AND fr_dateExp >= WresDate
                 AND fr_magasin = WmagCode THEN
                ADD fr_quantite TO WresTotal
              END-IF
            END-IF
            DISPLAY 'Date d expiration de la mise de coté (AAAAMMJJ)'
            ACCEPT WresExp
            PERFORM CALCULER_RESERVE
            MOVE WmagCode TO WsmMagasin
            PERFORM LIRE_STOCK_MAGASIN
            COMPUTE Wdispo = WsmStock - WresTotal
            IF Wdispo < WresQte THEN
              DISPLAY 'Stock libre insuffisant (stock du magasin: ',WsmStock,', deja mis de coté: ',WresTotal,')'
            ELSE
              PERFORM AJOUT_ID_RESERVE
              MOVE fdo_reserve TO fr_id
              MOVE WresQte TO fr_quantite
              MOVE WresExp TO fr_dateExp
              MOVE 0 TO fr_etat
              MOVE WmagCode TO fr_magasin
              OPEN I-O freserve
              WRITE reserveTamp END-WRITE
              CLOSE freserve
        IF fr_etat NOT = 0 THEN
          DISPLAY 'Cette mise de coté n est plus active'
        ELSE
          IF fr_magasin NOT = WmagCode THEN
            DISPLAY 'Cette mise de coté est gardée au magasin ',fr_magasin,', conversion impossible ici'
          ELSE
            ACCEPT WresDate FROM DATE YYYYMMDD
            IF fr_dateExp < WresDate THEN
              DISPLAY 'Attention: cette mise de coté est expirée, conversion acceptée'
            END-IF
            MOVE fr_idart TO Widart
            MOVE fr_taille TO Wtaille
            MOVE fr_couleur TO Wcouleur
            MOVE fr_quantite TO Wqte
            MOVE fr_idclient TO WidClient
            PERFORM TROUVER_VARIANTE
            IF Wtrouve = 0 THEN
              DISPLAY 'La variante mise de coté n existe plus'
            ELSE
              MOVE WmagCode TO WsmMagasin
              PERFORM LIRE_STOCK_MAGASIN
              IF WsmStock < Wqte THEN
                DISPLAY 'Stock insuffisant pour convertir la mise de coté'
              ELSE
                MOVE reserveTamp TO WjrnAvant
                MOVE 1 TO fr_etat
                REWRITE reserveTamp END-REWRITE
                MOVE "freserve" TO WjrnFichier
                MOVE "REWRITE" TO WjrnAction
                MOVE fr_id TO WjrnCle
                MOVE reserveTamp TO WjrnApres
                PERFORM ECRIRE_JOURNAL
                MOVE 1 TO Wok
              END-IF
            END-IF
          END-IF
        END-IF
      ACCEPT fa_date FROM DATE YYYYMMDD
      MOVE 0 TO fa_etat
      MOVE 1 TO Wok
      MOVE "VENTE" TO WmvtType
      MOVE "ACHAT" TO WmvtDocType
      MOVE fa_id TO WmvtDoc
      PERFORM AJUSTER_STOCK_VARIANTE
      OPEN I-O fachat
      WRITE achatTamp END-WRITE
      MOVE fa_quantite TO fco_nbArticles
      MOVE 0 TO fco_prix
      MOVE 0 TO fco_etat
      MOVE 0 TO WcomBrut
      MOVE 0 TO WcomBase
      OPEN INPUT fart
      MOVE Widart TO far_id
      READ fart
          DISPLAY 'Promotion appliquée sur ',far_nom,': ',WprixVente,' au lieu de ',WprixRef
        END-IF
        COMPUTE fco_prix = WprixVente * fa_quantite
        PERFORM CUMULER_COMMISSION_LIGNE
      END-READ
      CLOSE fart
      PERFORM APPLIQUER_FIDELITE
      PERFORM CALCULER_COMMISSION_CMD
      OPEN I-O fcmd
      WRITE cmdTamp END-WRITE
      CLOSE fcmd
          DISPLAY 'article: ',fr_idart,' taille: ',fr_taille,' couleur: ',fr_couleur
          DISPLAY 'quantité: ',fr_quantite
          DISPLAY 'expire le: ',fr_dateExp
          DISPLAY 'magasin: ',fr_magasin
          DISPLAY 'etat (0:active,1:convertie,2:libérée): ',fr_etat
          DISPLAY '--------------------'
      END-PERFORM


      CALCULER_PRIX_VENTE.
      PERFORM PRIX_A_LA_DATE
      MOVE WprixRef TO WprixVente
      MOVE 0 TO WpromoId
      MOVE 0 TO Wfin3
      OPEN INPUT fpromo
          ACCEPT WprixDate FROM DATE YYYYMMDD
          PERFORM CALCULER_PRIX_VENTE
          MOVE WprixVente TO WnvPrix
          MOVE far_type TO WcomTypeNv
          CLOSE fart
          PERFORM TROUVER_VARIANTE
          IF Wtrouve = 0 THEN
            DISPLAY 'Cette variante n existe pas pour le nouvel article'
          ELSE
            MOVE WmagCode TO WsmMagasin
            PERFORM LIRE_STOCK_MAGASIN
            IF WsmStock < Wqte THEN
              DISPLAY 'Stock insuffisant pour le nouvel article dans ce magasin'
            ELSE
              MOVE Widart TO WnvIdart
              MOVE Wtaille TO WnvTaille
              MOVE Wcouleur TO WnvCouleur
              MOVE Wqte TO WnvQte
              MOVE 1 TO Wok
              MOVE "ECHANGE" TO WmvtType
              MOVE "ACHAT" TO WmvtDocType
              MOVE Widachat TO WmvtDoc
              PERFORM AJUSTER_STOCK_VARIANTE
              MOVE WanIdart TO Widart
              MOVE WanTaille TO Wtaille
              MOVE WanCouleur TO Wcouleur
              MOVE WanQte TO Wqte
              MOVE 2 TO Wok
              MOVE "ECHANGE" TO WmvtType
              MOVE "ACHAT" TO WmvtDocType
              MOVE Widachat TO WmvtDoc
              PERFORM AJUSTER_STOCK_VARIANTE
              MOVE WnvIdart TO Widart
              MOVE WnvTaille TO Wtaille
                MOVE fa_date TO WprixDate
                PERFORM CALCULER_PRIX_VENTE
                MOVE WprixVente TO WanPrix
                MOVE far_type TO WcomTypeAn
              END-READ
              CLOSE fart
              OPEN I-O fcmd
                MOVE fco_id TO WjrnCle
                MOVE cmdTamp TO WjrnApres
                PERFORM ECRIRE_JOURNAL
                PERFORM AJUSTER_COMMISSION_ECHANGE
              END-READ
              CLOSE fcmd
              MOVE Widart TO fa_idart
      REMBOURSEMENT.

      DISPLAY 'Processus Remboursement en cours'
      MOVE "REMBOURS" TO WmvtType
      MOVE "CMD" TO WmvtDocType
      MOVE Wident TO WmvtDoc
      PERFORM GERER_STOCK
      MOVE 0 TO WremMontant
      OPEN I-O fachat
        WRITE avoirTamp END-WRITE
        CLOSE favoir
        DISPLAY 'Avoir ',fav_id,' créé pour le client ',fav_idclient,' montant ',fav_montant
        PERFORM RETENIR_COMMISSION_AVOIR
      END-IF.

      AFFICHAGE_AVOIR.

      DISPLAY 'Seuil de réapprovisionnement (articles en dessous seront listés)'
      ACCEPT Wseuil
      DISPLAY 'Numero du magasin (0 pour tous les magasins confondus)'
      ACCEPT WmagFiltre
      IF WmagFiltre NOT = 0 THEN
        PERFORM FIN_STOCK_MAGASIN
      ELSE
        OPEN INPUT fart
        MOVE 0 TO Wfin
        MOVE 0 TO far_stock
        START fart KEY IS GREATER THAN OR EQUAL TO far_stock
        INVALID KEY
          DISPLAY 'Le stock est rempli. Tous les articles sont présent'
        NOT INVALID KEY
          PERFORM WITH TEST AFTER UNTIL Wfin = 1
            READ fart NEXT
            AT END
              MOVE 1 TO Wfin
              DISPLAY 'Fin de fichier'
            NOT AT END
              IF far_stock < Wseuil THEN
                DISPLAY 'L article ',far_id,': ',far_nom,' - stock: ',far_stock
              ELSE
                MOVE 1 TO Wfin
              END-IF
            END-READ
          END-PERFORM
        END-START
        CLOSE fart
      END-IF.

      AJOUT_COMMANDE.
      OPEN I-O fcmd
      MOVE 0 TO fco_prix
      MOVE 0 TO fco_nbArticles
      MOVE 0 TO fco_etat
      MOVE 0 TO WcomBrut
      MOVE 0 TO WcomBase
      DISPLAY 'Veuillez saisir les informations de la commande :'
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
        DISPLAY 'id client : '
        DISPLAY 'Voulez vous ajouter un autre article ? oui:1 non:0'
        ACCEPT Wfin
      END-PERFORM
      PERFORM TOTALISER_ACHATS_COMMANDE
      PERFORM APPLIQUER_FIDELITE
      PERFORM CALCULER_COMMISSION_CMD
      PERFORM SAISIR_LIVRAISON
      WRITE cmdTamp
      CLOSE fcmd
      MOVE SPACES TO WjrnAvant
      MOVE "fcmd" TO WjrnFichier
      MOVE "WRITE" TO WjrnAction
      MOVE fco_id TO WjrnCle
      MOVE cmdTamp TO WjrnApres
      PERFORM ECRIRE_JOURNAL
      IF WlivOui = 1 THEN
        PERFORM ENREGISTRER_LIVRAISON
      END-IF
      PERFORM SAISIR_REGLEMENTS
      PERFORM GENERER_FACTURE.

      TOTALISER_ACHATS_COMMANDE.
      OPEN INPUT fachat
      MOVE 0 TO Wfin
      MOVE fco_id TO fa_idcmd
            MOVE 1 TO Wfin
            DISPLAY 'Fin de fichier achat ajout article'
          NOT AT END
            IF fa_idcmd NOT = fco_id THEN
              MOVE 1 TO Wfin
            ELSE
              COMPUTE fco_nbArticles = fco_nbArticles + fa_quantite

              OPEN INPUT fart
              MOVE fa_idart TO far_id
              READ fart
                  INVALID KEY
                      DISPLAY 'Article inexistant'
                  NOT INVALID KEY
                      MOVE fco_date TO WprixDate
                      PERFORM CALCULER_PRIX_VENTE
                      IF WpromoId > 0 THEN
                        DISPLAY 'Promotion appliquée sur ',far_nom,': ',WprixVente,' au lieu de ',WprixRef
                      END-IF
                      COMPUTE fco_prix = fco_prix + (WprixVente*fa_quantite)
                      PERFORM CUMULER_COMMISSION_LIGNE
              END-READ
              CLOSE fart
            END-IF
          END-READ
        END-PERFORM
      END-START
      CLOSE fachat.

      APPLIQUER_FIDELITE.
      MOVE 0 TO fco_remise
      OPEN I-O fcmd
      OPEN I-O fachat
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
                DISPLAY 'Commande ',fco_id,' non soldée, conservée'
                ADD 1 TO WarcNbGarde
              ELSE
                PERFORM ARCHIVER_COMMANDE
              END-IF
            END-IF
          END-READ
        END-PERFORM
      CLOSE farchachat
      CALL "CBL_DELETE_FILE" USING "archivage_chk.dat"
      DISPLAY 'Commandes archivées: ',WarcNb
      DISPLAY 'Commandes non soldées conservées: ',WarcNbGarde
      DISPLAY 'Archives: archive_commandes.dat et archive_achats.dat'.

      ARCHIVER_COMMANDE.
        MOVE fva_cle TO WjrnCle
        MOVE varianteTamp TO WjrnApres
        PERFORM ECRIRE_JOURNAL
        MOVE "CREATION" TO WmvtType
        MOVE "ARTICL" TO WmvtDocType
        MOVE far_id TO WmvtDoc
        PERFORM INITIALISER_STOCK_MAGASIN
        ADD 1 TO WimpCrees
      ELSE
        PERFORM TROUVER_VARIANTE
          MOVE fva_cle TO WjrnCle
          MOVE varianteTamp TO WjrnApres
          PERFORM ECRIRE_JOURNAL
          MOVE "CREATION" TO WmvtType
          MOVE "ARTICL" TO WmvtDocType
          MOVE Widart TO WmvtDoc
          PERFORM INITIALISER_STOCK_MAGASIN
          PERFORM RECALCULER_STOCK_ARTICLE
          ADD 1 TO WimpVar
        END-IF
            ELSE
              IF fa_etat = 0 THEN
                ADD fa_quantite TO WmgQte
                MOVE fa_date TO WprixDate
                PERFORM PRIX_A_LA_DATE
                COMPUTE WmgCA = WmgCA + (WprixRef * fa_quantite)
              END-IF
            END-IF
          END-READ
        MOVE ALL "-" TO factLigne
        WRITE factLigne
        PERFORM ECRIRE_LIGNES_FACTURE
        PERFORM ECRIRE_PORT_FACTURE
        MOVE ALL "-" TO factLigne
        WRITE factLigne
        IF fco_remise > 0 THEN
          END-READ
      END-EVALUATE
      CLOSE fcmd.

      COMPTES_CLIENTS.
      DISPLAY 'Comptes clients: soldes, reglements différés et relances'
      PERFORM WITH TEST AFTER UNTIL Wsousmenu = 0
        DISPLAY '1:solde d un client, 2:regler une ancienne commande,'
        DISPLAY '3:balance agée, 4:lettres de relance, 0:retour'
        ACCEPT Wsousmenu
        EVALUATE Wsousmenu
          WHEN 1
            PERFORM SOLDE_CLIENT
          WHEN 2
            PERFORM REGLER_ANCIENNE_COMMANDE
          WHEN 3
            PERFORM BALANCE_AGEE
          WHEN 4
            PERFORM LETTRES_RELANCE
        END-EVALUATE
      END-PERFORM.

      SOLDE_CLIENT.
      DISPLAY 'Identifiant du client'
      ACCEPT WidClient
      MOVE 0 TO Wok
      OPEN INPUT fclient
      MOVE WidClient TO fcl_id
      READ fclient
      INVALID KEY
        DISPLAY 'Client inexistant'
      NOT INVALID KEY
        MOVE 1 TO Wok
        DISPLAY 'Compte du client ',fcl_id,': ',fcl_nom,' ',fcl_prenom
      END-READ
      CLOSE fclient
      IF Wok = 1 THEN
        ACCEPT WccDateRef FROM DATE YYYYMMDD
        MOVE 1 TO WccMode
        PERFORM PARCOURIR_COMMANDES_CLIENT
        PERFORM CALCULER_AVOIRS_CLIENT
        DISPLAY '--------------------'
        DISPLAY 'Commandes non soldées: ',WccNb
        MOVE WccTotal TO WmontantAff
        DISPLAY 'Solde du par le client: ',WmontantAff
        IF WccAvoirs > 0 THEN
          MOVE WccAvoirs TO WmontantAff
          DISPLAY 'Avoirs disponibles pour ce client: ',WmontantAff
        END-IF
        DISPLAY '--------------------'
      END-IF.

      PARCOURIR_COMMANDES_CLIENT.
      MOVE 0 TO WccNb
      MOVE 0 TO WccTotal
      MOVE 0 TO WccAge
      MOVE 0 TO WccFin
      OPEN INPUT fcmd
      MOVE WidClient TO fco_idClient
      START fcmd KEY IS EQUAL TO fco_idClient
      INVALID KEY
        MOVE 1 TO WccFin
      NOT INVALID KEY
        PERFORM WITH TEST AFTER UNTIL WccFin = 1
          READ fcmd NEXT
          AT END
            MOVE 1 TO WccFin
          NOT AT END
            IF fco_idClient NOT = WidClient THEN
              MOVE 1 TO WccFin
            ELSE
              IF fco_etat = 0 THEN
                MOVE fco_id TO WidCommande
                PERFORM CALCULER_PAYE
                IF fco_prix > Wpaye THEN
                  COMPUTE Wsolde = fco_prix - Wpaye
                  PERFORM TRAITER_COMMANDE_OUVERTE
                END-IF
              END-IF
            END-IF
          END-READ
        END-PERFORM
      END-START
      CLOSE fcmd.

      TRAITER_COMMANDE_OUVERTE.
      ADD 1 TO WccNb
      ADD Wsolde TO WccTotal
      MOVE fco_date TO WjrsDebut
      MOVE WccDateRef TO WjrsFin
      PERFORM CALCULER_ECART_JOURS
      IF WjrsEcart > WccAge THEN
        MOVE WjrsEcart TO WccAge
      END-IF
      MOVE WjrsEcart TO WjrsAff
      EVALUATE WccMode
        WHEN 1
          DISPLAY 'commande ',fco_id,' du ',fco_date,' (',WjrsAff,' jours)'
          MOVE fco_prix TO WmontantAff
          MOVE Wpaye TO WmontantAff2
          DISPLAY '   montant: ',WmontantAff,'  reglé: ',WmontantAff2
          MOVE Wsolde TO WmontantAff
          DISPLAY '   reste à payer: ',WmontantAff
        WHEN 2
          MOVE fco_prix TO WmontantAff
          MOVE Wsolde TO WmontantAff2
          MOVE SPACES TO factLigne
          STRING "COMMANDE " fco_id " DU " fco_date "  " WmontantAff
            "  RESTE DU " WmontantAff2
            DELIMITED BY SIZE INTO factLigne
          END-STRING
          WRITE factLigne
      END-EVALUATE.

      CALCULER_AVOIRS_CLIENT.
      MOVE 0 TO WccAvoirs
      MOVE 0 TO WccFin
      OPEN INPUT favoir
      MOVE WidClient TO fav_idclient
      START favoir KEY IS EQUAL TO fav_idclient
      INVALID KEY
        MOVE 1 TO WccFin
      NOT INVALID KEY
        PERFORM WITH TEST AFTER UNTIL WccFin = 1
          READ favoir NEXT
          AT END
            MOVE 1 TO WccFin
          NOT AT END
            IF fav_idclient NOT = WidClient THEN
              MOVE 1 TO WccFin
            ELSE
              IF fav_etat = 0 THEN
                ADD fav_montant TO WccAvoirs
              END-IF
            END-IF
          END-READ
        END-PERFORM
      END-START
      CLOSE favoir.

      CALCULER_ECART_JOURS.
      IF FUNCTION TEST-DATE-YYYYMMDD(WjrsDebut) = 0
         AND FUNCTION TEST-DATE-YYYYMMDD(WjrsFin) = 0 THEN
        COMPUTE WjrsEcart = FUNCTION INTEGER-OF-DATE(WjrsFin)
                          - FUNCTION INTEGER-OF-DATE(WjrsDebut)
      ELSE
        MOVE 0 TO WjrsEcart
      END-IF.

      REGLER_ANCIENNE_COMMANDE.
      DISPLAY 'Numero de la commande à regler'
      ACCEPT WidCommande
      MOVE 0 TO Wok
      OPEN INPUT fcmd
      MOVE WidCommande TO fco_id
      READ fcmd
      INVALID KEY
        DISPLAY 'Commande inexistante'
      NOT INVALID KEY
        IF fco_etat = 1 THEN
          DISPLAY 'Cette commande a été remboursée, aucun reglement possible'
        ELSE
          MOVE 1 TO Wok
        END-IF
      END-READ
      CLOSE fcmd
      IF Wok = 1 THEN
        PERFORM CALCULER_PAYE
        IF fco_prix > Wpaye THEN
          MOVE fco_idClient TO WidClient
          DISPLAY 'Commande ',fco_id,' du ',fco_date,' - client ',fco_idClient
          PERFORM SAISIR_REGLEMENTS
          PERFORM GENERER_FACTURE
        ELSE
          DISPLAY 'La commande est deja entierement reglée'
        END-IF
      END-IF.

      BALANCE_AGEE.
      DISPLAY 'Balance agée des soldes clients'
      DISPLAY 'Date de reference (AAAAMMJJ, 0 pour aujourd hui)'
      ACCEPT WccDateRef
      IF WccDateRef = 0 THEN
        ACCEPT WccDateRef FROM DATE YYYYMMDD
      END-IF
      PERFORM VARYING WagIdx FROM 1 BY 1 UNTIL WagIdx > 4
        MOVE 0 TO WagClient(WagIdx)
        MOVE 0 TO WagTotal(WagIdx)
      END-PERFORM
      MOVE 0 TO WagClientCour
      MOVE 0 TO WagNbClients
      MOVE 0 TO Wfin
      OPEN INPUT fcmd
      MOVE 0 TO fco_idClient
      START fcmd KEY IS GREATER THAN OR EQUAL TO fco_idClient
      INVALID KEY
        DISPLAY 'Aucune commande enregistrée'
      NOT INVALID KEY
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
          READ fcmd NEXT
          AT END
            MOVE 1 TO Wfin
          NOT AT END
            IF fco_idClient NOT = WagClientCour THEN
              PERFORM AFFICHER_BALANCE_CLIENT
              MOVE fco_idClient TO WagClientCour
            END-IF
            IF fco_etat = 0 THEN
              MOVE fco_id TO WidCommande
              PERFORM CALCULER_PAYE
              IF fco_prix > Wpaye THEN
                COMPUTE Wsolde = fco_prix - Wpaye
                MOVE fco_date TO WjrsDebut
                MOVE WccDateRef TO WjrsFin
                PERFORM CALCULER_ECART_JOURS
                EVALUATE TRUE
                  WHEN WjrsEcart <= 30
                    MOVE 1 TO WagIdx
                  WHEN WjrsEcart <= 60
                    MOVE 2 TO WagIdx
                  WHEN WjrsEcart <= 90
                    MOVE 3 TO WagIdx
                  WHEN OTHER
                    MOVE 4 TO WagIdx
                END-EVALUATE
                ADD Wsolde TO WagClient(WagIdx)
                ADD Wsolde TO WagTotal(WagIdx)
              END-IF
            END-IF
          END-READ
        END-PERFORM
      END-START
      CLOSE fcmd
      PERFORM AFFICHER_BALANCE_CLIENT
      DISPLAY '===================='
      DISPLAY 'Total clients debiteurs: ',WagNbClients
      MOVE WagTotal(1) TO WmontantAff
      DISPLAY '  0 à 30 jours : ',WmontantAff
      MOVE WagTotal(2) TO WmontantAff
      DISPLAY ' 31 à 60 jours : ',WmontantAff
      MOVE WagTotal(3) TO WmontantAff
      DISPLAY ' 61 à 90 jours : ',WmontantAff
      MOVE WagTotal(4) TO WmontantAff
      DISPLAY ' plus de 90 jours: ',WmontantAff
      DISPLAY '===================='.

      AFFICHER_BALANCE_CLIENT.
      IF WagClient(1) > 0 OR WagClient(2) > 0 OR WagClient(3) > 0
         OR WagClient(4) > 0 THEN
        ADD 1 TO WagNbClients
        DISPLAY '--------------------'
        OPEN INPUT fclient
        MOVE WagClientCour TO fcl_id
        READ fclient
        INVALID KEY
          DISPLAY 'client ',WagClientCour,' (fiche inexistante)'
        NOT INVALID KEY
          DISPLAY 'client ',fcl_id,': ',fcl_nom,' ',fcl_prenom
        END-READ
        CLOSE fclient
        MOVE WagClient(1) TO WmontantAff
        MOVE WagClient(2) TO WmontantAff2
        DISPLAY '   0-30 j: ',WmontantAff,'   31-60 j: ',WmontantAff2
        MOVE WagClient(3) TO WmontantAff
        MOVE WagClient(4) TO WmontantAff2
        DISPLAY '  61-90 j: ',WmontantAff,'  +90 j   : ',WmontantAff2
      END-IF
      PERFORM VARYING WagIdx FROM 1 BY 1 UNTIL WagIdx > 4
        MOVE 0 TO WagClient(WagIdx)
      END-PERFORM.

      LETTRES_RELANCE.
      DISPLAY 'Edition des lettres de relance'
      DISPLAY 'Ancienneté minimale de la plus vieille commande due (jours, 0:toutes)'
      ACCEPT WccAgeMin
      ACCEPT WccDateRef FROM DATE YYYYMMDD
      MOVE 0 TO WccNbLettres
      MOVE 0 TO Wfin
      OPEN INPUT fclient
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
        READ fclient NEXT
        AT END
          MOVE 1 TO Wfin
        NOT AT END
          MOVE fcl_id TO WidClient
          MOVE 0 TO WccMode
          PERFORM PARCOURIR_COMMANDES_CLIENT
          IF WccNb > 0 AND WccAge >= WccAgeMin THEN
            PERFORM ECRIRE_LETTRE_RELANCE
          END-IF
        END-READ
      END-PERFORM
      CLOSE fclient
      DISPLAY 'Lettres de relance générées: ',WccNbLettres.

      ECRIRE_LETTRE_RELANCE.
      MOVE SPACES TO Wfactfichier
      STRING "RELANCE-" fcl_id ".TXT" DELIMITED BY SIZE
        INTO Wfactfichier
      END-STRING
      OPEN OUTPUT ffacture
      MOVE ALL "=" TO factLigne
      WRITE factLigne
      MOVE "           BOUTIQUE AU FIL DES MODES" TO factLigne
      WRITE factLigne
      MOVE "       12 RUE DU COMMERCE - 75011 PARIS" TO factLigne
      WRITE factLigne
      MOVE ALL "=" TO factLigne
      WRITE factLigne
      MOVE SPACES TO factLigne
      STRING "LETTRE DE RELANCE   DU " WccDateRef
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      MOVE SPACES TO factLigne
      STRING "CLIENT:  " fcl_nom " " fcl_prenom
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      MOVE SPACES TO factLigne
      STRING "ADRESSE: " fcl_adresse
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      MOVE ALL "-" TO factLigne
      WRITE factLigne
      MOVE "SAUF ERREUR DE NOTRE PART, LES COMMANDES SUIVANTES" TO factLigne
      WRITE factLigne
      MOVE "RESTENT A REGLER:" TO factLigne
      WRITE factLigne
      MOVE SPACES TO factLigne
      WRITE factLigne
      MOVE 2 TO WccMode
      PERFORM PARCOURIR_COMMANDES_CLIENT
      MOVE ALL "-" TO factLigne
      WRITE factLigne
      MOVE WccTotal TO WmontantAff
      MOVE SPACES TO factLigne
      STRING "TOTAL RESTANT DU:         " WmontantAff
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      MOVE "MERCI DE BIEN VOULOIR REGULARISER VOTRE COMPTE" TO factLigne
      WRITE factLigne
      MOVE "A VOTRE PROCHAINE VISITE EN BOUTIQUE." TO factLigne
      WRITE factLigne
      CLOSE ffacture
      ADD 1 TO WccNbLettres
      DISPLAY 'Relance du client ',fcl_id,' générée dans ',Wfactfichier.

      CUMULER_COMMISSION_LIGNE.
      MOVE WopCode TO WcomVendeur
      MOVE far_type TO WcomType
      PERFORM TROUVER_TAUX_COMMISSION
      COMPUTE WcomBrut = WcomBrut + (WprixVente * fa_quantite * WcomTaux / 100)
      COMPUTE WcomBase = WcomBase + (WprixVente * fa_quantite).

      CALCULER_COMMISSION_CMD.
      MOVE WopCode TO fco_vendeur
      IF WcomBase > 0 THEN
        COMPUTE fco_commission ROUNDED = WcomBrut * fco_prix / WcomBase
      ELSE
        MOVE 0 TO fco_commission
      END-IF.

      TROUVER_TAUX_COMMISSION.
      MOVE 0 TO WcomTaux
      OPEN INPUT ftauxcom
      MOVE WcomVendeur TO ftc_operateur
      MOVE WcomType TO ftc_type
      READ ftauxcom
      INVALID KEY
        MOVE SPACES TO ftc_operateur
        MOVE WcomType TO ftc_type
        READ ftauxcom
        INVALID KEY
          MOVE 0 TO WcomTaux
        NOT INVALID KEY
          MOVE ftc_taux TO WcomTaux
        END-READ
      NOT INVALID KEY
        MOVE ftc_taux TO WcomTaux
      END-READ
      CLOSE ftauxcom.

      RETENIR_COMMISSION_AVOIR.
      MOVE fco_prix TO WcomBiens
      OPEN INPUT flivraison
      MOVE fco_id TO fli_idcmd
      READ flivraison
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        IF fli_frais < WcomBiens THEN
          SUBTRACT fli_frais FROM WcomBiens
        ELSE
          MOVE 0 TO WcomBiens
        END-IF
      END-READ
      CLOSE flivraison
      IF fco_vendeur NOT = SPACES AND fco_commission > 0
         AND WcomBiens > 0 THEN
        IF WremMontant >= WcomBiens THEN
          MOVE fco_commission TO WcomMontant
        ELSE
          COMPUTE WcomMontant ROUNDED = fco_commission * WremMontant / WcomBiens
        END-IF
        MULTIPLY -1 BY WcomMontant
        MOVE fco_vendeur TO fjc_vendeur
        MOVE 1 TO fjc_nature
        MOVE fco_id TO fjc_idcmd
        MOVE fav_id TO fjc_iddoc
        PERFORM ECRIRE_AJUSTEMENT_COMMISSION
      END-IF.

      AJUSTER_COMMISSION_ECHANGE.
      IF fco_vendeur NOT = SPACES THEN
        MOVE fco_vendeur TO WcomVendeur
        MOVE WcomTypeNv TO WcomType
        PERFORM TROUVER_TAUX_COMMISSION
        COMPUTE WcomMontant ROUNDED = WnvPrix * Wqte * WcomTaux / 100
        MOVE WcomTypeAn TO WcomType
        PERFORM TROUVER_TAUX_COMMISSION
        COMPUTE WcomMontant ROUNDED = WcomMontant - (WanPrix * WanQte * WcomTaux / 100)
        IF WcomMontant NOT = 0 THEN
          MOVE fco_vendeur TO fjc_vendeur
          MOVE 2 TO fjc_nature
          MOVE fco_id TO fjc_idcmd
          MOVE fa_id TO fjc_iddoc
          PERFORM ECRIRE_AJUSTEMENT_COMMISSION
        END-IF
      END-IF.

      ECRIRE_AJUSTEMENT_COMMISSION.
      ACCEPT fjc_date FROM DATE YYYYMMDD
      MOVE WcomMontant TO fjc_montant
      OPEN EXTEND fajcom
      IF fajcom_stat = 35 THEN
        OPEN OUTPUT fajcom
      END-IF
      WRITE ajcomTamp END-WRITE
      CLOSE fajcom
      MOVE WcomMontant TO WcomMontantAff
      DISPLAY 'Commission du vendeur ',fjc_vendeur,' ajustée de ',WcomMontantAff.

      COMMISSIONS_VENDEURS.
      DISPLAY 'Commissions des vendeurs'
      PERFORM WITH TEST AFTER UNTIL Wsousmenu = 0
        DISPLAY '1:saisie d un taux de commission, 2:affichage des taux,'
        DISPLAY '3:relevé des commissions sur une période, 0:retour'
        ACCEPT Wsousmenu
        EVALUATE Wsousmenu
          WHEN 1
            PERFORM SAISIR_TAUX_COMMISSION
          WHEN 2
            PERFORM AFFICHAGE_TAUX_COMMISSION
          WHEN 3
            PERFORM RELEVE_COMMISSIONS
        END-EVALUATE
      END-PERFORM.

      SAISIR_TAUX_COMMISSION.
      DISPLAY 'Code operateur concerné (vide ou 0 pour le taux general)'
      MOVE SPACES TO WcomVendeur
      ACCEPT WcomVendeur
      IF WcomVendeur = "0" THEN
        MOVE SPACES TO WcomVendeur
      END-IF
      PERFORM WITH TEST AFTER UNTIL WcomType > 0 AND WcomType < 7
        DISPLAY 'Type d article concerné (1 à 6)'
        ACCEPT WcomType
      END-PERFORM
      DISPLAY 'Taux de commission en pourcentage (ex: 3.50)'
      ACCEPT WcomTaux
      OPEN I-O ftauxcom
      MOVE WcomVendeur TO ftc_operateur
      MOVE WcomType TO ftc_type
      READ ftauxcom
      INVALID KEY
        MOVE WcomTaux TO ftc_taux
        WRITE tauxcomTamp END-WRITE
        MOVE SPACES TO WjrnAvant
        MOVE "WRITE" TO WjrnAction
      NOT INVALID KEY
        MOVE tauxcomTamp TO WjrnAvant
        MOVE WcomTaux TO ftc_taux
        REWRITE tauxcomTamp END-REWRITE
        MOVE "REWRITE" TO WjrnAction
      END-READ
      CLOSE ftauxcom
      MOVE "ftauxcom" TO WjrnFichier
      MOVE ftc_cle TO WjrnCle
      MOVE tauxcomTamp TO WjrnApres
      PERFORM ECRIRE_JOURNAL
      IF WcomVendeur = SPACES THEN
        DISPLAY 'Taux general de ',ftc_taux,' pct enregistré pour le type ',ftc_type
      ELSE
        DISPLAY 'Taux de ',ftc_taux,' pct enregistré pour ',ftc_operateur,' sur le type ',ftc_type
      END-IF.

      AFFICHAGE_TAUX_COMMISSION.
      DISPLAY 'Taux de commission (taux de l operateur prioritaire sur le taux general)'
      OPEN INPUT ftauxcom
      MOVE 0 TO Wfin
      PERFORM WITH TEST AFTER UNTIL Wfin=1
        READ ftauxcom NEXT
        AT END
          MOVE 1 TO Wfin
          DISPLAY 'Fin de fichier'
        NOT AT END
          IF ftc_operateur = SPACES THEN
            DISPLAY 'general  type ',ftc_type,' taux ',ftc_taux,' pct'
          ELSE
            DISPLAY ftc_operateur,' type ',ftc_type,' taux ',ftc_taux,' pct'
          END-IF
      END-PERFORM
      CLOSE ftauxcom.

      RELEVE_COMMISSIONS.
      DISPLAY 'Relevé des commissions sur une période (par dates)'
      DISPLAY 'Date de debut (AAAAMMJJ)'
      ACCEPT WdateDebut
      DISPLAY 'Date de fin (AAAAMMJJ)'
      ACCEPT WdateFin
      MOVE 0 TO WcomNb
      MOVE 0 TO Wfin
      OPEN INPUT fcmd
      MOVE 0 TO fco_id
      START fcmd KEY IS GREATER THAN OR EQUAL TO fco_id
      INVALID KEY
        DISPLAY 'Aucune commande enregistrée'
      NOT INVALID KEY
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
          READ fcmd NEXT
          AT END
            MOVE 1 TO Wfin
          NOT AT END
            IF fco_date >= WdateDebut AND fco_date <= WdateFin THEN
              PERFORM CUMULER_COMMISSION_CMD
            END-IF
          END-READ
        END-PERFORM
      END-START
      CLOSE fcmd
      OPEN INPUT farchcmd
      IF farchcmd_stat = 0 THEN
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
          READ farchcmd
          AT END
            MOVE 1 TO Wfin
          NOT AT END
            MOVE archCmdLigne TO cmdTamp
            IF fco_date >= WdateDebut AND fco_date <= WdateFin THEN
              PERFORM CUMULER_COMMISSION_CMD
            END-IF
          END-READ
        END-PERFORM
        CLOSE farchcmd
      END-IF
      OPEN INPUT fajcom
      IF fajcom_stat = 0 THEN
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
          READ fajcom
          AT END
            MOVE 1 TO Wfin
          NOT AT END
            IF fjc_date >= WdateDebut AND fjc_date <= WdateFin THEN
              MOVE fjc_vendeur TO WcomVendeur
              PERFORM TROUVER_LIGNE_VENDEUR
              IF WcomIdx > 0 THEN
                ADD fjc_montant TO WcomAjust(WcomIdx)
              END-IF
            END-IF
          END-READ
        END-PERFORM
        CLOSE fajcom
      END-IF
      MOVE SPACES TO Wpaiefichier
      STRING "PAIE-COMMISSIONS-" WdateDebut "-" WdateFin ".DAT"
        DELIMITED BY SIZE INTO Wpaiefichier
      END-STRING
      OPEN OUTPUT fpaie
      OPEN INPUT foperateur
      DISPLAY '=========================================='
      DISPLAY 'Commissions du ',WdateDebut,' au ',WdateFin
      PERFORM VARYING WcomIdx FROM 1 BY 1 UNTIL WcomIdx > WcomNb
        PERFORM ECRIRE_RELEVE_VENDEUR
      END-PERFORM
      DISPLAY '=========================================='
      CLOSE foperateur
      CLOSE fpaie
      DISPLAY 'Fichier pour la paie: ',Wpaiefichier.

      CUMULER_COMMISSION_CMD.
      IF fco_vendeur NOT = SPACES THEN
        MOVE fco_vendeur TO WcomVendeur
        PERFORM TROUVER_LIGNE_VENDEUR
        IF WcomIdx > 0 THEN
          ADD 1 TO WcomNbCmd(WcomIdx)
          ADD fco_prix TO WcomCA(WcomIdx)
          ADD fco_commission TO WcomBrutV(WcomIdx)
        END-IF
      END-IF.

      TROUVER_LIGNE_VENDEUR.
      MOVE 0 TO Wtrouve
      PERFORM VARYING WcomIdx FROM 1 BY 1 UNTIL WcomIdx > WcomNb OR Wtrouve = 1
        IF WcomCode(WcomIdx) = WcomVendeur THEN
          MOVE 1 TO Wtrouve
        END-IF
      END-PERFORM
      IF Wtrouve = 1 THEN
        SUBTRACT 1 FROM WcomIdx
      ELSE
        IF WcomNb < 100 THEN
          ADD 1 TO WcomNb
          MOVE WcomVendeur TO WcomCode(WcomNb)
          MOVE 0 TO WcomNbCmd(WcomNb)
          MOVE 0 TO WcomCA(WcomNb)
          MOVE 0 TO WcomBrutV(WcomNb)
          MOVE 0 TO WcomAjust(WcomNb)
          MOVE WcomNb TO WcomIdx
        ELSE
          DISPLAY 'Trop de vendeurs distincts, vendeur ',WcomVendeur,' ignoré'
          MOVE 0 TO WcomIdx
        END-IF
      END-IF.

      ECRIRE_RELEVE_VENDEUR.
      MOVE WcomCode(WcomIdx) TO fop_code
      READ foperateur
      INVALID KEY
        MOVE "OPERATEUR INCONNU" TO fop_nom
      END-READ
      COMPUTE WcomNet = WcomBrutV(WcomIdx) + WcomAjust(WcomIdx)
      DISPLAY '------------------------------------------'
      DISPLAY 'vendeur ',WcomCode(WcomIdx),' ',fop_nom
      MOVE WcomCA(WcomIdx) TO WmontantAff
      DISPLAY '  commandes: ',WcomNbCmd(WcomIdx),'  chiffre d affaires: ',WmontantAff
      MOVE WcomBrutV(WcomIdx) TO WcomMontantAff
      DISPLAY '  commission sur ventes: ',WcomMontantAff
      MOVE WcomAjust(WcomIdx) TO WcomMontantAff
      DISPLAY '  ajustements avoirs et echanges: ',WcomMontantAff
      MOVE WcomNet TO WcomMontantAff
      DISPLAY '  commission nette à payer: ',WcomMontantAff
      MOVE WcomCode(WcomIdx) TO fpa_operateur
      MOVE fop_nom TO fpa_nom
      MOVE WdateDebut TO fpa_debut
      MOVE WdateFin TO fpa_fin
      MOVE WcomNbCmd(WcomIdx) TO fpa_nbCmd
      MOVE WcomCA(WcomIdx) TO fpa_ca
      MOVE WcomBrutV(WcomIdx) TO fpa_brut
      MOVE WcomAjust(WcomIdx) TO fpa_ajust
      MOVE WcomNet TO fpa_net
      WRITE paieTamp END-WRITE.

      MAJ_STOCK_MAGASIN.
      OPEN I-O fstockmag
      MOVE WsmMagasin TO fsm_magasin
      MOVE fva_idart TO fsm_idart
      MOVE fva_taille TO fsm_taille
      MOVE fva_couleur TO fsm_couleur
      READ fstockmag
      INVALID KEY
        IF WsmDelta < 0 THEN
          MOVE 0 TO fsm_stock
        ELSE
          MOVE WsmDelta TO fsm_stock
        END-IF
        WRITE stockmagTamp END-WRITE
      NOT INVALID KEY
        IF fsm_stock + WsmDelta < 0 THEN
          MOVE 0 TO fsm_stock
        ELSE
          COMPUTE fsm_stock = fsm_stock + WsmDelta
        END-IF
        REWRITE stockmagTamp END-REWRITE
      END-READ
      MOVE fsm_stock TO WsmStock
      CLOSE fstockmag
      IF WsmDelta NOT = 0 THEN
        PERFORM ECRIRE_MOUVEMENT
      END-IF.

      LIRE_STOCK_MAGASIN.
      MOVE 0 TO WsmStock
      OPEN INPUT fstockmag
      MOVE WsmMagasin TO fsm_magasin
      MOVE Widart TO fsm_idart
      MOVE Wtaille TO fsm_taille
      MOVE Wcouleur TO fsm_couleur
      READ fstockmag
      NOT INVALID KEY
        MOVE fsm_stock TO WsmStock
      END-READ
      CLOSE fstockmag.

      INITIALISER_STOCK_MAGASIN.
      MOVE WmagCode TO WsmMagasin
      MOVE fva_stock TO WsmDelta
      PERFORM MAJ_STOCK_MAGASIN.

      SUPPRIMER_STOCKS_MAGASIN.
      OPEN I-O fstockmag
      MOVE fva_cle TO fsm_varcle
      MOVE 0 TO WsmFin
      START fstockmag KEY IS EQUAL TO fsm_varcle
      INVALID KEY
        MOVE 1 TO WsmFin
      NOT INVALID KEY
        PERFORM WITH TEST AFTER UNTIL WsmFin = 1
          READ fstockmag NEXT
          AT END
            MOVE 1 TO WsmFin
          NOT AT END
            IF fsm_varcle NOT = fva_cle THEN
              MOVE 1 TO WsmFin
            ELSE
              DELETE fstockmag RECORD
            END-IF
          END-READ
        END-PERFORM
      END-START
      CLOSE fstockmag.

      EFFACER_COMPTAGES_MAGASIN.
      MOVE 0 TO Wfin3
      OPEN I-O finv
      MOVE WmagCode TO fi_magasin
      MOVE 0 TO fi_idart
      MOVE LOW-VALUES TO fi_taille
      MOVE LOW-VALUES TO fi_couleur
      START finv KEY IS GREATER THAN OR EQUAL TO fi_cle
      INVALID KEY
        MOVE 1 TO Wfin3
      NOT INVALID KEY
        PERFORM WITH TEST AFTER UNTIL Wfin3 = 1
          READ finv NEXT
          AT END
            MOVE 1 TO Wfin3
          NOT AT END
            IF fi_magasin NOT = WmagCode THEN
              MOVE 1 TO Wfin3
            ELSE
              DELETE finv RECORD
            END-IF
          END-READ
        END-PERFORM
      END-START
      CLOSE finv.

      FIN_STOCK_MAGASIN.
      OPEN INPUT fstockmag
      OPEN INPUT fart
      MOVE 0 TO Wfin
      MOVE 0 TO WsmTotal
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
                ADD 1 TO WsmTotal
                MOVE fsm_idart TO far_id
                READ fart
                INVALID KEY
                  MOVE "ARTICLE INCONNU" TO far_nom
                END-READ
                DISPLAY 'L article ',fsm_idart,': ',far_nom,' ',fsm_taille,' ',fsm_couleur,' - stock: ',fsm_stock
              END-IF
            END-IF
          END-READ
        END-PERFORM
      END-START
      CLOSE fart
      CLOSE fstockmag
      DISPLAY 'Variantes sous le seuil dans le magasin ',WmagFiltre,': ',WsmTotal.

      TRANSFERTS_MAGASINS.
      DISPLAY 'Magasins et transferts de stock (magasin de la session: ',WmagCode,')'
      PERFORM WITH TEST AFTER UNTIL Wsousmenu = 0
        DISPLAY '1:ajout d un magasin, 2:affichage des magasins,'
        DISPLAY '3:envoyer un bon de transfert, 4:réceptionner un transfert,'
        DISPLAY '5:transferts en transit, 6:stock d une variante par magasin,'
        DISPLAY '0:retour'
        ACCEPT Wsousmenu
        EVALUATE Wsousmenu
          WHEN 1
            PERFORM CONTROLE_MANAGER
            IF Wautorise = 1 THEN
              PERFORM AJOUT_MAGASIN
            END-IF
          WHEN 2
            PERFORM AFFICHAGE_MAGASINS
          WHEN 3
            PERFORM ENVOYER_TRANSFERT
          WHEN 4
            PERFORM RECEVOIR_TRANSFERT
          WHEN 5
            PERFORM AFFICHAGE_TRANSFERTS
          WHEN 6
            PERFORM STOCK_PAR_MAGASIN
        END-EVALUATE
      END-PERFORM.

      AJOUT_MAGASIN.
      DISPLAY 'Numero du nouveau magasin'
      ACCEPT fmg_id
      OPEN I-O fmagasin
      READ fmagasin
      INVALID KEY
        DISPLAY 'Nom du magasin'
        ACCEPT fmg_nom
        WRITE magasinTamp END-WRITE
        MOVE SPACES TO WjrnAvant
        MOVE "fmagasin" TO WjrnFichier
        MOVE "WRITE" TO WjrnAction
        MOVE fmg_id TO WjrnCle
        MOVE magasinTamp TO WjrnApres
        PERFORM ECRIRE_JOURNAL
        DISPLAY 'Magasin ',fmg_id,' enregistré'
      NOT INVALID KEY
        DISPLAY 'Ce numero de magasin existe deja: ',fmg_nom
      END-READ
      CLOSE fmagasin.

      AFFICHAGE_MAGASINS.
      OPEN INPUT fmagasin
      MOVE 0 TO Wfin
      PERFORM WITH TEST AFTER UNTIL Wfin=1
        READ fmagasin NEXT
        AT END
          MOVE 1 TO Wfin
          DISPLAY 'Fin de fichier'
        NOT AT END
          DISPLAY 'magasin ',fmg_id,' : ',fmg_nom
      END-PERFORM
      CLOSE fmagasin.

      ENVOYER_TRANSFERT.
      DISPLAY 'Bon de transfert au départ du magasin ',WmagCode
      DISPLAY 'Magasin destinataire'
      ACCEPT WtrDest
      MOVE 0 TO Wok
      OPEN INPUT fmagasin
      MOVE WtrDest TO fmg_id
      READ fmagasin
      INVALID KEY
        DISPLAY 'Magasin inconnu'
      NOT INVALID KEY
        IF WtrDest = WmagCode THEN
          DISPLAY 'Le magasin destinataire doit etre different du magasin de depart'
        ELSE
          MOVE 1 TO Wok
        END-IF
      END-READ
      CLOSE fmagasin
      IF Wok = 1 THEN
        PERFORM AJOUT_ID_TRANSFERT
        MOVE fdo_transfert TO WtrId
        MOVE 0 TO WtrNbLignes
        PERFORM WITH TEST AFTER UNTIL WtrSuite = 0
          PERFORM AJOUT_LIGNE_TRANSFERT
          DISPLAY 'Autre article à transférer ? 1:oui 0:non'
          ACCEPT WtrSuite
        END-PERFORM
        IF WtrNbLignes = 0 THEN
          DISPLAY 'Aucune ligne envoyée, bon de transfert abandonné'
        ELSE
          MOVE WtrId TO ftr_id
          MOVE WmagCode TO ftr_origine
          MOVE WtrDest TO ftr_dest
          ACCEPT ftr_dateEnvoi FROM DATE YYYYMMDD
          MOVE 0 TO ftr_dateRecep
          MOVE WopCode TO ftr_envoyeur
          MOVE SPACES TO ftr_recepteur
          MOVE 1 TO ftr_etat
          OPEN I-O ftransfert
          WRITE transfertTamp END-WRITE
          CLOSE ftransfert
          MOVE SPACES TO WjrnAvant
          MOVE "ftransfert" TO WjrnFichier
          MOVE "WRITE" TO WjrnAction
          MOVE ftr_id TO WjrnCle
          MOVE transfertTamp TO WjrnApres
          PERFORM ECRIRE_JOURNAL
          DISPLAY 'Bon de transfert ',ftr_id,' envoyé vers le magasin ',ftr_dest,' (',WtrNbLignes,' lignes en transit)'
        END-IF
      END-IF.

      AJOUT_LIGNE_TRANSFERT.
      PERFORM SAISIR_VARIANTE
      IF WcbOk = 1 THEN
        PERFORM TROUVER_VARIANTE
        IF Wtrouve = 0 THEN
          DISPLAY 'Cette variante (taille/couleur) n existe pas pour cet article'
        ELSE
          DISPLAY 'Quantité à transférer'
          ACCEPT Wqte
          PERFORM CALCULER_RESERVE
          MOVE WmagCode TO WsmMagasin
          PERFORM LIRE_STOCK_MAGASIN
          COMPUTE Wdispo = WsmStock - WresTotal
          IF Wqte = 0 OR Wdispo < Wqte THEN
            DISPLAY 'Stock libre insuffisant (stock du magasin: ',WsmStock,', deja mis de coté: ',WresTotal,')'
          ELSE
            PERFORM AJOUT_ID_LIGNETR
            MOVE fdo_lignetr TO ftl_id
            MOVE WtrId TO ftl_idtr
            MOVE Widart TO ftl_idart
            MOVE Wtaille TO ftl_taille
            MOVE Wcouleur TO ftl_couleur
            MOVE Wqte TO ftl_qteEnv
            MOVE 0 TO ftl_qteRecue
            OPEN I-O fligtr
            WRITE ligtrTamp END-WRITE
            CLOSE fligtr
            MOVE SPACES TO WjrnAvant
            MOVE "fligtr" TO WjrnFichier
            MOVE "WRITE" TO WjrnAction
            MOVE ftl_id TO WjrnCle
            MOVE ligtrTamp TO WjrnApres
            PERFORM ECRIRE_JOURNAL
            MOVE 1 TO Wok
            MOVE "TRF-ENV" TO WmvtType
            MOVE "TRANSF" TO WmvtDocType
            MOVE WtrId TO WmvtDoc
            PERFORM AJUSTER_STOCK_VARIANTE
            ADD 1 TO WtrNbLignes
          END-IF
        END-IF
      END-IF.

      RECEVOIR_TRANSFERT.
      DISPLAY 'Numero du bon de transfert à réceptionner'
      ACCEPT WtrId
      MOVE 0 TO Wok
      OPEN INPUT ftransfert
      MOVE WtrId TO ftr_id
      READ ftransfert
      INVALID KEY
        DISPLAY 'Bon de transfert inexistant'
      NOT INVALID KEY
        IF ftr_etat NOT = 1 THEN
          DISPLAY 'Ce bon de transfert a deja été réceptionné le ',ftr_dateRecep
        ELSE
          IF ftr_dest NOT = WmagCode THEN
            DISPLAY 'Ce transfert est destiné au magasin ',ftr_dest,', réception impossible ici'
          ELSE
            MOVE 1 TO Wok
          END-IF
        END-IF
      END-READ
      CLOSE ftransfert
      IF Wok = 1 THEN
        DISPLAY 'Transfert ',ftr_id,' envoyé par le magasin ',ftr_origine,' le ',ftr_dateEnvoi
        MOVE 0 TO WtrNbEcarts
        MOVE 0 TO Wfin2
        OPEN I-O fligtr
        MOVE WtrId TO ftl_idtr
        START fligtr KEY IS EQUAL TO ftl_idtr
        INVALID KEY
          MOVE 1 TO Wfin2
        NOT INVALID KEY
          PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
            READ fligtr NEXT
            AT END
              MOVE 1 TO Wfin2
            NOT AT END
              IF ftl_idtr NOT = WtrId THEN
                MOVE 1 TO Wfin2
              ELSE
                PERFORM RECEVOIR_LIGNE_TRANSFERT
              END-IF
            END-READ
          END-PERFORM
        END-START
        CLOSE fligtr
        OPEN I-O ftransfert
        MOVE WtrId TO ftr_id
        READ ftransfert
        NOT INVALID KEY
          MOVE transfertTamp TO WjrnAvant
          ACCEPT ftr_dateRecep FROM DATE YYYYMMDD
          MOVE WopCode TO ftr_recepteur
          MOVE 2 TO ftr_etat
          REWRITE transfertTamp END-REWRITE
          MOVE "ftransfert" TO WjrnFichier
          MOVE "RECEPT" TO WjrnAction
          MOVE ftr_id TO WjrnCle
          MOVE transfertTamp TO WjrnApres
          PERFORM ECRIRE_JOURNAL
        END-READ
        CLOSE ftransfert
        IF WtrNbEcarts > 0 THEN
          PERFORM ECRIRE_ECARTS_TRANSFERT
        ELSE
          DISPLAY 'Transfert ',WtrId,' réceptionné sans écart'
        END-IF
      END-IF.

      RECEVOIR_LIGNE_TRANSFERT.
      DISPLAY 'Article ',ftl_idart,' taille ',ftl_taille,' couleur ',ftl_couleur,' envoyé: ',ftl_qteEnv
      DISPLAY 'Quantité reçue'
      ACCEPT ftl_qteRecue
      MOVE ligtrTamp TO WjrnAvant
      REWRITE ligtrTamp END-REWRITE
      MOVE "fligtr" TO WjrnFichier
      MOVE "REWRITE" TO WjrnAction
      MOVE ftl_id TO WjrnCle
      MOVE ligtrTamp TO WjrnApres
      PERFORM ECRIRE_JOURNAL
      IF ftl_qteRecue NOT = ftl_qteEnv THEN
        ADD 1 TO WtrNbEcarts
      END-IF
      IF ftl_qteRecue > 0 THEN
        MOVE ftl_idart TO Widart
        MOVE ftl_taille TO Wtaille
        MOVE ftl_couleur TO Wcouleur
        PERFORM TROUVER_VARIANTE
        IF Wtrouve = 0 THEN
          DISPLAY 'Variante supprimée depuis l envoi, quantité non rentrée en stock'
        ELSE
          MOVE ftl_qteRecue TO Wqte
          MOVE 2 TO Wok
          MOVE "TRF-REC" TO WmvtType
          MOVE "TRANSF" TO WmvtDocType
          MOVE WtrId TO WmvtDoc
          PERFORM AJUSTER_STOCK_VARIANTE
        END-IF
      END-IF.

      ECRIRE_ECARTS_TRANSFERT.
      MOVE SPACES TO Wfactfichier
      STRING "ECARTS-TRANSFERT-" WtrId ".TXT" DELIMITED BY SIZE
        INTO Wfactfichier
      END-STRING
      OPEN OUTPUT ffacture
      MOVE ALL "=" TO factLigne
      WRITE factLigne
      MOVE SPACES TO factLigne
      STRING "ECARTS DE RECEPTION   BON DE TRANSFERT " WtrId
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      MOVE SPACES TO factLigne
      STRING "MAGASIN " ftr_origine " VERS MAGASIN " ftr_dest
        "   ENVOI " ftr_dateEnvoi "   RECEPTION " ftr_dateRecep
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      MOVE ALL "=" TO factLigne
      WRITE factLigne
      MOVE "ARTICLE TAILLE COULEUR                        ENVOYE RECU  ECART" TO factLigne
      WRITE factLigne
      MOVE ALL "-" TO factLigne
      WRITE factLigne
      MOVE 0 TO Wfin2
      OPEN INPUT fligtr
      MOVE WtrId TO ftl_idtr
      START fligtr KEY IS EQUAL TO ftl_idtr
      INVALID KEY
        MOVE 1 TO Wfin2
      NOT INVALID KEY
        PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
          READ fligtr NEXT
          AT END
            MOVE 1 TO Wfin2
          NOT AT END
            IF ftl_idtr NOT = WtrId THEN
              MOVE 1 TO Wfin2
            ELSE
              IF ftl_qteRecue NOT = ftl_qteEnv THEN
                COMPUTE WtrEcart = ftl_qteRecue - ftl_qteEnv
                MOVE WtrEcart TO WtrEcartAff
                MOVE SPACES TO factLigne
                STRING ftl_idart " " ftl_taille "     " ftl_couleur " "
                  ftl_qteEnv "   " ftl_qteRecue " " WtrEcartAff
                  DELIMITED BY SIZE INTO factLigne
                END-STRING
                WRITE factLigne
                DISPLAY 'Ecart: article ',ftl_idart,' ',ftl_taille,' ',ftl_couleur,' envoyé ',ftl_qteEnv,' reçu ',ftl_qteRecue
              END-IF
            END-IF
          END-READ
        END-PERFORM
      END-START
      CLOSE fligtr
      MOVE ALL "-" TO factLigne
      WRITE factLigne
      MOVE SPACES TO factLigne
      STRING "LIGNES EN ECART: " WtrNbEcarts
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      CLOSE ffacture
      DISPLAY 'Rapport des écarts du transfert ',WtrId,' généré dans ',Wfactfichier.

      AFFICHAGE_TRANSFERTS.
      DISPLAY 'Bons de transfert en transit'
      MOVE 0 TO Wfin
      OPEN INPUT ftransfert
      OPEN INPUT fligtr
      PERFORM WITH TEST AFTER UNTIL Wfin=1
        READ ftransfert NEXT
        AT END
          MOVE 1 TO Wfin
          DISPLAY 'Fin de fichier'
        NOT AT END
          IF ftr_etat = 1 THEN
            DISPLAY '--------------------'
            DISPLAY 'bon de transfert: ',ftr_id,' du magasin ',ftr_origine,' vers le magasin ',ftr_dest
            DISPLAY 'envoyé le ',ftr_dateEnvoi,' par ',ftr_envoyeur
            MOVE 0 TO Wfin2
            MOVE ftr_id TO ftl_idtr
            START fligtr KEY IS EQUAL TO ftl_idtr
            INVALID KEY
              MOVE 1 TO Wfin2
            NOT INVALID KEY
              PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                READ fligtr NEXT
                AT END
                  MOVE 1 TO Wfin2
                NOT AT END
                  IF ftl_idtr NOT = ftr_id THEN
                    MOVE 1 TO Wfin2
                  ELSE
                    DISPLAY '   article ',ftl_idart,' taille ',ftl_taille,' couleur ',ftl_couleur,' quantité ',ftl_qteEnv
                  END-IF
                END-READ
              END-PERFORM
            END-START
          END-IF
      END-PERFORM
      CLOSE fligtr
      CLOSE ftransfert.

      STOCK_PAR_MAGASIN.
      PERFORM SAISIR_VARIANTE
      IF WcbOk = 1 THEN
        PERFORM TROUVER_VARIANTE
        IF Wtrouve = 0 THEN
          DISPLAY 'Cette variante (taille/couleur) n existe pas pour cet article'
        ELSE
          DISPLAY 'Stock de l article ',fva_idart,' taille ',fva_taille,' couleur ',fva_couleur
          MOVE 0 TO WsmFin
          OPEN INPUT fstockmag
          MOVE fva_cle TO fsm_varcle
          START fstockmag KEY IS EQUAL TO fsm_varcle
          INVALID KEY
            MOVE 1 TO WsmFin
          NOT INVALID KEY
            PERFORM WITH TEST AFTER UNTIL WsmFin = 1
              READ fstockmag NEXT
              AT END
                MOVE 1 TO WsmFin
              NOT AT END
                IF fsm_varcle NOT = fva_cle THEN
                  MOVE 1 TO WsmFin
                ELSE
                  DISPLAY '   magasin ',fsm_magasin,' : ',fsm_stock
                END-IF
              END-READ
            END-PERFORM
          END-START
          CLOSE fstockmag
          PERFORM CALCULER_TRANSIT_VARIANTE
          DISPLAY '   en transit : ',WtrTransit
          DISPLAY '   total en magasins : ',fva_stock
        END-IF
      END-IF.

      CALCULER_TRANSIT_VARIANTE.
      MOVE 0 TO WtrTransit
      MOVE 0 TO Wfin2
      OPEN INPUT fligtr
      OPEN INPUT ftransfert
      PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
        READ fligtr NEXT
        AT END
          MOVE 1 TO Wfin2
        NOT AT END
          IF ftl_cle = fva_cle THEN
            MOVE ftl_idtr TO ftr_id
            READ ftransfert
            NOT INVALID KEY
              IF ftr_etat = 1 THEN
                ADD ftl_qteEnv TO WtrTransit
              END-IF
            END-READ
          END-IF
        END-READ
      END-PERFORM
      CLOSE ftransfert
      CLOSE fligtr.

      RETOURS_FOURNISSEURS.
      DISPLAY 'Retours de marchandise aux fournisseurs et avoirs fournisseurs'
      PERFORM WITH TEST AFTER UNTIL Wsousmenu = 0
        DISPLAY '1:saisir un retour fournisseur, 2:affichage des retours,'
        DISPLAY '3:affichage des avoirs fournisseurs, 0:retour'
        ACCEPT Wsousmenu
        EVALUATE Wsousmenu
          WHEN 1
            PERFORM SAISIR_RETOUR_FOURNISSEUR
          WHEN 2
            PERFORM AFFICHAGE_RETOURS_FOURN
          WHEN 3
            PERFORM AFFICHAGE_AVOIRS_FOURN
        END-EVALUATE
      END-PERFORM.

      SAISIR_RETOUR_FOURNISSEUR.
      DISPLAY 'Retour fournisseur au départ du magasin ',WmagCode
      DISPLAY 'Numero du bon de commande d origine'
      ACCEPT WidBC
      MOVE 0 TO Wok
      OPEN INPUT fbc
      MOVE WidBC TO fbc_id
      READ fbc
      INVALID KEY
        DISPLAY 'Bon de commande inexistant'
      NOT INVALID KEY
        IF fbc_etat = 1 THEN
          DISPLAY 'Ce bon de commande est un brouillon non réceptionné, rien à retourner'
        ELSE
          MOVE 1 TO Wok
          MOVE fbc_idfourn TO Widfourn
        END-IF
      END-READ
      CLOSE fbc
      IF Wok = 1 THEN
        OPEN INPUT ffournisseur
        MOVE Widfourn TO ffo_id
        READ ffournisseur
        INVALID KEY
          DISPLAY 'Fournisseur ',Widfourn,' (inexistant)'
        NOT INVALID KEY
          DISPLAY 'Fournisseur ',ffo_id,' (',ffo_nom,')'
        END-READ
        CLOSE ffournisseur
        PERFORM AFFICHER_LIGNES_BC_RETOUR
        PERFORM AJOUT_ID_RETOURF
        MOVE fdo_retourf TO WrfId
        MOVE 0 TO WrfNbLignes
        MOVE 0 TO WrfTotal
        PERFORM WITH TEST AFTER UNTIL WrfIdbcl = 0
          DISPLAY 'Numero de la ligne du bon de commande à retourner (0 pour terminer)'
          ACCEPT WrfIdbcl
          IF WrfIdbcl NOT = 0 THEN
            PERFORM AJOUT_LIGNE_RETOUR_FOURN
          END-IF
        END-PERFORM
        IF WrfNbLignes = 0 THEN
          DISPLAY 'Aucune ligne retournée, retour fournisseur abandonné'
        ELSE
          PERFORM CREER_AVOIR_FOURNISSEUR
          MOVE WrfId TO frf_id
          MOVE Widfourn TO frf_idfourn
          MOVE WidBC TO frf_idbc
          ACCEPT frf_date FROM DATE YYYYMMDD
          MOVE WmagCode TO frf_magasin
          MOVE WopCode TO frf_operateur
          MOVE WrfTotal TO frf_montant
          MOVE faf_id TO frf_idavoir
          OPEN I-O fretourf
          WRITE retourfTamp END-WRITE
          CLOSE fretourf
          MOVE SPACES TO WjrnAvant
          MOVE "fretourf" TO WjrnFichier
          MOVE "WRITE" TO WjrnAction
          MOVE frf_id TO WjrnCle
          MOVE retourfTamp TO WjrnApres
          PERFORM ECRIRE_JOURNAL
          PERFORM ECRIRE_BON_RETOUR
          MOVE WrfTotal TO WrfMontantAff
          DISPLAY 'Retour ',frf_id,' enregistré: ',WrfNbLignes,' lignes, avoir fournisseur ',faf_id,' de ',WrfMontantAff
        END-IF
      END-IF.

      AFFICHER_LIGNES_BC_RETOUR.
      DISPLAY 'Lignes reçues sur le bon de commande ',WidBC
      MOVE 0 TO Wfin2
      OPEN INPUT fbcl
      MOVE WidBC TO fbcl_idbc
      START fbcl KEY IS EQUAL TO fbcl_idbc
      INVALID KEY
        DISPLAY 'Aucune ligne sur ce bon de commande'
      NOT INVALID KEY
        PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
          READ fbcl NEXT
          AT END
            MOVE 1 TO Wfin2
          NOT AT END
            IF fbcl_idbc NOT = WidBC THEN
              MOVE 1 TO Wfin2
            ELSE
              DISPLAY '   ligne ',fbcl_id,': article ',fbcl_idart,' quantité reçue ',fbcl_quantite,' cout ',fbcl_cout
            END-IF
          END-READ
        END-PERFORM
      END-START
      CLOSE fbcl.

      AJOUT_LIGNE_RETOUR_FOURN.
      MOVE 0 TO Wtrouve
      OPEN INPUT fbcl
      MOVE WrfIdbcl TO fbcl_id
      READ fbcl
      INVALID KEY
        DISPLAY 'Ligne de bon de commande inexistante'
      NOT INVALID KEY
        IF fbcl_idbc NOT = WidBC THEN
          DISPLAY 'Cette ligne appartient au bon de commande ',fbcl_idbc
        ELSE
          MOVE 1 TO Wtrouve
          MOVE fbcl_idart TO Widart
          MOVE fbcl_quantite TO WrfQteRecue
          MOVE fbcl_cout TO WrfCout
        END-IF
      END-READ
      CLOSE fbcl
      IF Wtrouve = 1 THEN
        PERFORM CALCULER_DEJA_RETOURNE
        PERFORM WITH TEST AFTER UNTIL Wtaille = "xs" OR Wtaille = "s" OR Wtaille = "m" OR Wtaille = "l" OR Wtaille = "xl"
          DISPLAY 'Taille de la variante retournée (xs,s,m,l,xl)'
          ACCEPT Wtaille
        END-PERFORM
        DISPLAY 'Couleur de la variante retournée'
        ACCEPT Wcouleur
        PERFORM TROUVER_VARIANTE
        IF Wtrouve = 0 THEN
          DISPLAY 'Cette variante (taille/couleur) n existe pas pour l article ',Widart
        ELSE
          DISPLAY 'Quantité retournée'
          ACCEPT Wqte
          MOVE WmagCode TO WsmMagasin
          PERFORM LIRE_STOCK_MAGASIN
          IF Wqte = 0 OR Wqte + WrfDeja > WrfQteRecue THEN
            DISPLAY 'Retour refusé: quantité reçue sur la ligne ',WrfQteRecue,', deja retournée ',WrfDeja
          ELSE
            IF WsmStock < Wqte THEN
              DISPLAY 'Retour refusé: stock du magasin insuffisant (',WsmStock,')'
            ELSE
              PERFORM AJOUT_ID_LIGNERETF
              MOVE fdo_ligneretf TO flr_id
              MOVE WrfId TO flr_idretour
              MOVE WrfIdbcl TO flr_idbcl
              MOVE Widart TO flr_idart
              MOVE Wtaille TO flr_taille
              MOVE Wcouleur TO flr_couleur
              MOVE Wqte TO flr_quantite
              COMPUTE flr_montant ROUNDED = WrfCout * Wqte / WrfQteRecue
              OPEN I-O fligrf
              WRITE ligrfTamp END-WRITE
              CLOSE fligrf
              MOVE SPACES TO WjrnAvant
              MOVE "fligrf" TO WjrnFichier
              MOVE "WRITE" TO WjrnAction
              MOVE flr_id TO WjrnCle
              MOVE ligrfTamp TO WjrnApres
              PERFORM ECRIRE_JOURNAL
              ADD 1 TO WrfNbLignes
              ADD flr_montant TO WrfTotal
              MOVE 1 TO Wok
              MOVE "RET-FOUR" TO WmvtType
              MOVE "RETOUR" TO WmvtDocType
              MOVE WrfId TO WmvtDoc
              PERFORM AJUSTER_STOCK_VARIANTE
              MOVE flr_montant TO WrfMontantAff
              DISPLAY 'Ligne retournée, valeur au cout fournisseur: ',WrfMontantAff
            END-IF
          END-IF
        END-IF
      END-IF.

      CALCULER_DEJA_RETOURNE.
      MOVE 0 TO WrfDeja
      MOVE 0 TO Wfin2
      OPEN INPUT fligrf
      MOVE WrfIdbcl TO flr_idbcl
      START fligrf KEY IS EQUAL TO flr_idbcl
      INVALID KEY
        MOVE 1 TO Wfin2
      NOT INVALID KEY
        PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
          READ fligrf NEXT
          AT END
            MOVE 1 TO Wfin2
          NOT AT END
            IF flr_idbcl NOT = WrfIdbcl THEN
              MOVE 1 TO Wfin2
            ELSE
              ADD flr_quantite TO WrfDeja
            END-IF
          END-READ
        END-PERFORM
      END-START
      CLOSE fligrf.

      CREER_AVOIR_FOURNISSEUR.
      PERFORM AJOUT_ID_AVOIRF
      MOVE fdo_avoirf TO faf_id
      MOVE Widfourn TO faf_idfourn
      MOVE WrfId TO faf_idretour
      MOVE WidBC TO faf_idbc
      ACCEPT faf_date FROM DATE YYYYMMDD
      MOVE WrfTotal TO faf_montant
      MOVE WrfTotal TO faf_solde
      MOVE 0 TO faf_idfact
      MOVE 0 TO faf_etat
      OPEN I-O favfourn
      WRITE avfournTamp END-WRITE
      CLOSE favfourn
      MOVE SPACES TO WjrnAvant
      MOVE "favfourn" TO WjrnFichier
      MOVE "WRITE" TO WjrnAction
      MOVE faf_id TO WjrnCle
      MOVE avfournTamp TO WjrnApres
      PERFORM ECRIRE_JOURNAL.

      ECRIRE_BON_RETOUR.
      MOVE SPACES TO Wfactfichier
      STRING "RETOUR-FOURN-" frf_id ".TXT" DELIMITED BY SIZE
        INTO Wfactfichier
      END-STRING
      OPEN INPUT ffournisseur
      MOVE frf_idfourn TO ffo_id
      READ ffournisseur
      INVALID KEY
        MOVE "FOURNISSEUR INCONNU" TO ffo_nom
        MOVE SPACES TO ffo_contact
      END-READ
      CLOSE ffournisseur
      OPEN OUTPUT ffacture
      MOVE ALL "=" TO factLigne
      WRITE factLigne
      MOVE "           BOUTIQUE AU FIL DES MODES" TO factLigne
      WRITE factLigne
      MOVE "       12 RUE DU COMMERCE - 75011 PARIS" TO factLigne
      WRITE factLigne
      MOVE ALL "=" TO factLigne
      WRITE factLigne
      MOVE SPACES TO factLigne
      STRING "BON DE RETOUR FOURNISSEUR No " frf_id "   DU " frf_date
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      MOVE SPACES TO factLigne
      STRING "FOURNISSEUR: " ffo_nom
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      MOVE SPACES TO factLigne
      STRING "A L ATTENTION DE: " ffo_contact
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      MOVE SPACES TO factLigne
      STRING "BON DE COMMANDE D ORIGINE: " frf_idbc "   MAGASIN: " frf_magasin
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      MOVE ALL "-" TO factLigne
      WRITE factLigne
      MOVE "ARTICLE DESIGNATION          TAILLE COULEUR         QTE    MONTANT" TO factLigne
      WRITE factLigne
      MOVE ALL "-" TO factLigne
      WRITE factLigne
      MOVE 0 TO Wfin2
      OPEN INPUT fligrf
      OPEN INPUT fart
      MOVE frf_id TO flr_idretour
      START fligrf KEY IS EQUAL TO flr_idretour
      INVALID KEY
        MOVE 1 TO Wfin2
      NOT INVALID KEY
        PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
          READ fligrf NEXT
          AT END
            MOVE 1 TO Wfin2
          NOT AT END
            IF flr_idretour NOT = frf_id THEN
              MOVE 1 TO Wfin2
            ELSE
              MOVE flr_idart TO far_id
              READ fart
              INVALID KEY
                MOVE "ARTICLE INCONNU" TO far_nom
              END-READ
              MOVE flr_montant TO WrfMontantAff
              MOVE SPACES TO factLigne
              STRING flr_idart " " far_nom(1:20) " " flr_taille "     "
                flr_couleur(1:15) " " flr_quantite " " WrfMontantAff
                DELIMITED BY SIZE INTO factLigne
              END-STRING
              WRITE factLigne
            END-IF
          END-READ
        END-PERFORM
      END-START
      CLOSE fart
      CLOSE fligrf
      MOVE ALL "-" TO factLigne
      WRITE factLigne
      MOVE frf_montant TO WrfMontantAff
      MOVE SPACES TO factLigne
      STRING "AVOIR FOURNISSEUR No " frf_idavoir "   MONTANT: " WrfMontantAff
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      MOVE "MERCI DE DEDUIRE CE MONTANT DE VOTRE FACTURE." TO factLigne
      WRITE factLigne
      MOVE "MARCHANDISE A JOINDRE AU PRESENT BON DE RETOUR." TO factLigne
      WRITE factLigne
      CLOSE ffacture
      DISPLAY 'Bon de retour imprimable généré dans ',Wfactfichier.

      AFFICHAGE_RETOURS_FOURN.
      OPEN INPUT fretourf
      MOVE 0 TO Wfin
      PERFORM WITH TEST AFTER UNTIL Wfin=1
        READ fretourf NEXT
        AT END
          MOVE 1 TO Wfin
          DISPLAY 'Fin de fichier'
        NOT AT END
          DISPLAY '--------------------'
          DISPLAY 'numero retour: ',frf_id
          DISPLAY 'fournisseur: ',frf_idfourn,' bon de commande: ',frf_idbc
          DISPLAY 'date: ',frf_date,' magasin: ',frf_magasin,' operateur: ',frf_operateur
          DISPLAY 'montant: ',frf_montant,' avoir fournisseur: ',frf_idavoir
          DISPLAY '--------------------'
      END-PERFORM
      CLOSE fretourf.

      AFFICHAGE_AVOIRS_FOURN.
      OPEN INPUT favfourn
      MOVE 0 TO Wfin
      PERFORM WITH TEST AFTER UNTIL Wfin=1
        READ favfourn NEXT
        AT END
          MOVE 1 TO Wfin
          DISPLAY 'Fin de fichier'
        NOT AT END
          DISPLAY '--------------------'
          DISPLAY 'numero avoir fournisseur: ',faf_id
          DISPLAY 'fournisseur: ',faf_idfourn,' retour: ',faf_idretour,' bon de commande: ',faf_idbc
          DISPLAY 'date: ',faf_date
          DISPLAY 'montant: ',faf_montant,' reste à imputer: ',faf_solde
          DISPLAY 'etat (0:ouvert,1:imputé): ',faf_etat,' derniere facture: ',faf_idfact
          DISPLAY '--------------------'
      END-PERFORM
      CLOSE favfourn.

      CUMULER_AVOIRS_FOURNISSEUR.
      MOVE 0 TO WafTotal
      MOVE 0 TO WafFin
      OPEN INPUT favfourn
      MOVE Widfourn TO faf_idfourn
      START favfourn KEY IS EQUAL TO faf_idfourn
      INVALID KEY
        MOVE 1 TO WafFin
      NOT INVALID KEY
        PERFORM WITH TEST AFTER UNTIL WafFin = 1
          READ favfourn NEXT
          AT END
            MOVE 1 TO WafFin
          NOT AT END
            IF faf_idfourn NOT = Widfourn THEN
              MOVE 1 TO WafFin
            ELSE
              IF faf_etat = 0 THEN
                ADD faf_solde TO WafTotal
              END-IF
            END-IF
          END-READ
        END-PERFORM
      END-START
      CLOSE favfourn.

      IMPUTER_AVOIRS_FOURNISSEUR.
      MOVE fff_montant TO WafReste
      MOVE 0 TO WafFin
      OPEN I-O favfourn
      MOVE fff_idfourn TO faf_idfourn
      START favfourn KEY IS EQUAL TO faf_idfourn
      INVALID KEY
        MOVE 1 TO WafFin
      NOT INVALID KEY
        PERFORM WITH TEST AFTER UNTIL WafFin = 1
          READ favfourn NEXT
          AT END
            MOVE 1 TO WafFin
          NOT AT END
            IF faf_idfourn NOT = fff_idfourn OR WafReste = 0 THEN
              MOVE 1 TO WafFin
            ELSE
              IF faf_etat = 0 THEN
                MOVE avfournTamp TO WjrnAvant
                IF faf_solde > WafReste THEN
                  MOVE WafReste TO WafPart
                ELSE
                  MOVE faf_solde TO WafPart
                END-IF
                SUBTRACT WafPart FROM faf_solde
                SUBTRACT WafPart FROM WafReste
                IF faf_solde = 0 THEN
                  MOVE 1 TO faf_etat
                END-IF
                MOVE fff_id TO faf_idfact
                REWRITE avfournTamp END-REWRITE
                MOVE "favfourn" TO WjrnFichier
                MOVE "IMPUTE" TO WjrnAction
                MOVE faf_id TO WjrnCle
                MOVE avfournTamp TO WjrnApres
                PERFORM ECRIRE_JOURNAL
                MOVE WafPart TO WmontantAff
                DISPLAY 'Avoir fournisseur ',faf_id,' imputé pour ',WmontantAff
              END-IF
            END-IF
          END-READ
        END-PERFORM
      END-START
      CLOSE favfourn
      COMPUTE WafImpute = fff_montant - WafReste.

      ECRIRE_MOUVEMENT.
      PERFORM AJOUT_ID_MOUVEMENT
      MOVE fdo_mouvement TO fmv_id
      MOVE fva_idart TO fmv_idart
      MOVE fva_taille TO fmv_taille
      MOVE fva_couleur TO fmv_couleur
      ACCEPT fmv_date FROM DATE YYYYMMDD
      MOVE WsmMagasin TO fmv_magasin
      MOVE WopCode TO fmv_operateur
      MOVE WmvtType TO fmv_type
      MOVE WsmDelta TO fmv_quantite
      MOVE WmvtDocType TO fmv_docType
      MOVE WmvtDoc TO fmv_doc
      MOVE WsmStock TO fmv_soldeMagasin
      MOVE fva_stock TO fmv_solde
      OPEN I-O fmouvement
      WRITE mouvementTamp END-WRITE
      CLOSE fmouvement.

      MOUVEMENTS_STOCK.
      DISPLAY 'Mouvements de stock'
      PERFORM WITH TEST AFTER UNTIL Wsousmenu = 0
        DISPLAY '1:fiche de stock d une variante sur une période,'
        DISPLAY '2:contrôle du stock reconstitué par les mouvements, 0:retour'
        ACCEPT Wsousmenu
        EVALUATE Wsousmenu
          WHEN 1
            PERFORM FICHE_STOCK
          WHEN 2
            PERFORM CONTROLE_STOCK_MOUVEMENTS
        END-EVALUATE
      END-PERFORM.

      FICHE_STOCK.
      PERFORM SAISIR_VARIANTE
      IF WcbOk = 1 THEN
        PERFORM TROUVER_VARIANTE
        IF Wtrouve = 0 THEN
          DISPLAY 'Cette variante (taille/couleur) n existe pas pour cet article'
        ELSE
          DISPLAY 'Date de debut (AAAAMMJJ)'
          ACCEPT WdateDebut
          DISPLAY 'Date de fin (AAAAMMJJ)'
          ACCEPT WdateFin
          DISPLAY 'Fiche de stock article ',fva_idart,' taille ',fva_taille,' couleur ',fva_couleur
          DISPLAY 'date     mag type     quantité doc    numero  solde mag  solde total'
          MOVE 0 TO WmvtSolde
          MOVE 0 TO WmvtNb
          MOVE 0 TO WmvtFin
          OPEN INPUT fmouvement
          MOVE fva_cle TO fmv_cle
          START fmouvement KEY IS EQUAL TO fmv_cle
          INVALID KEY
            MOVE 1 TO WmvtFin
          NOT INVALID KEY
            PERFORM WITH TEST AFTER UNTIL WmvtFin = 1
              READ fmouvement NEXT
              AT END
                MOVE 1 TO WmvtFin
              NOT AT END
                IF fmv_cle NOT = fva_cle OR fmv_date > WdateFin THEN
                  MOVE 1 TO WmvtFin
                ELSE
                  IF fmv_date < WdateDebut THEN
                    ADD fmv_quantite TO WmvtSolde
                  ELSE
                    IF WmvtNb = 0 THEN
                      MOVE WmvtSolde TO WmvtSoldeAff
                      DISPLAY 'solde au ',WdateDebut,' : ',WmvtSoldeAff
                    END-IF
                    ADD 1 TO WmvtNb
                    ADD fmv_quantite TO WmvtSolde
                    MOVE fmv_quantite TO WmvtQteAff
                    DISPLAY fmv_date,' ',fmv_magasin,' ',fmv_type,' ',WmvtQteAff,' ',fmv_docType,' ',fmv_doc,' ',fmv_soldeMagasin,' ',fmv_solde
                  END-IF
                END-IF
              END-READ
            END-PERFORM
          END-START
          CLOSE fmouvement
          IF WmvtNb = 0 THEN
            MOVE WmvtSolde TO WmvtSoldeAff
            DISPLAY 'Aucun mouvement sur la période, solde: ',WmvtSoldeAff
          ELSE
            MOVE WmvtSolde TO WmvtSoldeAff
            DISPLAY 'Mouvements sur la période: ',WmvtNb,' solde au ',WdateFin,' : ',WmvtSoldeAff
          END-IF
        END-IF
      END-IF.

      CONTROLE_STOCK_MOUVEMENTS.
      DISPLAY 'Reconstitution du stock de chaque variante à partir des mouvements'
      MOVE 0 TO WmvtNbEcarts
      MOVE 0 TO WmvtNb
      MOVE 0 TO Wfin
      OPEN INPUT fvariante
      OPEN INPUT fmouvement
      OPEN INPUT fart
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
        READ fvariante NEXT
        AT END
          MOVE 1 TO Wfin
        NOT AT END
          ADD 1 TO WmvtNb
          PERFORM CUMULER_MOUVEMENTS_VARIANTE
          IF WmvtSolde NOT = fva_stock THEN
            ADD 1 TO WmvtNbEcarts
            MOVE fva_idart TO far_id
            READ fart
            INVALID KEY
              MOVE "ARTICLE INCONNU" TO far_nom
            END-READ
            MOVE WmvtSolde TO WmvtSoldeAff
            DISPLAY far_nom,' ',fva_taille,' ',fva_couleur,' : mouvements ',WmvtSoldeAff,' variantes.dat ',fva_stock
          END-IF
        END-READ
      END-PERFORM
      CLOSE fart
      CLOSE fmouvement
      CLOSE fvariante
      DISPLAY '--------------------'
      DISPLAY 'Variantes controlées: ',WmvtNb
      DISPLAY 'Variantes en écart: ',WmvtNbEcarts
      DISPLAY '--------------------'.

      CUMULER_MOUVEMENTS_VARIANTE.
      MOVE 0 TO WmvtSolde
      MOVE 0 TO WmvtFin
      MOVE fva_cle TO fmv_cle
      START fmouvement KEY IS EQUAL TO fmv_cle
      INVALID KEY
        MOVE 1 TO WmvtFin
      NOT INVALID KEY
        PERFORM WITH TEST AFTER UNTIL WmvtFin = 1
          READ fmouvement NEXT
          AT END
            MOVE 1 TO WmvtFin
          NOT AT END
            IF fmv_cle NOT = fva_cle THEN
              MOVE 1 TO WmvtFin
            ELSE
              ADD fmv_quantite TO WmvtSolde
            END-IF
          END-READ
        END-PERFORM
      END-START.

      CHANGEMENTS_PRIX.
      DISPLAY 'Changements de prix permanents'
      PERFORM WITH TEST AFTER UNTIL Wsousmenu = 0
        DISPLAY '1:nouveau prix d un article, 2:nouveau prix d un type d article,'
        DISPLAY '3:nouveaux prix depuis prix.dat, 4:historique des prix d un article,'
        DISPLAY '0:retour'
        ACCEPT Wsousmenu
        EVALUATE Wsousmenu
          WHEN 1
            PERFORM CHANGER_PRIX_ARTICLE
          WHEN 2
            PERFORM CHANGER_PRIX_TYPE
          WHEN 3
            PERFORM CHANGER_PRIX_FICHIER
          WHEN 4
            PERFORM AFFICHER_HISTORIQUE_PRIX
        END-EVALUATE
      END-PERFORM.

      SAISIR_DATE_EFFET.
      ACCEPT WphAuj FROM DATE YYYYMMDD
      PERFORM WITH TEST AFTER UNTIL WphDateEffet >= WphAuj
        DISPLAY 'Date d effet du nouveau prix (AAAAMMJJ, 0 pour aujourd hui)'
        ACCEPT WphDateEffet
        IF WphDateEffet = 0 THEN
          MOVE WphAuj TO WphDateEffet
        END-IF
        IF WphDateEffet < WphAuj THEN
          DISPLAY 'La date d effet ne peut pas etre dans le passé'
        END-IF
      END-PERFORM.

      DEBUT_CHANGEMENT_PRIX.
      MOVE 0 TO WphNbProg
      MOVE 0 TO WphNbAppl
      MOVE 0 TO WphNbIgn
      MOVE 0 TO WphNbRej
      MOVE 0 TO WphNbEti
      MOVE 0 TO WphEtiOuvert
      OPEN I-O fprixhist.

      FIN_CHANGEMENT_PRIX.
      CLOSE fprixhist
      DISPLAY '--------------------'
      DISPLAY 'Nouveaux prix appliqués: ',WphNbAppl
      DISPLAY 'Nouveaux prix programmés au ',WphDateEffet,': ',WphNbProg
      DISPLAY 'Articles au prix inchangé: ',WphNbIgn
      DISPLAY 'Articles refusés: ',WphNbRej
      IF WphEtiOuvert = 1 THEN
        DISPLAY 'Etiquettes à recoller (',WphNbEti,') générées par magasin dans les fichiers'
        DISPLAY 'ETIQUETTES-PRIX-<magasin>-',WphAuj,'.TXT'
      END-IF
      IF WphNbProg > 0 THEN
        DISPLAY 'Les prix programmés et leurs étiquettes seront produits à la'
        DISPLAY 'premiere ouverture de session à partir de la date d effet'
      END-IF
      DISPLAY '--------------------'.

      CHANGER_PRIX_ARTICLE.
      DISPLAY 'Identifiant de l article'
      ACCEPT Widart
      OPEN I-O fart
      MOVE Widart TO far_id
      READ fart
      INVALID KEY
        DISPLAY 'Article inexistant'
      NOT INVALID KEY
        DISPLAY far_nom,' prix actuel: ',far_prix
        DISPLAY 'Nouveau prix de vente'
        ACCEPT WphNouveau
        PERFORM SAISIR_DATE_EFFET
        PERFORM DEBUT_CHANGEMENT_PRIX
        PERFORM ENREGISTRER_CHANGEMENT_PRIX
        PERFORM FIN_CHANGEMENT_PRIX
      END-READ
      CLOSE fart.

      CHANGER_PRIX_TYPE.
      PERFORM WITH TEST AFTER UNTIL WphType > 0 AND WphType < 7
        DISPLAY 'Type d article concerné (1 à 6)'
        ACCEPT WphType
      END-PERFORM
      PERFORM WITH TEST AFTER UNTIL WphMode > 0 AND WphMode < 4
        DISPLAY 'Mode (1:hausse en pourcentage, 2:baisse en pourcentage,'
        DISPLAY '3:prix unique pour tout le type)'
        ACCEPT WphMode
      END-PERFORM
      IF WphMode = 3 THEN
        DISPLAY 'Nouveau prix de vente'
        ACCEPT WphNouveau
      ELSE
        PERFORM WITH TEST AFTER UNTIL WphMode = 1 OR WphPct < 100
          DISPLAY 'Pourcentage (ex: 5 pour 5 pct)'
          ACCEPT WphPct
        END-PERFORM
      END-IF
      PERFORM SAISIR_DATE_EFFET
      PERFORM DEBUT_CHANGEMENT_PRIX
      MOVE 0 TO Wfin
      OPEN I-O fart
      MOVE WphType TO far_type
      START fart KEY IS EQUAL TO far_type
      INVALID KEY
        DISPLAY 'Aucun article de ce type'
      NOT INVALID KEY
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
          READ fart NEXT
          AT END
            MOVE 1 TO Wfin
          NOT AT END
            IF far_type NOT = WphType THEN
              MOVE 1 TO Wfin
            ELSE
              IF WphMode = 1 THEN
                COMPUTE WphNouveau ROUNDED = far_prix + (far_prix * WphPct / 100)
              END-IF
              IF WphMode = 2 THEN
                COMPUTE WphNouveau ROUNDED = far_prix - (far_prix * WphPct / 100)
              END-IF
              PERFORM ENREGISTRER_CHANGEMENT_PRIX
            END-IF
          END-READ
        END-PERFORM
      END-START
      CLOSE fart
      PERFORM FIN_CHANGEMENT_PRIX.

      CHANGER_PRIX_FICHIER.
      DISPLAY 'Import des nouveaux prix depuis prix.dat'
      DISPLAY 'Format attendu par ligne: identifiant article;nouveau prix en centimes'
      OPEN INPUT fimpprix
      IF fimpprix_stat NOT = 0 THEN
        DISPLAY 'prix.dat introuvable, import annulé'
      ELSE
        PERFORM SAISIR_DATE_EFFET
        PERFORM DEBUT_CHANGEMENT_PRIX
        OPEN OUTPUT frejprix
        OPEN I-O fart
        MOVE 0 TO WphNbLus
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
          READ fimpprix
          AT END
            MOVE 1 TO Wfin
          NOT AT END
            IF impPrixLigne NOT = SPACES THEN
              ADD 1 TO WphNbLus
              PERFORM TRAITER_LIGNE_PRIX
            END-IF
          END-READ
        END-PERFORM
        CLOSE fart
        CLOSE frejprix
        CLOSE fimpprix
        DISPLAY 'Lignes lues: ',WphNbLus
        PERFORM FIN_CHANGEMENT_PRIX
        DISPLAY 'Les rejets sont détaillés dans rejets_prix.dat'
      END-IF.

      TRAITER_LIGNE_PRIX.
      MOVE SPACES TO WphIdartX
      MOVE SPACES TO WphPrixX
      UNSTRING impPrixLigne DELIMITED BY ";"
        INTO WphIdartX WphPrixX
      END-UNSTRING
      MOVE 1 TO Wvalide
      MOVE SPACES TO WphMotif
      MOVE WphIdartX TO WimpChampX
      PERFORM CONVERTIR_NOMBRE
      IF WimpNombreOK = 0 OR WimpNombre > 999999 THEN
        MOVE 0 TO Wvalide
        MOVE 'identifiant article invalide' TO WphMotif
      ELSE
        MOVE WimpNombre TO far_id
      END-IF
      IF Wvalide = 1 THEN
        MOVE WphPrixX TO WimpChampX
        PERFORM CONVERTIR_NOMBRE
        IF WimpNombreOK = 0 OR WimpNombre > 9999999 THEN
          MOVE 0 TO Wvalide
          MOVE 'prix invalide' TO WphMotif
        ELSE
          COMPUTE WphNouveau = WimpNombre / 100
        END-IF
      END-IF
      IF Wvalide = 1 THEN
        READ fart
        INVALID KEY
          MOVE 0 TO Wvalide
          MOVE 'article inexistant' TO WphMotif
        END-READ
      END-IF
      IF Wvalide = 0 THEN
        ADD 1 TO WphNbRej
      ELSE
        PERFORM ENREGISTRER_CHANGEMENT_PRIX
      END-IF
      IF Wvalide = 0 THEN
        MOVE SPACES TO rejPrixLigne
        STRING WphMotif " : " impPrixLigne
          DELIMITED BY SIZE INTO rejPrixLigne
        END-STRING
        WRITE rejPrixLigne
      END-IF.

      ENREGISTRER_CHANGEMENT_PRIX.
      MOVE 1 TO Wvalide
      IF WphNouveau = far_prix THEN
        ADD 1 TO WphNbIgn
      ELSE
        PERFORM CHERCHER_PRIX_EN_ATTENTE
        IF WphTrouve = 1 THEN
          MOVE 0 TO Wvalide
          MOVE 'changement deja programmé' TO WphMotif
          ADD 1 TO WphNbRej
          DISPLAY 'Article ',far_id,' ',far_nom,': un changement de prix est deja programmé au ',fph_dateEffet
        ELSE
          PERFORM AJOUT_ID_PRIXHIST
          MOVE fdo_prixhist TO fph_id
          MOVE far_id TO fph_idart
          MOVE WphDateEffet TO fph_dateEffet
          MOVE far_prix TO fph_ancienPrix
          MOVE WphNouveau TO fph_nouveauPrix
          MOVE WphAuj TO fph_dateSaisie
          MOVE WopCode TO fph_operateur
          MOVE 0 TO fph_etat
          WRITE prixhistTamp END-WRITE
          MOVE SPACES TO WjrnAvant
          MOVE "fprixhist" TO WjrnFichier
          MOVE "WRITE" TO WjrnAction
          MOVE fph_id TO WjrnCle
          MOVE prixhistTamp TO WjrnApres
          PERFORM ECRIRE_JOURNAL
          DISPLAY 'Article ',far_id,' ',far_nom,': ',far_prix,' -> ',WphNouveau,' au ',fph_dateEffet
          IF fph_dateEffet <= WphAuj THEN
            PERFORM APPLIQUER_PRIX
          ELSE
            ADD 1 TO WphNbProg
          END-IF
        END-IF
      END-IF.

      CHERCHER_PRIX_EN_ATTENTE.
      MOVE 0 TO WphTrouve
      MOVE 0 TO WphFin
      MOVE far_id TO fph_idart
      START fprixhist KEY IS EQUAL TO fph_idart
      INVALID KEY
        MOVE 1 TO WphFin
      NOT INVALID KEY
        PERFORM WITH TEST AFTER UNTIL WphFin = 1
          READ fprixhist NEXT
          AT END
            MOVE 1 TO WphFin
          NOT AT END
            IF fph_idart NOT = far_id THEN
              MOVE 1 TO WphFin
            ELSE
              IF fph_etat = 0 THEN
                MOVE 1 TO WphTrouve
                MOVE 1 TO WphFin
              END-IF
            END-IF
          END-READ
        END-PERFORM
      END-START.

      APPLIQUER_PRIX.
      MOVE artTamp TO WjrnAvant
      MOVE fph_nouveauPrix TO far_prix
      REWRITE artTamp END-REWRITE
      MOVE "fart" TO WjrnFichier
      MOVE "REWRITE" TO WjrnAction
      MOVE far_id TO WjrnCle
      MOVE artTamp TO WjrnApres
      PERFORM ECRIRE_JOURNAL
      MOVE prixhistTamp TO WjrnAvant
      MOVE 1 TO fph_etat
      REWRITE prixhistTamp END-REWRITE
      MOVE "fprixhist" TO WjrnFichier
      MOVE "REWRITE" TO WjrnAction
      MOVE fph_id TO WjrnCle
      MOVE prixhistTamp TO WjrnApres
      PERFORM ECRIRE_JOURNAL
      ADD 1 TO WphNbAppl
      PERFORM ECRIRE_ETIQUETTES_PRIX.

      ECRIRE_ETIQUETTES_PRIX.
      MOVE far_nom TO WetiNom
      MOVE far_prix TO WetiPrix
      MOVE 0 TO Wfin3
      OPEN INPUT fstockmag
      OPEN I-O fvariante
      MOVE far_id TO fva_idart
      START fvariante KEY IS EQUAL TO fva_idart
      INVALID KEY
        MOVE 1 TO Wfin3
      NOT INVALID KEY
        PERFORM WITH TEST AFTER UNTIL Wfin3 = 1
          READ fvariante NEXT
          AT END
            MOVE 1 TO Wfin3
          NOT AT END
            IF fva_idart NOT = far_id THEN
              MOVE 1 TO Wfin3
            ELSE
              IF fva_codebarre = SPACES THEN
                MOVE varianteTamp TO WjrnAvant
                PERFORM GENERER_CODE_BARRE
                REWRITE varianteTamp END-REWRITE
                MOVE "fvariante" TO WjrnFichier
                MOVE "REWRITE" TO WjrnAction
                MOVE fva_cle TO WjrnCle
                MOVE varianteTamp TO WjrnApres
                PERFORM ECRIRE_JOURNAL
              END-IF
              MOVE fva_codebarre TO Wcb
              PERFORM ETIQUETTES_PRIX_MAGASINS
            END-IF
          END-READ
        END-PERFORM
      END-START
      CLOSE fvariante
      CLOSE fstockmag.

      ETIQUETTES_PRIX_MAGASINS.
      MOVE 0 TO WphFinMag
      MOVE fva_cle TO fsm_varcle
      START fstockmag KEY IS EQUAL TO fsm_varcle
      INVALID KEY
        MOVE 1 TO WphFinMag
      NOT INVALID KEY
        PERFORM WITH TEST AFTER UNTIL WphFinMag = 1
          READ fstockmag NEXT
          AT END
            MOVE 1 TO WphFinMag
          NOT AT END
            IF fsm_varcle NOT = fva_cle THEN
              MOVE 1 TO WphFinMag
            ELSE
              IF fsm_stock > 0 THEN
                PERFORM ETIQUETTES_PRIX_MAGASIN
              END-IF
            END-IF
          END-READ
        END-PERFORM
      END-START.

      ETIQUETTES_PRIX_MAGASIN.
      MOVE SPACES TO Wetifichier
      STRING "ETIQUETTES-PRIX-" fsm_magasin "-" WphAuj ".TXT" DELIMITED BY SIZE
        INTO Wetifichier
      END-STRING
      OPEN EXTEND fetiquette
      IF fetiquette_stat = 35 THEN
        OPEN OUTPUT fetiquette
      END-IF
      PERFORM VARYING WetiIdx FROM 1 BY 1 UNTIL WetiIdx > fsm_stock
        MOVE SPACES TO etiLigne
        STRING Wcb "  " WetiNom "  " WetiPrix
          DELIMITED BY SIZE INTO etiLigne
        END-STRING
        WRITE etiLigne
      END-PERFORM
      CLOSE fetiquette
      ADD fsm_stock TO WphNbEti
      MOVE 1 TO WphEtiOuvert.

      APPLIQUER_PRIX_ECHUS.
      ACCEPT WphAuj FROM DATE YYYYMMDD
      MOVE 0 TO WphNbAppl
      MOVE 0 TO WphNbEti
      MOVE 0 TO WphEtiOuvert
      MOVE 0 TO Wfin
      OPEN I-O fprixhist
      OPEN I-O fart
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
        READ fprixhist NEXT
        AT END
          MOVE 1 TO Wfin
        NOT AT END
          IF fph_etat = 0 AND fph_dateEffet <= WphAuj THEN
            MOVE fph_idart TO far_id
            READ fart
            INVALID KEY
              MOVE prixhistTamp TO WjrnAvant
              MOVE 2 TO fph_etat
              REWRITE prixhistTamp END-REWRITE
              MOVE "fprixhist" TO WjrnFichier
              MOVE "REWRITE" TO WjrnAction
              MOVE fph_id TO WjrnCle
              MOVE prixhistTamp TO WjrnApres
              PERFORM ECRIRE_JOURNAL
            NOT INVALID KEY
              PERFORM APPLIQUER_PRIX
            END-READ
          END-IF
        END-READ
      END-PERFORM
      CLOSE fart
      CLOSE fprixhist
      IF WphEtiOuvert = 1 THEN
        DISPLAY 'Nouveaux prix entrés en vigueur: ',WphNbAppl
        DISPLAY 'Etiquettes à recoller (',WphNbEti,') générées par magasin dans les fichiers'
        DISPLAY 'ETIQUETTES-PRIX-<magasin>-',WphAuj,'.TXT'
      END-IF.

      PRIX_A_LA_DATE.
      MOVE far_prix TO WprixRef
      MOVE 0 TO WphTrouve
      MOVE 0 TO WphFin
      OPEN INPUT fprixhist
      MOVE far_id TO fph_idart
      START fprixhist KEY IS EQUAL TO fph_idart
      INVALID KEY
        MOVE 1 TO WphFin
      NOT INVALID KEY
        PERFORM WITH TEST AFTER UNTIL WphFin = 1
          READ fprixhist NEXT
          AT END
            MOVE 1 TO WphFin
          NOT AT END
            IF fph_idart NOT = far_id THEN
              MOVE 1 TO WphFin
            ELSE
              IF fph_etat NOT = 2 THEN
                IF fph_dateEffet <= WprixDate THEN
                  MOVE fph_nouveauPrix TO WprixRef
                  MOVE 1 TO WphTrouve
                ELSE
                  IF WphTrouve = 0 THEN
                    MOVE fph_ancienPrix TO WprixRef
                  END-IF
                  MOVE 1 TO WphFin
                END-IF
              END-IF
            END-IF
          END-READ
        END-PERFORM
      END-START
      CLOSE fprixhist.

      AFFICHER_HISTORIQUE_PRIX.
      DISPLAY 'Identifiant de l article'
      ACCEPT Widart
      OPEN INPUT fart
      MOVE Widart TO far_id
      READ fart
      INVALID KEY
        DISPLAY 'Article inexistant'
      NOT INVALID KEY
        DISPLAY far_nom,' prix actuel: ',far_prix
      END-READ
      CLOSE fart
      MOVE 0 TO WphFin
      OPEN INPUT fprixhist
      MOVE Widart TO fph_idart
      START fprixhist KEY IS EQUAL TO fph_idart
      INVALID KEY
        DISPLAY 'Aucun changement de prix enregistré pour cet article'
      NOT INVALID KEY
        DISPLAY 'date effet  ancien prix  nouveau prix  saisi le  par       etat'
        PERFORM WITH TEST AFTER UNTIL WphFin = 1
          READ fprixhist NEXT
          AT END
            MOVE 1 TO WphFin
          NOT AT END
            IF fph_idart NOT = Widart THEN
              MOVE 1 TO WphFin
            ELSE
              EVALUATE fph_etat
                WHEN 0
                  MOVE "programmé" TO WphMotif
                WHEN 1
                  MOVE "appliqué" TO WphMotif
                WHEN OTHER
                  MOVE "annulé" TO WphMotif
              END-EVALUATE
              DISPLAY fph_dateEffet,'  ',fph_ancienPrix,'     ',fph_nouveauPrix,'      ',fph_dateSaisie,'  ',fph_operateur,'  ',WphMotif
            END-IF
          END-READ
        END-PERFORM
      END-START
      CLOSE fprixhist.

      DONNEES_PERSONNELLES.
      DISPLAY 'Données personnelles des clients'
      PERFORM WITH TEST AFTER UNTIL Wsousmenu = 0
        DISPLAY '1:extrait des données d un client,'
        DISPLAY '2:anonymisation des clients inactifs (responsable), 0:retour'
        ACCEPT Wsousmenu
        EVALUATE Wsousmenu
          WHEN 1
            PERFORM EXTRAIT_CLIENT
          WHEN 2
            PERFORM CONTROLE_MANAGER
            IF Wautorise = 1 THEN
              PERFORM ANONYMISER_CLIENTS
            END-IF
        END-EVALUATE
      END-PERFORM.

      EXTRAIT_CLIENT.
      DISPLAY 'Identifiant du client'
      ACCEPT WidClient
      MOVE 0 TO Wok
      OPEN INPUT fclient
      MOVE WidClient TO fcl_id
      READ fclient
      INVALID KEY
        DISPLAY 'Client inexistant'
      NOT INVALID KEY
        MOVE 1 TO Wok
      END-READ
      CLOSE fclient
      IF Wok = 1 THEN
        ACCEPT WanoAuj FROM DATE YYYYMMDD
        MOVE SPACES TO Wfactfichier
        STRING "EXTRAIT-CLIENT-" fcl_id ".TXT" DELIMITED BY SIZE
          INTO Wfactfichier
        END-STRING
        OPEN OUTPUT ffacture
        MOVE ALL "=" TO factLigne
        WRITE factLigne
        MOVE "           BOUTIQUE AU FIL DES MODES" TO factLigne
        WRITE factLigne
        MOVE "       12 RUE DU COMMERCE - 75011 PARIS" TO factLigne
        WRITE factLigne
        MOVE ALL "=" TO factLigne
        WRITE factLigne
        MOVE SPACES TO factLigne
        STRING "EXTRAIT DES DONNEES PERSONNELLES   DU " WanoAuj
          DELIMITED BY SIZE INTO factLigne
        END-STRING
        WRITE factLigne
        MOVE ALL "-" TO factLigne
        WRITE factLigne
        PERFORM ECRIRE_FICHE_EXTRAIT
        PERFORM ECRIRE_COMMANDES_EXTRAIT
        PERFORM ECRIRE_ARCHIVES_EXTRAIT
        PERFORM ECRIRE_AVOIRS_EXTRAIT
        PERFORM ECRIRE_RESERVES_EXTRAIT
        PERFORM ECRIRE_LIVRAISONS_EXTRAIT
        MOVE ALL "=" TO factLigne
        WRITE factLigne
        CLOSE ffacture
        MOVE SPACES TO WjrnAvant
        MOVE "fclient" TO WjrnFichier
        MOVE "EXTRAIT" TO WjrnAction
        MOVE fcl_id TO WjrnCle
        MOVE SPACES TO WjrnApres
        PERFORM ECRIRE_JOURNAL
        DISPLAY 'Extrait du client ',fcl_id,' généré dans ',Wfactfichier
      END-IF.

      ECRIRE_FICHE_EXTRAIT.
      MOVE "FICHE CLIENT" TO factLigne
      WRITE factLigne
      MOVE SPACES TO factLigne
      STRING "NUMERO CLIENT:   " fcl_id
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      MOVE SPACES TO factLigne
      STRING "NOM:             " fcl_nom
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      MOVE SPACES TO factLigne
      STRING "PRENOM:          " fcl_prenom
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      MOVE SPACES TO factLigne
      STRING "MAIL:            " fcl_mail
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      MOVE SPACES TO factLigne
      STRING "ADRESSE:         " fcl_adresse
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      IF fcl_fidele = 1 THEN
        MOVE "PROGRAMME FIDELITE: OUI" TO factLigne
      ELSE
        MOVE "PROGRAMME FIDELITE: NON" TO factLigne
      END-IF
      WRITE factLigne
      MOVE SPACES TO factLigne
      STRING "POINTS DE FIDELITE ACQUIS: " fcl_points
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      MOVE ALL "-" TO factLigne
      WRITE factLigne.

      ECRIRE_COMMANDES_EXTRAIT.
      MOVE "COMMANDES" TO factLigne
      WRITE factLigne
      MOVE 0 TO WanoNb
      MOVE 0 TO WanoFin
      OPEN INPUT fcmd
      OPEN INPUT fachat
      OPEN INPUT fart
      MOVE WidClient TO fco_idClient
      START fcmd KEY IS EQUAL TO fco_idClient
      INVALID KEY
        MOVE 1 TO WanoFin
      NOT INVALID KEY
        PERFORM WITH TEST AFTER UNTIL WanoFin = 1
          READ fcmd NEXT
          AT END
            MOVE 1 TO WanoFin
          NOT AT END
            IF fco_idClient NOT = WidClient THEN
              MOVE 1 TO WanoFin
            ELSE
              ADD 1 TO WanoNb
              PERFORM ECRIRE_COMMANDE_EXTRAIT
              MOVE 0 TO WanoFin2
              MOVE fco_id TO fa_idcmd
              START fachat KEY IS EQUAL TO fa_idcmd
              INVALID KEY
                MOVE 1 TO WanoFin2
              NOT INVALID KEY
                PERFORM WITH TEST AFTER UNTIL WanoFin2 = 1
                  READ fachat NEXT
                  AT END
                    MOVE 1 TO WanoFin2
                  NOT AT END
                    IF fa_idcmd NOT = fco_id THEN
                      MOVE 1 TO WanoFin2
                    ELSE
                      PERFORM ECRIRE_ACHAT_EXTRAIT
                    END-IF
                  END-READ
                END-PERFORM
              END-START
            END-IF
          END-READ
        END-PERFORM
      END-START
      CLOSE fart
      CLOSE fachat
      CLOSE fcmd
      IF WanoNb = 0 THEN
        MOVE "   AUCUNE COMMANDE" TO factLigne
        WRITE factLigne
      END-IF
      MOVE ALL "-" TO factLigne
      WRITE factLigne.

      ECRIRE_ARCHIVES_EXTRAIT.
      MOVE "COMMANDES ARCHIVEES" TO factLigne
      WRITE factLigne
      MOVE 0 TO WanoNb
      OPEN INPUT farchcmd
      IF farchcmd_stat = 0 THEN
        OPEN INPUT fart
        MOVE 0 TO WanoFin
        PERFORM WITH TEST AFTER UNTIL WanoFin = 1
          READ farchcmd
          AT END
            MOVE 1 TO WanoFin
          NOT AT END
            MOVE archCmdLigne TO cmdTamp
            IF fco_idClient = WidClient THEN
              ADD 1 TO WanoNb
              PERFORM ECRIRE_COMMANDE_EXTRAIT
              OPEN INPUT farchachat
              IF farchachat_stat = 0 THEN
                MOVE 0 TO WanoFin2
                PERFORM WITH TEST AFTER UNTIL WanoFin2 = 1
                  READ farchachat
                  AT END
                    MOVE 1 TO WanoFin2
                  NOT AT END
                    MOVE archAchatLigne TO achatTamp
                    IF fa_idcmd = fco_id THEN
                      PERFORM ECRIRE_ACHAT_EXTRAIT
                    END-IF
                  END-READ
                END-PERFORM
                CLOSE farchachat
              END-IF
            END-IF
          END-READ
        END-PERFORM
        CLOSE fart
        CLOSE farchcmd
      END-IF
      IF WanoNb = 0 THEN
        MOVE "   AUCUNE COMMANDE ARCHIVEE" TO factLigne
        WRITE factLigne
      END-IF
      MOVE ALL "-" TO factLigne
      WRITE factLigne.

      ECRIRE_COMMANDE_EXTRAIT.
      MOVE fco_prix TO WmontantAff
      MOVE SPACES TO factLigne
      STRING "COMMANDE " fco_id " DU " fco_date "  ARTICLES " fco_nbArticles
        "  MONTANT " WmontantAff
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      IF fco_remise > 0 OR fco_points > 0 THEN
        MOVE fco_remise TO WmontantAff2
        MOVE SPACES TO factLigne
        STRING "   REMISE FIDELITE " WmontantAff2 "  POINTS GAGNES " fco_points
          DELIMITED BY SIZE INTO factLigne
        END-STRING
        WRITE factLigne
      END-IF
      IF fco_etat = 1 THEN
        MOVE "   COMMANDE REMBOURSEE (AVOIR EMIS)" TO factLigne
        WRITE factLigne
      END-IF.

      ECRIRE_ACHAT_EXTRAIT.
      MOVE fa_idart TO far_id
      READ fart
      INVALID KEY
        MOVE "ARTICLE INCONNU" TO WanoArtNom
      NOT INVALID KEY
        MOVE far_nom TO WanoArtNom
      END-READ
      MOVE SPACES TO factLigne
      STRING "   " WanoArtNom " " fa_taille " " fa_couleur " X" fa_quantite
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      IF fa_etat = 1 THEN
        MOVE "      (ACHAT REMBOURSE)" TO factLigne
        WRITE factLigne
      END-IF.

      ECRIRE_AVOIRS_EXTRAIT.
      MOVE "AVOIRS" TO factLigne
      WRITE factLigne
      MOVE 0 TO WanoNb
      MOVE 0 TO WanoFin
      OPEN INPUT favoir
      MOVE WidClient TO fav_idclient
      START favoir KEY IS EQUAL TO fav_idclient
      INVALID KEY
        MOVE 1 TO WanoFin
      NOT INVALID KEY
        PERFORM WITH TEST AFTER UNTIL WanoFin = 1
          READ favoir NEXT
          AT END
            MOVE 1 TO WanoFin
          NOT AT END
            IF fav_idclient NOT = WidClient THEN
              MOVE 1 TO WanoFin
            ELSE
              ADD 1 TO WanoNb
              IF fav_etat = 0 THEN
                MOVE "OUVERT" TO WanoEtat
              ELSE
                MOVE "UTILISE" TO WanoEtat
              END-IF
              MOVE fav_montant TO WmontantAff
              MOVE SPACES TO factLigne
              STRING "AVOIR " fav_id " DU " fav_date " COMMANDE " fav_idcmd
                "  MONTANT " WmontantAff "  " WanoEtat
                DELIMITED BY SIZE INTO factLigne
              END-STRING
              WRITE factLigne
            END-IF
          END-READ
        END-PERFORM
      END-START
      CLOSE favoir
      IF WanoNb = 0 THEN
        MOVE "   AUCUN AVOIR" TO factLigne
        WRITE factLigne
      END-IF
      MOVE ALL "-" TO factLigne
      WRITE factLigne.

      ECRIRE_RESERVES_EXTRAIT.
      MOVE "MISES DE COTE" TO factLigne
      WRITE factLigne
      MOVE 0 TO WanoNb
      MOVE 0 TO WanoFin
      OPEN INPUT freserve
      MOVE WidClient TO fr_idclient
      START freserve KEY IS EQUAL TO fr_idclient
      INVALID KEY
        MOVE 1 TO WanoFin
      NOT INVALID KEY
        PERFORM WITH TEST AFTER UNTIL WanoFin = 1
          READ freserve NEXT
          AT END
            MOVE 1 TO WanoFin
          NOT AT END
            IF fr_idclient NOT = WidClient THEN
              MOVE 1 TO WanoFin
            ELSE
              ADD 1 TO WanoNb
              EVALUATE fr_etat
                WHEN 0
                  MOVE "ACTIVE" TO WanoEtat
                WHEN 1
                  MOVE "CONVERTIE" TO WanoEtat
                WHEN OTHER
                  MOVE "LIBEREE" TO WanoEtat
              END-EVALUATE
              MOVE SPACES TO factLigne
              STRING "MISE DE COTE " fr_id " ARTICLE " fr_idart " " fr_taille
                " " fr_couleur
                DELIMITED BY SIZE INTO factLigne
              END-STRING
              WRITE factLigne
              MOVE SPACES TO factLigne
              STRING "   QUANTITE " fr_quantite " EXPIRE LE " fr_dateExp
                " MAGASIN " fr_magasin "  " WanoEtat
                DELIMITED BY SIZE INTO factLigne
              END-STRING
              WRITE factLigne
            END-IF
          END-READ
        END-PERFORM
      END-START
      CLOSE freserve
      IF WanoNb = 0 THEN
        MOVE "   AUCUNE MISE DE COTE" TO factLigne
        WRITE factLigne
      END-IF
      MOVE ALL "-" TO factLigne
      WRITE factLigne.

      ECRIRE_LIVRAISONS_EXTRAIT.
      MOVE "LIVRAISONS" TO factLigne
      WRITE factLigne
      MOVE 0 TO WanoNb
      OPEN INPUT flivraison
      IF flivraison_stat = 0 THEN
        MOVE 0 TO WanoFin
        OPEN INPUT fcmd
        MOVE WidClient TO fco_idClient
        START fcmd KEY IS EQUAL TO fco_idClient
        INVALID KEY
          MOVE 1 TO WanoFin
        NOT INVALID KEY
          PERFORM WITH TEST AFTER UNTIL WanoFin = 1
            READ fcmd NEXT
            AT END
              MOVE 1 TO WanoFin
            NOT AT END
              IF fco_idClient NOT = WidClient THEN
                MOVE 1 TO WanoFin
              ELSE
                PERFORM ECRIRE_LIVRAISON_EXTRAIT
              END-IF
            END-READ
          END-PERFORM
        END-START
        CLOSE fcmd
        OPEN INPUT farchcmd
        IF farchcmd_stat = 0 THEN
          MOVE 0 TO WanoFin
          PERFORM WITH TEST AFTER UNTIL WanoFin = 1
            READ farchcmd
            AT END
              MOVE 1 TO WanoFin
            NOT AT END
              MOVE archCmdLigne TO cmdTamp
              IF fco_idClient = WidClient THEN
                PERFORM ECRIRE_LIVRAISON_EXTRAIT
              END-IF
            END-READ
          END-PERFORM
          CLOSE farchcmd
        END-IF
        CLOSE flivraison
      END-IF
      IF WanoNb = 0 THEN
        MOVE "   AUCUNE LIVRAISON" TO factLigne
        WRITE factLigne
      END-IF.

      ECRIRE_LIVRAISON_EXTRAIT.
      MOVE fco_id TO fli_idcmd
      READ flivraison
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        ADD 1 TO WanoNb
        PERFORM LIBELLE_ETAT_LIVRAISON
        MOVE SPACES TO factLigne
        STRING "LIVRAISON COMMANDE " fli_idcmd "  " WlivLibelle
          "  TRANSPORTEUR " fli_transporteur
          DELIMITED BY SIZE INTO factLigne
        END-STRING
        WRITE factLigne
        MOVE SPACES TO factLigne
        STRING "   ADRESSE: " fli_adresse
          DELIMITED BY SIZE INTO factLigne
        END-STRING
        WRITE factLigne
        MOVE SPACES TO factLigne
        STRING "            " fli_complement
          DELIMITED BY SIZE INTO factLigne
        END-STRING
        WRITE factLigne
        IF fli_suivi NOT = SPACES THEN
          MOVE SPACES TO factLigne
          STRING "   SUIVI: " fli_suivi
            DELIMITED BY SIZE INTO factLigne
          END-STRING
          WRITE factLigne
        END-IF
      END-READ.

      ANONYMISER_CLIENTS.
      DISPLAY 'Anonymisation des clients inactifs'
      DISPLAY 'Date limite (AAAAMMJJ): clients sans commande depuis cette date'
      ACCEPT WanoDate
      PERFORM WITH TEST AFTER UNTIL WanoMode > 0 AND WanoMode < 3
        DISPLAY '1:liste des clients concernés seulement, 2:anonymiser'
        ACCEPT WanoMode
      END-PERFORM
      ACCEPT WccDateRef FROM DATE YYYYMMDD
      MOVE 0 TO WanoNbElig
      MOVE 0 TO WanoNbFait
      MOVE 0 TO WanoNbExclu
      MOVE 0 TO WanoNbJrn
      MOVE 0 TO WanoFin
      OPEN I-O fclient
      PERFORM WITH TEST AFTER UNTIL WanoFin = 1
        READ fclient NEXT
        AT END
          MOVE 1 TO WanoFin
        NOT AT END
          IF fcl_nom NOT = "ANONYME" THEN
            PERFORM EXAMINER_CLIENT_INACTIF
          END-IF
        END-READ
      END-PERFORM
      CLOSE fclient
      IF WanoMode = 2 AND WanoNbFait > 0 THEN
        PERFORM EPURER_JOURNAL_CLIENTS
      END-IF
      DISPLAY '--------------------'
      DISPLAY 'Clients sans commande depuis le ',WanoDate,': ',WanoNbElig
      DISPLAY 'Clients conservés (avoir ouvert, mise de coté active ou solde du): ',WanoNbExclu
      IF WanoMode = 1 THEN
        DISPLAY 'Clients à anonymiser: ',WanoNbFait
      ELSE
        DISPLAY 'Clients anonymisés: ',WanoNbFait
        DISPLAY 'Lignes du journal épurées: ',WanoNbJrn
      END-IF
      DISPLAY '--------------------'.

      EXAMINER_CLIENT_INACTIF.
      MOVE fcl_id TO WidClient
      PERFORM DERNIERE_COMMANDE_CLIENT
      IF WanoDerniere < WanoDate THEN
        ADD 1 TO WanoNbElig
        MOVE SPACES TO WanoMotif
        MOVE 0 TO WccMode
        PERFORM PARCOURIR_COMMANDES_CLIENT
        IF WccNb > 0 THEN
          MOVE "solde du" TO WanoMotif
        END-IF
        IF WanoMotif = SPACES THEN
          PERFORM CALCULER_AVOIRS_CLIENT
          IF WccAvoirs > 0 THEN
            MOVE "avoir ouvert" TO WanoMotif
          END-IF
        END-IF
        IF WanoMotif = SPACES THEN
          PERFORM COMPTER_RESERVES_CLIENT
          IF WresNb > 0 THEN
            MOVE "mise de coté active" TO WanoMotif
          END-IF
        END-IF
        IF WanoMotif NOT = SPACES THEN
          ADD 1 TO WanoNbExclu
          DISPLAY 'client ',fcl_id,' conservé: ',WanoMotif
        ELSE
          IF WanoMode = 1 THEN
            ADD 1 TO WanoNbFait
            DISPLAY 'client ',fcl_id,' ',fcl_nom,' ',fcl_prenom,' derniere commande: ',WanoDerniere
          ELSE
            PERFORM ANONYMISER_FICHE
          END-IF
        END-IF
      END-IF.

      DERNIERE_COMMANDE_CLIENT.
      MOVE 0 TO WanoDerniere
      MOVE 0 TO WanoFin2
      OPEN INPUT fcmd
      MOVE WidClient TO fco_idClient
      START fcmd KEY IS EQUAL TO fco_idClient
      INVALID KEY
        MOVE 1 TO WanoFin2
      NOT INVALID KEY
        PERFORM WITH TEST AFTER UNTIL WanoFin2 = 1
          READ fcmd NEXT
          AT END
            MOVE 1 TO WanoFin2
          NOT AT END
            IF fco_idClient NOT = WidClient THEN
              MOVE 1 TO WanoFin2
            ELSE
              IF fco_date > WanoDerniere THEN
                MOVE fco_date TO WanoDerniere
              END-IF
            END-IF
          END-READ
        END-PERFORM
      END-START
      CLOSE fcmd
      IF WanoDerniere < WanoDate THEN
        OPEN INPUT farchcmd
        IF farchcmd_stat = 0 THEN
          MOVE 0 TO WanoFin2
          PERFORM WITH TEST AFTER UNTIL WanoFin2 = 1
            READ farchcmd
            AT END
              MOVE 1 TO WanoFin2
            NOT AT END
              MOVE archCmdLigne TO cmdTamp
              IF fco_idClient = WidClient AND fco_date > WanoDerniere THEN
                MOVE fco_date TO WanoDerniere
              END-IF
            END-READ
          END-PERFORM
          CLOSE farchcmd
        END-IF
      END-IF.

      COMPTER_RESERVES_CLIENT.
      MOVE 0 TO WresNb
      MOVE 0 TO WanoFin2
      OPEN INPUT freserve
      MOVE WidClient TO fr_idclient
      START freserve KEY IS EQUAL TO fr_idclient
      INVALID KEY
        MOVE 1 TO WanoFin2
      NOT INVALID KEY
        PERFORM WITH TEST AFTER UNTIL WanoFin2 = 1
          READ freserve NEXT
          AT END
            MOVE 1 TO WanoFin2
          NOT AT END
            IF fr_idclient NOT = WidClient THEN
              MOVE 1 TO WanoFin2
            ELSE
              IF fr_etat = 0 AND fr_dateExp >= WccDateRef THEN
                ADD 1 TO WresNb
              END-IF
            END-IF
          END-READ
        END-PERFORM
      END-START
      CLOSE freserve.

      ANONYMISER_FICHE.
      MOVE SPACES TO WjrnAvant
      MOVE "ANONYME" TO fcl_nom
      MOVE SPACES TO fcl_prenom
      MOVE SPACES TO fcl_mail
      MOVE SPACES TO fcl_adresse
      REWRITE clientTamp END-REWRITE
      MOVE "fclient" TO WjrnFichier
      MOVE "ANONYME" TO WjrnAction
      MOVE fcl_id TO WjrnCle
      MOVE clientTamp TO WjrnApres
      PERFORM ECRIRE_JOURNAL
      PERFORM EFFACER_LIVRAISONS_CLIENT
      ADD 1 TO WanoNbFait
      DISPLAY 'client ',fcl_id,' anonymisé (derniere commande: ',WanoDerniere,')'.

      EFFACER_LIVRAISONS_CLIENT.
      OPEN I-O flivraison
      IF flivraison_stat = 0 THEN
        MOVE 0 TO WanoFin2
        OPEN INPUT fcmd
        MOVE WidClient TO fco_idClient
        START fcmd KEY IS EQUAL TO fco_idClient
        INVALID KEY
          MOVE 1 TO WanoFin2
        NOT INVALID KEY
          PERFORM WITH TEST AFTER UNTIL WanoFin2 = 1
            READ fcmd NEXT
            AT END
              MOVE 1 TO WanoFin2
            NOT AT END
              IF fco_idClient NOT = WidClient THEN
                MOVE 1 TO WanoFin2
              ELSE
                PERFORM EFFACER_LIVRAISON_COMMANDE
              END-IF
            END-READ
          END-PERFORM
        END-START
        CLOSE fcmd
        OPEN INPUT farchcmd
        IF farchcmd_stat = 0 THEN
          MOVE 0 TO WanoFin2
          PERFORM WITH TEST AFTER UNTIL WanoFin2 = 1
            READ farchcmd
            AT END
              MOVE 1 TO WanoFin2
            NOT AT END
              MOVE archCmdLigne TO cmdTamp
              IF fco_idClient = WidClient THEN
                PERFORM EFFACER_LIVRAISON_COMMANDE
              END-IF
            END-READ
          END-PERFORM
          CLOSE farchcmd
        END-IF
        CLOSE flivraison
      END-IF.

      EFFACER_LIVRAISON_COMMANDE.
      MOVE fco_id TO fli_idcmd
      READ flivraison
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE SPACES TO fli_adresse
        MOVE SPACES TO fli_complement
        REWRITE livraisonTamp END-REWRITE
        MOVE SPACES TO WjrnAvant
        MOVE "flivraison" TO WjrnFichier
        MOVE "ANONYME" TO WjrnAction
        MOVE fli_idcmd TO WjrnCle
        MOVE livraisonTamp TO WjrnApres
        PERFORM ECRIRE_JOURNAL
      END-READ.

      EPURER_JOURNAL_CLIENTS.
      MOVE 0 TO WanoFin
      OPEN I-O fjournal
      OPEN INPUT fclient
      OPEN INPUT fcmd
      OPEN INPUT flivraison
      PERFORM WITH TEST AFTER UNTIL WanoFin = 1
        READ fjournal NEXT
        AT END
          MOVE 1 TO WanoFin
        NOT AT END
          IF fj_fichier = "fclient" AND fj_action NOT = "ANONYME" THEN
            MOVE fj_cle(1:6) TO fcl_id
            READ fclient
            NOT INVALID KEY
              IF fcl_nom = "ANONYME" THEN
                PERFORM EPURER_LIGNE_JOURNAL
              END-IF
            END-READ
          END-IF
          IF fj_fichier = "flivraison" AND fj_action NOT = "ANONYME" THEN
            PERFORM EXAMINER_JOURNAL_LIVRAISON
          END-IF
        END-READ
      END-PERFORM
      CLOSE flivraison
      CLOSE fcmd
      CLOSE fclient
      CLOSE fjournal.

      EXAMINER_JOURNAL_LIVRAISON.
      MOVE fj_cle(1:6) TO fco_id
      READ fcmd
      INVALID KEY
        MOVE fj_cle(1:6) TO fli_idcmd
        READ flivraison
        NOT INVALID KEY
          IF fli_adresse = SPACES AND fli_complement = SPACES THEN
            PERFORM EPURER_LIGNE_LIVRAISON
          END-IF
        END-READ
      NOT INVALID KEY
        MOVE fco_idClient TO fcl_id
        READ fclient
        NOT INVALID KEY
          IF fcl_nom = "ANONYME" THEN
            PERFORM EPURER_LIGNE_LIVRAISON
          END-IF
        END-READ
      END-READ.

      EPURER_LIGNE_LIVRAISON.
      MOVE journalTamp TO WanoJrnAvant
      IF fj_avant NOT = SPACES THEN
        MOVE fj_avant TO WanoLivImage
        MOVE SPACES TO WanoLivAdresse
        MOVE SPACES TO WanoLivComplement
        MOVE WanoLivImage TO fj_avant
      END-IF
      IF fj_apres NOT = SPACES THEN
        MOVE fj_apres TO WanoLivImage
        MOVE SPACES TO WanoLivAdresse
        MOVE SPACES TO WanoLivComplement
        MOVE WanoLivImage TO fj_apres
      END-IF
      IF journalTamp NOT = WanoJrnAvant THEN
        REWRITE journalTamp END-REWRITE
        ADD 1 TO WanoNbJrn
      END-IF.

      EPURER_LIGNE_JOURNAL.
      MOVE journalTamp TO WanoJrnAvant
      IF fj_avant NOT = SPACES THEN
        MOVE fj_avant TO WanoImage
        MOVE "ANONYME" TO WanoNom
        MOVE SPACES TO WanoPrenom
        MOVE SPACES TO WanoMail
        MOVE SPACES TO WanoAdresse
        MOVE WanoImage TO fj_avant
      END-IF
      IF fj_apres NOT = SPACES THEN
        MOVE fj_apres TO WanoImage
        MOVE "ANONYME" TO WanoNom
        MOVE SPACES TO WanoPrenom
        MOVE SPACES TO WanoMail
        MOVE SPACES TO WanoAdresse
        MOVE WanoImage TO fj_apres
      END-IF
      IF journalTamp NOT = WanoJrnAvant THEN
        REWRITE journalTamp END-REWRITE
        ADD 1 TO WanoNbJrn
      END-IF.

      SAISIR_LIVRAISON.
      MOVE 0 TO WlivOui
      PERFORM WITH TEST AFTER UNTIL WlivOui < 2
        DISPLAY 'Commande à livrer au client ? 1:oui 0:non (emportée)'
        ACCEPT WlivOui
      END-PERFORM
      IF WlivOui = 1 THEN
        MOVE fco_id TO fli_idcmd
        MOVE 1 TO fli_etat
        MOVE SPACES TO fli_complement
        IF fcl_id = fco_idClient THEN
          MOVE fcl_adresse TO fli_adresse
          DISPLAY 'Adresse de livraison: ',fli_adresse
          DISPLAY 'Livrer à une autre adresse ? 1:oui 0:non'
          ACCEPT WlivChoix
        ELSE
          MOVE 1 TO WlivChoix
        END-IF
        IF WlivChoix = 1 THEN
          PERFORM SAISIR_ADRESSE_LIVRAISON
        END-IF
        DISPLAY 'Transporteur'
        ACCEPT fli_transporteur
        DISPLAY 'Frais de port facturés au client'
        ACCEPT fli_frais
        MOVE SPACES TO fli_suivi
        MOVE WmagCode TO fli_magasin
        MOVE 0 TO fli_datePrep
        MOVE 0 TO fli_dateExp
        MOVE 0 TO fli_dateFin
        ADD fli_frais TO fco_prix
      END-IF.

      SAISIR_ADRESSE_LIVRAISON.
      DISPLAY 'Adresse de livraison (numero et rue)'
      ACCEPT fli_adresse
      DISPLAY 'Code postal et ville'
      ACCEPT fli_complement.

      ENREGISTRER_LIVRAISON.
      OPEN I-O flivraison
      WRITE livraisonTamp END-WRITE
      CLOSE flivraison
      MOVE SPACES TO WjrnAvant
      MOVE "flivraison" TO WjrnFichier
      MOVE "WRITE" TO WjrnAction
      MOVE fli_idcmd TO WjrnCle
      MOVE livraisonTamp TO WjrnApres
      PERFORM ECRIRE_JOURNAL
      PERFORM ECRIRE_BON_LIVRAISON.

      ECRIRE_BON_LIVRAISON.
      MOVE SPACES TO Wfactfichier
      STRING "BON-LIVRAISON-" fli_idcmd ".TXT" DELIMITED BY SIZE
        INTO Wfactfichier
      END-STRING
      OPEN OUTPUT ffacture
      MOVE ALL "=" TO factLigne
      WRITE factLigne
      MOVE "           BOUTIQUE AU FIL DES MODES" TO factLigne
      WRITE factLigne
      MOVE "       12 RUE DU COMMERCE - 75011 PARIS" TO factLigne
      WRITE factLigne
      MOVE ALL "=" TO factLigne
      WRITE factLigne
      MOVE SPACES TO factLigne
      STRING "BON DE LIVRAISON   COMMANDE No " fco_id "   DU " fco_date
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      OPEN INPUT fclient
      MOVE fco_idClient TO fcl_id
      READ fclient
      INVALID KEY
        MOVE "DESTINATAIRE: CLIENT INCONNU" TO factLigne
      NOT INVALID KEY
        MOVE SPACES TO factLigne
        STRING "DESTINATAIRE: " fcl_nom " " fcl_prenom
          DELIMITED BY SIZE INTO factLigne
        END-STRING
      END-READ
      CLOSE fclient
      WRITE factLigne
      MOVE SPACES TO factLigne
      STRING "ADRESSE:      " fli_adresse
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      IF fli_complement NOT = SPACES THEN
        MOVE SPACES TO factLigne
        STRING "              " fli_complement
          DELIMITED BY SIZE INTO factLigne
        END-STRING
        WRITE factLigne
      END-IF
      MOVE SPACES TO factLigne
      STRING "TRANSPORTEUR: " fli_transporteur
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      IF fli_suivi NOT = SPACES THEN
        MOVE SPACES TO factLigne
        STRING "No DE SUIVI:  " fli_suivi
          DELIMITED BY SIZE INTO factLigne
        END-STRING
        WRITE factLigne
      END-IF
      MOVE ALL "-" TO factLigne
      WRITE factLigne
      MOVE "ARTICLE                         TAILLE COULEUR                        QTE" TO factLigne
      WRITE factLigne
      MOVE 0 TO WlivNb
      MOVE 0 TO Wfin2
      OPEN INPUT fachat
      OPEN INPUT fart
      MOVE fco_id TO fa_idcmd
      START fachat KEY IS EQUAL TO fa_idcmd
      INVALID KEY
        MOVE 1 TO Wfin2
      NOT INVALID KEY
        PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
          READ fachat NEXT
          AT END
            MOVE 1 TO Wfin2
          NOT AT END
            IF fa_idcmd NOT = fco_id THEN
              MOVE 1 TO Wfin2
            ELSE
              IF fa_etat = 0 THEN
                MOVE fa_idart TO far_id
                READ fart
                INVALID KEY
                  MOVE "ARTICLE INCONNU" TO far_nom
                END-READ
                ADD fa_quantite TO WlivNb
                MOVE SPACES TO factLigne
                STRING far_nom "  " fa_taille "     " fa_couleur " " fa_quantite
                  DELIMITED BY SIZE INTO factLigne
                END-STRING
                WRITE factLigne
              END-IF
            END-IF
          END-READ
        END-PERFORM
      END-START
      CLOSE fart
      CLOSE fachat
      MOVE ALL "-" TO factLigne
      WRITE factLigne
      MOVE SPACES TO factLigne
      STRING "NOMBRE D ARTICLES: " WlivNb
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      MOVE "RECU EN BON ETAT LE ..../..../........  SIGNATURE:" TO factLigne
      WRITE factLigne
      CLOSE ffacture
      DISPLAY 'Bon de livraison généré dans le fichier ',Wfactfichier.

      ECRIRE_PORT_FACTURE.
      OPEN INPUT flivraison
      MOVE fco_id TO fli_idcmd
      READ flivraison
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE fli_frais TO WmontantAff
        MOVE SPACES TO factLigne
        STRING "FRAIS DE PORT (" fli_transporteur "):  " WmontantAff
          DELIMITED BY SIZE INTO factLigne
        END-STRING
        WRITE factLigne
        MOVE SPACES TO factLigne
        STRING "LIVRAISON: " fli_adresse " " fli_complement
          DELIMITED BY SIZE INTO factLigne
        END-STRING
        WRITE factLigne
      END-READ
      CLOSE flivraison.

      LIVRAISONS.
      DISPLAY 'Suivi des commandes à livrer'
      PERFORM WITH TEST AFTER UNTIL Wsousmenu = 0
        DISPLAY '1:changer l etat d une livraison, 2:modifier adresse ou transporteur,'
        DISPLAY '3:liste des livraisons par etat, 4:retards de livraison,'
        DISPLAY '5:reimprimer un bon de livraison, 0:retour'
        ACCEPT Wsousmenu
        EVALUATE Wsousmenu
          WHEN 1
            PERFORM CHANGER_ETAT_LIVRAISON
          WHEN 2
            PERFORM MODIFIER_LIVRAISON
          WHEN 3
            PERFORM AFFICHAGE_LIVRAISONS
          WHEN 4
            PERFORM RETARDS_LIVRAISON
          WHEN 5
            DISPLAY 'Numero de la commande'
            ACCEPT WidCommande
            PERFORM REIMPRIMER_BON_LIVRAISON
        END-EVALUATE
      END-PERFORM.

      LIBELLE_ETAT_LIVRAISON.
      EVALUATE fli_etat
        WHEN 1
          MOVE "A PREPARER" TO WlivLibelle
        WHEN 2
          MOVE "PREPAREE" TO WlivLibelle
        WHEN 3
          MOVE "EXPEDIEE" TO WlivLibelle
        WHEN 4
          MOVE "LIVREE" TO WlivLibelle
        WHEN OTHER
          MOVE "RETOURNEE" TO WlivLibelle
      END-EVALUATE.

      CHANGER_ETAT_LIVRAISON.
      DISPLAY 'Numero de la commande'
      ACCEPT WidCommande
      MOVE 0 TO WlivOk
      OPEN I-O flivraison
      MOVE WidCommande TO fli_idcmd
      READ flivraison
      INVALID KEY
        DISPLAY 'Aucune livraison pour cette commande'
      NOT INVALID KEY
        PERFORM LIBELLE_ETAT_LIVRAISON
        DISPLAY 'Etat actuel: ',WlivLibelle
        MOVE livraisonTamp TO WjrnAvant
        EVALUATE fli_etat
          WHEN 1
            DISPLAY 'Colis préparé ? 1:oui 0:non'
            ACCEPT WlivChoix
            IF WlivChoix = 1 THEN
              MOVE 2 TO fli_etat
              ACCEPT fli_datePrep FROM DATE YYYYMMDD
              MOVE 1 TO WlivOk
            END-IF
          WHEN 2
            DISPLAY 'Colis remis au transporteur ',fli_transporteur,' ? 1:oui 0:non'
            ACCEPT WlivChoix
            IF WlivChoix = 1 THEN
              DISPLAY 'Numero de suivi du colis'
              ACCEPT fli_suivi
              MOVE 3 TO fli_etat
              ACCEPT fli_dateExp FROM DATE YYYYMMDD
              MOVE 1 TO WlivOk
            END-IF
          WHEN 3
            DISPLAY '1:colis livré, 2:colis retourné, 0:aucun changement'
            ACCEPT WlivChoix
            IF WlivChoix = 1 OR WlivChoix = 2 THEN
              COMPUTE fli_etat = WlivChoix + 3
              ACCEPT fli_dateFin FROM DATE YYYYMMDD
              MOVE 1 TO WlivOk
            END-IF
          WHEN OTHER
            DISPLAY 'Livraison terminée, plus aucun changement possible'
        END-EVALUATE
        IF WlivOk = 1 THEN
          REWRITE livraisonTamp END-REWRITE
          MOVE "flivraison" TO WjrnFichier
          MOVE "REWRITE" TO WjrnAction
          MOVE fli_idcmd TO WjrnCle
          MOVE livraisonTamp TO WjrnApres
          PERFORM ECRIRE_JOURNAL
          PERFORM LIBELLE_ETAT_LIVRAISON
          DISPLAY 'Commande ',fli_idcmd,' : ',WlivLibelle
          IF fli_etat = 5 THEN
            DISPLAY 'Colis retourné: rembourser la commande (fonction 9)'
            DISPLAY 'pour remettre les articles en stock et émettre l avoir'
          END-IF
        END-IF
      END-READ
      CLOSE flivraison.

      MODIFIER_LIVRAISON.
      DISPLAY 'Numero de la commande'
      ACCEPT WidCommande
      MOVE 0 TO WlivOk
      OPEN I-O flivraison
      MOVE WidCommande TO fli_idcmd
      READ flivraison
      INVALID KEY
        DISPLAY 'Aucune livraison pour cette commande'
      NOT INVALID KEY
        IF fli_etat > 2 THEN
          DISPLAY 'Colis deja expédié, modification impossible'
        ELSE
          MOVE livraisonTamp TO WjrnAvant
          DISPLAY 'Adresse actuelle: ',fli_adresse
          DISPLAY '                  ',fli_complement
          DISPLAY 'Modifier l adresse ? 1:oui 0:non'
          ACCEPT WlivChoix
          IF WlivChoix = 1 THEN
            PERFORM SAISIR_ADRESSE_LIVRAISON
          END-IF
          DISPLAY 'Transporteur actuel: ',fli_transporteur
          DISPLAY 'Changer de transporteur ? 1:oui 0:non'
          ACCEPT WlivChoix
          IF WlivChoix = 1 THEN
            DISPLAY 'Transporteur'
            ACCEPT fli_transporteur
          END-IF
          REWRITE livraisonTamp END-REWRITE
          MOVE "flivraison" TO WjrnFichier
          MOVE "REWRITE" TO WjrnAction
          MOVE fli_idcmd TO WjrnCle
          MOVE livraisonTamp TO WjrnApres
          PERFORM ECRIRE_JOURNAL
          MOVE 1 TO WlivOk
        END-IF
      END-READ
      CLOSE flivraison
      IF WlivOk = 1 THEN
        PERFORM REIMPRIMER_BON_LIVRAISON
      END-IF.

      REIMPRIMER_BON_LIVRAISON.
      MOVE 0 TO WlivOk
      OPEN INPUT flivraison
      MOVE WidCommande TO fli_idcmd
      READ flivraison
      INVALID KEY
        DISPLAY 'Aucune livraison pour cette commande'
      NOT INVALID KEY
        MOVE 1 TO WlivOk
      END-READ
      CLOSE flivraison
      IF WlivOk = 1 THEN
        OPEN INPUT fcmd
        MOVE WidCommande TO fco_id
        READ fcmd
        INVALID KEY
          DISPLAY 'Commande inexistante'
          MOVE 0 TO WlivOk
        END-READ
        CLOSE fcmd
      END-IF
      IF WlivOk = 1 THEN
        PERFORM ECRIRE_BON_LIVRAISON
      END-IF.

      AFFICHAGE_LIVRAISONS.
      PERFORM WITH TEST AFTER UNTIL WlivEtat < 6
        DISPLAY 'Etat (1:à préparer, 2:préparée, 3:expédiée, 4:livrée,'
        DISPLAY '5:retournée, 0:tous)'
        ACCEPT WlivEtat
      END-PERFORM
      MOVE 0 TO WlivNb
      MOVE 0 TO WlivFin
      OPEN INPUT flivraison
      IF WlivEtat = 0 THEN
        PERFORM WITH TEST AFTER UNTIL WlivFin = 1
          READ flivraison NEXT
          AT END
            MOVE 1 TO WlivFin
          NOT AT END
            PERFORM AFFICHER_LIVRAISON
          END-READ
        END-PERFORM
      ELSE
        MOVE WlivEtat TO fli_etat
        START flivraison KEY IS EQUAL TO fli_etat
        INVALID KEY
          MOVE 1 TO WlivFin
        NOT INVALID KEY
          PERFORM WITH TEST AFTER UNTIL WlivFin = 1
            READ flivraison NEXT
            AT END
              MOVE 1 TO WlivFin
            NOT AT END
              IF fli_etat NOT = WlivEtat THEN
                MOVE 1 TO WlivFin
              ELSE
                PERFORM AFFICHER_LIVRAISON
              END-IF
            END-READ
          END-PERFORM
        END-START
      END-IF
      CLOSE flivraison
      DISPLAY 'Livraisons listées: ',WlivNb.

      AFFICHER_LIVRAISON.
      ADD 1 TO WlivNb
      PERFORM LIBELLE_ETAT_LIVRAISON
      DISPLAY '--------------------'
      DISPLAY 'commande: ',fli_idcmd,'  etat: ',WlivLibelle,'  magasin: ',fli_magasin
      DISPLAY 'adresse: ',fli_adresse,' ',fli_complement
      DISPLAY 'transporteur: ',fli_transporteur,'  suivi: ',fli_suivi
      DISPLAY 'préparée le: ',fli_datePrep,'  expédiée le: ',fli_dateExp,'  cloturée le: ',fli_dateFin.

      RETARDS_LIVRAISON.
      DISPLAY 'Nombre de jours depuis l expédition au dela duquel relancer le transporteur'
      ACCEPT WlivJours
      ACCEPT WlivAuj FROM DATE YYYYMMDD
      MOVE SPACES TO Wfactfichier
      STRING "RETARDS-LIVR-" WlivAuj ".TXT" DELIMITED BY SIZE
        INTO Wfactfichier
      END-STRING
      OPEN OUTPUT ffacture
      MOVE ALL "=" TO factLigne
      WRITE factLigne
      MOVE "           BOUTIQUE AU FIL DES MODES" TO factLigne
      WRITE factLigne
      MOVE "       12 RUE DU COMMERCE - 75011 PARIS" TO factLigne
      WRITE factLigne
      MOVE ALL "=" TO factLigne
      WRITE factLigne
      MOVE SPACES TO factLigne
      STRING "COLIS EXPEDIES DEPUIS PLUS DE " WlivJours " JOURS NON LIVRES AU " WlivAuj
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      MOVE ALL "-" TO factLigne
      WRITE factLigne
      MOVE 0 TO WlivNb
      MOVE 0 TO WlivFin
      OPEN INPUT flivraison
      MOVE 3 TO fli_etat
      START flivraison KEY IS EQUAL TO fli_etat
      INVALID KEY
        MOVE 1 TO WlivFin
      NOT INVALID KEY
        PERFORM WITH TEST AFTER UNTIL WlivFin = 1
          READ flivraison NEXT
          AT END
            MOVE 1 TO WlivFin
          NOT AT END
            IF fli_etat NOT = 3 THEN
              MOVE 1 TO WlivFin
            ELSE
              MOVE fli_dateExp TO WjrsDebut
              MOVE WlivAuj TO WjrsFin
              PERFORM CALCULER_ECART_JOURS
              IF WjrsEcart > WlivJours THEN
                PERFORM ECRIRE_RETARD_LIVRAISON
              END-IF
            END-IF
          END-READ
        END-PERFORM
      END-START
      CLOSE flivraison
      MOVE ALL "-" TO factLigne
      WRITE factLigne
      MOVE SPACES TO factLigne
      STRING "COLIS EN RETARD: " WlivNb
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      CLOSE ffacture
      DISPLAY 'Colis en retard: ',WlivNb
      DISPLAY 'Liste à transmettre aux transporteurs dans le fichier ',Wfactfichier.

      ECRIRE_RETARD_LIVRAISON.
      ADD 1 TO WlivNb
      MOVE WjrsEcart TO WjrsAff
      DISPLAY 'commande ',fli_idcmd,' expédiée le ',fli_dateExp,' (',WjrsAff,' jours) ',fli_transporteur,' suivi ',fli_suivi
      MOVE SPACES TO factLigne
      STRING "COMMANDE " fli_idcmd "  EXPEDIEE LE " fli_dateExp "  (" WjrsAff " JOURS)"
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      MOVE SPACES TO factLigne
      STRING "   TRANSPORTEUR " fli_transporteur "  No DE SUIVI " fli_suivi
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne.

      CHOISIR_AUTRE_FOURNISSEUR.
      MOVE 0 TO Wok
      DISPLAY 'Identifiant de l autre fournisseur (0 pour abandonner)'
      ACCEPT Widfourn
      IF Widfourn NOT = 0 AND Widfourn NOT = WfournCour THEN
        OPEN INPUT ffournisseur
        MOVE Widfourn TO ffo_id
        READ ffournisseur
        INVALID KEY
          DISPLAY 'Fournisseur inexistant'
          MOVE 0 TO Widfourn
        END-READ
        CLOSE ffournisseur
        IF Widfourn NOT = 0 THEN
          PERFORM CALCULER_SCORE_FOURNISSEUR
          PERFORM AFFICHER_SCORE_FOURNISSEUR
          DISPLAY 'Commander ces articles chez le fournisseur ',Widfourn,' ? 1:oui 0:non'
          ACCEPT WscChoix
          IF WscChoix = 1 THEN
            PERFORM VARYING WpropIdx2 FROM WpropIdx BY 1 UNTIL WpropIdx2 > WpropNb
              IF WpropFourn(WpropIdx2) = WfournCour AND WpropFait(WpropIdx2) = 0 THEN
                MOVE Widfourn TO WpropFourn(WpropIdx2)
              END-IF
            END-PERFORM
            MOVE Widfourn TO WfournCour
            MOVE 1 TO Wok
          END-IF
        END-IF
      END-IF
      IF Wok = 0 THEN
        DISPLAY 'Aucun brouillon créé pour ces articles'
      END-IF.

      CALCULER_SCORE_FOURNISSEUR.
      MOVE 0 TO WscNbBC
      MOVE 0 TO WscNbMesure
      MOVE 0 TO WscNbLibre
      MOVE 0 TO WscJours
      MOVE 0 TO WscQteCmd
      MOVE 0 TO WscQteRecue
      MOVE 0 TO WscNbCourtes
      MOVE 0 TO WscNbManq
      MOVE 0 TO WscNbFact
      MOVE 0 TO WscAnom
      MOVE 0 TO WscEcart
      MOVE 0 TO WscEof
      OPEN INPUT fbc
      OPEN INPUT fbcl
      MOVE Widfourn TO fbc_idfourn
      START fbc KEY IS EQUAL TO fbc_idfourn
      INVALID KEY
        MOVE 1 TO WscEof
      NOT INVALID KEY
        PERFORM WITH TEST AFTER UNTIL WscEof = 1
          READ fbc NEXT
          AT END
            MOVE 1 TO WscEof
          NOT AT END
            IF fbc_idfourn NOT = Widfourn THEN
              MOVE 1 TO WscEof
            ELSE
              IF fbc_etat = 0 AND fbc_date >= WscDebut
                 AND fbc_date <= WscFinPer THEN
                PERFORM CUMULER_SCORE_BC
              END-IF
            END-IF
          END-READ
        END-PERFORM
      END-START
      CLOSE fbcl
      CLOSE fbc
      MOVE 0 TO WscEof
      OPEN INPUT ffacfour
      MOVE Widfourn TO fff_idfourn
      START ffacfour KEY IS EQUAL TO fff_idfourn
      INVALID KEY
        MOVE 1 TO WscEof
      NOT INVALID KEY
        PERFORM WITH TEST AFTER UNTIL WscEof = 1
          READ ffacfour NEXT
          AT END
            MOVE 1 TO WscEof
          NOT AT END
            IF fff_idfourn NOT = Widfourn THEN
              MOVE 1 TO WscEof
            ELSE
              IF fff_date >= WscDebut AND fff_date <= WscFinPer THEN
                ADD 1 TO WscNbFact
                ADD fff_anomalies TO WscAnom
                ADD fff_ecartCout TO WscEcart
              END-IF
            END-IF
          END-READ
        END-PERFORM
      END-START
      CLOSE ffacfour
      IF WscNbMesure > 0 THEN
        COMPUTE WscMoyJours ROUNDED = WscJours / WscNbMesure
      ELSE
        MOVE 0 TO WscMoyJours
      END-IF
      IF WscQteCmd > 0 THEN
        COMPUTE WscTaux ROUNDED = WscQteRecue * 100 / WscQteCmd
      ELSE
        MOVE 0 TO WscTaux
      END-IF.

      CUMULER_SCORE_BC.
      ADD 1 TO WscNbBC
      IF fbc_dateCmd = 0 THEN
        ADD 1 TO WscNbLibre
      ELSE
        ADD 1 TO WscNbMesure
        MOVE fbc_dateCmd TO WjrsDebut
        MOVE fbc_date TO WjrsFin
        PERFORM CALCULER_ECART_JOURS
        ADD WjrsEcart TO WscJours
        MOVE 0 TO WscEof2
        MOVE fbc_id TO fbcl_idbc
        START fbcl KEY IS EQUAL TO fbcl_idbc
        INVALID KEY
          MOVE 1 TO WscEof2
        NOT INVALID KEY
          PERFORM WITH TEST AFTER UNTIL WscEof2 = 1
            READ fbcl NEXT
            AT END
              MOVE 1 TO WscEof2
            NOT AT END
              IF fbcl_idbc NOT = fbc_id THEN
                MOVE 1 TO WscEof2
              ELSE
                IF fbcl_qteCmd > 0 THEN
                  ADD fbcl_qteCmd TO WscQteCmd
                  ADD fbcl_quantite TO WscQteRecue
                  IF fbcl_quantite = 0 THEN
                    ADD 1 TO WscNbManq
                  ELSE
                    IF fbcl_quantite < fbcl_qteCmd THEN
                      ADD 1 TO WscNbCourtes
                    END-IF
                  END-IF
                END-IF
              END-IF
            END-READ
          END-PERFORM
        END-START
      END-IF.

      AFFICHER_SCORE_FOURNISSEUR.
      MOVE WscMoyJours TO WscMoyAff
      MOVE WscTaux TO WscTauxAff
      MOVE WscEcart TO WscEcartAff
      DISPLAY 'Performance du fournisseur ',Widfourn,' du ',WscDebut,' au ',WscFinPer
      IF WscNbMesure = 0 THEN
        DISPLAY '   aucun bon de commande réceptionné sur la période'
      ELSE
        DISPLAY '   délai moyen de livraison: ',WscMoyAff,' jours sur ',WscNbMesure,' bons de commande'
        DISPLAY '   taux de service: ',WscTauxAff,' % (reçu ',WscQteRecue,' / commandé ',WscQteCmd,')'
        DISPLAY '   lignes incomplètes: ',WscNbCourtes,'  lignes non livrées: ',WscNbManq
      END-IF
      DISPLAY '   factures: ',WscNbFact,'  anomalies: ',WscAnom,'  écart de cout facturé: ',WscEcartAff.

      PERFORMANCE_FOURNISSEURS.
      DISPLAY 'Tableau de performance des fournisseurs'
      DISPLAY 'Date de debut de la période (AAAAMMJJ)'
      ACCEPT WscDebut
      DISPLAY 'Date de fin de la période (AAAAMMJJ, 0:aujourd hui)'
      ACCEPT WscFinPer
      IF WscFinPer = 0 THEN
        ACCEPT WscFinPer FROM DATE YYYYMMDD
      END-IF
      MOVE SPACES TO Wfactfichier
      STRING "PERF-FOURN-" WscDebut "-" WscFinPer ".TXT" DELIMITED BY SIZE
        INTO Wfactfichier
      END-STRING
      OPEN OUTPUT ffacture
      MOVE ALL "=" TO factLigne
      WRITE factLigne
      MOVE "           BOUTIQUE AU FIL DES MODES" TO factLigne
      WRITE factLigne
      MOVE "       12 RUE DU COMMERCE - 75011 PARIS" TO factLigne
      WRITE factLigne
      MOVE ALL "=" TO factLigne
      WRITE factLigne
      MOVE SPACES TO factLigne
      STRING "PERFORMANCE DES FOURNISSEURS DU " WscDebut " AU " WscFinPer
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      MOVE 0 TO WscNbFourn
      MOVE 0 TO Wfin
      OPEN INPUT ffournisseur
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
        READ ffournisseur NEXT
        AT END
          MOVE 1 TO Wfin
        NOT AT END
          MOVE ffo_id TO Widfourn
          PERFORM CALCULER_SCORE_FOURNISSEUR
          IF WscNbBC > 0 OR WscNbFact > 0 THEN
            PERFORM ECRIRE_SCORE_FOURNISSEUR
          END-IF
        END-READ
      END-PERFORM
      CLOSE ffournisseur
      MOVE ALL "-" TO factLigne
      WRITE factLigne
      MOVE SPACES TO factLigne
      STRING "FOURNISSEURS ACTIFS SUR LA PERIODE: " WscNbFourn
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      CLOSE ffacture
      DISPLAY 'Fournisseurs actifs sur la période: ',WscNbFourn
      DISPLAY 'Tableau de performance généré dans le fichier ',Wfactfichier.

      ECRIRE_SCORE_FOURNISSEUR.
      ADD 1 TO WscNbFourn
      DISPLAY '--------------------'
      DISPLAY 'Fournisseur ',ffo_id,' (',ffo_nom,')'
      DISPLAY '   réceptions: ',WscNbBC,' dont sans commande préalable: ',WscNbLibre
      PERFORM AFFICHER_SCORE_FOURNISSEUR
      MOVE ALL "-" TO factLigne
      WRITE factLigne
      MOVE SPACES TO factLigne
      STRING "FOURNISSEUR " ffo_id " " ffo_nom
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      MOVE SPACES TO factLigne
      STRING "   RECEPTIONS: " WscNbBC "  DONT SANS COMMANDE: " WscNbLibre
        "  DELAI MOYEN: " WscMoyAff " J"
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      MOVE SPACES TO factLigne
      STRING "   TAUX DE SERVICE: " WscTauxAff " %  RECU " WscQteRecue
        " / COMMANDE " WscQteCmd
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      MOVE SPACES TO factLigne
      STRING "   LIGNES INCOMPLETES: " WscNbCourtes "  LIGNES NON LIVREES: " WscNbManq
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne
      MOVE SPACES TO factLigne
      STRING "   FACTURES: " WscNbFact "  ANOMALIES: " WscAnom
        "  ECART DE COUT: " WscEcartAff
        DELIMITED BY SIZE INTO factLigne
      END-STRING
      WRITE factLigne.

      SIGNALER_VENTES_INTERROMPUES.
      PERFORM RECENSER_VENTES_INTERROMPUES
      MOVE 0 TO WrcpMode
      PERFORM RECENSER_COMMANDES_SANS_REGLEMENT
      IF WrcpNb > 0 THEN
        DISPLAY '********************'
        DISPLAY 'Attention: ',WrcpNb,' vente(s) interrompue(s) avant l enregistrement de la commande'
        DISPLAY '(achats sans commande, stock deja diminué, aucun reglement)'
        DISPLAY 'Un responsable doit les reprendre: fonction 52 Ventes_interrompues'
        DISPLAY '********************'
      END-IF
      IF WrcpNbSansReg > 0 THEN
        DISPLAY 'Commandes sans aucun reglement: ',WrcpNbSansReg,' (fonction 52)'
      END-IF.

      RECENSER_VENTES_INTERROMPUES.
      MOVE 0 TO WrcpNb
      MOVE 0 TO WrcpPrec
      MOVE 0 TO WrcpFin
      OPEN INPUT fachat
      OPEN INPUT fcmd
      MOVE 0 TO fa_idcmd
      START fachat KEY IS GREATER THAN OR EQUAL TO fa_idcmd
      INVALID KEY
        MOVE 1 TO WrcpFin
      NOT INVALID KEY
        PERFORM WITH TEST AFTER UNTIL WrcpFin = 1
          READ fachat NEXT
          AT END
            MOVE 1 TO WrcpFin
          NOT AT END
            IF fa_idcmd NOT = WrcpPrec THEN
              MOVE fa_idcmd TO WrcpPrec
              MOVE fa_idcmd TO fco_id
              READ fcmd
              INVALID KEY
                PERFORM NOTER_VENTE_INTERROMPUE
              END-READ
            ELSE
              IF WrcpNb > 0 THEN
                IF WrcpIdcmd(WrcpNb) = fa_idcmd THEN
                  ADD 1 TO WrcpLignes(WrcpNb)
                  ADD fa_quantite TO WrcpQte(WrcpNb)
                END-IF
              END-IF
            END-IF
          END-READ
        END-PERFORM
      END-START
      CLOSE fcmd
      CLOSE fachat
      PERFORM VARYING WrcpIdx FROM 1 BY 1 UNTIL WrcpIdx > WrcpNb
        PERFORM LOCALISER_VENTE_INTERROMPUE
      END-PERFORM.

      NOTER_VENTE_INTERROMPUE.
      IF WrcpNb < 50 THEN
        ADD 1 TO WrcpNb
        MOVE fa_idcmd TO WrcpIdcmd(WrcpNb)
        MOVE fa_date TO WrcpDate(WrcpNb)
        MOVE 1 TO WrcpLignes(WrcpNb)
        MOVE fa_quantite TO WrcpQte(WrcpNb)
        MOVE fa_id TO WrcpIdAchat(WrcpNb)
        MOVE WmagCode TO WrcpMagasin(WrcpNb)
        MOVE SPACES TO WrcpVendeur(WrcpNb)
      ELSE
        DISPLAY 'Trop de ventes interrompues, commande ',fa_idcmd,' ignorée'
      END-IF.

      LOCALISER_VENTE_INTERROMPUE.
      MOVE 0 TO WrcpFin2
      OPEN INPUT fachat
      MOVE WrcpIdAchat(WrcpIdx) TO fa_id
      READ fachat
      INVALID KEY
        MOVE 1 TO WrcpFin2
      END-READ
      CLOSE fachat
      IF WrcpFin2 = 0 THEN
        OPEN INPUT fmouvement
        MOVE fa_idart TO fmv_idart
        MOVE fa_taille TO fmv_taille
        MOVE fa_couleur TO fmv_couleur
        START fmouvement KEY IS EQUAL TO fmv_cle
        INVALID KEY
          MOVE 1 TO WrcpFin2
        NOT INVALID KEY
          PERFORM WITH TEST AFTER UNTIL WrcpFin2 = 1
            READ fmouvement NEXT
            AT END
              MOVE 1 TO WrcpFin2
            NOT AT END
              IF fmv_idart NOT = fa_idart OR fmv_taille NOT = fa_taille
                 OR fmv_couleur NOT = fa_couleur THEN
                MOVE 1 TO WrcpFin2
              ELSE
                IF fmv_docType = "ACHAT" AND fmv_doc = fa_id THEN
                  MOVE fmv_magasin TO WrcpMagasin(WrcpIdx)
                  MOVE fmv_operateur TO WrcpVendeur(WrcpIdx)
                  MOVE 1 TO WrcpFin2
                END-IF
              END-IF
            END-READ
          END-PERFORM
        END-START
        CLOSE fmouvement
      END-IF.

      RECENSER_COMMANDES_SANS_REGLEMENT.
      MOVE 0 TO WrcpNbSansReg
      MOVE 0 TO WrcpFin
      OPEN INPUT fcmd
      OPEN INPUT freglement
      PERFORM WITH TEST AFTER UNTIL WrcpFin = 1
        READ fcmd NEXT
        AT END
          MOVE 1 TO WrcpFin
        NOT AT END
          IF fco_etat = 0 AND fco_prix > 0 THEN
            MOVE fco_id TO fre_idcmd
            START freglement KEY IS EQUAL TO fre_idcmd
            INVALID KEY
              ADD 1 TO WrcpNbSansReg
              IF WrcpMode = 1 THEN
                MOVE fco_prix TO WmontantAff
                DISPLAY 'commande ',fco_id,' du ',fco_date,' client ',fco_idClient,' vendeur ',fco_vendeur,' montant ',WmontantAff
              END-IF
            END-START
          END-IF
        END-READ
      END-PERFORM
      CLOSE freglement
      CLOSE fcmd.

      VENTES_INTERROMPUES.
      DISPLAY 'Reprise des ventes interrompues'
      PERFORM WITH TEST AFTER UNTIL Wsousmenu = 0
        DISPLAY '1:reprendre les ventes interrompues (achats sans commande),'
        DISPLAY '2:commandes sans aucun reglement, 0:retour'
        ACCEPT Wsousmenu
        EVALUATE Wsousmenu
          WHEN 1
            PERFORM REPRENDRE_VENTES_INTERROMPUES
          WHEN 2
            MOVE 1 TO WrcpMode
            PERFORM RECENSER_COMMANDES_SANS_REGLEMENT
            DISPLAY 'Commandes sans aucun reglement: ',WrcpNbSansReg
            IF WrcpNbSansReg > 0 THEN
              DISPLAY 'Encaisser via Comptes_clients (43), choix 2: regler une ancienne commande'
            END-IF
        END-EVALUATE
      END-PERFORM.

      REPRENDRE_VENTES_INTERROMPUES.
      ACCEPT WrcpAuj FROM DATE YYYYMMDD
      PERFORM RECENSER_VENTES_INTERROMPUES
      IF WrcpNb = 0 THEN
        DISPLAY 'Aucune vente interrompue'
      ELSE
        DISPLAY 'Ventes interrompues: ',WrcpNb
        PERFORM VARYING WrcpIdx FROM 1 BY 1 UNTIL WrcpIdx > WrcpNb
          PERFORM TRAITER_VENTE_INTERROMPUE
        END-PERFORM
      END-IF.

      TRAITER_VENTE_INTERROMPUE.
      DISPLAY '--------------------'
      DISPLAY 'Vente interrompue no ',WrcpIdcmd(WrcpIdx),' du ',WrcpDate(WrcpIdx),' magasin ',WrcpMagasin(WrcpIdx),' vendeur ',WrcpVendeur(WrcpIdx)
      IF WrcpDate(WrcpIdx) = WrcpAuj THEN
        DISPLAY '(vente du jour: vérifier qu elle n est pas en cours sur une autre caisse)'
      END-IF
      PERFORM AFFICHER_LIGNES_INTERROMPUES
      DISPLAY '1:terminer la vente (total, fidelité, reglement),'
      DISPLAY '2:annuler la vente et remettre les articles en stock, 0:laisser en l etat'
      ACCEPT WrcpChoix
      IF WrcpChoix = 1 OR WrcpChoix = 2 THEN
        PERFORM VERIFIER_VENTE_INTERROMPUE
        IF WrcpOk = 0 THEN
          DISPLAY 'La commande ',WrcpIdcmd(WrcpIdx),' existe maintenant, vente deja terminée'
        ELSE
          IF WrcpChoix = 1 THEN
            PERFORM TERMINER_VENTE_INTERROMPUE
          ELSE
            PERFORM ANNULER_VENTE_INTERROMPUE
          END-IF
        END-IF
      END-IF.

      AFFICHER_LIGNES_INTERROMPUES.
      MOVE 0 TO WrcpFin2
      OPEN INPUT fachat
      OPEN INPUT fart
      MOVE WrcpIdcmd(WrcpIdx) TO fa_idcmd
      START fachat KEY IS EQUAL TO fa_idcmd
      INVALID KEY
        MOVE 1 TO WrcpFin2
      NOT INVALID KEY
        PERFORM WITH TEST AFTER UNTIL WrcpFin2 = 1
          READ fachat NEXT
          AT END
            MOVE 1 TO WrcpFin2
          NOT AT END
            IF fa_idcmd NOT = WrcpIdcmd(WrcpIdx) THEN
              MOVE 1 TO WrcpFin2
            ELSE
              MOVE fa_idart TO far_id
              READ fart
              INVALID KEY
                MOVE "ARTICLE INCONNU" TO far_nom
              END-READ
              DISPLAY '   achat ',fa_id,': ',far_nom,' ',fa_taille,' ',fa_couleur,' x',fa_quantite
            END-IF
          END-READ
        END-PERFORM
      END-START
      CLOSE fart
      CLOSE fachat.

      VERIFIER_VENTE_INTERROMPUE.
      MOVE 1 TO WrcpOk
      OPEN INPUT fcmd
      MOVE WrcpIdcmd(WrcpIdx) TO fco_id
      READ fcmd
      NOT INVALID KEY
        MOVE 0 TO WrcpOk
      END-READ
      CLOSE fcmd.

      TERMINER_VENTE_INTERROMPUE.
      MOVE 0 TO WrcpOk
      OPEN INPUT fclient
      PERFORM WITH TEST AFTER UNTIL WrcpOk = 1
        DISPLAY 'id client de la vente : '
        ACCEPT WidClient
        MOVE WidClient TO fcl_id
        READ fclient
        INVALID KEY
          DISPLAY 'Aucun client pour cet ID'
        NOT INVALID KEY
          MOVE 1 TO WrcpOk
        END-READ
      END-PERFORM
      CLOSE fclient
      MOVE WrcpIdcmd(WrcpIdx) TO fco_id
      MOVE WidClient TO fco_idClient
      MOVE WrcpDate(WrcpIdx) TO fco_date
      MOVE 0 TO fco_prix
      MOVE 0 TO fco_nbArticles
      MOVE 0 TO fco_etat
      MOVE 0 TO WcomBrut
      MOVE 0 TO WcomBase
      MOVE WopCode TO WrcpOpSession
      IF WrcpVendeur(WrcpIdx) NOT = SPACES THEN
        MOVE WrcpVendeur(WrcpIdx) TO WopCode
      END-IF
      PERFORM TOTALISER_ACHATS_COMMANDE
      PERFORM APPLIQUER_FIDELITE
      PERFORM CALCULER_COMMISSION_CMD
      MOVE WrcpOpSession TO WopCode
      OPEN I-O fcmd
      WRITE cmdTamp END-WRITE
      CLOSE fcmd
      MOVE SPACES TO WjrnAvant
      MOVE "fcmd" TO WjrnFichier
      MOVE "REPRISE" TO WjrnAction
      MOVE fco_id TO WjrnCle
      MOVE cmdTamp TO WjrnApres
      PERFORM ECRIRE_JOURNAL
      DISPLAY 'Vente ',fco_id,' terminée: commande enregistrée'
      PERFORM SAISIR_REGLEMENTS
      PERFORM GENERER_FACTURE.

      ANNULER_VENTE_INTERROMPUE.
      DISPLAY 'Confirmer l annulation de la vente ',WrcpIdcmd(WrcpIdx),' ? 1:oui 0:non'
      ACCEPT WrcpOk
      IF WrcpOk = 1 THEN
        MOVE WmagCode TO WrcpMagSession
        MOVE WrcpMagasin(WrcpIdx) TO WmagCode
        MOVE 0 TO WrcpNbLignes
        MOVE 0 TO WrcpFin2
        OPEN I-O fachat
        MOVE WrcpIdcmd(WrcpIdx) TO fa_idcmd
        START fachat KEY IS EQUAL TO fa_idcmd
        INVALID KEY
          MOVE 1 TO WrcpFin2
        NOT INVALID KEY
          PERFORM WITH TEST AFTER UNTIL WrcpFin2 = 1
            READ fachat NEXT
            AT END
              MOVE 1 TO WrcpFin2
            NOT AT END
              IF fa_idcmd NOT = WrcpIdcmd(WrcpIdx) THEN
                MOVE 1 TO WrcpFin2
              ELSE
                PERFORM ANNULER_LIGNE_INTERROMPUE
              END-IF
            END-READ
          END-PERFORM
        END-START
        CLOSE fachat
        MOVE WrcpMagSession TO WmagCode
        DISPLAY 'Vente ',WrcpIdcmd(WrcpIdx),' annulée: ',WrcpNbLignes,' achat(s) supprimé(s) et remis en stock'
      END-IF.

      ANNULER_LIGNE_INTERROMPUE.
      MOVE fa_idart TO Widart
      MOVE fa_taille TO Wtaille
      MOVE fa_couleur TO Wcouleur
      MOVE fa_quantite TO Wqte
      MOVE fa_id TO WmvtDoc
      MOVE fa_etat TO WrcpEtat
      MOVE achatTamp TO WjrnAvant
      DELETE fachat RECORD
      MOVE "fachat" TO WjrnFichier
      MOVE "ANNULE" TO WjrnAction
      MOVE WmvtDoc TO WjrnCle
      MOVE SPACES TO WjrnApres
      PERFORM ECRIRE_JOURNAL
      ADD 1 TO WrcpNbLignes
      IF WrcpEtat = 0 THEN
        MOVE 2 TO Wok
        MOVE "ANNULVTE" TO WmvtType
        MOVE "ACHAT" TO WmvtDocType
        PERFORM AJUSTER_STOCK_VARIANTE
      END-IF.
