       SELECT frejets ASSIGN TO "rejets.csv"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS frej_stat.
       SELECT finscweb ASSIGN TO "inscweb.csv"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS finw_stat.
       SELECT frejweb ASSIGN TO "rejweb.csv"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS frew_stat.
       SELECT fconfweb ASSIGN TO "confweb.csv"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fcow_stat.
       SELECT farchtour ASSIGN TO "archtour.dat"
       ORGANIZATION indexed
       ACCESS IS DYNAMIC
       SELECT fjournal ASSIGN TO "batch.log"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fjrn_stat.
       SELECT foperateurs ASSIGN TO "operateur.dat"
       ORGANIZATION indexed
       ACCESS IS DYNAMIC
       RECORD KEY IS fop_code
       FILE STATUS IS fop_stat.
       SELECT fcompte ASSIGN TO "compte.dat"
       ORGANIZATION indexed
       ACCESS IS DYNAMIC
       RECORD KEY IS fcp_cle
       ALTERNATE RECORD KEY IS fcp_idT WITH DUPLICATES
       FILE STATUS IS fcp_stat.
       SELECT fetats ASSIGN TO "tourstat.dat"
       ORGANIZATION indexed
       ACCESS IS DYNAMIC
       RECORD KEY IS fet_idT
       FILE STATUS IS fet_stat.
       SELECT fsalles ASSIGN TO "salle.dat"
       ORGANIZATION indexed
       ACCESS IS DYNAMIC
       RECORD KEY IS fsa_id
       FILE STATUS IS fsa_stat.
       SELECT fsalletour ASSIGN TO "salletour.dat"
       ORGANIZATION indexed
       ACCESS IS DYNAMIC
       RECORD KEY IS fst_cle
       ALTERNATE RECORD KEY IS fst_salle WITH DUPLICATES
       FILE STATUS IS fst_stat.
       SELECT ffedetour ASSIGN TO "fedetour.dat"
       ORGANIZATION indexed
       ACCESS IS DYNAMIC
       RECORD KEY IS ffe_idT
       FILE STATUS IS ffe_stat.
       SELECT fsoumission ASSIGN TO "federation.txt"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fso_stat.
       SELECT faccuse ASSIGN TO "accuse.csv"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS facc_stat.
       SELECT fnormes ASSIGN TO "norme.dat"
       ORGANIZATION indexed
       ACCESS IS DYNAMIC
       RECORD KEY IS fno_cle
       FILE STATUS IS fno_stat.
       SELECT fdivisions ASSIGN TO "division.dat"
       ORGANIZATION indexed
       ACCESS IS DYNAMIC
       RECORD KEY IS fdv_code
       FILE STATUS IS fdv_stat.
       SELECT fdivequipes ASSIGN TO "divequipe.dat"
       ORGANIZATION indexed
       ACCESS IS DYNAMIC
       RECORD KEY IS fde_cle
       FILE STATUS IS fde_stat.
       SELECT fsanctions ASSIGN TO "sanction.dat"
       ORGANIZATION indexed
       ACCESS IS DYNAMIC
       RECORD KEY IS fsc_id
       ALTERNATE RECORD KEY IS fsc_idJ WITH DUPLICATES
       FILE STATUS IS fsc_stat.
       SELECT favis ASSIGN TO "avis.txt"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fav_stat.
DATA DIVISION.
FILE SECTION.
       FD ftournois.
       FD frapport.
       01 frapTamp PIC X(80).
       FD fhistorique.
       01 fhistTamp PIC X(132).
       FD fstandings.
       01 fstdTamp PIC X(120).
       FD fimport.
       01 fimpTamp PIC X(200).
       FD frejets.
       01 frejTamp PIC X(220).
       FD finscweb.
       01 finwTamp PIC X(200).
       FD frejweb.
       01 frewTamp PIC X(220).
       FD fconfweb.
       01 fcowTamp PIC X(200).
       FD farchtour.
       01 farctoTamp.
              02 farc_id PIC 9(5).
              02 fme_ptsD PIC 9(1).
              02 fme_ptsE PIC 9(1).
       FD fhisttmp.
       01 fhtTamp PIC X(132).
       FD fsauvegarde.
       01 fsavTamp PIC X(160).
       FD fjournalmaj.
       01 fjnlTamp PIC X(170).
       FD fcommandes.
       01 fcmdTamp PIC X(80).
       FD fjournal.
       01 fjrnTamp PIC X(120).
      *> operateurs habilites : role 1=guichet 2=directeur de tournoi 3=superviseur
       FD foperateurs.
       01 fopTamp.
              02 fop_code PIC X(5).
              02 fop_mdp PIC X(10).
              02 fop_nom PIC X(30).
              02 fop_role PIC 9(1).
      *> compte joueur, une ligne par mouvement : 1=droit d engagement 2=paiement
      *> 3=annulation du droit 4=remboursement 5=avoir impute 6=prime versee
       FD fcompte.
       01 fcpTamp.
              02 fcp_cle.
                     03 fcp_idJ PIC 9(5).
                     03 fcp_num PIC 9(4).
              02 fcp_date PIC 9(8).
              02 fcp_type PIC 9(1).
              02 fcp_idT PIC 9(5).
              02 fcp_montant PIC 9(6).
              02 fcp_ref PIC X(20).
              02 fcp_ope PIC X(5).
      *> etat d un tournoi annule (1) ou reporte (2) ; absent = tournoi normal
       FD fetats.
       01 fetTamp.
              02 fet_idT PIC 9(5).
              02 fet_etat PIC 9(1).
              02 fet_date PIC 9(8).
              02 fet_ancSem PIC 9(3).
              02 fet_ancDate PIC 9(8).
              02 fet_nouvDate PIC 9(8).
              02 fet_motif PIC X(40).
              02 fet_ope PIC X(5).
      *> salle de jeu : jours d ouverture du lundi au dimanche, O ou N par jour
       FD fsalles.
       01 fsaTamp.
              02 fsa_id PIC 9(3).
              02 fsa_nom PIC X(30).
              02 fsa_adresse PIC X(40).
              02 fsa_ville PIC X(30).
              02 fsa_nbTables PIC 9(3).
              02 fsa_jours PIC X(7).
      *> salle d un tour planifie (tour 0 = salle habituelle du tournoi)
       FD fsalletour.
       01 fstTamp.
              02 fst_cle.
                     03 fst_idT PIC 9(5).
                     03 fst_tour PIC 9(2).
              02 fst_salle PIC 9(3).
              02 fst_nbTab PIC 9(3).
      *> suivi des envois a la federation : 1=envoye 2=homologue 3=rejete
       FD ffedetour.
       01 ffeTamp.
              02 ffe_idT PIC 9(5).
              02 ffe_etat PIC 9(1).
              02 ffe_dateEnv PIC 9(8).
              02 ffe_nbParties PIC 9(4).
              02 ffe_dateAcc PIC 9(8).
              02 ffe_motif PIC X(40).
              02 ffe_ope PIC X(5).
       FD fsoumission.
       01 fsoTamp PIC X(120).
       FD faccuse.
       01 faccTamp PIC X(120).
      *> norme de performance obtenue par un joueur dans un tournoi termine
       FD fnormes.
       01 fnoTamp.
              02 fno_cle.
                     03 fno_idJ PIC 9(5).
                     03 fno_idT PIC 9(5).
              02 fno_date PIC 9(8).
              02 fno_rgTour PIC 9(1).
              02 fno_categ PIC 9(1).
              02 fno_perf PIC 9(6).
              02 fno_nbParties PIC 9(3).
              02 fno_score PIC 9(3).
              02 fno_ope PIC X(5).
      *> division interclub : niveau (1 = la plus haute), ligue support de la
      *> saison en cours, places de montee et de descente
       FD fdivisions.
       01 fdvTamp.
              02 fdv_code PIC X(3).
              02 fdv_nom PIC X(30).
              02 fdv_niveau PIC 9(2).
              02 fdv_idT PIC 9(5).
              02 fdv_nbMontee PIC 9(2).
              02 fdv_nbDesc PIC 9(2).
      *> division d une equipe pour une saison ; une fois la saison close, rang
      *> final, mouvement (M montee, D descente, espace maintien) et ligue support
      *> qui a servi au classement
       FD fdivequipes.
       01 fdeTamp.
              02 fde_cle.
                     03 fde_saison PIC 9(4).
                     03 fde_idEq PIC 9(3).
              02 fde_div PIC X(3).
              02 fde_rang PIC 9(2).
              02 fde_pts PIC 9(3).
              02 fde_tab PIC 9(3).
              02 fde_joue PIC 9(2).
              02 fde_mvt PIC X(1).
              02 fde_idT PIC 9(5).
      *> dossier disciplinaire : incident signale par un arbitre contre un joueur
      *> dans un tournoi (etat 1 ouvert, 2 clos) ; decision de la commission
      *> 1 avertissement, 2 retrait de points, 3 suspension du au, 4 sans suite
       FD fsanctions.
       01 fscTamp.
              02 fsc_id PIC 9(5).
              02 fsc_idJ PIC 9(5).
              02 fsc_idT PIC 9(5).
              02 fsc_arb PIC X(5).
              02 fsc_dateInc PIC 9(8).
              02 fsc_motif PIC X(40).
              02 fsc_etat PIC 9(1).
              02 fsc_decision PIC 9(1).
              02 fsc_pts PIC 9(4).
              02 fsc_dateDeb PIC 9(8).
              02 fsc_dateFin PIC 9(8).
              02 fsc_dateDec PIC 9(8).
              02 fsc_ope PIC X(5).
       FD favis.
       01 favTamp PIC X(120).
WORKING-STORAGE SECTION.
       77 ftour_stat PIC 9(2).
       77 fjo_stat PIC 9(2).
       77 WnbMaj PIC 9(3).
       77 WnbRej PIC 9(3).
       77 WimpMotif PIC X(40).
       77 finw_stat PIC 9(2).
       77 frew_stat PIC 9(2).
       77 fcow_stat PIC 9(2).
       77 WwebRef PIC X(20).
       77 WwebFin PIC 9(1).
       77 WwebStatut PIC 9(1).
       77 WwebRang PIC 9(5).
       77 WwebPaye PIC 9(1).
       77 WwebRgAtt PIC 9(5).
       77 WwebStatLib PIC X(10).
       77 WwebPaieLib PIC X(10).
       77 WnbWebIns PIC 9(4).
       77 WnbWebAtt PIC 9(4).
       77 WnbWebRej PIC 9(4).
       77 WinsOk PIC 9(1).
       77 WnbSaisRet PIC 9(2).
       77 WsaisonLim PIC 9(4).
       77 WnbCand PIC 9(4).
       77 WnbNonDate PIC 9(4).
       77 WnbEnCours PIC 9(3).
       77 WrtFin PIC 9(1).
       77 WnbRt PIC 9(3).
       77 WidxRt PIC 9(3).
       77 WidxRt2 PIC 9(3).
       77 WnbRtT PIC 9(2).
       77 WidRt PIC 9(5).
       77 WidAn PIC 9(5).
       77 WanIdPrec PIC 9(5).
       77 WanT PIC 9(4).
       77 WmotifAno PIC X(10).
       77 WfpSeuilPaire PIC 9(2).
       77 WfpSeuilEcart PIC 9(4).
       77 WfpSeuilHausse PIC 9(4).
       77 WnbFlagPaire PIC 9(4).
       77 WnbFlagSurp PIC 9(4).
       77 WnbFlagHausse PIC 9(4).
       77 WfpFinT PIC 9(1).
       77 WfpFinJ PIC 9(1).
       77 WfpFinD PIC 9(1).
       77 WfpFinH PIC 9(1).
       77 WfpTrouveP PIC 9(1).
       77 WfpIdT PIC 9(5).
       77 WfpX PIC 9(5).
       77 WfpY PIC 9(5).
       77 WfpPtsV PIC 9(6).
       77 WfpPtsP PIC 9(6).
       77 WfpGain PIC 9(6).
       77 WfpTypeLib PIC X(8).
       77 WfpJoueurH PIC 9(5).
       77 WfpPerDeb PIC 9(6).
       77 WfpPerFin PIC 9(6).
       77 WfpPerLigne PIC 9(6).
       77 WnbPaire PIC 9(3).
       77 WidxPaire PIC 9(3).
       77 WidxPaire2 PIC 9(3).
       01 WTabPairesFp.
              02 WpaLigne OCCURS 300 TIMES.
                     03 WpaJa PIC 9(5).
                     03 WpaJb PIC 9(5).
                     03 WpaNb PIC 9(3).
                     03 WpaGa PIC 9(3).
                     03 WpaGb PIC 9(3).
       77 WnbMois PIC 9(3).
       77 WidxMois PIC 9(3).
       77 WidxMois2 PIC 9(3).
       77 WmoSwap PIC X(12).
       01 WTabMois.
              02 WmoLigne OCCURS 120 TIMES.
                     03 WmoPeriode PIC 9(6).
                     03 WmoPts PIC 9(6).
       77 fsc_stat PIC 9(2).
       77 WscId PIC 9(5).
       77 WscFin PIC 9(1).
       77 WscDate PIC 9(8).
       77 WscDateOk PIC 9(1).
       77 WscMotif PIC X(40).
       77 WscImage PIC X(103) VALUE SPACES.
       77 WscDecLib PIC X(40).
       77 WscEtat PIC 9(1).
       77 WnbDossiers PIC 9(3).
       77 WnbOuverts PIC 9(4).
       77 WnbClos PIC 9(4).
       77 WsuspId PIC 9(5).
       77 WsuspDate PIC 9(8).
       77 WsuspOk PIC 9(1).
       77 WsuspDeja PIC 9(1).
       77 WsuspFin PIC 9(8).
       77 WsuspTab PIC 9(1).
       01 WTabRetention.
              02 WrtLigne OCCURS 500 TIMES.
                     03 WrtId PIC 9(5).
                     03 WrtSaison PIC 9(4).
       01 WTabRtTour.
              02 WrtTour OCCURS 50 TIMES PIC 9(5).
       77 fcmd_stat PIC 9(2).
       77 fjrn_stat PIC 9(2).
      *> Wbatch=1 : traitement sans operateur, les confirmations sont repondues Oui d office
       77 WcmdArg2 PIC X(10).
       77 WetapeStat PIC X(6).
       77 WjrnTexte PIC X(100).
       77 fop_stat PIC 9(2).
      *> operateur connecte (code porte sur chaque ligne d historique et de journal)
      *> et role : 1=guichet 2=directeur de tournoi 3=superviseur, 0=non connecte
       77 Wope PIC X(5).
       77 WopeRole PIC 9(1).
       77 WopeMdp PIC X(10).
       77 WopeMdp2 PIC X(10).
       77 WopeNb PIC 9(1).
       77 WopeCode PIC X(5).
       77 WopeNbSup PIC 9(3).
       77 WopeRoleAnc PIC 9(1).
       77 WnbEssais PIC 9(1).
      *> controle des droits : menu (code sur 3) et option choisie, role exige
       77 WmenuCode PIC X(3).
       77 WmenuOpt PIC 9(2).
       77 WroleReq PIC 9(1).
       77 WdroitOk PIC 9(1).
       77 fcp_stat PIC 9(2).
      *> mouvement a porter au compte d un joueur (meme dessin que fcpTamp)
       01 WcpLigne.
              02 WcpIdJ PIC 9(5).
              02 WcpNum PIC 9(4).
              02 WcpDate PIC 9(8).
              02 WcpType PIC 9(1).
              02 WcpIdT PIC 9(5).
              02 WcpMontant PIC 9(6).
              02 WcpRef PIC X(20).
              02 WcpOpe PIC X(5).
      *> solde d un compte : positif = du au club, negatif = avoir du joueur
       77 WcpSolde PIC S9(7).
       77 WcpSoldeEd PIC +9(7).
       77 WcpMontEd PIC Z(6)9.
       77 WcpLib PIC X(13).
       77 WcpFin PIC 9(1).
       77 WcpFus PIC 9(1).
       77 WcpNet PIC S9(3).
       77 WcpDroitOk PIC 9(1).
       77 WcpPaye PIC 9(1).
       77 WcpAvoir PIC 9(1).
       77 WnoFus PIC 9(1).
       77 WnoLigne PIC X(37).
       77 WscFus PIC 9(1).
       77 WcpCredit PIC 9(7).
       77 WcpIdPrec PIC 9(5).
       77 WrefPaie PIC X(20).
      *> sort des droits regles au retrait d une inscription : 0=aucun mouvement
      *> (archivage) 1=remboursement 2=avoir pour un prochain tournoi
       77 WremMode PIC 9(1).
       77 WtotDroit PIC 9(7).
       77 WtotAnnul PIC 9(7).
       77 WtotPaie PIC 9(7).
       77 WtotRemb PIC 9(7).
       77 WtotAvoir PIC 9(7).
       77 WtotPrime PIC 9(7).
       77 WnbPrime PIC 9(3).
       77 WnbDebit PIC 9(4).
       77 WtotImp PIC 9(7).
       77 fet_stat PIC 9(2).
       77 fav_stat PIC 9(2).
      *> etat du tournoi : 0=normal 1=annule 2=reporte
       77 WetatT PIC 9(1).
       77 WetatLu PIC 9(1).
       77 WmotifT PIC X(40).
       77 WancSem PIC 9(3).
       77 WancDate PIC 9(8).
       77 WancHeure PIC 9(4).
       77 WnouvDate PIC 9(8).
       77 WnouvHeure PIC 9(4).
       77 WnbAvis PIC 9(4).
       77 WavisSit PIC X(70).
       77 WnbAtt PIC 9(3).
       77 WidxAtt PIC 9(3).
       77 WrangAtt PIC 9(3).
       01 WTabAttente.
              02 WTabAtt OCCURS 200 TIMES PIC 9(5).
       77 fsa_stat PIC 9(2).
       77 fst_stat PIC 9(2).
       77 WsalleT PIC 9(3).
       77 WsalleDef PIC 9(3).
       77 WsalleOk PIC 9(1).
       77 WnbSalles PIC 9(3).
       77 WnbTabTour PIC 9(3).
       77 WtabFin PIC 9(4).
       77 WtabFin2 PIC 9(4).
       77 WjourSem PIC 9(1).
       77 WnomJour PIC X(8).
       77 WnbO PIC 9(2).
       77 WnbN PIC 9(2).
       77 WsaFin PIC 9(1).
       77 WstFin PIC 9(1).
       77 WtrFin PIC 9(1).
       77 WcrFin PIC 9(1).
       77 WcrFdz PIC 9(1).
       77 WdatDeb PIC 9(8).
       77 WjourDeb PIC 9(8).
       77 WjourCour PIC 9(8).
       77 WidxJour PIC 9(1).
       77 WnbOcc PIC 9(3).
       77 WnbAlerte PIC 9(3).
       77 WnbTr PIC 9(2).
       77 WidxTr PIC 9(2).
       01 WTabTours.
              02 WTabTr OCCURS 60 TIMES.
                     03 WtrTour PIC 9(2).
                     03 WtrDate PIC 9(8).
                     03 WtrHeure PIC 9(4).
                     03 WtrTable PIC 9(3).
       77 ffe_stat PIC 9(2).
       77 fso_stat PIC 9(2).
       77 facc_stat PIC 9(2).
      *> origine du tournoi soumis : 0=introuvable 1=actif 2=archive
       77 WfeSource PIC 9(1).
       77 WfeOk PIC 9(1).
       77 WfeFin PIC 9(1).
       77 WfeVille PIC X(30).
       77 WfeSem PIC 9(3).
       77 WfeTypeP PIC 9(2).
       77 WfeRg PIC 9(1).
       77 WfeCateg PIC 9(1).
       77 WfeFormat PIC 9(1).
       77 WfeTemps PIC 9(2).
       77 WfeTypeLib PIC X(50).
       77 WfeNbParties PIC 9(4).
       77 WfeDate PIC 9(8).
       77 WfeLic1 PIC X(10).
       77 WfeLic2 PIC X(10).
       77 WaccCode PIC X(1).
       77 WaccMotif PIC X(40).
       77 WnbAccOk PIC 9(4).
       77 WnbAccRej PIC 9(4).
       77 WnbAccIgn PIC 9(4).
       77 WnbSuivi PIC 9(4).
       01 WfePartie.
              02 WfpIdJ1 PIC 9(5).
              02 WfpIdJ2 PIC 9(5).
              02 WfpTour PIC 9(2).
              02 WfpIdV PIC 9(5).
              02 WfpTypeR PIC 9(1).
              02 WfpArb PIC X(5).
       77 fno_stat PIC 9(2).
       77 WparMode PIC 9(1).
       77 WnbPerf PIC 9(3).
       77 WidxPerf PIC 9(3).
       77 WidxCherche PIC 9(3).
       77 WpfJoueur PIC 9(5).
       77 WpfAdv PIC 9(5).
       77 WpfMoy PIC 9(6).
       77 WpfPerf PIC S9(6).
       77 WpfPerfEd PIC Z(5)9.
       77 WpfScore PIC 9(3).
       77 WpfNorme PIC 9(1).
       77 WpfSeuil PIC 9(4).
       77 WnbNormes PIC 9(4).
       77 WnormeLib PIC X(20).
       77 WnormeMin PIC 9(2).
       77 WnormeTitre PIC 9(2).
       77 WnbNorme1 PIC 9(3).
       77 WnbNorme2 PIC 9(3).
       77 WnbNorme3 PIC 9(3).
       01 WTabPerf.
              02 WTabPf OCCURS 300 TIMES.
                     03 WpfId PIC 9(5).
                     03 WpfNb PIC 9(3).
                     03 WpfGain PIC 9(3).
                     03 WpfSomAdv PIC 9(8).
      *> seuils de performance : rang du tournoi x (categorie d age + 1)
       01 WTabSeuils.
              02 WseuilRg OCCURS 3 TIMES.
                     03 WseuilPerf OCCURS 4 TIMES PIC 9(4).
       77 farc_stat PIC 9(2).
       77 farcd_stat PIC 9(2).
       77 WnbArch PIC 9(3).
       77 fsav_stat PIC 9(2).
       77 fjnl_stat PIC 9(2).
      *> journal des ecritures depuis la derniere sauvegarde : operation sur 3
      *> (ECR/REE/SUP), code fichier sur 3, l image de l enregistrement sur 150
      *> puis le code de l operateur connecte
       77 WjnlOp PIC X(3).
       77 WjnlFich PIC X(3).
       77 WjnlImage PIC X(150).
                     03 WLigJoue PIC 9(2).
                     03 WLigPts PIC 9(3).
                     03 WLigTab PIC 9(3).
                     03 WLigGagne PIC 9(2).
       77 WnbLig PIC 9(2).
       77 WidxLig PIC 9(2).
       77 WidxLig2 PIC 9(2).
       77 WLigSwap PIC X(13).
       77 fdv_stat PIC 9(2).
       77 fde_stat PIC 9(2).
       77 WdivCode PIC X(3).
       77 WdivCible PIC X(3).
       77 WdivExiste PIC 9(1).
       77 WdivOk PIC 9(1).
       77 WdivPres PIC 9(1).
       77 WsaisonDiv PIC 9(4).
       77 WligOk PIC 9(1).
       77 WligDeja PIC 9(4).
       77 WsaisonSuiv PIC 9(4).
       77 WsaisonEd PIC 9(4).
       77 WnbDiv PIC 9(2).
       77 WidxDiv PIC 9(2).
       77 WidxDiv2 PIC 9(2).
       77 WnbDe PIC 9(2).
       77 WidxDe PIC 9(2).
       77 WidxDe2 PIC 9(2).
       77 WrangDiv PIC 9(2).
       77 WmvtDiv PIC X(1).
       77 WmvtLib PIC X(10).
       77 WnbMvt PIC 9(3).
       77 WdeFin PIC 9(1).
       77 WdvSwap PIC X(14).
       77 WdeSwap PIC X(14).
       01 WTabDiv.
              02 WdvLigne OCCURS 20 TIMES.
                     03 WdvCode PIC X(3).
                     03 WdvNiveau PIC 9(2).
                     03 WdvIdT PIC 9(5).
                     03 WdvMont PIC 9(2).
                     03 WdvDesc PIC 9(2).
       01 WTabDe.
              02 WdeLigne OCCURS 20 TIMES.
                     03 WdeEq PIC 9(3).
                     03 WdeRang PIC 9(2).
                     03 WdePts PIC 9(3).
                     03 WdeTab PIC 9(3).
                     03 WdeJoue PIC 9(2).
                     03 WdeMvt PIC X(1).
      *> appariements du systeme suisse : paires de la ronde en cours
      *> (WSuiJ2 = 0 pour l exempt) et marquages par position du tableau trie
       01 WTabSuisse.
              02 WhpAncien PIC 9(6).
              02 FILLER PIC X(9).
              02 WhpNouveau PIC 9(6).
              02 FILLER PIC X(49).
       01 WTabCarr.
              02 WCarTou OCCURS 100 TIMES PIC 9(5).
              02 WCarJoue OCCURS 100 TIMES PIC 9(3).
              OPEN OUTPUT farchderou
       END-IF
       CLOSE farchderou
       PERFORM AMORCE_OPERATEURS
       OPEN I-O fcompte
       IF fcp_stat = 35 THEN
              OPEN OUTPUT fcompte
       END-IF
       CLOSE fcompte
       OPEN I-O fetats
       IF fet_stat = 35 THEN
              OPEN OUTPUT fetats
       END-IF
       CLOSE fetats
       OPEN I-O fsalles
       IF fsa_stat = 35 THEN
              OPEN OUTPUT fsalles
       END-IF
       CLOSE fsalles
       OPEN I-O fsalletour
       IF fst_stat = 35 THEN
              OPEN OUTPUT fsalletour
       END-IF
       CLOSE fsalletour
       OPEN I-O ffedetour
       IF ffe_stat = 35 THEN
              OPEN OUTPUT ffedetour
       END-IF
       CLOSE ffedetour
       OPEN I-O fnormes
       IF fno_stat = 35 THEN
              OPEN OUTPUT fnormes
       END-IF
       CLOSE fnormes
       OPEN I-O fdivisions
       IF fdv_stat = 35 THEN
              OPEN OUTPUT fdivisions
       END-IF
       CLOSE fdivisions
       OPEN I-O fdivequipes
       IF fde_stat = 35 THEN
              OPEN OUTPUT fdivequipes
       END-IF
       CLOSE fdivequipes
       OPEN I-O fsanctions
       IF fsc_stat = 35 THEN
              OPEN OUTPUT fsanctions
       END-IF
       CLOSE fsanctions
       MOVE 0 TO Wbatch
       MOVE SPACES TO Wope
       MOVE 0 TO WopeRole
       ACCEPT Wargs FROM COMMAND-LINE
       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Wargs)) TO Wargs
       IF Wargs = 'BATCH' THEN
              PERFORM MODE_BATCH
              STOP RUN
       END-IF
       PERFORM CONNEXION_OPERATEUR
       PERFORM MENU_P
       STOP RUN.
       MENU_P.
PERFORM WITH TEST AFTER UNTIL Wchoix = 13 OR Wchoix<0 OR Wchoix > 13
              DISPLAY '==========================='
              DISPLAY '---MENU PRINCIPAL---'
              DISPLAY '1-Menu ajout'
              DISPLAY '8-Menu interclubs'
              DISPLAY '9-Sauvegarde / restauration'
              DISPLAY '10-Cloture mensuelle du classement'
              DISPLAY '11-Administration des operateurs'
              DISPLAY '12-Discipline'
              DISPLAY '13-Quitter'
              ACCEPT Wchoix
              MOVE 'PRI' TO WmenuCode
              MOVE Wchoix TO WmenuOpt
              PERFORM DROIT_OPTION
              IF WdroitOk = 0 THEN
                     MOVE 0 TO Wchoix
              END-IF
                     EVALUATE Wchoix
                     WHEN 1 PERFORM MENU_AJOUT
                     WHEN 2 PERFORM MENU_AFFICHAGE
                     WHEN 8 PERFORM MENU_INTERCLUB
                     WHEN 9 PERFORM MENU_SAUVEGARDE
                     WHEN 10 PERFORM CLOTURE_MENSUELLE
                     WHEN 11 PERFORM MENU_OPERATEURS
                     WHEN 12 PERFORM MENU_DISCIPLINE
                     WHEN 13 STOP RUN
                     END-EVALUATE
END-PERFORM.
       MENU_SUPP.
              DISPLAY '5-Archiver les tournois termines'
              DISPLAY '6-Retour menu principal'
              ACCEPT Wchoix2
              MOVE 'SUP' TO WmenuCode
              MOVE Wchoix2 TO WmenuOpt
              PERFORM DROIT_OPTION
              IF WdroitOk = 0 THEN
                     MOVE 0 TO Wchoix2
              END-IF
                     EVALUATE Wchoix2
                     WHEN 1 PERFORM  SUPP_TOURNOI
                     WHEN 2 PERFORM SUPP_PARTIE
                     END-EVALUATE
END-PERFORM.
       MENU_MODIF.
PERFORM WITH TEST AFTER UNTIL Wchoix2 = 8 OR Wchoix2<0 OR Wchoix2 >8
              DISPLAY '==========================='
              DISPLAY '-----MENU MODIFICATION-----'
              DISPLAY '1-Modifier un tournoi'
              DISPLAY '4-Corriger un resultat de rencontre'
              DISPLAY '5-Renouveler une licence'
              DISPLAY '6-Fusionner des fiches joueur en double'
              DISPLAY '7-Annuler ou reporter un tournoi'
              DISPLAY '8-Retour menu principal'
              ACCEPT Wchoix2
              MOVE 'MOD' TO WmenuCode
              MOVE Wchoix2 TO WmenuOpt
              PERFORM DROIT_OPTION
              IF WdroitOk = 0 THEN
                     MOVE 0 TO Wchoix2
              END-IF
                     EVALUATE Wchoix2
                     WHEN 1 PERFORM  MODIF_TOURNOI
                     WHEN 2 PERFORM MODIF_PARTIE
                     WHEN 4 PERFORM CORRIGER_RESULTAT
                     WHEN 5 PERFORM RENOUVELER_LICENCE
                     WHEN 6 PERFORM FUSION_JOUEURS
                     WHEN 7 PERFORM ANNULE_REPORTE_TOURNOI
                     WHEN 8 GO TO MENU_P
                     END-EVALUATE
END-PERFORM.
       MENU_AJOUT.
PERFORM WITH TEST AFTER UNTIL Wchoix2 = 16 OR Wchoix2<0 OR Wchoix2 >16
              DISPLAY '==========================='
              DISPLAY '-----MENU AJOUT-----'
              DISPLAY '1-Ajouter un tournoi'
              DISPLAY '8-Affecter un arbitre a un tournoi'
              DISPLAY '9-Pointage du jour du tournoi'
              DISPLAY '10-Forfait d un joueur disparu apres pointage'
              DISPLAY '11-Enregistrer le reglement d un droit d engagement'
              DISPLAY '12-Ajouter une salle'
              DISPLAY '13-Affecter une salle a un tournoi'
              DISPLAY '14-Importer l accuse de reception federal'
              DISPLAY '15-Traiter les demandes d inscription du site'
              DISPLAY '16-Retour menu principal'
              ACCEPT Wchoix2
              MOVE 'AJO' TO WmenuCode
              MOVE Wchoix2 TO WmenuOpt
              PERFORM DROIT_OPTION
              IF WdroitOk = 0 THEN
                     MOVE 0 TO Wchoix2
              END-IF
                     EVALUATE Wchoix2
                     WHEN 1 PERFORM  AJOUT_TOURNOI
                     WHEN 2 PERFORM AJOUT_PARTIE
                     WHEN 8 PERFORM AFFECTER_ARBITRE
                     WHEN 9 PERFORM POINTAGE_TOURNOI
                     WHEN 10 PERFORM FORFAIT_DISPARU
                     WHEN 11 PERFORM REGLEMENT_INSCRIPTION
                     WHEN 12 PERFORM AJOUT_SALLE
                     WHEN 13 PERFORM AFFECTER_SALLE_TOURNOI
                     WHEN 14 PERFORM IMPORT_ACCUSE_FEDERAL
                     WHEN 15 PERFORM IMPORT_INSCRIPTIONS_WEB
                     WHEN 16 GO TO MENU_P
                     END-EVALUATE
END-PERFORM.
       MENU_AFFICHAGE.
PERFORM WITH TEST AFTER UNTIL Wchoix2 = 25 OR Wchoix2<0 OR Wchoix2 >25
              DISPLAY '==========================='
              DISPLAY '-----MENU AFFICHAGE-----'
              DISPLAY '1-Afficher tout les tournois'
              DISPLAY '13-Exporter la liste mensuelle de classement'
              DISPLAY '14-Rapport d activite des arbitres'
              DISPLAY '15-Statistiques par type de partie et cadence'
              DISPLAY '16-Releve de compte d un joueur'
              DISPLAY '17-Rapport des droits impayes'
              DISPLAY '18-Afficher les salles'
              DISPLAY '19-Occupation hebdomadaire des salles'
              DISPLAY '20-Fichier de soumission federale d un tournoi'
              DISPLAY '21-Suivi des soumissions federales'
              DISPLAY '22-Performances et normes d un tournoi'
              DISPLAY '23-Normes d un joueur'
              DISPLAY '24-Surveillance fair-play des resultats'
              DISPLAY '25-Retour menu principal'
              ACCEPT Wchoix2
              MOVE 'AFF' TO WmenuCode
              MOVE Wchoix2 TO WmenuOpt
              PERFORM DROIT_OPTION
              IF WdroitOk = 0 THEN
                     MOVE 0 TO Wchoix2
              END-IF
                     EVALUATE Wchoix2
                     WHEN 1 PERFORM  AFFICH_TOURNOI
                     WHEN 2 PERFORM AFFICH_PARTIE
                     WHEN 13 PERFORM EXPORT_CLASSEMENT_MENSUEL
                     WHEN 14 PERFORM RAPPORT_ARBITRES
                     WHEN 15 PERFORM STATS_TYPE_PARTIE
                     WHEN 16 PERFORM RELEVE_COMPTE
                     WHEN 17 PERFORM RAPPORT_IMPAYES
                     WHEN 18 PERFORM AFFICH_SALLES
                     WHEN 19 PERFORM RAPPORT_OCCUPATION_SALLES
                     WHEN 20 PERFORM SOUMISSION_FEDERALE
                     WHEN 21 PERFORM SUIVI_FEDERAL
                     WHEN 22 PERFORM RAPPORT_PERFORMANCES
                     WHEN 23 PERFORM NORMES_JOUEUR
                     WHEN 24 PERFORM RAPPORT_FAIR_PLAY
                     WHEN 25 GO TO MENU_P
                     END-EVALUATE
END-PERFORM.

END-WRITE
CLOSE ftournois
MOVE Wto_id TO WidPlan
PERFORM SAISIE_SALLE_TOURNOI
MOVE Wto_id TO WidPlan
MOVE 1 TO WtourPlan
PERFORM SAISIE_SALLE_TOUR
PERFORM ECRIT_PLANNING_TOUR.
      *> Procédure qui saisit la taille du tournoi et en deduit le nombre de tours selon le format
       SAISIE_TAILLE_TOURNOI.
CLOSE fparties.
        AFFICH_TOURNOI.
MOVE 0 TO Wfin
OPEN INPUT fetats
OPEN INPUT ftournois
PERFORM WITH TEST AFTER UNTIL  Wfin = 1
       READ ftournois NEXT
              WHEN 3 DISPLAY 'Format : Systeme suisse'
              WHEN OTHER DISPLAY 'Format : Elimination directe'
              END-EVALUATE
              MOVE fto_id TO fet_idT
              READ fetats
                     INVALID KEY
                            CONTINUE
                     NOT INVALID KEY
                            IF fet_etat = 1 THEN
                                   DISPLAY 'Etat : ANNULE'
                            ELSE
                                   DISPLAY 'Etat : REPORTE (prevu le ' fet_ancDate ')'
                            END-IF
              END-READ
       END-READ
END-PERFORM
CLOSE ftournois
CLOSE fetats.
      *> Procédure qui permet de voir si une semaine est deja prise : la comparaison
      *> se fait sur l annee reelle du calendrier, la meme semaine de deux annees
      *> differentes n est plus un conflit ; un tournoi annule libere sa semaine
        RECHERCHE_SEM.
MOVE 0 TO Wfin
MOVE 0 TO Wtrouve
COMPUTE WanneeT = WdatTour / 10000
OPEN INPUT fetats
OPEN INPUT ftournois
PERFORM WITH TEST AFTER UNTIL Wtrouve = 1 OR Wfin = 1
       READ ftournois NEXT
              MOVE 1 TO Wfin
       NOT AT END
              IF fto_sem =  Wsem  THEN
                     MOVE 0 TO WetatLu
                     MOVE fto_id TO fet_idT
                     READ fetats
                            INVALID KEY
                                   MOVE 0 TO WetatLu
                            NOT INVALID KEY
                                   MOVE fet_etat TO WetatLu
                     END-READ
                     IF WetatLu IS NOT = 1 THEN
                            PERFORM CHERCHE_ANNEE_TOURNOI
*> tournoi sans calendrier (ancien dessin) : on reste prudent, semaine prise
                            IF Wannee2 = 0 OR Wannee2 = WanneeT THEN
                                   MOVE 1 TO Wtrouve
                            END-IF
                     END-IF
              END-IF
       END-READ
END-PERFORM
CLOSE ftournois
CLOSE fetats.
      *> Procédure qui retrouve l annee du tournoi courant du tampon tournoi
      *> depuis la date planifiee de son 1er tour (Wannee2 = 0 si pas de calendrier)
       CHERCHE_ANNEE_TOURNOI.
       ACCEPT WtableTour
       MOVE WidT TO WidPlan
       MOVE Wtour TO WtourPlan
       PERFORM SAISIE_SALLE_TOUR
       PERFORM ECRIT_PLANNING_TOUR
END-IF.
      *> Procédure qui enregistre une salle de jeu : adresse, nombre de tables
      *> et jours d ouverture du lundi au dimanche (O ou N par jour)
       AJOUT_SALLE.
MOVE 0 TO fsa_id
PERFORM WITH TEST AFTER UNTIL fsa_id > 0
       DISPLAY 'Donnez le numero de la salle'
       ACCEPT fsa_id
END-PERFORM
DISPLAY 'Donnez le nom de la salle'
ACCEPT fsa_nom
DISPLAY 'Donnez l adresse de la salle'
ACCEPT fsa_adresse
DISPLAY 'Donnez la ville de la salle'
ACCEPT fsa_ville
MOVE 0 TO fsa_nbTables
PERFORM WITH TEST AFTER UNTIL fsa_nbTables > 0
       DISPLAY 'Donnez le nombre de tables de la salle'
       ACCEPT fsa_nbTables
END-PERFORM
MOVE 0 TO WnbO
MOVE 0 TO WnbN
PERFORM WITH TEST AFTER UNTIL WnbO + WnbN = 7
       DISPLAY 'Jours d ouverture du lundi au dimanche (O/N), ex : OOOOONN'
       ACCEPT fsa_jours
       MOVE FUNCTION UPPER-CASE(fsa_jours) TO fsa_jours
       MOVE 0 TO WnbO
       MOVE 0 TO WnbN
       INSPECT fsa_jours TALLYING WnbO FOR ALL 'O' WnbN FOR ALL 'N'
END-PERFORM
OPEN I-O fsalles
WRITE fsaTamp
       INVALID KEY
              DISPLAY 'Ce numero de salle existe deja'
       NOT INVALID KEY
              MOVE 'ECR' TO WjnlOp
              PERFORM JOURNALISE_SALLE
              DISPLAY 'Salle ' fsa_id ' enregistree'
END-WRITE
CLOSE fsalles.
      *> Procédure qui affiche les salles de jeu declarees
       AFFICH_SALLES.
MOVE 0 TO WsaFin
OPEN INPUT fsalles
PERFORM WITH TEST AFTER UNTIL WsaFin = 1
       READ fsalles NEXT
              AT END
                     MOVE 1 TO WsaFin
              NOT AT END
                     DISPLAY 'Salle ' fsa_id ' : ' FUNCTION TRIM(fsa_nom) ' - '
                            FUNCTION TRIM(fsa_adresse) ' ' FUNCTION TRIM(fsa_ville)
                     DISPLAY '   ' fsa_nbTables ' tables, ouverte ' fsa_jours ' (lundi a dimanche)'
       END-READ
END-PERFORM
CLOSE fsalles.
      *> Procédure qui verifie que la salle WsalleT existe (WsalleOk = 1)
       SALLE_EXIST.
MOVE 0 TO WsalleOk
OPEN INPUT fsalles
MOVE WsalleT TO fsa_id
READ fsalles
       INVALID KEY
              MOVE 0 TO WsalleOk
       NOT INVALID KEY
              MOVE 1 TO WsalleOk
END-READ
CLOSE fsalles.
      *> Procédure qui indique si au moins une salle est declaree (WnbSalles = 1) ;
      *> sans salle le calendrier reste saisi comme avant, sans controle des tables
       SALLES_DECLAREES.
MOVE 0 TO WnbSalles
OPEN INPUT fsalles
READ fsalles NEXT
       AT END
              MOVE 0 TO WnbSalles
       NOT AT END
              MOVE 1 TO WnbSalles
END-READ
CLOSE fsalles.
      *> Procédure qui change la salle habituelle d un tournoi
       AFFECTER_SALLE_TOURNOI.
PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
       DISPLAY 'Donnez id du tournoi'
       PERFORM AFFICH_TOURNOI
       ACCEPT WidT
       PERFORM TOURNOI_EXIST
END-PERFORM
PERFORM ETAT_TOURNOI
IF WetatT = 1 THEN
       DISPLAY 'Tournoi annule : aucune salle ne peut etre affectee'
ELSE
       MOVE WidT TO WidPlan
       PERFORM SAISIE_SALLE_TOURNOI
       IF WnbSalles = 1 THEN
              DISPLAY 'Salle ' WsalleT ' affectee au tournoi ' WidT
       END-IF
END-IF.
      *> Procédure qui rattache le tournoi WidPlan a sa salle habituelle (tour 0),
      *> proposee ensuite par defaut pour chaque tour planifie
       SAISIE_SALLE_TOURNOI.
PERFORM SALLES_DECLAREES
IF WnbSalles = 0 THEN
       DISPLAY 'Aucune salle declaree : tournoi enregistre sans salle'
ELSE
       MOVE 0 TO WsalleOk
       PERFORM WITH TEST AFTER UNTIL WsalleOk = 1
              PERFORM AFFICH_SALLES
              DISPLAY 'Donnez le numero de la salle du tournoi'
              ACCEPT WsalleT
              PERFORM SALLE_EXIST
              IF WsalleOk = 0 THEN
                     DISPLAY 'Salle inconnue'
              END-IF
       END-PERFORM
       MOVE 0 TO WtourPlan
       MOVE 0 TO WnbTabTour
       PERFORM ECRIT_SALLE_TOUR
END-IF.
      *> Procédure qui lit la salle habituelle du tournoi WidPlan (WsalleDef, 0 si aucune)
       SALLE_DU_TOURNOI.
MOVE 0 TO WsalleDef
OPEN INPUT fsalletour
MOVE WidPlan TO fst_idT
MOVE 0 TO fst_tour
READ fsalletour
       INVALID KEY
              MOVE 0 TO WsalleDef
       NOT INVALID KEY
              MOVE fst_salle TO WsalleDef
END-READ
CLOSE fsalletour.
      *> Procédure qui calcule le nombre de tables occupees par le tour WtourPlan du
      *> tournoi WidPlan : une table par rencontre (poule et suisse : tout le monde
      *> joue ; elimination directe : le tableau se divise par deux a chaque tour)
       TABLES_DU_TOUR.
MOVE 1 TO WnbTabTour
OPEN INPUT ftournois
MOVE WidPlan TO fto_id
READ ftournois
       INVALID KEY
              MOVE 1 TO WnbTabTour
       NOT INVALID KEY
              IF fto_format = 2 OR fto_format = 3 THEN
                     COMPUTE WnbTabTour = (fto_nbplaces + 1) / 2
              ELSE
*> le match pour la 3eme place (tour 50) ne prend qu une table
                     IF WtourPlan IS NOT = 50 THEN
                            COMPUTE WnbTabTour = fto_nbplaces / (2 ** WtourPlan)
                     END-IF
              END-IF
END-READ
CLOSE ftournois
IF WnbTabTour = 0 THEN
       MOVE 1 TO WnbTabTour
END-IF.
      *> Procédure qui place le tour WtourPlan du tournoi WidPlan dans une salle : la
      *> salle du tournoi est proposee par defaut ; tant que la salle est refusee
      *> (fermee, trop petite ou tables deja prises) un autre creneau est demande
       SAISIE_SALLE_TOUR.
PERFORM SALLES_DECLAREES
IF WnbSalles = 0 THEN
       DISPLAY 'Aucune salle declaree : tour planifie sans salle'
ELSE
       PERFORM TABLES_DU_TOUR
       PERFORM SALLE_DU_TOURNOI
       MOVE 0 TO WsalleOk
       PERFORM WITH TEST AFTER UNTIL WsalleOk = 1
              IF WsalleDef = 0 THEN
                     DISPLAY 'Donnez la salle du tour ' WtourPlan
              ELSE
                     DISPLAY 'Donnez la salle du tour ' WtourPlan ' (0 = salle du tournoi ' WsalleDef ')'
              END-IF
              ACCEPT WsalleT
              IF WsalleT = 0 THEN
                     MOVE WsalleDef TO WsalleT
              END-IF
              PERFORM CONTROLE_SALLE_TOUR
              IF WsalleOk = 0 THEN
                     DISPLAY 'Tour ' WtourPlan ' : ' WnbTabTour ' table(s) a placer, donnez un autre creneau'
                     MOVE 0 TO WdatTour
                     PERFORM WITH TEST AFTER UNTIL WdatTour > 19000000
                            DISPLAY 'Donnez la date du tour ' WtourPlan ' (AAAAMMJJ)'
                            ACCEPT WdatTour
                     END-PERFORM
                     DISPLAY 'Donnez l heure de debut (HHMM)'
                     ACCEPT WheureTour
                     DISPLAY 'Donnez le numero de la 1ere table'
                     ACCEPT WtableTour
              END-IF
       END-PERFORM
       PERFORM ECRIT_SALLE_TOUR
END-IF.
      *> Procédure qui controle que la salle WsalleT peut recevoir WnbTabTour tables a
      *> partir de la table WtableTour le WdatTour pour le tournoi WidPlan : salle
      *> connue et ouverte ce jour-la, tables existantes et non reservees le meme
      *> jour par un autre tournoi (WsalleOk = 1 si la salle est acceptee)
       CONTROLE_SALLE_TOUR.
MOVE 1 TO WsalleOk
IF WtableTour = 0 THEN
       MOVE 1 TO WtableTour
END-IF
COMPUTE WtabFin = WtableTour + WnbTabTour - 1
IF FUNCTION TEST-DATE-YYYYMMDD(WdatTour) IS NOT = 0 THEN
       MOVE 0 TO WsalleOk
       DISPLAY 'Date ' WdatTour ' invalide'
END-IF
OPEN INPUT fsalles
MOVE WsalleT TO fsa_id
READ fsalles
       INVALID KEY
              MOVE 0 TO WsalleOk
              DISPLAY 'Salle inconnue'
       NOT INVALID KEY
              IF WtabFin > fsa_nbTables THEN
                     MOVE 0 TO WsalleOk
                     DISPLAY 'Salle ' fsa_id ' : ' fsa_nbTables ' tables seulement, tables '
                            WtableTour ' a ' WtabFin ' impossibles'
              END-IF
              IF WsalleOk = 1 THEN
                     PERFORM NOM_JOUR
                     IF fsa_jours(WjourSem:1) IS NOT = 'O' THEN
                            MOVE 0 TO WsalleOk
                            DISPLAY 'Salle ' fsa_id ' fermee le ' WnomJour
                     END-IF
              END-IF
END-READ
CLOSE fsalles
IF WsalleOk = 1 THEN
       MOVE 0 TO WstFin
       OPEN INPUT fsalletour
       OPEN INPUT fplanning
       MOVE WsalleT TO fst_salle
       START fsalletour KEY IS = fst_salle
              INVALID KEY
                     MOVE 1 TO WstFin
              NOT INVALID KEY
       PERFORM WITH TEST AFTER UNTIL WstFin = 1
              READ fsalletour NEXT
                     AT END
                            MOVE 1 TO WstFin
                     NOT AT END
                            IF fst_salle IS NOT = WsalleT THEN
                                   MOVE 1 TO WstFin
                            ELSE
                                   IF fst_idT IS NOT = WidPlan AND fst_tour > 0 THEN
                                          PERFORM CONFLIT_TABLES
                                   END-IF
                            END-IF
              END-READ
       END-PERFORM
       END-START
       CLOSE fplanning
       CLOSE fsalletour
END-IF.
      *> Procédure qui compare les tables demandees a celles d un tour d un autre
      *> tournoi place dans la meme salle (lien fstTamp lu) le meme jour
       CONFLIT_TABLES.
MOVE fst_idT TO fpl_idT
MOVE fst_tour TO fpl_tour
READ fplanning
       INVALID KEY
              CONTINUE
       NOT INVALID KEY
              IF fpl_date = WdatTour THEN
                     COMPUTE WtabFin2 = fpl_table1 + fst_nbTab - 1
                     IF fpl_table1 IS NOT > WtabFin AND WtabFin2 IS NOT < WtableTour THEN
                            MOVE 0 TO WsalleOk
                            DISPLAY 'Tables ' fpl_table1 ' a ' WtabFin2 ' deja reservees le ' fpl_date
                                   ' par le tournoi ' fst_idT ' (tour ' fst_tour ')'
                     END-IF
              END-IF
END-READ.
      *> Procédure qui ecrit (ou met a jour) la salle WsalleT du tour WtourPlan du
      *> tournoi WidPlan ; le tour 0 porte la salle habituelle du tournoi
       ECRIT_SALLE_TOUR.
OPEN I-O fsalletour
MOVE WidPlan TO fst_idT
MOVE WtourPlan TO fst_tour
READ fsalletour
       INVALID KEY
              MOVE WidPlan TO fst_idT
              MOVE WtourPlan TO fst_tour
              MOVE WsalleT TO fst_salle
              MOVE WnbTabTour TO fst_nbTab
              WRITE fstTamp
                     INVALID KEY
                            DISPLAY 'INVALID KEY'
                     NOT INVALID KEY
                            MOVE 'ECR' TO WjnlOp
                            PERFORM JOURNALISE_SALLETOUR
              END-WRITE
       NOT INVALID KEY
              MOVE WsalleT TO fst_salle
              MOVE WnbTabTour TO fst_nbTab
              REWRITE fstTamp
              MOVE 'REE' TO WjnlOp
              PERFORM JOURNALISE_SALLETOUR
END-READ
CLOSE fsalletour.
      *> Procédure qui libere les salles reservees par le tournoi WidT
       PURGE_SALLES_TOURNOI.
MOVE 0 TO WstFin
OPEN I-O fsalletour
MOVE WidT TO fst_idT
MOVE 0 TO fst_tour
START fsalletour KEY IS NOT < fst_cle
       INVALID KEY
              MOVE 1 TO WstFin
       NOT INVALID KEY
PERFORM WITH TEST AFTER UNTIL WstFin = 1
       READ fsalletour NEXT
              AT END
                     MOVE 1 TO WstFin
              NOT AT END
                     IF fst_idT = WidT THEN
                            MOVE 'SUP' TO WjnlOp
                            PERFORM JOURNALISE_SALLETOUR
                            DELETE fsalletour RECORD
                     ELSE
                            MOVE 1 TO WstFin
                     END-IF
       END-READ
END-PERFORM
END-START
CLOSE fsalletour.
      *> Procédure qui donne le jour de la semaine de WdatTour (WjourSem 1 = lundi)
       NOM_JOUR.
COMPUTE WjourSem = FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WdatTour) - 1, 7) + 1
EVALUATE WjourSem
       WHEN 1 MOVE 'lundi' TO WnomJour
       WHEN 2 MOVE 'mardi' TO WnomJour
       WHEN 3 MOVE 'mercredi' TO WnomJour
       WHEN 4 MOVE 'jeudi' TO WnomJour
       WHEN 5 MOVE 'vendredi' TO WnomJour
       WHEN 6 MOVE 'samedi' TO WnomJour
       WHEN OTHER MOVE 'dimanche' TO WnomJour
END-EVALUATE.
      *> Procédure qui charge les tours planifies du tournoi WidPlan dans WTabTours
       CHARGE_TOURS_PLANIFIES.
MOVE 0 TO WnbTr
MOVE 0 TO WtrFin
OPEN INPUT fplanning
MOVE WidPlan TO fpl_idT
START fplanning KEY IS = fpl_idT
       INVALID KEY
              MOVE 1 TO WtrFin
       NOT INVALID KEY
PERFORM WITH TEST AFTER UNTIL WtrFin = 1
       READ fplanning NEXT
              AT END
                     MOVE 1 TO WtrFin
              NOT AT END
                     IF fpl_idT IS NOT = WidPlan OR WnbTr = 60 THEN
                            MOVE 1 TO WtrFin
                     ELSE
                            COMPUTE WnbTr = WnbTr + 1
                            MOVE fpl_tour TO WtrTour(WnbTr)
                            MOVE fpl_date TO WtrDate(WnbTr)
                            MOVE fpl_heure TO WtrHeure(WnbTr)
                            MOVE fpl_table1 TO WtrTable(WnbTr)
                     END-IF
       END-READ
END-PERFORM
END-START
CLOSE fplanning.
      *> Procédure qui avertit quand un tour du tournoi WidT tombe le meme jour qu un
      *> tour d un autre tournoi ou le joueur Wid est deja inscrit ou en attente
       CONTROLE_CRENEAUX_JOUEUR.
MOVE 0 TO WnbAlerte
MOVE WidT TO WidPlan
PERFORM CHARGE_TOURS_PLANIFIES
IF WnbTr > 0 THEN
       MOVE 0 TO WcrFin
       OPEN INPUT finscriptions
       OPEN INPUT fplanning
       PERFORM WITH TEST AFTER UNTIL WcrFin = 1
              READ finscriptions NEXT
                     AT END
                            MOVE 1 TO WcrFin
                     NOT AT END
                            IF fins_idJ = Wid AND fins_idT IS NOT = WidT
                               AND (fins_statut = 1 OR fins_statut = 2) THEN
                                   PERFORM CRENEAUX_AUTRE_TOURNOI
                            END-IF
              END-READ
       END-PERFORM
       CLOSE fplanning
       CLOSE finscriptions
       IF WnbAlerte > 0 THEN
              DISPLAY 'Attention : ' WnbAlerte ' tour(s) le meme jour qu un autre tournoi du joueur'
       END-IF
END-IF.
      *> Procédure qui compare les tours du tournoi fins_idT aux tours charges de WidT
       CRENEAUX_AUTRE_TOURNOI.
MOVE 0 TO WcrFdz
MOVE fins_idT TO fpl_idT
START fplanning KEY IS = fpl_idT
       INVALID KEY
              MOVE 1 TO WcrFdz
       NOT INVALID KEY
PERFORM WITH TEST AFTER UNTIL WcrFdz = 1
       READ fplanning NEXT
              AT END
                     MOVE 1 TO WcrFdz
              NOT AT END
                     IF fpl_idT IS NOT = fins_idT THEN
                            MOVE 1 TO WcrFdz
                     ELSE
                            MOVE 1 TO WidxTr
                            PERFORM WITH TEST BEFORE UNTIL WidxTr > WnbTr
                                   IF WtrDate(WidxTr) = fpl_date THEN
                                          COMPUTE WnbAlerte = WnbAlerte + 1
                                          DISPLAY 'Attention : tour ' WtrTour(WidxTr) ' le ' fpl_date ' a ' WtrHeure(WidxTr)
                                                 ', le joueur joue le tour ' fpl_tour ' du tournoi ' fpl_idT ' a ' fpl_heure
                                   END-IF
                                   COMPUTE WidxTr = WidxTr + 1
                            END-PERFORM
                     END-IF
       END-READ
END-PERFORM
END-START.
      *> Procédure qui edite l occupation des salles (une ou toutes) sur les sept
      *> jours a partir de la date demandee : tours places, tables prises, jours libres
       RAPPORT_OCCUPATION_SALLES.
DISPLAY 'Donnez le numero de la salle (0 = toutes les salles)'
ACCEPT WsalleT
MOVE 0 TO WdatDeb
PERFORM WITH TEST AFTER UNTIL WdatDeb > 19000000
                          AND FUNCTION TEST-DATE-YYYYMMDD(WdatDeb) = 0
       DISPLAY 'Donnez le premier jour de la semaine (AAAAMMJJ)'
       ACCEPT WdatDeb
END-PERFORM
COMPUTE WjourDeb = FUNCTION INTEGER-OF-DATE(WdatDeb)
COMPUTE WjourCour = FUNCTION DATE-OF-INTEGER(WjourDeb + 6)
OPEN OUTPUT frapport
MOVE SPACES TO frapTamp
STRING '====== OCCUPATION DES SALLES DU ' WdatDeb ' AU ' WjourCour ' ======'
       DELIMITED BY SIZE INTO frapTamp
WRITE frapTamp
MOVE 0 TO WnbSalles
OPEN INPUT fsalles
OPEN INPUT fsalletour
OPEN INPUT fplanning
OPEN INPUT ftournois
IF WsalleT = 0 THEN
       MOVE 0 TO WsaFin
       PERFORM WITH TEST AFTER UNTIL WsaFin = 1
              READ fsalles NEXT
                     AT END
                            MOVE 1 TO WsaFin
                     NOT AT END
                            PERFORM OCCUPATION_SALLE
              END-READ
       END-PERFORM
ELSE
       MOVE WsalleT TO fsa_id
       READ fsalles
              INVALID KEY
                     CONTINUE
              NOT INVALID KEY
                     PERFORM OCCUPATION_SALLE
       END-READ
END-IF
CLOSE ftournois
CLOSE fplanning
CLOSE fsalletour
CLOSE fsalles
IF WnbSalles = 0 THEN
       MOVE SPACES TO frapTamp
       STRING 'Aucune salle trouvee' DELIMITED BY SIZE INTO frapTamp
       WRITE frapTamp
END-IF
CLOSE frapport
DISPLAY 'Occupation des salles exportee dans rapport.dat'.
      *> Procédure qui edite la semaine de la salle lue dans fsaTamp
       OCCUPATION_SALLE.
COMPUTE WnbSalles = WnbSalles + 1
MOVE SPACES TO frapTamp
STRING 'Salle ' fsa_id ' ' FUNCTION TRIM(fsa_nom) ' - ' FUNCTION TRIM(fsa_ville)
       ' (' fsa_nbTables ' tables)'
       DELIMITED BY SIZE INTO frapTamp
WRITE frapTamp
MOVE 0 TO WidxJour
PERFORM WITH TEST AFTER UNTIL WidxJour = 7
       COMPUTE WjourCour = FUNCTION DATE-OF-INTEGER(WjourDeb + WidxJour)
       PERFORM OCCUPATION_JOUR
       COMPUTE WidxJour = WidxJour + 1
END-PERFORM.
      *> Procédure qui edite les tours places dans la salle fsa_id le jour WjourCour
       OCCUPATION_JOUR.
MOVE WjourCour TO WdatTour
PERFORM NOM_JOUR
MOVE 0 TO WnbOcc
MOVE 0 TO WstFin
MOVE fsa_id TO fst_salle
START fsalletour KEY IS = fst_salle
       INVALID KEY
              MOVE 1 TO WstFin
       NOT INVALID KEY
PERFORM WITH TEST AFTER UNTIL WstFin = 1
       READ fsalletour NEXT
              AT END
                     MOVE 1 TO WstFin
              NOT AT END
                     IF fst_salle IS NOT = fsa_id THEN
                            MOVE 1 TO WstFin
                     ELSE
                            IF fst_tour > 0 THEN
                                   PERFORM LIGNE_OCCUPATION
                            END-IF
                     END-IF
       END-READ
END-PERFORM
END-START
IF WnbOcc = 0 THEN
       MOVE SPACES TO frapTamp
       IF fsa_jours(WjourSem:1) = 'O' THEN
              STRING '  ' WjourCour ' ' WnomJour ' libre' DELIMITED BY SIZE INTO frapTamp
       ELSE
              STRING '  ' WjourCour ' ' WnomJour ' fermee' DELIMITED BY SIZE INTO frapTamp
       END-IF
       WRITE frapTamp
END-IF.
      *> Procédure qui edite un tour de la salle (lien fstTamp lu) s il tombe le WjourCour
       LIGNE_OCCUPATION.
MOVE fst_idT TO fpl_idT
MOVE fst_tour TO fpl_tour
READ fplanning
       INVALID KEY
              CONTINUE
       NOT INVALID KEY
              IF fpl_date = WjourCour THEN
                     COMPUTE WnbOcc = WnbOcc + 1
                     COMPUTE WtabFin = fpl_table1 + fst_nbTab - 1
                     MOVE fst_idT TO fto_id
                     READ ftournois
                            INVALID KEY
                                   MOVE SPACES TO fto_ville
                     END-READ
                     MOVE SPACES TO frapTamp
                     STRING '  ' WjourCour ' ' WnomJour ' ' fpl_heure ' tournoi ' fst_idT
                            ' tour ' fst_tour ' tables ' fpl_table1 '-' WtabFin ' '
                            FUNCTION TRIM(fto_ville)
                            DELIMITED BY SIZE INTO frapTamp
                     WRITE frapTamp
              END-IF
END-READ.
      *>
        RECHERCHE_TOUR_PARTIE.
DISPLAY 'Donnez ID du type de partie a chercher'
              END-IF
END-READ
CLOSE fcle.
      *> Procédure qui enchaine sans dialogue les operations listees dans batch.cmd
      *> (COHERENCE / EXPORTCSV / SAUVEGARDE / RESTAURE / CLOTURE / FEUILLE id / RAPPORT deb fin) et journalise
      *> chaque etape avec horodatage et statut dans batch.log. La premiere commande
      *> doit etre CONNEXION code motdepasse : les suivantes sont controlees selon le role
       MODE_BATCH.
MOVE 1 TO Wbatch
MOVE SPACES TO Wope
MOVE 0 TO WopeRole
OPEN EXTEND fjournal
IF fjrn_stat = 35 THEN
       OPEN OUTPUT fjournal
MOVE FUNCTION UPPER-CASE(WcmdVerbe) TO WcmdVerbe
MOVE 'OK' TO WetapeStat
MOVE SPACES TO WjrnTexte
IF WcmdVerbe = 'CONNEXION' THEN
*> le mot de passe n est pas recopie dans batch.log
       STRING 'DEBUT ETAPE CONNEXION ' WcmdArg1 DELIMITED BY SIZE INTO WjrnTexte
ELSE
       STRING 'DEBUT ETAPE ' FUNCTION TRIM(fcmdTamp) DELIMITED BY SIZE INTO WjrnTexte
END-IF
PERFORM ECRIT_JOURNAL_BATCH
PERFORM DROIT_COMMANDE_BATCH
IF WdroitOk = 0 THEN
       MOVE 'ERREUR' TO WetapeStat
ELSE
       EVALUATE WcmdVerbe
              WHEN 'CONNEXION'
                     MOVE WcmdArg1 TO Wope
                     MOVE WcmdArg2 TO WopeMdp
                     PERFORM CONTROLE_OPERATEUR
*> le mot de passe initial se change d abord en connexion interactive
                     IF WopeRole > 0 AND WopeMdp = 'SUPER' THEN
                            DISPLAY 'Mot de passe initial a changer en mode interactif'
                            MOVE 0 TO WopeRole
                     END-IF
                     IF WopeRole = 0 THEN
                            DISPLAY 'Connexion batch refusee'
                            MOVE 'ERREUR' TO WetapeStat
                     END-IF
              WHEN 'COHERENCE'
                     PERFORM RECONCILIATION_FCLE
              WHEN 'EXPORTCSV'
                     PERFORM EXPORT_CSV_BATCH
              WHEN 'SAUVEGARDE'
                     PERFORM SAUVEGARDE_FICHIERS
              WHEN 'RESTAURE'
                     PERFORM RESTAURE_FICHIERS
              WHEN 'CLOTURE'
                     PERFORM CLOTURE_MENSUELLE
              WHEN 'INSCRIPTIONS'
                     PERFORM IMPORT_INSCRIPTIONS_WEB
              WHEN 'FEUILLE'
                     MOVE WcmdArg1 TO WcsvNum
                     PERFORM CONTROLE_NUMERIQUE
                     IF Wok = 0 THEN
                            MOVE 'ERREUR' TO WetapeStat
                     ELSE
                            COMPUTE WidT = FUNCTION NUMVAL(WcmdArg1)
                            PERFORM TOURNOI_EXIST
                            IF Wtrouve = 1 THEN
                                   MOVE 'ERREUR' TO WetapeStat
                            ELSE
                                   PERFORM EDITION_TOURNOI_FICHIER
                            END-IF
                     END-IF
              WHEN 'RAPPORT'
                     MOVE WcmdArg1 TO WcsvNum
                     PERFORM CONTROLE_NUMERIQUE
                     IF Wok = 1 THEN
                            COMPUTE WsemDeb = FUNCTION NUMVAL(WcmdArg1)
                            MOVE WcmdArg2 TO WcsvNum
                            PERFORM CONTROLE_NUMERIQUE
                     END-IF
                     IF Wok = 0 THEN
                            MOVE 'ERREUR' TO WetapeStat
                     ELSE
                            COMPUTE WsemFin = FUNCTION NUMVAL(WcmdArg2)
                            IF WsemDeb = 0 OR WsemDeb > 53 OR WsemFin < WsemDeb OR WsemFin > 53 THEN
                                   MOVE 'ERREUR' TO WetapeStat
                            ELSE
                                   PERFORM RAPPORT_SAISON_FICHIER
                            END-IF
                     END-IF
              WHEN OTHER
                     DISPLAY 'Commande batch inconnue : ' WcmdVerbe
                     MOVE 'ERREUR' TO WetapeStat
       END-EVALUATE
END-IF
MOVE SPACES TO WjrnTexte
STRING 'FIN ETAPE ' FUNCTION TRIM(WcmdVerbe) ' STATUT=' WetapeStat
       DELIMITED BY SIZE INTO WjrnTexte
PERFORM ECRIT_JOURNAL_BATCH.
      *> Procédure qui controle le role exige par la commande batch WcmdVerbe
      *> (WdroitOk = 1 si l operateur connecte par CONNEXION y est habilite)
       DROIT_COMMANDE_BATCH.
MOVE 1 TO WroleReq
EVALUATE WcmdVerbe
       WHEN 'CONNEXION' MOVE 0 TO WroleReq
       WHEN 'COHERENCE' MOVE 2 TO WroleReq
       WHEN 'SAUVEGARDE' MOVE 3 TO WroleReq
       WHEN 'RESTAURE' MOVE 3 TO WroleReq
       WHEN 'CLOTURE' MOVE 3 TO WroleReq
       WHEN 'INSCRIPTIONS' MOVE 2 TO WroleReq
END-EVALUATE
IF WopeRole >= WroleReq THEN
       MOVE 1 TO WdroitOk
ELSE
       MOVE 0 TO WdroitOk
       IF WopeRole = 0 THEN
              DISPLAY 'Commande batch refusee : aucun operateur connecte'
       ELSE
              DISPLAY 'Commande batch refusee pour le role de l operateur'
       END-IF
END-IF.
      *> Procédure qui exporte le classement complet en CSV sans dialogue (variante batch)
       EXPORT_CSV_BATCH.
OPEN OUTPUT fstandings
STRING Whist_date '-' Whist_heure ' ' FUNCTION TRIM(WjrnTexte)
       DELIMITED BY SIZE INTO fjrnTamp
WRITE fjrnTamp.
      *> Procédure qui identifie l operateur au demarrage (code et mot de passe,
      *> trois essais) ; sans connexion valide le programme s arrete
       CONNEXION_OPERATEUR.
MOVE 0 TO WnbEssais
MOVE 0 TO WopeRole
PERFORM WITH TEST AFTER UNTIL WopeRole > 0 OR WnbEssais = 3
       DISPLAY '==========================='
       DISPLAY 'Code operateur ?'
       ACCEPT Wope
       DISPLAY 'Mot de passe ?'
       ACCEPT WopeMdp
       PERFORM CONTROLE_OPERATEUR
       COMPUTE WnbEssais = WnbEssais + 1
       IF WopeRole = 0 THEN
              DISPLAY 'Code operateur ou mot de passe incorrect'
       END-IF
END-PERFORM
IF WopeRole = 0 THEN
       DISPLAY 'Connexion refusee'
       STOP RUN
END-IF
IF WopeMdp = 'SUPER' THEN
       PERFORM MDP_INITIAL_OPERATEUR
END-IF
DISPLAY 'Operateur ' Wope ' connecte (role ' WopeRole ')'.
      *> Procédure qui controle le couple Wope / WopeMdp dans operateur.dat
      *> et renvoie le role dans WopeRole (0 si refuse)
       CONTROLE_OPERATEUR.
MOVE 0 TO WopeRole
OPEN INPUT foperateurs
MOVE Wope TO fop_code
READ foperateurs
       INVALID KEY
              MOVE 0 TO WopeRole
       NOT INVALID KEY
              IF fop_mdp = WopeMdp THEN
                     MOVE fop_role TO WopeRole
              END-IF
END-READ
CLOSE foperateurs.
      *> Procédure qui impose a l operateur connecte avec le mot de passe initial
      *> d en choisir un nouveau avant d acceder aux menus
       MDP_INITIAL_OPERATEUR.
DISPLAY 'Mot de passe initial : choisissez un nouveau mot de passe'
MOVE SPACES TO WopeMdp2
PERFORM WITH TEST AFTER UNTIL WopeMdp IS NOT = 'SUPER' AND WopeMdp IS NOT = SPACES
                              AND WopeMdp = WopeMdp2
       DISPLAY 'Nouveau mot de passe'
       ACCEPT WopeMdp
       DISPLAY 'Confirmez le nouveau mot de passe'
       ACCEPT WopeMdp2
       IF WopeMdp = 'SUPER' OR WopeMdp = SPACES OR WopeMdp IS NOT = WopeMdp2 THEN
              DISPLAY 'Mot de passe refuse'
       END-IF
END-PERFORM
OPEN I-O foperateurs
MOVE Wope TO fop_code
READ foperateurs
       INVALID KEY
              DISPLAY 'Operateur inconnu'
       NOT INVALID KEY
              MOVE WopeMdp TO fop_mdp
              REWRITE fopTamp
              MOVE 'REE' TO WjnlOp
              PERFORM JOURNALISE_OPERATEUR
              DISPLAY 'Mot de passe de l operateur ' fop_code ' modifie'
END-READ
CLOSE foperateurs.
      *> Procédure qui cree le superviseur par defaut SUPER quand operateur.dat
      *> est absent ou vide (premier demarrage, restauration d une sauvegarde
      *> anterieure aux comptes operateurs) ; son mot de passe initial est a
      *> changer a la premiere connexion
       AMORCE_OPERATEURS.
MOVE 0 TO WopeNb
OPEN INPUT foperateurs
IF fop_stat = 0 THEN
       READ foperateurs NEXT
              AT END
                     MOVE 0 TO WopeNb
              NOT AT END
                     MOVE 1 TO WopeNb
       END-READ
       CLOSE foperateurs
END-IF
IF WopeNb = 0 THEN
       OPEN I-O foperateurs
       IF fop_stat = 35 THEN
              OPEN OUTPUT foperateurs
       END-IF
       MOVE 'SUPER' TO fop_code
       MOVE 'SUPER' TO fop_mdp
       MOVE 'SUPERVISEUR' TO fop_nom
       MOVE 3 TO fop_role
       WRITE fopTamp
              INVALID KEY
                     DISPLAY 'INVALID KEY'
              NOT INVALID KEY
                     MOVE 'ECR' TO WjnlOp
                     PERFORM JOURNALISE_OPERATEUR
                     DISPLAY 'Superviseur par defaut SUPER cree'
       END-WRITE
       CLOSE foperateurs
END-IF.
      *> Procédure qui donne le role minimum exige pour l option WmenuOpt du menu
      *> WmenuCode et positionne WdroitOk (1 = autorise). Guichet : saisies courantes
      *> et consultations ; directeur : tournois, arbitrage et corrections ;
      *> superviseur : suppressions lourdes, sauvegarde, cloture, operateurs
       DROIT_OPTION.
MOVE 1 TO WroleReq
EVALUATE WmenuCode
       WHEN 'PRI'
              EVALUATE WmenuOpt
                     WHEN 6 MOVE 2 TO WroleReq
                     WHEN 7 MOVE 2 TO WroleReq
                     WHEN 9 MOVE 3 TO WroleReq
                     WHEN 10 MOVE 3 TO WroleReq
                     WHEN 11 MOVE 3 TO WroleReq
                     WHEN 12 MOVE 2 TO WroleReq
              END-EVALUATE
       WHEN 'AJO'
              EVALUATE WmenuOpt
                     WHEN 1 MOVE 2 TO WroleReq
                     WHEN 2 MOVE 2 TO WroleReq
                     WHEN 4 MOVE 2 TO WroleReq
                     WHEN 6 MOVE 2 TO WroleReq
                     WHEN 7 MOVE 2 TO WroleReq
                     WHEN 8 MOVE 2 TO WroleReq
                     WHEN 10 MOVE 2 TO WroleReq
                     WHEN 12 MOVE 2 TO WroleReq
                     WHEN 13 MOVE 2 TO WroleReq
                     WHEN 14 MOVE 2 TO WroleReq
                     WHEN 15 MOVE 2 TO WroleReq
              END-EVALUATE
       WHEN 'SUP'
              EVALUATE WmenuOpt
                     WHEN 1 MOVE 2 TO WroleReq
                     WHEN 2 MOVE 2 TO WroleReq
                     WHEN 3 MOVE 3 TO WroleReq
                     WHEN 5 MOVE 3 TO WroleReq
              END-EVALUATE
       WHEN 'MOD'
              EVALUATE WmenuOpt
                     WHEN 1 MOVE 2 TO WroleReq
                     WHEN 2 MOVE 2 TO WroleReq
                     WHEN 4 MOVE 2 TO WroleReq
                     WHEN 6 MOVE 3 TO WroleReq
                     WHEN 7 MOVE 2 TO WroleReq
              END-EVALUATE
       WHEN 'AFF'
              EVALUATE WmenuOpt
                     WHEN 10 MOVE 2 TO WroleReq
                     WHEN 20 MOVE 2 TO WroleReq
                     WHEN 24 MOVE 2 TO WroleReq
              END-EVALUATE
       WHEN 'INT'
              EVALUATE WmenuOpt
                     WHEN 1 MOVE 2 TO WroleReq
                     WHEN 3 MOVE 2 TO WroleReq
                     WHEN 5 MOVE 2 TO WroleReq
                     WHEN 6 MOVE 2 TO WroleReq
                     WHEN 7 MOVE 3 TO WroleReq
                     WHEN 8 MOVE 2 TO WroleReq
              END-EVALUATE
       WHEN 'DIS'
              EVALUATE WmenuOpt
                     WHEN 1 MOVE 2 TO WroleReq
                     WHEN 2 MOVE 3 TO WroleReq
                     WHEN 4 MOVE 2 TO WroleReq
              END-EVALUATE
END-EVALUATE
IF WopeRole >= WroleReq THEN
       MOVE 1 TO WdroitOk
ELSE
       MOVE 0 TO WdroitOk
       DISPLAY 'Option refusee pour votre role d operateur'
END-IF.
      *> Procédure du sous-menu disciplinaire : dossiers d incident ouverts par un
      *> arbitre, decisions de la commission, registre des dossiers
       MENU_DISCIPLINE.
PERFORM WITH TEST AFTER UNTIL Wchoix2 = 5 OR Wchoix2<1 OR Wchoix2>5
       DISPLAY '==========================='
       DISPLAY '-----MENU DISCIPLINE-----'
       DISPLAY '1-Ouvrir un dossier d incident'
       DISPLAY '2-Decision de la commission de discipline'
       DISPLAY '3-Dossiers d un joueur'
       DISPLAY '4-Registre des dossiers ouverts et clos'
       DISPLAY '5-Retour'
       ACCEPT Wchoix2
       MOVE 'DIS' TO WmenuCode
       MOVE Wchoix2 TO WmenuOpt
       PERFORM DROIT_OPTION
       IF WdroitOk = 1 THEN
              EVALUATE Wchoix2
              WHEN 1 PERFORM OUVRIR_DOSSIER_DISCIPLINE
              WHEN 2 PERFORM DECISION_DISCIPLINE
              WHEN 3 PERFORM DOSSIERS_JOUEUR
              WHEN 4 PERFORM REGISTRE_DISCIPLINE
              END-EVALUATE
       END-IF
END-PERFORM.
      *> Procédure qui donne le numero du prochain dossier (WscId = plus grand + 1)
       ID_SANCTION.
MOVE 0 TO WscId
MOVE 0 TO WscFin
OPEN INPUT fsanctions
PERFORM WITH TEST AFTER UNTIL WscFin = 1
       READ fsanctions NEXT
              AT END
                     MOVE 1 TO WscFin
              NOT AT END
                     IF fsc_id > WscId THEN
                            MOVE fsc_id TO WscId
                     END-IF
       END-READ
END-PERFORM
CLOSE fsanctions
COMPUTE WscId = WscId + 1.
      *> Procédure qui ouvre un dossier d incident : l arbitre (arbitre.dat) signale
      *> un joueur dans un tournoi ; le dossier reste ouvert jusqu a la decision
       OUVRIR_DOSSIER_DISCIPLINE.
PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
       DISPLAY 'Donnez id du tournoi de l incident'
       ACCEPT WidT
       PERFORM TOURNOI_EXIST
END-PERFORM
MOVE 0 TO WarbOk
PERFORM WITH TEST AFTER UNTIL WarbOk = 1
       DISPLAY 'Donnez le code de l arbitre qui signale l incident'
       ACCEPT Warb
       PERFORM ARBITRE_EXIST
       IF WarbOk = 0 THEN
              DISPLAY 'Arbitre inconnu'
       END-IF
END-PERFORM
PERFORM ARBITRE_AFFECTE
IF WarbOk = 0 THEN
       DISPLAY 'Attention : arbitre ' Warb ' non affecte au tournoi ' WidT
END-IF
MOVE 0 TO Wrang
MOVE 0 TO WcatT
PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
       DISPLAY 'Donnez ID du joueur mis en cause'
       ACCEPT Wid
       PERFORM JOUEUR_EXIST
END-PERFORM
MOVE 0 TO WscDateOk
PERFORM WITH TEST AFTER UNTIL WscDateOk = 1
       DISPLAY 'Date de l incident (AAAAMMJJ, 0 = aujourd hui)'
       ACCEPT WscDate
       IF WscDate = 0 THEN
              ACCEPT WscDate FROM DATE YYYYMMDD
       END-IF
       IF FUNCTION TEST-DATE-YYYYMMDD(WscDate) = 0 THEN
              MOVE 1 TO WscDateOk
       ELSE
              DISPLAY 'Date invalide'
       END-IF
END-PERFORM
DISPLAY 'Decrivez l incident'
ACCEPT WscMotif
PERFORM ID_SANCTION
MOVE WscId TO fsc_id
MOVE Wid TO fsc_idJ
MOVE WidT TO fsc_idT
MOVE Warb TO fsc_arb
MOVE WscDate TO fsc_dateInc
MOVE WscMotif TO fsc_motif
MOVE 1 TO fsc_etat
MOVE 0 TO fsc_decision
MOVE 0 TO fsc_pts
MOVE 0 TO fsc_dateDeb
MOVE 0 TO fsc_dateFin
MOVE 0 TO fsc_dateDec
MOVE Wope TO fsc_ope
OPEN I-O fsanctions
WRITE fscTamp
       INVALID KEY
              DISPLAY 'INVALID KEY'
       NOT INVALID KEY
              MOVE 'ECR' TO WjnlOp
              PERFORM JOURNALISE_SANCTION
              DISPLAY 'Dossier ' fsc_id ' ouvert'
END-WRITE
CLOSE fsanctions
ACCEPT Whist_date FROM DATE YYYYMMDD
ACCEPT Whist_heure FROM TIME
MOVE SPACES TO fhistTamp
STRING Whist_date '-' Whist_heure ' INCIDENT DOSSIER=' WscId ' TOURNOI=' WidT
       ' JOUEUR=' Wid ' ARBITRE=' Warb ' DATE=' WscDate
       DELIMITED BY SIZE INTO fhistTamp
PERFORM ECRIT_HISTORIQUE.
      *> Procédure de decision de la commission sur un dossier ouvert :
      *> avertissement, retrait de points, suspension datee ou classement sans suite
       DECISION_DISCIPLINE.
DISPLAY 'Donnez le numero du dossier'
ACCEPT WscId
OPEN I-O fsanctions
MOVE WscId TO fsc_id
READ fsanctions
       INVALID KEY
              DISPLAY 'Dossier inconnu'
       NOT INVALID KEY
              IF fsc_etat IS NOT = 1 THEN
                     DISPLAY 'Dossier deja clos'
              ELSE
                     DISPLAY 'Dossier ' fsc_id ' joueur ' fsc_idJ ' tournoi ' fsc_idT
                            ' arbitre ' fsc_arb ' le ' fsc_dateInc
                     DISPLAY FUNCTION TRIM(fsc_motif)
                     PERFORM SAISIE_DECISION
                     ACCEPT fsc_dateDec FROM DATE YYYYMMDD
                     MOVE 2 TO fsc_etat
                     MOVE Wope TO fsc_ope
                     REWRITE fscTamp
                     MOVE 'REE' TO WjnlOp
                     PERFORM JOURNALISE_SANCTION
                     MOVE fscTamp TO WscImage
                     DISPLAY 'Dossier ' fsc_id ' clos'
              END-IF
END-READ
CLOSE fsanctions
IF WscImage IS NOT = SPACES THEN
       MOVE WscImage TO fscTamp
       IF fsc_decision = 2 THEN
              PERFORM RETRAIT_POINTS_SANCTION
       END-IF
       PERFORM HISTORISER_DECISION
       MOVE SPACES TO WscImage
END-IF.
      *> Procédure qui saisit la decision du dossier courant (fscTamp)
       SAISIE_DECISION.
PERFORM WITH TEST AFTER UNTIL fsc_decision >= 1 AND fsc_decision <= 4
       DISPLAY 'Decision : 1-Avertissement 2-Retrait de points 3-Suspension 4-Sans suite'
       ACCEPT fsc_decision
END-PERFORM
EVALUATE fsc_decision
       WHEN 2
              MOVE 0 TO fsc_pts
              PERFORM WITH TEST AFTER UNTIL fsc_pts > 0
                     DISPLAY 'Nombre de points retires'
                     ACCEPT fsc_pts
              END-PERFORM
       WHEN 3
              MOVE 0 TO WscDateOk
              PERFORM WITH TEST AFTER UNTIL WscDateOk = 1
                     DISPLAY 'Debut de la suspension (AAAAMMJJ)'
                     ACCEPT fsc_dateDeb
                     DISPLAY 'Fin de la suspension, dernier jour inclus (AAAAMMJJ)'
                     ACCEPT fsc_dateFin
                     IF FUNCTION TEST-DATE-YYYYMMDD(fsc_dateDeb) = 0
                        AND FUNCTION TEST-DATE-YYYYMMDD(fsc_dateFin) = 0
                        AND fsc_dateFin >= fsc_dateDeb THEN
                            MOVE 1 TO WscDateOk
                     ELSE
                            DISPLAY 'Dates invalides'
                     END-IF
              END-PERFORM
END-EVALUATE.
      *> Procédure qui retire fsc_pts points au joueur sanctionne (sans descendre
      *> sous zero) ; le retrait passe dans l historique des points comme les gains
      *> de partie, sous le tour 00 du tournoi de l incident
       RETRAIT_POINTS_SANCTION.
OPEN I-O fjoueurs
MOVE fsc_idJ TO fjo_id
READ fjoueurs
       INVALID KEY
              DISPLAY 'Le joueur n existe pas'
       NOT INVALID KEY
              MOVE fjo_pts TO Wancien_pts
              IF fjo_pts > fsc_pts THEN
                     COMPUTE fjo_pts = fjo_pts - fsc_pts
              ELSE
                     MOVE 0 TO fjo_pts
              END-IF
              REWRITE fjoTamp
              MOVE 'REE' TO WjnlOp
              PERFORM JOURNALISE_JOUEUR
              MOVE fjo_pts TO Wnouveau_pts
              MOVE fsc_idT TO WidT
              MOVE 0 TO WhistTour
              MOVE fsc_idJ TO Wid3
              PERFORM HISTORISER_PTS
              DISPLAY 'Joueur ' fsc_idJ ' : ' Wancien_pts ' -> ' Wnouveau_pts ' points'
END-READ
CLOSE fjoueurs.
      *> Procédure qui trace la decision du dossier courant dans historique.dat
       HISTORISER_DECISION.
ACCEPT Whist_date FROM DATE YYYYMMDD
ACCEPT Whist_heure FROM TIME
MOVE SPACES TO fhistTamp
STRING Whist_date '-' Whist_heure ' SANCTION DOSSIER=' fsc_id ' JOUEUR=' fsc_idJ
       ' DECISION=' fsc_decision ' POINTS=' fsc_pts
       ' DU=' fsc_dateDeb ' AU=' fsc_dateFin
       DELIMITED BY SIZE INTO fhistTamp
PERFORM ECRIT_HISTORIQUE.
      *> Procédure qui indique (WsuspOk = 1) si le joueur WsuspId est suspendu a la
      *> date WsuspDate ; la suspension tombe d elle-meme apres son dernier jour
      *> (WsuspFin = dernier jour de la suspension en cours, WsuspDeja = 1 si une
      *> suspension a commence a cette date, qu elle soit en cours ou echue)
       JOUEUR_SUSPENDU.
MOVE 0 TO WsuspOk
MOVE 0 TO WsuspDeja
MOVE 0 TO WsuspFin
MOVE 0 TO WscFin
OPEN INPUT fsanctions
MOVE WsuspId TO fsc_idJ
START fsanctions KEY IS = fsc_idJ
       INVALID KEY
              MOVE 1 TO WscFin
       NOT INVALID KEY
PERFORM WITH TEST AFTER UNTIL WscFin = 1
       READ fsanctions NEXT
              AT END
                     MOVE 1 TO WscFin
              NOT AT END
                     IF fsc_idJ IS NOT = WsuspId THEN
                            MOVE 1 TO WscFin
                     ELSE
                            IF fsc_etat = 2 AND fsc_decision = 3
                               AND fsc_dateDeb <= WsuspDate THEN
                                   MOVE 1 TO WsuspDeja
                                   IF fsc_dateFin >= WsuspDate AND fsc_dateFin > WsuspFin THEN
                                          MOVE 1 TO WsuspOk
                                          MOVE fsc_dateFin TO WsuspFin
                                   END-IF
                            END-IF
                     END-IF
       END-READ
END-PERFORM
END-START
CLOSE fsanctions.
      *> Procédure qui decide si l inscrit suspendu (fins_idJ) reste hors du tableau
      *> (Wecarte = 1) : tant que le tournoi n est pas lance il en est ecarte ;
      *> une fois lance l effectif est fige, celui qui a ete ecarte au lancement
      *> n y revient pas meme si sa suspension est echue, et celui qui y figure
      *> y reste, ses rencontres se saisissant en forfait
       SUSPENDU_HORS_TABLEAU.
MOVE fins_idJ TO WsuspId
ACCEPT WsuspDate FROM DATE YYYYMMDD
PERFORM JOUEUR_SUSPENDU
IF WtLance = 0 THEN
       IF WsuspOk = 1 THEN
              MOVE 1 TO Wecarte
              DISPLAY 'Joueur ' fins_idJ ' suspendu jusqu au ' WsuspFin ' : ecarte du tableau'
       END-IF
ELSE
       IF WsuspDeja = 1 THEN
              PERFORM JOUEUR_DANS_TABLEAU
              IF WsuspTab = 0 THEN
                     MOVE 1 TO Wecarte
              ELSE
                     IF WsuspOk = 1 THEN
                            DISPLAY 'Joueur ' fins_idJ ' suspendu jusqu au ' WsuspFin
                                   ' : saisir ses rencontres en forfait'
                     END-IF
              END-IF
       END-IF
END-IF.
      *> Procédure qui indique (WsuspTab = 1) si le joueur WsuspId figure dans une
      *> rencontre du tournoi WidT
       JOUEUR_DANS_TABLEAU.
MOVE 0 TO WsuspTab
MOVE 0 TO WscFin
OPEN INPUT fderoulement
MOVE WidT TO fder_idT
START fderoulement KEY IS = fder_idT
       INVALID KEY
              MOVE 1 TO WscFin
       NOT INVALID KEY
PERFORM WITH TEST AFTER UNTIL WscFin = 1 OR WsuspTab = 1
       READ fderoulement NEXT
              AT END
                     MOVE 1 TO WscFin
              NOT AT END
                     IF fder_idT IS NOT = WidT THEN
                            MOVE 1 TO WscFin
                     ELSE
                            IF fder_idJ1 = WsuspId OR fder_idJ2 = WsuspId THEN
                                   MOVE 1 TO WsuspTab
                            END-IF
                     END-IF
       END-READ
END-PERFORM
END-START
CLOSE fderoulement.
      *> Procédure qui affiche les dossiers disciplinaires d un joueur
       DOSSIERS_JOUEUR.
DISPLAY 'Donnez ID du joueur'
ACCEPT Wid
MOVE 0 TO WnbDossiers
MOVE 0 TO WscFin
OPEN INPUT fsanctions
MOVE Wid TO fsc_idJ
START fsanctions KEY IS = fsc_idJ
       INVALID KEY
              MOVE 1 TO WscFin
       NOT INVALID KEY
PERFORM WITH TEST AFTER UNTIL WscFin = 1
       READ fsanctions NEXT
              AT END
                     MOVE 1 TO WscFin
              NOT AT END
                     IF fsc_idJ IS NOT = Wid THEN
                            MOVE 1 TO WscFin
                     ELSE
                            COMPUTE WnbDossiers = WnbDossiers + 1
                            PERFORM LIBELLE_DECISION
                            DISPLAY 'Dossier ' fsc_id ' tournoi ' fsc_idT ' le ' fsc_dateInc
                                   ' arbitre ' fsc_arb ' : ' FUNCTION TRIM(WscDecLib)
                            DISPLAY '   ' FUNCTION TRIM(fsc_motif)
                     END-IF
       END-READ
END-PERFORM
END-START
CLOSE fsanctions
IF WnbDossiers = 0 THEN
       DISPLAY 'Aucun dossier pour ce joueur'
END-IF.
      *> Procédure qui donne le libelle de la decision du dossier courant (WscDecLib)
       LIBELLE_DECISION.
MOVE SPACES TO WscDecLib
ACCEPT WsuspDate FROM DATE YYYYMMDD
IF fsc_etat = 1 THEN
       MOVE 'EN ATTENTE DE DECISION' TO WscDecLib
ELSE
       EVALUATE fsc_decision
              WHEN 1
                     MOVE 'AVERTISSEMENT' TO WscDecLib
              WHEN 2
                     STRING 'RETRAIT DE ' fsc_pts ' POINTS' DELIMITED BY SIZE INTO WscDecLib
              WHEN 3
                     IF fsc_dateFin < WsuspDate THEN
                            STRING 'SUSPENSION ' fsc_dateDeb '-' fsc_dateFin ' ECHUE'
                                   DELIMITED BY SIZE INTO WscDecLib
                     ELSE
                            STRING 'SUSPENSION ' fsc_dateDeb '-' fsc_dateFin
                                   DELIMITED BY SIZE INTO WscDecLib
                     END-IF
              WHEN OTHER
                     MOVE 'SANS SUITE' TO WscDecLib
       END-EVALUATE
END-IF.
      *> Procédure qui edite le registre des dossiers disciplinaires pour la
      *> commission : dossiers ouverts puis dossiers clos avec leur decision
       REGISTRE_DISCIPLINE.
OPEN OUTPUT frapport
MOVE SPACES TO frapTamp
STRING '====== REGISTRE DISCIPLINAIRE ======' DELIMITED BY SIZE INTO frapTamp
WRITE frapTamp
MOVE 0 TO WnbOuverts
MOVE 0 TO WnbClos
MOVE 1 TO WscEtat
PERFORM WITH TEST BEFORE UNTIL WscEtat > 2
       MOVE SPACES TO frapTamp
       IF WscEtat = 1 THEN
              STRING '--- Dossiers ouverts ---' DELIMITED BY SIZE INTO frapTamp
       ELSE
              STRING '--- Dossiers clos ---' DELIMITED BY SIZE INTO frapTamp
       END-IF
       WRITE frapTamp
       MOVE 0 TO WscFin
       OPEN INPUT fsanctions
       PERFORM WITH TEST AFTER UNTIL WscFin = 1
              READ fsanctions NEXT
                     AT END
                            MOVE 1 TO WscFin
                     NOT AT END
                            IF fsc_etat = WscEtat THEN
                                   PERFORM LIGNE_REGISTRE_DISCIPLINE
                            END-IF
              END-READ
       END-PERFORM
       CLOSE fsanctions
       COMPUTE WscEtat = WscEtat + 1
END-PERFORM
MOVE SPACES TO frapTamp
STRING 'Dossiers ouverts : ' WnbOuverts ', clos : ' WnbClos DELIMITED BY SIZE INTO frapTamp
WRITE frapTamp
CLOSE frapport
DISPLAY 'Dossiers ouverts : ' WnbOuverts ', clos : ' WnbClos
DISPLAY 'Registre exporte dans rapport.dat'.
      *> Procédure qui ecrit un dossier du registre (fscTamp)
       LIGNE_REGISTRE_DISCIPLINE.
IF fsc_etat = 1 THEN
       COMPUTE WnbOuverts = WnbOuverts + 1
ELSE
       COMPUTE WnbClos = WnbClos + 1
END-IF
PERFORM LIBELLE_DECISION
MOVE SPACES TO frapTamp
STRING 'Dossier ' fsc_id ' joueur ' fsc_idJ ' tournoi ' fsc_idT ' arbitre ' fsc_arb
       ' le ' fsc_dateInc
       DELIMITED BY SIZE INTO frapTamp
WRITE frapTamp
MOVE SPACES TO frapTamp
STRING '   ' fsc_motif DELIMITED BY SIZE INTO frapTamp
WRITE frapTamp
MOVE SPACES TO frapTamp
IF fsc_etat = 1 THEN
       STRING '   ' WscDecLib DELIMITED BY SIZE INTO frapTamp
ELSE
       STRING '   ' WscDecLib ' decide le ' fsc_dateDec ' par ' fsc_ope
              DELIMITED BY SIZE INTO frapTamp
END-IF
WRITE frapTamp.
      *> Procédure du sous-menu d administration des operateurs (superviseur)
       MENU_OPERATEURS.
PERFORM WITH TEST AFTER UNTIL Wchoix2 = 6 OR Wchoix2<1 OR Wchoix2>6
       DISPLAY '==========================='
       DISPLAY '-----MENU OPERATEURS-----'
       DISPLAY '1-Creer un operateur'
       DISPLAY '2-Afficher les operateurs'
       DISPLAY '3-Modifier le mot de passe ou le role d un operateur'
       DISPLAY '4-Anonymiser les joueurs inactifs'
       DISPLAY '5-Anonymiser un joueur a sa demande'
       DISPLAY '6-Retour'
       ACCEPT Wchoix2
       EVALUATE Wchoix2
       WHEN 1 PERFORM AJOUT_OPERATEUR
       WHEN 2 PERFORM AFFICH_OPERATEURS
       WHEN 3 PERFORM MODIF_OPERATEUR
       WHEN 4 PERFORM RETENTION_JOUEURS
       WHEN 5 PERFORM OUBLI_JOUEUR
       END-EVALUATE
END-PERFORM.
      *> Procédure qui cree un compte operateur
       AJOUT_OPERATEUR.
MOVE SPACES TO fop_code
PERFORM WITH TEST AFTER UNTIL fop_code IS NOT = SPACES
       DISPLAY 'Donnez le code de l operateur'
       ACCEPT fop_code
END-PERFORM
MOVE SPACES TO fop_mdp
PERFORM WITH TEST AFTER UNTIL fop_mdp IS NOT = SPACES
       DISPLAY 'Donnez le mot de passe'
       ACCEPT fop_mdp
END-PERFORM
DISPLAY 'Donnez le nom de l operateur'
ACCEPT fop_nom
PERFORM WITH TEST AFTER UNTIL fop_role >= 1 AND fop_role <= 3
       DISPLAY 'Role : 1-Guichet 2-Directeur de tournoi 3-Superviseur'
       ACCEPT fop_role
END-PERFORM
OPEN I-O foperateurs
WRITE fopTamp
       INVALID KEY
              DISPLAY 'Ce code d operateur existe deja'
       NOT INVALID KEY
              MOVE 'ECR' TO WjnlOp
              PERFORM JOURNALISE_OPERATEUR
              DISPLAY 'Operateur ' fop_code ' enregistre'
END-WRITE
CLOSE foperateurs.
      *> Procédure qui liste les operateurs (sans les mots de passe)
       AFFICH_OPERATEURS.
MOVE 0 TO Wfin
OPEN INPUT foperateurs
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ foperateurs NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     DISPLAY fop_code ' ' fop_nom ' role ' fop_role
       END-READ
END-PERFORM
CLOSE foperateurs.
      *> Procédure qui change le mot de passe et le role d un operateur
       MODIF_OPERATEUR.
DISPLAY 'Donnez le code de l operateur'
ACCEPT WopeCode
PERFORM COMPTE_SUPERVISEURS
OPEN I-O foperateurs
MOVE WopeCode TO fop_code
READ foperateurs
       INVALID KEY
              DISPLAY 'Operateur inconnu'
       NOT INVALID KEY
              MOVE fop_role TO WopeRoleAnc
              MOVE SPACES TO fop_mdp
              PERFORM WITH TEST AFTER UNTIL fop_mdp IS NOT = SPACES
                     DISPLAY 'Nouveau mot de passe'
                     ACCEPT fop_mdp
              END-PERFORM
*> l operateur connecte ne change pas son propre role
              IF fop_code = Wope THEN
                     DISPLAY 'Role de l operateur connecte inchange'
              ELSE
                     MOVE 0 TO fop_role
                     PERFORM WITH TEST AFTER UNTIL fop_role >= 1 AND fop_role <= 3
                            DISPLAY 'Role : 1-Guichet 2-Directeur de tournoi 3-Superviseur'
                            ACCEPT fop_role
                     END-PERFORM
              END-IF
*> il doit toujours rester un superviseur pour sauvegarder, clore et administrer
              IF WopeRoleAnc = 3 AND fop_role < 3 AND WopeNbSup < 2 THEN
                     DISPLAY 'Modification refusee : dernier superviseur'
              ELSE
                     REWRITE fopTamp
                     MOVE 'REE' TO WjnlOp
                     PERFORM JOURNALISE_OPERATEUR
                     DISPLAY 'Operateur ' fop_code ' modifie'
              END-IF
END-READ
CLOSE foperateurs.
      *> Procédure qui compte les superviseurs (role 3) dans WopeNbSup
       COMPTE_SUPERVISEURS.
MOVE 0 TO WopeNbSup
MOVE 0 TO Wfin
OPEN INPUT foperateurs
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ foperateurs NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     IF fop_role = 3 THEN
                            COMPUTE WopeNbSup = WopeNbSup + 1
                     END-IF
       END-READ
END-PERFORM
CLOSE foperateurs.
      *> Procédure de conservation des donnees : liste les joueurs sans inscription,
      *> partie ni licence depuis N saisons puis, apres confirmation, efface leurs
      *> donnees personnelles (l id reste pour que parties, classements mensuels et
      *> bilans restent justes)
       RETENTION_JOUEURS.
MOVE 0 TO WnbSaisRet
PERFORM WITH TEST AFTER UNTIL WnbSaisRet > 0
       DISPLAY 'Nombre de saisons sans activite avant anonymisation'
       ACCEPT WnbSaisRet
END-PERFORM
ACCEPT Whist_date FROM DATE YYYYMMDD
COMPUTE WsaisonC = Whist_date / 10000
COMPUTE WsaisonLim = WsaisonC - WnbSaisRet
PERFORM CHARGE_CANDIDATS_RETENTION
PERFORM ACTIVITE_INSCRIPTIONS_RET
PERFORM ACTIVITE_PARTIES_RET
MOVE 0 TO WnbCand
MOVE 0 TO WnbNonDate
OPEN OUTPUT frapport
MOVE SPACES TO frapTamp
STRING '====== JOUEURS SANS ACTIVITE DEPUIS LA SAISON ' WsaisonLim ' ======'
       DELIMITED BY SIZE INTO frapTamp
WRITE frapTamp
OPEN INPUT fjoueurs
MOVE 1 TO WidxRt
PERFORM WITH TEST BEFORE UNTIL WidxRt > WnbRt
       IF WrtSaison(WidxRt) <= WsaisonLim THEN
*> sans aucune activite datee (fiche recente, jamais inscrite) le joueur est
*> liste mais jamais efface : une date manquante ne vaut pas inactivite
              IF WrtSaison(WidxRt) = 0 THEN
                     COMPUTE WnbNonDate = WnbNonDate + 1
              ELSE
                     COMPUTE WnbCand = WnbCand + 1
              END-IF
              MOVE WrtId(WidxRt) TO fjo_id
              READ fjoueurs
                     INVALID KEY
                            MOVE SPACES TO fjo_nom
                            MOVE SPACES TO fjo_prenom
              END-READ
              MOVE SPACES TO frapTamp
              IF WrtSaison(WidxRt) = 0 THEN
                     STRING 'Joueur ' WrtId(WidxRt) ' ' FUNCTION TRIM(fjo_nom) ' '
                            FUNCTION TRIM(fjo_prenom) ' : aucune activite datee, non traite'
                            DELIMITED BY SIZE INTO frapTamp
              ELSE
                     STRING 'Joueur ' WrtId(WidxRt) ' ' FUNCTION TRIM(fjo_nom) ' '
                            FUNCTION TRIM(fjo_prenom) ' : derniere activite ' WrtSaison(WidxRt)
                            DELIMITED BY SIZE INTO frapTamp
              END-IF
              WRITE frapTamp
              DISPLAY frapTamp
       END-IF
       COMPUTE WidxRt = WidxRt + 1
END-PERFORM
CLOSE fjoueurs
MOVE SPACES TO frapTamp
STRING 'Candidats : ' WnbCand ', non traites faute d activite datee : ' WnbNonDate
       DELIMITED BY SIZE INTO frapTamp
WRITE frapTamp
CLOSE frapport
DISPLAY 'Liste des candidats exportee dans rapport.dat'
IF WnbCand = 0 THEN
       DISPLAY 'Aucun joueur a anonymiser'
ELSE
       PERFORM WITH TEST AFTER UNTIL Wrep = 1 OR Wrep = 2
              DISPLAY 'Anonymiser ces ' WnbCand ' joueur(s) ?'
              DISPLAY '1-Oui'
              DISPLAY '2-Non'
              ACCEPT Wrep
       END-PERFORM
       IF Wrep = 1 THEN
              MOVE 'RETENTION' TO WmotifAno
              MOVE 1 TO WidxRt
              PERFORM WITH TEST BEFORE UNTIL WidxRt > WnbRt
                     IF WrtSaison(WidxRt) > 0 AND WrtSaison(WidxRt) <= WsaisonLim THEN
                            MOVE WrtId(WidxRt) TO Wid
                            PERFORM ANONYMISE_JOUEUR
                     END-IF
                     COMPUTE WidxRt = WidxRt + 1
              END-PERFORM
              PERFORM FIN_ANONYMISATION
              DISPLAY WnbCand ' joueur(s) anonymise(s)'
       END-IF
END-IF.
      *> Procédure qui retient les joueurs dont la licence (s il y en a une) ne couvre
      *> aucune saison posterieure a WsaisonLim ; WrtSaison = saison de la licence
       CHARGE_CANDIDATS_RETENTION.
MOVE 0 TO WnbRt
MOVE 0 TO WrtFin
OPEN INPUT fjoueurs
OPEN INPUT flicences
PERFORM WITH TEST AFTER UNTIL WrtFin = 1
       READ fjoueurs NEXT
              AT END
                     MOVE 1 TO WrtFin
              NOT AT END
                     IF fjo_nom IS NOT = 'ANONYME' THEN
                            MOVE fjo_id TO flic_idJ
                            READ flicences
                                   INVALID KEY
                                          MOVE 0 TO flic_saison
                            END-READ
                            IF flic_saison <= WsaisonLim THEN
                                   IF WnbRt < 500 THEN
                                          COMPUTE WnbRt = WnbRt + 1
                                          MOVE fjo_id TO WrtId(WnbRt)
                                          MOVE flic_saison TO WrtSaison(WnbRt)
                                   ELSE
                                          MOVE 1 TO WrtFin
                                          DISPLAY 'Plus de 500 joueurs a examiner : relancer apres cette passe'
                                   END-IF
                            END-IF
                     END-IF
       END-READ
END-PERFORM
CLOSE flicences
CLOSE fjoueurs.
      *> Procédure qui date les inscriptions des joueurs retenus
       ACTIVITE_INSCRIPTIONS_RET.
MOVE 0 TO WrtFin
MOVE 0 TO WanIdPrec
OPEN INPUT finscriptions
PERFORM WITH TEST AFTER UNTIL WrtFin = 1
       READ finscriptions NEXT
              AT END
                     MOVE 1 TO WrtFin
              NOT AT END
                     MOVE fins_idJ TO WidRt
                     MOVE fins_idT TO WidAn
                     PERFORM MAJ_ACTIVITE_RET
       END-READ
END-PERFORM
CLOSE finscriptions.
      *> Procédure qui date les parties, en cours et archivees, des joueurs retenus
       ACTIVITE_PARTIES_RET.
MOVE 0 TO WrtFin
OPEN INPUT fderoulement
PERFORM WITH TEST AFTER UNTIL WrtFin = 1
       READ fderoulement NEXT
              AT END
                     MOVE 1 TO WrtFin
              NOT AT END
                     MOVE fder_idT TO WidAn
                     MOVE fder_idJ1 TO WidRt
                     PERFORM MAJ_ACTIVITE_RET
                     MOVE fder_idJ2 TO WidRt
                     PERFORM MAJ_ACTIVITE_RET
       END-READ
END-PERFORM
CLOSE fderoulement
MOVE 0 TO WrtFin
OPEN INPUT farchderou
PERFORM WITH TEST AFTER UNTIL WrtFin = 1
       READ farchderou NEXT
              AT END
                     MOVE 1 TO WrtFin
              NOT AT END
                     MOVE farcd_idT TO WidAn
                     MOVE farcd_idJ1 TO WidRt
                     PERFORM MAJ_ACTIVITE_RET
                     MOVE farcd_idJ2 TO WidRt
                     PERFORM MAJ_ACTIVITE_RET
       END-READ
END-PERFORM
CLOSE farchderou.
      *> Procédure qui reporte sur le joueur retenu WidRt la saison du tournoi WidAn
      *> si elle est plus recente que sa derniere activite connue
       MAJ_ACTIVITE_RET.
MOVE 0 TO WidxRt2
MOVE 1 TO WidxRt
PERFORM WITH TEST BEFORE UNTIL WidxRt > WnbRt OR WidxRt2 > 0
       IF WrtId(WidxRt) = WidRt THEN
              MOVE WidxRt TO WidxRt2
       END-IF
       COMPUTE WidxRt = WidxRt + 1
END-PERFORM
IF WidxRt2 > 0 AND WidRt > 0 THEN
       IF WidAn IS NOT = WanIdPrec THEN
              PERFORM SAISON_DU_TOURNOI
       END-IF
       IF WanT > WrtSaison(WidxRt2) THEN
              MOVE WanT TO WrtSaison(WidxRt2)
       END-IF
END-IF.
      *> Procédure qui donne la saison (WanT) du tournoi WidAn d apres la date de son
      *> premier tour planifie ; sans date connue le tournoi compte pour la saison en
      *> cours, pour ne jamais effacer un joueur sur une date manquante
       SAISON_DU_TOURNOI.
MOVE WidAn TO WanIdPrec
MOVE WsaisonC TO WanT
OPEN INPUT fplanning
MOVE WidAn TO fpl_idT
MOVE 0 TO fpl_tour
START fplanning KEY IS NOT < fpl_cle
       INVALID KEY
              CONTINUE
       NOT INVALID KEY
              READ fplanning NEXT
                     AT END
                            CONTINUE
                     NOT AT END
                            IF fpl_idT = WidAn AND fpl_date > 0 THEN
                                   COMPUTE WanT = fpl_date / 10000
                            END-IF
              END-READ
END-START
CLOSE fplanning.
      *> Procédure qui anonymise le joueur Wid : nom remplace par ANONYME, prenom,
      *> ville et age effaces, numero de licence efface ; trace dans l historique
       ANONYMISE_JOUEUR.
OPEN I-O fjoueurs
MOVE Wid TO fjo_id
READ fjoueurs
       INVALID KEY
              DISPLAY 'Joueur ' Wid ' introuvable'
       NOT INVALID KEY
              MOVE 'ANONYME' TO fjo_nom
              MOVE SPACES TO fjo_prenom
              MOVE SPACES TO fjo_ville
              MOVE 0 TO fjo_age
              REWRITE fjoTamp
              MOVE 'REE' TO WjnlOp
              PERFORM JOURNALISE_JOUEUR
END-READ
CLOSE fjoueurs
OPEN I-O flicences
MOVE Wid TO flic_idJ
READ flicences
       INVALID KEY
              CONTINUE
       NOT INVALID KEY
              MOVE SPACES TO flic_num
              REWRITE flicTamp
              MOVE 'REE' TO WjnlOp
              PERFORM JOURNALISE_LICENCE
END-READ
CLOSE flicences
ACCEPT Whist_date FROM DATE YYYYMMDD
ACCEPT Whist_heure FROM TIME
MOVE SPACES TO fhistTamp
STRING Whist_date '-' Whist_heure ' ANONYMISATION JOUEUR=' Wid
       ' MOTIF=' WmotifAno
       DELIMITED BY SIZE INTO fhistTamp
PERFORM ECRIT_HISTORIQUE.
      *> Procédure qui refait l export standings.csv et une sauvegarde complete : les
      *> copies anterieures (sauvegarde.sav et journal.dat) portaient encore les
      *> donnees effacees
       FIN_ANONYMISATION.
PERFORM EXPORT_CSV_BATCH
PERFORM SAUVEGARDE_FICHIERS.
      *> Procédure qui anonymise un joueur a sa demande (droit a l oubli), s il n est
      *> plus inscrit ni en attente dans un tournoi non termine
       OUBLI_JOUEUR.
MOVE 0 TO Wrang
MOVE 0 TO WcatT
PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
       DISPLAY 'Donnez ID du joueur a anonymiser'
       ACCEPT Wid
       PERFORM JOUEUR_EXIST
END-PERFORM
IF fjo_nom = 'ANONYME' THEN
       DISPLAY 'Joueur deja anonymise'
ELSE
       DISPLAY 'Joueur ' Wid ' ' FUNCTION TRIM(fjo_nom) ' ' FUNCTION TRIM(fjo_prenom)
              ' ' FUNCTION TRIM(fjo_ville)
       PERFORM INSCRIPTIONS_EN_COURS_JOUEUR
       IF WnbEnCours > 0 THEN
              DISPLAY 'Joueur inscrit ou en attente dans ' WnbEnCours ' tournoi(s) non termine(s) :'
              DISPLAY 'retirer d abord ses inscriptions'
       ELSE
              PERFORM WITH TEST AFTER UNTIL Wrep = 1 OR Wrep = 2
                     DISPLAY 'Effacer definitivement les donnees personnelles de ce joueur ?'
                     DISPLAY '1-Oui'
                     DISPLAY '2-Non'
                     ACCEPT Wrep
              END-PERFORM
              IF Wrep = 1 THEN
                     MOVE 'DEMANDE' TO WmotifAno
                     PERFORM ANONYMISE_JOUEUR
                     PERFORM FIN_ANONYMISATION
                     DISPLAY 'Joueur ' Wid ' anonymise'
              END-IF
       END-IF
END-IF.
      *> Procédure qui compte (WnbEnCours) les tournois non termines ou le joueur Wid
      *> est inscrit ou en attente
       INSCRIPTIONS_EN_COURS_JOUEUR.
MOVE 0 TO WnbEnCours
MOVE 0 TO WnbRtT
MOVE 0 TO WrtFin
OPEN INPUT finscriptions
PERFORM WITH TEST AFTER UNTIL WrtFin = 1
       READ finscriptions NEXT
              AT END
                     MOVE 1 TO WrtFin
              NOT AT END
                     IF fins_idJ = Wid AND (fins_statut = 1 OR fins_statut = 2)
                        AND WnbRtT < 50 THEN
                            COMPUTE WnbRtT = WnbRtT + 1
                            MOVE fins_idT TO WrtTour(WnbRtT)
                     END-IF
       END-READ
END-PERFORM
CLOSE finscriptions
MOVE 1 TO WidxRt
PERFORM WITH TEST BEFORE UNTIL WidxRt > WnbRtT
       MOVE WrtTour(WidxRt) TO WidT
       PERFORM TOURNOI_EXIST
       IF Wtrouve = 0 THEN
              PERFORM TEST_TOURNOI_TERMINE
              IF WtermineF = 0 THEN
                     COMPUTE WnbEnCours = WnbEnCours + 1
              END-IF
       END-IF
       COMPUTE WidxRt = WidxRt + 1
END-PERFORM.
      *> Procédure du sous-menu des competitions interclubs (equipes de 4 echiquiers)
       MENU_INTERCLUB.
PERFORM WITH TEST AFTER UNTIL Wchoix2 = 9 OR Wchoix2<1 OR Wchoix2>9
       DISPLAY '==========================='
       DISPLAY '-----MENU INTERCLUBS-----'
       DISPLAY '1-Creer une equipe'
       DISPLAY '2-Afficher les equipes'
       DISPLAY '3-Saisir une rencontre interclub'
       DISPLAY '4-Classement de la ligue'
       DISPLAY '5-Creer ou modifier une division'
       DISPLAY '6-Placer une equipe dans une division'
       DISPLAY '7-Cloture de saison des divisions'
       DISPLAY '8-Divisions d une saison'
       DISPLAY '9-Retour'
       ACCEPT Wchoix2
       MOVE 'INT' TO WmenuCode
       MOVE Wchoix2 TO WmenuOpt
       PERFORM DROIT_OPTION
       IF WdroitOk = 1 THEN
              EVALUATE Wchoix2
              WHEN 1 PERFORM AJOUT_EQUIPE
              WHEN 2 PERFORM AFFICH_EQUIPE
              WHEN 3 PERFORM SAISIE_INTERCLUB
              WHEN 4 PERFORM CLASSEMENT_LIGUE
              WHEN 5 PERFORM AJOUT_DIVISION
              WHEN 6 PERFORM AFFECTER_EQUIPE_DIVISION
              WHEN 7 PERFORM CLOTURE_DIVISIONS
              WHEN 8 PERFORM LISTE_DIVISIONS
              END-EVALUATE
       END-IF
END-PERFORM.
      *> Procédure qui gere la cle primaire des equipes
       ID_EQU.
OPEN I-O fcle
READ fcle NEXT
AT END
       DISPLAY 'Pas de clé'
NOT AT END
       MOVE fcle_idE TO Weq_id
       COMPUTE fcle_idE = fcle_idE + 1
       REWRITE fcleTamp
       MOVE 'REE' TO WjnlOp
       PERFORM JOURNALISE_CLE
CLOSE fcle.
      *> Procédure qui cree une equipe interclub : nom, ville et l ordre des
      *> 4 echiquiers (joueurs existants du fichier joueur)
       AJOUT_EQUIPE.
PERFORM ID_EQU
DISPLAY 'Donnez le nom de l equipe'
ACCEPT feq_nom
DISPLAY 'Donnez la ville de l equipe'
ACCEPT feq_ville
MOVE 0 TO Wrang
MOVE 0 TO WcatT
PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
       DISPLAY 'Donnez ID du joueur de l echiquier 1'
       ACCEPT Wid
       PERFORM JOUEUR_EXIST
END-PERFORM
MOVE Wid TO feq_j1
PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
       DISPLAY 'Donnez ID du joueur de l echiquier 2'
       ACCEPT Wid
       PERFORM JOUEUR_EXIST
END-PERFORM
MOVE Wid TO feq_j2
PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
       DISPLAY 'Donnez ID du joueur de l echiquier 3'
       ACCEPT Wid
       PERFORM JOUEUR_EXIST
END-PERFORM
MOVE Wid TO feq_j3
PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
       DISPLAY 'Donnez ID du joueur de l echiquier 4'
       ACCEPT Wid
       PERFORM JOUEUR_EXIST
END-PERFORM
MOVE Wid TO feq_j4
MOVE Weq_id TO feq_id
OPEN I-O fequipes
WRITE feqTamp
       INVALID KEY
              DISPLAY 'INVALID KEY'
       NOT INVALID KEY
              MOVE 'ECR' TO WjnlOp
              PERFORM JOURNALISE_EQUIPE
END-WRITE
CLOSE fequipes
DISPLAY 'Equipe ' feq_id ' creee'.
      *> Procédure qui affiche toutes les equipes et leurs echiquiers
       AFFICH_EQUIPE.
MOVE 0 TO Wfin
OPEN INPUT fequipes
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ fequipes NEXT
       AT END
              MOVE 1 TO Wfin
       NOT AT END
              DISPLAY '===================='
              DISPLAY 'Equipe id:' feq_id
              DISPLAY 'Nom:' feq_nom
              DISPLAY 'Ville:' feq_ville
              DISPLAY 'Echiquier 1 : joueur ' feq_j1
              DISPLAY 'Echiquier 2 : joueur ' feq_j2
              DISPLAY 'Echiquier 3 : joueur ' feq_j3
              DISPLAY 'Echiquier 4 : joueur ' feq_j4
       END-READ
END-PERFORM
CLOSE fequipes.
      *> Procédure qui verifie qu une equipe existe (WeqId, buffer charge si oui)
       EQUIPE_EXIST.
MOVE 0 TO Wtrouve
OPEN INPUT fequipes
MOVE WeqId TO feq_id
READ fequipes
       INVALID KEY
              MOVE 1 TO Wtrouve
              DISPLAY 'L equipe n existe pas'
       NOT INVALID KEY
              CONTINUE
END-READ
CLOSE fequipes.
      *> Procédure qui saisit une rencontre interclub : les 4 resultats d echiquier
      *> partent dans deroulement.dat sous la ligue et la journee (les points
      *> individuels passent par ADD_PTS_JOUEUR comme pour tout tournoi), puis
      *> les points de match (2/1/0) sont ranges dans matcheq.dat
       SAISIE_INTERCLUB.
PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
       DISPLAY 'Donnez id du tournoi support de la ligue'
       PERFORM AFFICH_TOURNOI
       ACCEPT WidT
       PERFORM TOURNOI_EXIST
END-PERFORM
*> chaque echiquier devra etre certifie : un arbitre doit etre affecte
PERFORM TOURNOI_A_ARBITRE
IF WarbOk = 0 THEN
       GO TO MENU_P
END-IF
MOVE 0 TO Wjournee
PERFORM WITH TEST AFTER UNTIL Wjournee > 0
       DISPLAY 'Donnez le numero de la journee'
       ACCEPT Wjournee
END-PERFORM
PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
       PERFORM AFFICH_EQUIPE
       DISPLAY 'Donnez id de l equipe recevante'
       ACCEPT WeqId
       PERFORM EQUIPE_EXIST
END-PERFORM
MOVE WeqId TO WeqDom
MOVE feq_j1 TO WeqDomJ(1)
MOVE feq_j2 TO WeqDomJ(2)
MOVE feq_j3 TO WeqDomJ(3)
MOVE feq_j4 TO WeqDomJ(4)
PERFORM WITH TEST AFTER UNTIL Wtrouve = 0 AND WeqId IS NOT = WeqDom
       DISPLAY 'Donnez id de l equipe visiteuse'
       ACCEPT WeqId
       PERFORM EQUIPE_EXIST
       IF Wtrouve = 0 AND WeqId = WeqDom THEN
              DISPLAY 'Une equipe ne peut pas se rencontrer elle-meme'
       END-IF
END-PERFORM
MOVE WeqId TO WeqExt
MOVE feq_j1 TO WeqExtJ(1)
MOVE feq_j2 TO WeqExtJ(2)
MOVE feq_j3 TO WeqExtJ(3)
MOVE feq_j4 TO WeqExtJ(4)
*> la rencontre ne doit pas avoir deja ete saisie : le controle se fait
*> avant le moindre echiquier, sinon les points individuels seraient
*> reattribues et les resultats d echiquier dedoubles
MOVE 0 TO Wexist
OPEN INPUT fmatcheq
MOVE WidT TO fme_idT
MOVE Wjournee TO fme_jour
MOVE WeqDom TO fme_eqD
READ fmatcheq
       INVALID KEY
              MOVE 0 TO Wexist
       NOT INVALID KEY
              MOVE 1 TO Wexist
              DISPLAY 'Rencontre deja saisie pour cette journee'
END-READ
CLOSE fmatcheq
*> la cle de deroulement ne porte pas la journee : si les deux ordres d une
*> paire sont deja pris (troisieme rencontre, ou joueur aligne dans deux
*> equipes), l echiquier ne pourrait plus s ecrire alors que SAISIE_RESULTAT
*> aurait deja bouge les points : le controle se fait avant toute saisie
IF Wexist = 0 THEN
       PERFORM CONTROLE_PAIRES_INTERCLUB
END-IF
IF Wexist = 0 THEN
       MOVE 0 TO WptsDom
       MOVE 0 TO WptsExt
       MOVE 0 TO Wechiq
       PERFORM WITH TEST AFTER UNTIL Wechiq = 4
              COMPUTE Wechiq = Wechiq + 1
              MOVE WeqDomJ(Wechiq) TO Wid2
              MOVE WeqExtJ(Wechiq) TO Wid
              DISPLAY 'Echiquier ' Wechiq ' : joueur ' Wid2 ' contre joueur ' Wid
              MOVE Wjournee TO WhistTour
              PERFORM SAISIE_RESULTAT
              IF Wid3 = Wid2 THEN
                     COMPUTE WptsDom = WptsDom + 1
              ELSE
                     COMPUTE WptsExt = WptsExt + 1
              END-IF
              PERFORM ECRIT_DEROU_INTERCLUB
       END-PERFORM
       MOVE WidT TO fme_idT
       MOVE Wjournee TO fme_jour
       MOVE WeqDom TO fme_eqD
       MOVE WeqExt TO fme_eqE
       MOVE WptsDom TO fme_ptsD
       MOVE WptsExt TO fme_ptsE
       OPEN I-O fmatcheq
       WRITE fmeTamp
              INVALID KEY
                     DISPLAY 'Rencontre deja saisie pour cette journee'
              NOT INVALID KEY
                     MOVE 'ECR' TO WjnlOp
                     PERFORM JOURNALISE_MATCHEQ
       END-WRITE
       CLOSE fmatcheq
       DISPLAY 'Rencontre interclub : ' WptsDom ' - ' WptsExt
       IF WptsDom > WptsExt THEN
              DISPLAY 'Victoire de l equipe ' WeqDom
       ELSE
              IF WptsExt > WptsDom THEN
                     DISPLAY 'Victoire de l equipe ' WeqExt
              ELSE
                     DISPLAY 'Match nul'
              END-IF
       END-IF
END-IF.
      *> Procédure qui verifie avant la saisie des echiquiers qu aucune paire de
      *> la rencontre n existe deja sous ses deux ordres dans deroulement.dat :
      *> dans ce cas la rencontre entiere est refusee (Wexist = 1) plutot que de
      *> perdre un resultat d echiquier apres coup
       CONTROLE_PAIRES_INTERCLUB.
OPEN INPUT fderoulement
MOVE 0 TO Wechiq
PERFORM WITH TEST AFTER UNTIL Wechiq = 4 OR Wexist = 1
       COMPUTE Wechiq = Wechiq + 1
       MOVE 0 TO WnbOrdres
       MOVE WeqDomJ(Wechiq) TO fder_idJ1
       MOVE WeqExtJ(Wechiq) TO fder_idJ2
       MOVE WidT TO fder_idT
       READ fderoulement
              INVALID KEY
                     CONTINUE
              NOT INVALID KEY
                     COMPUTE WnbOrdres = WnbOrdres + 1
       END-READ
       MOVE WeqExtJ(Wechiq) TO fder_idJ1
       MOVE WeqDomJ(Wechiq) TO fder_idJ2
       MOVE WidT TO fder_idT
       READ fderoulement
              INVALID KEY
                     CONTINUE
              NOT INVALID KEY
                     COMPUTE WnbOrdres = WnbOrdres + 1
       END-READ
       IF WnbOrdres = 2 THEN
              MOVE 1 TO Wexist
              DISPLAY 'Saisie refusee : les joueurs ' WeqDomJ(Wechiq)
                      ' et ' WeqExtJ(Wechiq)
                      ' se sont deja rencontres deux fois'
       END-IF
END-PERFORM
CLOSE fderoulement.
      *> Procédure qui enregistre un resultat d echiquier dans deroulement.dat ;
      *> si la paire a deja joue sous cet ordre (match aller), les joueurs sont
      *> inverses pour que la cle reste unique
       ECRIT_DEROU_INTERCLUB.
MOVE Wid2 TO fder_idJ1
MOVE Wid TO fder_idJ2
MOVE Wid3 TO fder_idV
MOVE WtypeRes TO fder_typeR
MOVE Warb TO fder_arb
MOVE WidT TO fder_idT
MOVE Wjournee TO fder_tour
STRING WidT'-'Wjournee INTO fder_touridT
OPEN I-O fderoulement
WRITE fderTamp
       INVALID KEY
              MOVE Wid TO fder_idJ1
              MOVE Wid2 TO fder_idJ2
              WRITE fderTamp
                     INVALID KEY
                            DISPLAY 'cle invalide'
                     NOT INVALID KEY
                            MOVE 0 TO Wbeug
                            MOVE 'ECR' TO WjnlOp
                            PERFORM JOURNALISE_DEROU
                            PERFORM HISTORISER_MATCH
              END-WRITE
       NOT INVALID KEY
              MOVE 0 TO Wbeug
              MOVE 'ECR' TO WjnlOp
              PERFORM JOURNALISE_DEROU
              PERFORM HISTORISER_MATCH
END-WRITE
CLOSE fderoulement.
      *> Procédure qui edite le classement de la ligue : 2 points par victoire,
      *> 1 par match nul, departage aux points d echiquier, puis au nombre de
      *> victoires, puis au plus petit numero d equipe
       CLASSEMENT_LIGUE.
PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
       DISPLAY 'Donnez id du tournoi support de la ligue'
       ACCEPT WidT
       PERFORM TOURNOI_EXIST
END-PERFORM
PERFORM CALCUL_CLASSEMENT_LIGUE
IF WnbLig = 0 THEN
       DISPLAY 'Aucune rencontre interclub pour cette ligue'
ELSE
       OPEN OUTPUT frapport
       MOVE SPACES TO frapTamp
       STRING '====== CLASSEMENT DE LA LIGUE N. ' WidT ' ======'
              DELIMITED BY SIZE INTO frapTamp
       WRITE frapTamp
       DISPLAY '==========================='
       DISPLAY 'CLASSEMENT DE LA LIGUE ' WidT
       MOVE 1 TO WidxLig
       PERFORM WITH TEST AFTER UNTIL WidxLig > WnbLig
              DISPLAY WidxLig ' - equipe ' WLigEq(WidxLig)
                     ' matchs ' WLigJoue(WidxLig)
                     ' points ' WLigPts(WidxLig)
                     ' echiquiers ' WLigTab(WidxLig)
                     ' victoires ' WLigGagne(WidxLig)
              MOVE SPACES TO frapTamp
              STRING WidxLig ' - equipe ' WLigEq(WidxLig)
                     ' matchs=' WLigJoue(WidxLig)
                     ' points=' WLigPts(WidxLig)
                     ' echiquiers=' WLigTab(WidxLig)
                     ' victoires=' WLigGagne(WidxLig)
                     DELIMITED BY SIZE INTO frapTamp
              WRITE frapTamp
              COMPUTE WidxLig = WidxLig + 1
       END-PERFORM
       CLOSE frapport
       DISPLAY 'Classement exporte dans rapport.dat'
END-IF.
      *> Procédure qui calcule le classement trie de la ligue WidT dans WTabLigue
       CALCUL_CLASSEMENT_LIGUE.
MOVE 0 TO WnbLig
MOVE 0 TO Wfin
MOVE 0 TO Wfdz
OPEN INPUT fmatcheq
MOVE WidT TO fme_idT
START fmatcheq KEY IS = fme_idT
       INVALID KEY
              MOVE 1 TO Wfin
       NOT INVALID KEY
PERFORM WITH TEST AFTER UNTIL Wfin = 1 OR Wfdz = 1
       READ fmatcheq NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     IF fme_idT = WidT THEN
                            PERFORM CUMUL_MATCH_LIGUE
                     ELSE
                            MOVE 1 TO Wfdz
                     END-IF
       END-READ
END-PERFORM
END-START
CLOSE fmatcheq
IF WnbLig > 0 THEN
       PERFORM TRI_CLASSEMENT_LIGUE
END-IF.
      *> Procédure qui cumule la rencontre interclub courante dans le classement
       CUMUL_MATCH_LIGUE.
MOVE fme_eqD TO WeqId
MOVE fme_ptsD TO WptsDom
MOVE fme_ptsE TO WptsExt
PERFORM CUMUL_EQUIPE_LIGUE
MOVE fme_eqE TO WeqId
MOVE fme_ptsE TO WptsDom
MOVE fme_ptsD TO WptsExt
PERFORM CUMUL_EQUIPE_LIGUE.
      *> Procédure qui credite une equipe (WeqId, WptsDom=ses echiquiers,
      *> WptsExt=ceux de l adversaire) dans la ligne de classement
       CUMUL_EQUIPE_LIGUE.
MOVE 0 TO WidxLig
MOVE 1 TO WidxLig2
PERFORM WITH TEST AFTER UNTIL WidxLig2 > WnbLig OR WnbLig = 0
       IF WLigEq(WidxLig2) = WeqId THEN
              MOVE WidxLig2 TO WidxLig
       END-IF
       COMPUTE WidxLig2 = WidxLig2 + 1
END-PERFORM
IF WidxLig = 0 AND WnbLig < 20 THEN
       COMPUTE WnbLig = WnbLig + 1
       MOVE WnbLig TO WidxLig
       MOVE WeqId TO WLigEq(WidxLig)
       MOVE 0 TO WLigJoue(WidxLig)
       MOVE 0 TO WLigPts(WidxLig)
       MOVE 0 TO WLigTab(WidxLig)
       MOVE 0 TO WLigGagne(WidxLig)
END-IF
IF WidxLig IS NOT = 0 THEN
       COMPUTE WLigJoue(WidxLig) = WLigJoue(WidxLig) + 1
       COMPUTE WLigTab(WidxLig) = WLigTab(WidxLig) + WptsDom
       IF WptsDom > WptsExt THEN
              COMPUTE WLigPts(WidxLig) = WLigPts(WidxLig) + 2
              COMPUTE WLigGagne(WidxLig) = WLigGagne(WidxLig) + 1
       END-IF
       IF WptsDom = WptsExt THEN
              COMPUTE WLigPts(WidxLig) = WLigPts(WidxLig) + 1
       END-IF
END-IF.
      *> Procédure qui trie le classement de la ligue par points de match, points
      *> d echiquier et victoires decroissants, enfin par numero d equipe croissant
      *> pour que l ordre ne depende pas de la lecture des rencontres (tri par selection)
       TRI_CLASSEMENT_LIGUE.
MOVE 1 TO WidxLig
PERFORM WITH TEST AFTER UNTIL WidxLig > WnbLig OR WnbLig = 0
       MOVE WidxLig TO WidxMin
       COMPUTE WidxLig2 = WidxLig + 1
       PERFORM WITH TEST AFTER UNTIL WidxLig2 > WnbLig
              IF WLigPts(WidxLig2) > WLigPts(WidxMin)
                 OR (WLigPts(WidxLig2) = WLigPts(WidxMin)
                     AND WLigTab(WidxLig2) > WLigTab(WidxMin))
                 OR (WLigPts(WidxLig2) = WLigPts(WidxMin)
                     AND WLigTab(WidxLig2) = WLigTab(WidxMin)
                     AND WLigGagne(WidxLig2) > WLigGagne(WidxMin))
                 OR (WLigPts(WidxLig2) = WLigPts(WidxMin)
                     AND WLigTab(WidxLig2) = WLigTab(WidxMin)
                     AND WLigGagne(WidxLig2) = WLigGagne(WidxMin)
                     AND WLigEq(WidxLig2) < WLigEq(WidxMin)) THEN
                     MOVE WidxLig2 TO WidxMin
              END-IF
              COMPUTE WidxLig2 = WidxLig2 + 1
       END-PERFORM
       IF WidxMin NOT = WidxLig THEN
              MOVE WLigLigne(WidxLig) TO WLigSwap
              MOVE WLigLigne(WidxMin) TO WLigLigne(WidxLig)
              MOVE WLigSwap TO WLigLigne(WidxMin)
       END-IF
       COMPUTE WidxLig = WidxLig + 1
END-PERFORM.
      *> Procédure qui cree ou modifie une division interclub : niveau (1 = la plus
      *> haute), ligue support de la saison, places de montee et de descente
       AJOUT_DIVISION.
DISPLAY 'Donnez le code de la division (D1, D2, ...)'
ACCEPT WdivCode
MOVE FUNCTION UPPER-CASE(WdivCode) TO WdivCode
MOVE 0 TO WdivExiste
OPEN I-O fdivisions
MOVE WdivCode TO fdv_code
READ fdivisions
       INVALID KEY
              MOVE 0 TO WdivExiste
       NOT INVALID KEY
              MOVE 1 TO WdivExiste
              DISPLAY 'Division existante : ' FUNCTION TRIM(fdv_nom) ' niveau ' fdv_niveau
                     ' ligue ' fdv_idT ' montees ' fdv_nbMontee ' descentes ' fdv_nbDesc
END-READ
DISPLAY 'Donnez le nom de la division'
ACCEPT fdv_nom
MOVE 0 TO fdv_niveau
PERFORM WITH TEST AFTER UNTIL fdv_niveau > 0
       DISPLAY 'Donnez le niveau de la division (1 = la plus haute)'
       ACCEPT fdv_niveau
END-PERFORM
PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
       DISPLAY 'Donnez id du tournoi support de la ligue pour la saison'
       ACCEPT WidT
       PERFORM TOURNOI_EXIST
END-PERFORM
MOVE WidT TO fdv_idT
DISPLAY 'Donnez le nombre de places de montee'
ACCEPT fdv_nbMontee
DISPLAY 'Donnez le nombre de places de descente'
ACCEPT fdv_nbDesc
MOVE WdivCode TO fdv_code
IF WdivExiste = 0 THEN
       WRITE fdvTamp
              INVALID KEY
                     DISPLAY 'INVALID KEY'
              NOT INVALID KEY
                     MOVE 'ECR' TO WjnlOp
                     PERFORM JOURNALISE_DIVISION
                     DISPLAY 'Division ' fdv_code ' creee'
       END-WRITE
ELSE
       REWRITE fdvTamp
       MOVE 'REE' TO WjnlOp
       PERFORM JOURNALISE_DIVISION
       DISPLAY 'Division ' fdv_code ' modifiee'
END-IF
CLOSE fdivisions.
      *> Procédure qui affiche les divisions interclub
       AFFICH_DIVISIONS.
MOVE 0 TO WdeFin
OPEN INPUT fdivisions
PERFORM WITH TEST AFTER UNTIL WdeFin = 1
       READ fdivisions NEXT
              AT END
                     MOVE 1 TO WdeFin
              NOT AT END
                     DISPLAY 'Division ' fdv_code ' ' FUNCTION TRIM(fdv_nom) ' niveau ' fdv_niveau
                            ' ligue ' fdv_idT ' montees ' fdv_nbMontee ' descentes ' fdv_nbDesc
       END-READ
END-PERFORM
CLOSE fdivisions.
      *> Procédure qui verifie que la division WdivCode existe (WdivOk = 1)
       DIVISION_EXIST.
MOVE 0 TO WdivOk
OPEN INPUT fdivisions
MOVE WdivCode TO fdv_code
READ fdivisions
       INVALID KEY
              MOVE 0 TO WdivOk
              DISPLAY 'Division inconnue'
       NOT INVALID KEY
              MOVE 1 TO WdivOk
END-READ
CLOSE fdivisions.
      *> Procédure qui place une equipe dans une division pour une saison
       AFFECTER_EQUIPE_DIVISION.
DISPLAY 'Donnez la saison (AAAA)'
ACCEPT WsaisonDiv
PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
       DISPLAY 'Donnez id de l equipe'
       ACCEPT WeqId
       PERFORM EQUIPE_EXIST
END-PERFORM
MOVE 0 TO WdivOk
PERFORM WITH TEST AFTER UNTIL WdivOk = 1
       PERFORM AFFICH_DIVISIONS
       DISPLAY 'Donnez le code de la division'
       ACCEPT WdivCode
       MOVE FUNCTION UPPER-CASE(WdivCode) TO WdivCode
       PERFORM DIVISION_EXIST
END-PERFORM
OPEN I-O fdivequipes
MOVE WsaisonDiv TO fde_saison
MOVE WeqId TO fde_idEq
READ fdivequipes
       INVALID KEY
              MOVE WsaisonDiv TO fde_saison
              MOVE WeqId TO fde_idEq
              MOVE WdivCode TO fde_div
              MOVE 0 TO fde_rang
              MOVE 0 TO fde_pts
              MOVE 0 TO fde_tab
              MOVE 0 TO fde_joue
              MOVE SPACE TO fde_mvt
              MOVE 0 TO fde_idT
              WRITE fdeTamp
                     INVALID KEY
                            DISPLAY 'INVALID KEY'
                     NOT INVALID KEY
                            MOVE 'ECR' TO WjnlOp
                            PERFORM JOURNALISE_DIVEQUIPE
              END-WRITE
       NOT INVALID KEY
              MOVE WdivCode TO fde_div
              REWRITE fdeTamp
              MOVE 'REE' TO WjnlOp
              PERFORM JOURNALISE_DIVEQUIPE
END-READ
CLOSE fdivequipes
DISPLAY 'Equipe ' WeqId ' en ' WdivCode ' pour la saison ' WsaisonDiv.
      *> Procédure qui charge les divisions dans WTabDiv, triees par niveau
       CHARGE_DIVISIONS.
MOVE 0 TO WnbDiv
MOVE 0 TO WdeFin
OPEN INPUT fdivisions
PERFORM WITH TEST AFTER UNTIL WdeFin = 1
       READ fdivisions NEXT
              AT END
                     MOVE 1 TO WdeFin
              NOT AT END
                     IF WnbDiv < 20 THEN
                            COMPUTE WnbDiv = WnbDiv + 1
                            MOVE fdv_code TO WdvCode(WnbDiv)
                            MOVE fdv_niveau TO WdvNiveau(WnbDiv)
                            MOVE fdv_idT TO WdvIdT(WnbDiv)
                            MOVE fdv_nbMontee TO WdvMont(WnbDiv)
                            MOVE fdv_nbDesc TO WdvDesc(WnbDiv)
                     END-IF
       END-READ
END-PERFORM
CLOSE fdivisions
MOVE 1 TO WidxDiv
PERFORM WITH TEST BEFORE UNTIL WidxDiv >= WnbDiv
       MOVE WidxDiv TO WidxMin
       COMPUTE WidxDiv2 = WidxDiv + 1
       PERFORM WITH TEST BEFORE UNTIL WidxDiv2 > WnbDiv
              IF WdvNiveau(WidxDiv2) < WdvNiveau(WidxMin) THEN
                     MOVE WidxDiv2 TO WidxMin
              END-IF
              COMPUTE WidxDiv2 = WidxDiv2 + 1
       END-PERFORM
       IF WidxMin IS NOT = WidxDiv THEN
              MOVE WdvLigne(WidxDiv) TO WdvSwap
              MOVE WdvLigne(WidxMin) TO WdvLigne(WidxDiv)
              MOVE WdvSwap TO WdvLigne(WidxMin)
       END-IF
       COMPUTE WidxDiv = WidxDiv + 1
END-PERFORM.
      *> Procédure qui charge dans WTabDe les equipes de la division WdivCode pour la
      *> saison WsaisonEd, avec leur classement final si la saison est close
       CHARGE_EQUIPES_DIVISION.
MOVE 0 TO WnbDe
MOVE 0 TO WdeFin
OPEN INPUT fdivequipes
MOVE WsaisonEd TO fde_saison
MOVE 0 TO fde_idEq
START fdivequipes KEY IS NOT < fde_cle
       INVALID KEY
              MOVE 1 TO WdeFin
       NOT INVALID KEY
PERFORM WITH TEST AFTER UNTIL WdeFin = 1
       READ fdivequipes NEXT
              AT END
                     MOVE 1 TO WdeFin
              NOT AT END
                     IF fde_saison IS NOT = WsaisonEd THEN
                            MOVE 1 TO WdeFin
                     ELSE
                            IF fde_div = WdivCode AND WnbDe < 20 THEN
                                   COMPUTE WnbDe = WnbDe + 1
                                   MOVE fde_idEq TO WdeEq(WnbDe)
                                   MOVE fde_rang TO WdeRang(WnbDe)
                                   MOVE fde_pts TO WdePts(WnbDe)
                                   MOVE fde_tab TO WdeTab(WnbDe)
                                   MOVE fde_joue TO WdeJoue(WnbDe)
                                   MOVE fde_mvt TO WdeMvt(WnbDe)
                            END-IF
                     END-IF
       END-READ
END-PERFORM
END-START
CLOSE fdivequipes.
      *> Procédure qui indique (WdivPres = 1) si des equipes sont placees pour la saison WsaisonEd
       SAISON_DIVISION_PRESENTE.
MOVE 0 TO WdivPres
OPEN INPUT fdivequipes
MOVE WsaisonEd TO fde_saison
MOVE 0 TO fde_idEq
START fdivequipes KEY IS NOT < fde_cle
       INVALID KEY
              MOVE 0 TO WdivPres
       NOT INVALID KEY
              READ fdivequipes NEXT
                     AT END
                            MOVE 0 TO WdivPres
                     NOT AT END
                            IF fde_saison = WsaisonEd THEN
                                   MOVE 1 TO WdivPres
                            END-IF
              END-READ
END-START
CLOSE fdivequipes.
      *> Procédure de fin de saison interclub : classement final de chaque division dans
      *> l ordre de CLASSEMENT_LIGUE, montees et descentes selon les places prevues,
      *> tableau de la saison close conserve et divisions de la saison suivante creees
       CLOTURE_DIVISIONS.
DISPLAY 'Donnez la saison a clore (AAAA)'
ACCEPT WsaisonDiv
COMPUTE WsaisonSuiv = WsaisonDiv + 1
MOVE WsaisonSuiv TO WsaisonEd
PERFORM SAISON_DIVISION_PRESENTE
IF WdivPres = 1 THEN
       DISPLAY 'Saison deja close : les divisions ' WsaisonSuiv ' existent deja'
ELSE
       MOVE WsaisonDiv TO WsaisonEd
       PERFORM SAISON_DIVISION_PRESENTE
       IF WdivPres = 0 THEN
              DISPLAY 'Aucune equipe placee en division pour la saison ' WsaisonDiv
       ELSE
              PERFORM WITH TEST AFTER UNTIL Wrep = 1 OR Wrep = 2
                     DISPLAY 'Clore la saison ' WsaisonDiv ' et appliquer montees et descentes ?'
                     DISPLAY '1-Oui'
                     DISPLAY '2-Non'
                     ACCEPT Wrep
              END-PERFORM
              IF Wrep = 1 THEN
                     PERFORM CHARGE_DIVISIONS
                     PERFORM CONTROLE_LIGUES_DIVISIONS
              END-IF
              IF Wrep = 1 AND WligOk = 0 THEN
                     DISPLAY 'Cloture refusee : donnez a ces divisions la ligue de la saison ' WsaisonDiv
              END-IF
              IF Wrep = 1 AND WligOk = 1 THEN
                     MOVE 0 TO WnbMvt
                     MOVE 1 TO WidxDiv
                     PERFORM WITH TEST BEFORE UNTIL WidxDiv > WnbDiv
                            PERFORM CLOTURE_UNE_DIVISION
                            COMPUTE WidxDiv = WidxDiv + 1
                     END-PERFORM
                     PERFORM HISTORISER_CLOTURE_DIVISIONS
                     OPEN OUTPUT frapport
                     MOVE WsaisonDiv TO WsaisonEd
                     PERFORM EDITION_SAISON_DIVISIONS
                     MOVE WsaisonSuiv TO WsaisonEd
                     PERFORM EDITION_SAISON_DIVISIONS
                     CLOSE frapport
                     DISPLAY 'Saison ' WsaisonDiv ' close : ' WnbMvt ' montee(s)/descente(s)'
                     DISPLAY 'Nouvelles divisions exportees dans rapport.dat'
                     DISPLAY 'Pensez a donner a chaque division sa ligue support de la saison ' WsaisonSuiv
              END-IF
       END-IF
END-IF.
      *> Procédure qui verifie (WligOk = 1) qu aucune division ne reprend une ligue
      *> support qui a deja servi a clore une saison anterieure
       CONTROLE_LIGUES_DIVISIONS.
MOVE 1 TO WligOk
MOVE 1 TO WidxDiv
PERFORM WITH TEST BEFORE UNTIL WidxDiv > WnbDiv
       IF WdvIdT(WidxDiv) > 0 THEN
              PERFORM LIGUE_DEJA_CLOSE
              IF WligDeja > 0 THEN
                     DISPLAY 'Division ' WdvCode(WidxDiv) ' : la ligue ' WdvIdT(WidxDiv)
                             ' a deja servi a clore la saison ' WligDeja
                     MOVE 0 TO WligOk
              END-IF
       END-IF
       COMPUTE WidxDiv = WidxDiv + 1
END-PERFORM.
      *> Procédure qui donne (WligDeja) la saison anterieure a WsaisonDiv deja close
      *> avec la ligue support de la division WidxDiv (0 si aucune)
       LIGUE_DEJA_CLOSE.
MOVE 0 TO WligDeja
MOVE 0 TO WdeFin
OPEN INPUT fdivequipes
PERFORM WITH TEST AFTER UNTIL WdeFin = 1
       READ fdivequipes NEXT
              AT END
                     MOVE 1 TO WdeFin
              NOT AT END
                     IF fde_idT = WdvIdT(WidxDiv) AND fde_saison < WsaisonDiv THEN
                            MOVE fde_saison TO WligDeja
                     END-IF
       END-READ
END-PERFORM
CLOSE fdivequipes.
      *> Procédure qui clot la division WidxDiv : rang final de chaque equipe, puis
      *> mouvement vers la division voisine pour les places de montee et de descente
       CLOTURE_UNE_DIVISION.
MOVE WdvCode(WidxDiv) TO WdivCode
MOVE WsaisonDiv TO WsaisonEd
PERFORM CHARGE_EQUIPES_DIVISION
MOVE WdvIdT(WidxDiv) TO WidT
PERFORM CALCUL_CLASSEMENT_LIGUE
MOVE 0 TO WrangDiv
MOVE 1 TO WidxDe
PERFORM WITH TEST BEFORE UNTIL WidxDe > WnbDe
       MOVE 0 TO WdeRang(WidxDe)
       MOVE 0 TO WdePts(WidxDe)
       MOVE 0 TO WdeTab(WidxDe)
       MOVE 0 TO WdeJoue(WidxDe)
       COMPUTE WidxDe = WidxDe + 1
END-PERFORM
*> d abord les equipes classees par la ligue, dans l ordre du classement
MOVE 1 TO WidxLig
PERFORM WITH TEST BEFORE UNTIL WidxLig > WnbLig
       MOVE 0 TO WidxDe2
       MOVE 1 TO WidxDe
       PERFORM WITH TEST BEFORE UNTIL WidxDe > WnbDe
              IF WdeEq(WidxDe) = WLigEq(WidxLig) THEN
                     MOVE WidxDe TO WidxDe2
              END-IF
              COMPUTE WidxDe = WidxDe + 1
       END-PERFORM
       IF WidxDe2 = 0 THEN
              DISPLAY 'Equipe ' WLigEq(WidxLig) ' de la ligue ' WidT ' hors division ' WdivCode ' : ignoree'
       ELSE
              COMPUTE WrangDiv = WrangDiv + 1
              MOVE WrangDiv TO WdeRang(WidxDe2)
              MOVE WLigPts(WidxLig) TO WdePts(WidxDe2)
              MOVE WLigTab(WidxLig) TO WdeTab(WidxDe2)
              MOVE WLigJoue(WidxLig) TO WdeJoue(WidxDe2)
       END-IF
       COMPUTE WidxLig = WidxLig + 1
END-PERFORM
*> puis les equipes de la division sans rencontre jouee, par numero d equipe
MOVE 1 TO WidxDe
PERFORM WITH TEST BEFORE UNTIL WidxDe > WnbDe
       IF WdeRang(WidxDe) = 0 THEN
              COMPUTE WrangDiv = WrangDiv + 1
              MOVE WrangDiv TO WdeRang(WidxDe)
       END-IF
       COMPUTE WidxDe = WidxDe + 1
END-PERFORM
OPEN I-O fdivequipes
MOVE 1 TO WidxDe
PERFORM WITH TEST BEFORE UNTIL WidxDe > WnbDe
       MOVE WdivCode TO WdivCible
       MOVE SPACE TO WmvtDiv
*> la montee prime quand une petite division cumule les deux places
       IF WdeRang(WidxDe) <= WdvMont(WidxDiv) AND WidxDiv > 1 THEN
              MOVE WdvCode(WidxDiv - 1) TO WdivCible
              MOVE 'M' TO WmvtDiv
       ELSE
              IF WdeRang(WidxDe) + WdvDesc(WidxDiv) > WnbDe AND WidxDiv < WnbDiv THEN
                     MOVE WdvCode(WidxDiv + 1) TO WdivCible
                     MOVE 'D' TO WmvtDiv
              END-IF
       END-IF
       IF WmvtDiv IS NOT = SPACE THEN
              COMPUTE WnbMvt = WnbMvt + 1
       END-IF
       PERFORM MAJ_SAISON_EQUIPE
       COMPUTE WidxDe = WidxDe + 1
END-PERFORM
CLOSE fdivequipes.
      *> Procédure qui fige le classement final de l equipe WidxDe pour la saison close
      *> et la place dans sa division de la saison suivante
       MAJ_SAISON_EQUIPE.
MOVE WsaisonDiv TO fde_saison
MOVE WdeEq(WidxDe) TO fde_idEq
READ fdivequipes
       INVALID KEY
              DISPLAY 'Equipe ' WdeEq(WidxDe) ' absente de la saison ' WsaisonDiv
       NOT INVALID KEY
              MOVE WdeRang(WidxDe) TO fde_rang
              MOVE WdePts(WidxDe) TO fde_pts
              MOVE WdeTab(WidxDe) TO fde_tab
              MOVE WdeJoue(WidxDe) TO fde_joue
              MOVE WmvtDiv TO fde_mvt
              MOVE WdvIdT(WidxDiv) TO fde_idT
              REWRITE fdeTamp
              MOVE 'REE' TO WjnlOp
              PERFORM JOURNALISE_DIVEQUIPE
END-READ
MOVE WsaisonSuiv TO fde_saison
MOVE WdeEq(WidxDe) TO fde_idEq
MOVE WdivCible TO fde_div
MOVE 0 TO fde_rang
MOVE 0 TO fde_pts
MOVE 0 TO fde_tab
MOVE 0 TO fde_joue
MOVE SPACE TO fde_mvt
MOVE 0 TO fde_idT
WRITE fdeTamp
       INVALID KEY
              DISPLAY 'Equipe ' WdeEq(WidxDe) ' deja placee pour la saison ' WsaisonSuiv
       NOT INVALID KEY
              MOVE 'ECR' TO WjnlOp
              PERFORM JOURNALISE_DIVEQUIPE
END-WRITE.
      *> Procédure qui edite les divisions de la saison WsaisonEd dans rapport.dat (deja
      *> ouvert) : classement final et mouvements si la saison est close
       EDITION_SAISON_DIVISIONS.
PERFORM CHARGE_DIVISIONS
MOVE SPACES TO frapTamp
STRING '====== DIVISIONS INTERCLUB SAISON ' WsaisonEd ' ======' DELIMITED BY SIZE INTO frapTamp
WRITE frapTamp
OPEN INPUT fequipes
MOVE 1 TO WidxDiv
PERFORM WITH TEST BEFORE UNTIL WidxDiv > WnbDiv
       MOVE WdvCode(WidxDiv) TO WdivCode
       PERFORM CHARGE_EQUIPES_DIVISION
       PERFORM TRI_EQUIPES_DIVISION
       MOVE SPACES TO frapTamp
       STRING 'Division ' WdivCode ' (' WnbDe ' equipe(s))' DELIMITED BY SIZE INTO frapTamp
       WRITE frapTamp
       MOVE 1 TO WidxDe
       PERFORM WITH TEST BEFORE UNTIL WidxDe > WnbDe
              MOVE WdeEq(WidxDe) TO feq_id
              READ fequipes
                     INVALID KEY
                            MOVE SPACES TO feq_nom
              END-READ
              EVALUATE WdeMvt(WidxDe)
                     WHEN 'M' MOVE 'MONTEE' TO WmvtLib
                     WHEN 'D' MOVE 'DESCENTE' TO WmvtLib
                     WHEN OTHER MOVE SPACES TO WmvtLib
              END-EVALUATE
              MOVE SPACES TO frapTamp
              IF WdeRang(WidxDe) = 0 THEN
                     STRING '    equipe ' WdeEq(WidxDe) ' ' FUNCTION TRIM(feq_nom)
                            DELIMITED BY SIZE INTO frapTamp
              ELSE
                     STRING ' ' WdeRang(WidxDe) '. equipe ' WdeEq(WidxDe) ' ' feq_nom(1:20)
                            ' pts=' WdePts(WidxDe) ' ech=' WdeTab(WidxDe) ' ' WmvtLib
                            DELIMITED BY SIZE INTO frapTamp
              END-IF
              WRITE frapTamp
              COMPUTE WidxDe = WidxDe + 1
       END-PERFORM
       COMPUTE WidxDiv = WidxDiv + 1
END-PERFORM
CLOSE fequipes.
      *> Procédure qui range WTabDe par rang final (equipes non classees a la fin)
       TRI_EQUIPES_DIVISION.
MOVE 1 TO WidxDe
PERFORM WITH TEST BEFORE UNTIL WidxDe >= WnbDe
       MOVE WidxDe TO WidxMin
       COMPUTE WidxDe2 = WidxDe + 1
       PERFORM WITH TEST BEFORE UNTIL WidxDe2 > WnbDe
              IF WdeRang(WidxDe2) > 0
                 AND (WdeRang(WidxMin) = 0 OR WdeRang(WidxDe2) < WdeRang(WidxMin)) THEN
                     MOVE WidxDe2 TO WidxMin
              END-IF
              COMPUTE WidxDe2 = WidxDe2 + 1
       END-PERFORM
       IF WidxMin IS NOT = WidxDe THEN
              MOVE WdeLigne(WidxDe) TO WdeSwap
              MOVE WdeLigne(WidxMin) TO WdeLigne(WidxDe)
              MOVE WdeSwap TO WdeLigne(WidxMin)
       END-IF
       COMPUTE WidxDe = WidxDe + 1
END-PERFORM.
      *> Procédure qui edite les divisions d une saison donnee
       LISTE_DIVISIONS.
DISPLAY 'Donnez la saison (AAAA)'
ACCEPT WsaisonEd
OPEN OUTPUT frapport
PERFORM EDITION_SAISON_DIVISIONS
CLOSE frapport
DISPLAY 'Divisions exportees dans rapport.dat'.
      *> Procédure qui trace la cloture de saison des divisions dans historique.dat
       HISTORISER_CLOTURE_DIVISIONS.
ACCEPT Whist_date FROM DATE YYYYMMDD
ACCEPT Whist_heure FROM TIME
MOVE SPACES TO fhistTamp
STRING Whist_date '-' Whist_heure ' CLOTURE DIVISIONS SAISON=' WsaisonDiv
       ' MOUVEMENTS=' WnbMvt
       DELIMITED BY SIZE INTO fhistTamp
PERFORM ECRIT_HISTORIQUE.
      *> Procédure du sous-menu de sauvegarde et de restauration des fichiers indexes
       MENU_SAUVEGARDE.
PERFORM WITH TEST AFTER UNTIL Wchoix3 = 3 OR Wchoix3<1 OR Wchoix3>3
       DISPLAY '==========================='
       DISPLAY '-----MENU SAUVEGARDE-----'
       DISPLAY '1-Sauvegarder les fichiers (nouveau point de reference)'
       DISPLAY '2-Restaurer la derniere sauvegarde et rejouer le journal'
       DISPLAY '3-Retour'
       ACCEPT Wchoix3
       EVALUATE Wchoix3
       WHEN 1 PERFORM SAUVEGARDE_FICHIERS
       WHEN 2 PERFORM RESTAURE_FICHIERS
       END-EVALUATE
END-PERFORM.
      *> Procédure qui journalise une ecriture sur un fichier indexe dans journal.dat :
      *> operation (ECR/REE/SUP), code fichier et image de l enregistrement.
      *> Le journal permet de rejouer tout ce qui a suivi la derniere sauvegarde
       JOURNALISER_MAJ.
OPEN EXTEND fjournalmaj
IF fjnl_stat = 35 THEN
       OPEN OUTPUT fjournalmaj
END-IF
MOVE SPACES TO fjnlTamp
STRING WjnlOp WjnlFich WjnlImage Wope DELIMITED BY SIZE INTO fjnlTamp
WRITE fjnlTamp
CLOSE fjournalmaj.
      *> Procédures qui journalisent l enregistrement courant de chaque fichier
      *> indexe (l operation ECR/REE/SUP est posee dans WjnlOp par l appelant)
       JOURNALISE_TOURNOI.
MOVE 'TOU' TO WjnlFich
MOVE ftourTamp TO WjnlImage
PERFORM JOURNALISER_MAJ.
       JOURNALISE_JOUEUR.
MOVE 'JOU' TO WjnlFich
MOVE fjoTamp TO WjnlImage
PERFORM JOURNALISER_MAJ.
       JOURNALISE_CLE.
MOVE 'CLE' TO WjnlFich
MOVE fcleTamp TO WjnlImage
PERFORM JOURNALISER_MAJ.
       JOURNALISE_PARTIE.
MOVE 'PAR' TO WjnlFich
MOVE fpaTamp TO WjnlImage
PERFORM JOURNALISER_MAJ.
       JOURNALISE_DEROU.
MOVE 'DER' TO WjnlFich
MOVE fderTamp TO WjnlImage
PERFORM JOURNALISER_MAJ.
       JOURNALISE_INSCRIPTION.
MOVE 'INS' TO WjnlFich
MOVE finsTamp TO WjnlImage
PERFORM JOURNALISER_MAJ.
       JOURNALISE_ARCHTOUR.
MOVE 'ATO' TO WjnlFich
MOVE farctoTamp TO WjnlImage
PERFORM JOURNALISER_MAJ.
       JOURNALISE_ARCHDEROU.
MOVE 'ADE' TO WjnlFich
MOVE farcdTamp TO WjnlImage
PERFORM JOURNALISER_MAJ.
       JOURNALISE_PLANNING.
MOVE 'PLA' TO WjnlFich
MOVE fplTamp TO WjnlImage
PERFORM JOURNALISER_MAJ.
       JOURNALISE_LICENCE.
MOVE 'LIC' TO WjnlFich
MOVE flicTamp TO WjnlImage
PERFORM JOURNALISER_MAJ.
       JOURNALISE_EQUIPE.
MOVE 'EQU' TO WjnlFich
MOVE feqTamp TO WjnlImage
PERFORM JOURNALISER_MAJ.
       JOURNALISE_MATCHEQ.
MOVE 'MEQ' TO WjnlFich
MOVE fmeTamp TO WjnlImage
PERFORM JOURNALISER_MAJ.
       JOURNALISE_CLASSMENS.
MOVE 'CLM' TO WjnlFich
MOVE fcmTamp TO WjnlImage
PERFORM JOURNALISER_MAJ.
       JOURNALISE_ARBITRE.
MOVE 'ARB' TO WjnlFich
MOVE farbTamp TO WjnlImage
PERFORM JOURNALISER_MAJ.
       JOURNALISE_ARBTOUR.
MOVE 'ATR' TO WjnlFich
MOVE fatTamp TO WjnlImage
PERFORM JOURNALISER_MAJ.
       JOURNALISE_OPERATEUR.
MOVE 'OPE' TO WjnlFich
MOVE fopTamp TO WjnlImage
PERFORM JOURNALISER_MAJ.
       JOURNALISE_COMPTE.
MOVE 'CPT' TO WjnlFich
MOVE fcpTamp TO WjnlImage
PERFORM JOURNALISER_MAJ.
       JOURNALISE_ETAT.
MOVE 'ETA' TO WjnlFich
MOVE fetTamp TO WjnlImage
PERFORM JOURNALISER_MAJ.
       JOURNALISE_SALLE.
MOVE 'SAL' TO WjnlFich
MOVE fsaTamp TO WjnlImage
PERFORM JOURNALISER_MAJ.
       JOURNALISE_SALLETOUR.
MOVE 'STO' TO WjnlFich
MOVE fstTamp TO WjnlImage
PERFORM JOURNALISER_MAJ.
       JOURNALISE_FEDERATION.
MOVE 'FED' TO WjnlFich
MOVE ffeTamp TO WjnlImage
PERFORM JOURNALISER_MAJ.
       JOURNALISE_NORME.
MOVE 'NOR' TO WjnlFich
MOVE fnoTamp TO WjnlImage
PERFORM JOURNALISER_MAJ.
       JOURNALISE_DIVISION.
MOVE 'DIV' TO WjnlFich
MOVE fdvTamp TO WjnlImage
PERFORM JOURNALISER_MAJ.
       JOURNALISE_DIVEQUIPE.
MOVE 'DEQ' TO WjnlFich
MOVE fdeTamp TO WjnlImage
PERFORM JOURNALISER_MAJ.
       JOURNALISE_SANCTION.
MOVE 'SAN' TO WjnlFich
MOVE fscTamp TO WjnlImage
PERFORM JOURNALISER_MAJ.
      *> Procédure qui photographie l ensemble des fichiers indexes dans
      *> sauvegarde.sav (jeu coherent pris d un bloc) puis remet le journal a zero
       SAUVEGARDE_FICHIERS.
OPEN OUTPUT fsauvegarde
MOVE 0 TO WnbSav
PERFORM SAUVE_TOURNOIS
PERFORM SAUVE_JOUEURS
PERFORM SAUVE_CLES
PERFORM SAUVE_PARTIES
PERFORM SAUVE_DEROULEMENTS
PERFORM SAUVE_INSCRIPTIONS
PERFORM SAUVE_ARCHTOUR
PERFORM SAUVE_ARCHDEROU
PERFORM SAUVE_PLANNING
PERFORM SAUVE_LICENCES
PERFORM SAUVE_EQUIPES
PERFORM SAUVE_MATCHEQ
PERFORM SAUVE_CLASSMENS
PERFORM SAUVE_ARBITRES
PERFORM SAUVE_ARBTOUR
PERFORM SAUVE_OPERATEURS
PERFORM SAUVE_COMPTES
PERFORM SAUVE_ETATS
PERFORM SAUVE_SALLES
PERFORM SAUVE_SALLETOUR
PERFORM SAUVE_FEDERATION
PERFORM SAUVE_NORMES
PERFORM SAUVE_DIVISIONS
PERFORM SAUVE_DIVEQUIPES
PERFORM SAUVE_SANCTIONS
CLOSE fsauvegarde
OPEN OUTPUT fjournalmaj
CLOSE fjournalmaj
DISPLAY 'Sauvegarde terminee : ' WnbSav ' enregistrement(s) dans sauvegarde.sav'.
      *> Procédure qui ecrit une ligne de sauvegarde : code fichier puis image
       ECRIT_LIGNE_SAV.
MOVE SPACES TO fsavTamp
STRING WjnlFich WjnlImage DELIMITED BY SIZE INTO fsavTamp
WRITE fsavTamp
COMPUTE WnbSav = WnbSav + 1.
       SAUVE_TOURNOIS.
MOVE 0 TO Wfin
OPEN INPUT ftournois
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ ftournois NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     MOVE 'TOU' TO WjnlFich
                     MOVE ftourTamp TO WjnlImage
                     PERFORM ECRIT_LIGNE_SAV
       END-READ
END-PERFORM
CLOSE ftournois.
       SAUVE_JOUEURS.
MOVE 0 TO Wfin
OPEN INPUT fjoueurs
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ fjoueurs NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     MOVE 'JOU' TO WjnlFich
                     MOVE fjoTamp TO WjnlImage
                     PERFORM ECRIT_LIGNE_SAV
       END-READ
END-PERFORM
CLOSE fjoueurs.
       SAUVE_CLES.
MOVE 0 TO Wfin
OPEN INPUT fcle
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ fcle NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     MOVE 'CLE' TO WjnlFich
                     MOVE fcleTamp TO WjnlImage
                     PERFORM ECRIT_LIGNE_SAV
       END-READ
END-PERFORM
CLOSE fcle.
       SAUVE_PARTIES.
MOVE 0 TO Wfin
OPEN INPUT fparties
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ fparties NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     MOVE 'PAR' TO WjnlFich
                     MOVE fpaTamp TO WjnlImage
                     PERFORM ECRIT_LIGNE_SAV
       END-READ
END-PERFORM
CLOSE fparties.
       SAUVE_DEROULEMENTS.
MOVE 0 TO Wfin
OPEN INPUT fderoulement
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ fderoulement NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     MOVE 'DER' TO WjnlFich
                     MOVE fderTamp TO WjnlImage
                     PERFORM ECRIT_LIGNE_SAV
       END-READ
END-PERFORM
CLOSE fderoulement.
       SAUVE_INSCRIPTIONS.
MOVE 0 TO Wfin
OPEN INPUT finscriptions
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ finscriptions NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     MOVE 'INS' TO WjnlFich
                     MOVE finsTamp TO WjnlImage
                     PERFORM ECRIT_LIGNE_SAV
       END-READ
END-PERFORM
CLOSE finscriptions.
       SAUVE_ARCHTOUR.
MOVE 0 TO Wfin
OPEN INPUT farchtour
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ farchtour NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     MOVE 'ATO' TO WjnlFich
                     MOVE farctoTamp TO WjnlImage
                     PERFORM ECRIT_LIGNE_SAV
       END-READ
END-PERFORM
CLOSE farchtour.
       SAUVE_ARCHDEROU.
MOVE 0 TO Wfin
OPEN INPUT farchderou
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ farchderou NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     MOVE 'ADE' TO WjnlFich
                     MOVE farcdTamp TO WjnlImage
                     PERFORM ECRIT_LIGNE_SAV
       END-READ
END-PERFORM
CLOSE farchderou.
       SAUVE_PLANNING.
MOVE 0 TO Wfin
OPEN INPUT fplanning
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ fplanning NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     MOVE 'PLA' TO WjnlFich
                     MOVE fplTamp TO WjnlImage
                     PERFORM ECRIT_LIGNE_SAV
       END-READ
END-PERFORM
CLOSE fplanning.
       SAUVE_LICENCES.
MOVE 0 TO Wfin
OPEN INPUT flicences
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ flicences NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     MOVE 'LIC' TO WjnlFich
                     MOVE flicTamp TO WjnlImage
                     PERFORM ECRIT_LIGNE_SAV
       END-READ
END-PERFORM
CLOSE flicences.
       SAUVE_EQUIPES.
MOVE 0 TO Wfin
OPEN INPUT fequipes
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ fequipes NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     MOVE 'EQU' TO WjnlFich
                     MOVE feqTamp TO WjnlImage
                     PERFORM ECRIT_LIGNE_SAV
       END-READ
END-PERFORM
CLOSE fequipes.
       SAUVE_MATCHEQ.
MOVE 0 TO Wfin
OPEN INPUT fmatcheq
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ fmatcheq NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     MOVE 'MEQ' TO WjnlFich
                     MOVE fmeTamp TO WjnlImage
                     PERFORM ECRIT_LIGNE_SAV
       END-READ
END-PERFORM
CLOSE fmatcheq.
       SAUVE_CLASSMENS.
MOVE 0 TO Wfin
OPEN INPUT fclassmens
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ fclassmens NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     MOVE 'CLM' TO WjnlFich
                     MOVE fcmTamp TO WjnlImage
                     PERFORM ECRIT_LIGNE_SAV
       END-READ
END-PERFORM
CLOSE fclassmens.
       SAUVE_ARBITRES.
MOVE 0 TO Wfin
OPEN INPUT farbitres
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ farbitres NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     MOVE 'ARB' TO WjnlFich
                     MOVE farbTamp TO WjnlImage
                     PERFORM ECRIT_LIGNE_SAV
       END-READ
END-PERFORM
CLOSE farbitres.
       SAUVE_ARBTOUR.
MOVE 0 TO Wfin
OPEN INPUT farbtour
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ farbtour NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     MOVE 'ATR' TO WjnlFich
                     MOVE fatTamp TO WjnlImage
                     PERFORM ECRIT_LIGNE_SAV
       END-READ
END-PERFORM
CLOSE farbtour.
       SAUVE_OPERATEURS.
MOVE 0 TO Wfin
OPEN INPUT foperateurs
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ foperateurs NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     MOVE 'OPE' TO WjnlFich
                     MOVE fopTamp TO WjnlImage
                     PERFORM ECRIT_LIGNE_SAV
       END-READ
END-PERFORM
CLOSE foperateurs.
       SAUVE_COMPTES.
MOVE 0 TO Wfin
OPEN INPUT fcompte
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ fcompte NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     MOVE 'CPT' TO WjnlFich
                     MOVE fcpTamp TO WjnlImage
                     PERFORM ECRIT_LIGNE_SAV
       END-READ
END-PERFORM
CLOSE fcompte.
       SAUVE_ETATS.
MOVE 0 TO Wfin
OPEN INPUT fetats
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ fetats NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     MOVE 'ETA' TO WjnlFich
                     MOVE fetTamp TO WjnlImage
                     PERFORM ECRIT_LIGNE_SAV
       END-READ
END-PERFORM
CLOSE fetats.
       SAUVE_SALLES.
MOVE 0 TO Wfin
OPEN INPUT fsalles
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ fsalles NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     MOVE 'SAL' TO WjnlFich
                     MOVE fsaTamp TO WjnlImage
                     PERFORM ECRIT_LIGNE_SAV
       END-READ
END-PERFORM
CLOSE fsalles.
       SAUVE_SALLETOUR.
MOVE 0 TO Wfin
OPEN INPUT fsalletour
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ fsalletour NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     MOVE 'STO' TO WjnlFich
                     MOVE fstTamp TO WjnlImage
                     PERFORM ECRIT_LIGNE_SAV
       END-READ
END-PERFORM
CLOSE fsalletour.
       SAUVE_FEDERATION.
MOVE 0 TO Wfin
OPEN INPUT ffedetour
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ ffedetour NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     MOVE 'FED' TO WjnlFich
                     MOVE ffeTamp TO WjnlImage
                     PERFORM ECRIT_LIGNE_SAV
       END-READ
END-PERFORM
CLOSE ffedetour.
       SAUVE_NORMES.
MOVE 0 TO Wfin
OPEN INPUT fnormes
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ fnormes NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     MOVE 'NOR' TO WjnlFich
                     MOVE fnoTamp TO WjnlImage
                     PERFORM ECRIT_LIGNE_SAV
       END-READ
END-PERFORM
CLOSE fnormes.
       SAUVE_DIVISIONS.
MOVE 0 TO Wfin
OPEN INPUT fdivisions
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ fdivisions NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     MOVE 'DIV' TO WjnlFich
                     MOVE fdvTamp TO WjnlImage
                     PERFORM ECRIT_LIGNE_SAV
       END-READ
END-PERFORM
CLOSE fdivisions.
       SAUVE_DIVEQUIPES.
MOVE 0 TO Wfin
OPEN INPUT fdivequipes
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ fdivequipes NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     MOVE 'DEQ' TO WjnlFich
                     MOVE fdeTamp TO WjnlImage
                     PERFORM ECRIT_LIGNE_SAV
       END-READ
END-PERFORM
CLOSE fdivequipes.
       SAUVE_SANCTIONS.
MOVE 0 TO Wfin
OPEN INPUT fsanctions
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ fsanctions NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     MOVE 'SAN' TO WjnlFich
                     MOVE fscTamp TO WjnlImage
                     PERFORM ECRIT_LIGNE_SAV
       END-READ
END-PERFORM
CLOSE fsanctions.
      *> Procédure qui ramene le jeu complet des fichiers indexes a la derniere
      *> sauvegarde puis rejoue le journal jusqu a la derniere operation complete
       RESTAURE_FICHIERS.
              OPEN OUTPUT fclassmens
              OPEN OUTPUT farbitres
              OPEN OUTPUT farbtour
              OPEN OUTPUT foperateurs
              OPEN OUTPUT fcompte
              OPEN OUTPUT fetats
              OPEN OUTPUT fsalles
              OPEN OUTPUT fsalletour
              OPEN OUTPUT ffedetour
              OPEN OUTPUT fnormes
              OPEN OUTPUT fdivisions
              OPEN OUTPUT fdivequipes
              OPEN OUTPUT fsanctions
              MOVE 0 TO WnbSav
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
              CLOSE fclassmens
              CLOSE farbitres
              CLOSE farbtour
              CLOSE foperateurs
              CLOSE fcompte
              CLOSE fetats
              CLOSE fsalles
              CLOSE fsalletour
              CLOSE ffedetour
              CLOSE fnormes
              CLOSE fdivisions
              CLOSE fdivequipes
              CLOSE fsanctions
              DISPLAY 'Restauration : ' WnbSav ' enregistrement(s) repris de la sauvegarde'
              PERFORM REJOUE_JOURNAL
*> une sauvegarde anterieure aux comptes operateurs n en restaure aucun
              PERFORM AMORCE_OPERATEURS
       END-IF
END-IF.
      *> Procédure qui recharge une ligne de la sauvegarde dans son fichier d origine
                     INVALID KEY
                            DISPLAY 'Doublon affectation arbitre en restauration'
              END-WRITE
       WHEN 'OPE'
              MOVE WjnlImage TO fopTamp
              WRITE fopTamp
                     INVALID KEY
                            DISPLAY 'Doublon operateur en restauration'
              END-WRITE
       WHEN 'CPT'
              MOVE WjnlImage TO fcpTamp
              WRITE fcpTamp
                     INVALID KEY
                            DISPLAY 'Doublon mouvement de compte en restauration'
              END-WRITE
       WHEN 'ETA'
              MOVE WjnlImage TO fetTamp
              WRITE fetTamp
                     INVALID KEY
                            DISPLAY 'Doublon etat de tournoi en restauration'
              END-WRITE
       WHEN 'SAL'
              MOVE WjnlImage TO fsaTamp
              WRITE fsaTamp
                     INVALID KEY
                            DISPLAY 'Doublon salle en restauration'
              END-WRITE
       WHEN 'STO'
              MOVE WjnlImage TO fstTamp
              WRITE fstTamp
                     INVALID KEY
                            DISPLAY 'Doublon salle de tour en restauration'
              END-WRITE
       WHEN 'FED'
              MOVE WjnlImage TO ffeTamp
              WRITE ffeTamp
                     INVALID KEY
                            DISPLAY 'Doublon suivi federal en restauration'
              END-WRITE
       WHEN 'NOR'
              MOVE WjnlImage TO fnoTamp
              WRITE fnoTamp
                     INVALID KEY
                            DISPLAY 'Doublon norme en restauration'
              END-WRITE
       WHEN 'DIV'
              MOVE WjnlImage TO fdvTamp
              WRITE fdvTamp
                     INVALID KEY
                            DISPLAY 'Doublon division en restauration'
              END-WRITE
       WHEN 'DEQ'
              MOVE WjnlImage TO fdeTamp
              WRITE fdeTamp
                     INVALID KEY
                            DISPLAY 'Doublon equipe de division en restauration'
              END-WRITE
       WHEN 'SAN'
              MOVE WjnlImage TO fscTamp
              WRITE fscTamp
                     INVALID KEY
                            DISPLAY 'Doublon dossier disciplinaire en restauration'
              END-WRITE
       WHEN OTHER
              DISPLAY 'Ligne de sauvegarde inconnue ignoree'
END-EVALUATE
       OPEN I-O fclassmens
       OPEN I-O farbitres
       OPEN I-O farbtour
       OPEN I-O foperateurs
       OPEN I-O fcompte
       OPEN I-O fetats
       OPEN I-O fsalles
       OPEN I-O fsalletour
       OPEN I-O ffedetour
       OPEN I-O fnormes
       OPEN I-O fdivisions
       OPEN I-O fdivequipes
       OPEN I-O fsanctions
       MOVE 0 TO WnbJnl
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
       CLOSE fclassmens
       CLOSE farbitres
       CLOSE farbtour
       CLOSE foperateurs
       CLOSE fcompte
       CLOSE fetats
       CLOSE fsalles
       CLOSE fsalletour
       CLOSE ffedetour
       CLOSE fnormes
       CLOSE fdivisions
       CLOSE fdivequipes
       CLOSE fsanctions
       CLOSE fjournalmaj
       DISPLAY 'Journal rejoue : ' WnbJnl ' operation(s)'
END-IF.
       WHEN 'ATR'
              MOVE WjnlImage TO fatTamp
              PERFORM REJOUE_OP_ARBTOUR
       WHEN 'OPE'
              MOVE WjnlImage TO fopTamp
              PERFORM REJOUE_OP_OPERATEUR
       WHEN 'CPT'
              MOVE WjnlImage TO fcpTamp
              PERFORM REJOUE_OP_COMPTE
       WHEN 'ETA'
              MOVE WjnlImage TO fetTamp
              PERFORM REJOUE_OP_ETAT
       WHEN 'SAL'
              MOVE WjnlImage TO fsaTamp
              PERFORM REJOUE_OP_SALLE
       WHEN 'STO'
              MOVE WjnlImage TO fstTamp
              PERFORM REJOUE_OP_SALLETOUR
       WHEN 'FED'
              MOVE WjnlImage TO ffeTamp
              PERFORM REJOUE_OP_FEDERATION
       WHEN 'NOR'
              MOVE WjnlImage TO fnoTamp
              PERFORM REJOUE_OP_NORME
       WHEN 'DIV'
              MOVE WjnlImage TO fdvTamp
              PERFORM REJOUE_OP_DIVISION
       WHEN 'DEQ'
              MOVE WjnlImage TO fdeTamp
              PERFORM REJOUE_OP_DIVEQUIPE
       WHEN 'SAN'
              MOVE WjnlImage TO fscTamp
              PERFORM REJOUE_OP_SANCTION
       WHEN OTHER
              DISPLAY 'Journal tronque : rejeu arrete avant cette ligne'
              MOVE 1 TO Wfin
                     INVALID KEY
                            DISPLAY 'Rejeu : affectation arbitre deja supprimee'
              END-DELETE
END-EVALUATE.
       REJOUE_OP_OPERATEUR.
EVALUATE WjnlOp
       WHEN 'ECR'
              WRITE fopTamp
                     INVALID KEY
                            DISPLAY 'Rejeu : doublon operateur ignore'
              END-WRITE
       WHEN 'REE'
              REWRITE fopTamp
                     INVALID KEY
                            DISPLAY 'Rejeu : operateur absent ignore'
              END-REWRITE
       WHEN 'SUP'
              DELETE foperateurs RECORD
                     INVALID KEY
                            DISPLAY 'Rejeu : operateur deja supprime'
              END-DELETE
END-EVALUATE.
       REJOUE_OP_COMPTE.
EVALUATE WjnlOp
       WHEN 'ECR'
              WRITE fcpTamp
                     INVALID KEY
                            DISPLAY 'Rejeu : doublon mouvement de compte ignore'
              END-WRITE
       WHEN 'REE'
              REWRITE fcpTamp
                     INVALID KEY
                            DISPLAY 'Rejeu : mouvement de compte absent ignore'
              END-REWRITE
       WHEN 'SUP'
              DELETE fcompte RECORD
                     INVALID KEY
                            DISPLAY 'Rejeu : mouvement de compte deja supprime'
              END-DELETE
END-EVALUATE.
       REJOUE_OP_ETAT.
EVALUATE WjnlOp
       WHEN 'ECR'
              WRITE fetTamp
                     INVALID KEY
                            DISPLAY 'Rejeu : doublon etat de tournoi ignore'
              END-WRITE
       WHEN 'REE'
              REWRITE fetTamp
                     INVALID KEY
                            DISPLAY 'Rejeu : etat de tournoi absent ignore'
              END-REWRITE
       WHEN 'SUP'
              DELETE fetats RECORD
                     INVALID KEY
                            DISPLAY 'Rejeu : etat de tournoi deja supprime'
              END-DELETE
END-EVALUATE.
       REJOUE_OP_SALLE.
EVALUATE WjnlOp
       WHEN 'ECR'
              WRITE fsaTamp
                     INVALID KEY
                            DISPLAY 'Rejeu : doublon salle ignore'
              END-WRITE
       WHEN 'REE'
              REWRITE fsaTamp
                     INVALID KEY
                            DISPLAY 'Rejeu : salle absente ignoree'
              END-REWRITE
       WHEN 'SUP'
              DELETE fsalles RECORD
                     INVALID KEY
                            DISPLAY 'Rejeu : salle deja supprimee'
              END-DELETE
END-EVALUATE.
       REJOUE_OP_SALLETOUR.
EVALUATE WjnlOp
       WHEN 'ECR'
              WRITE fstTamp
                     INVALID KEY
                            DISPLAY 'Rejeu : doublon salle de tour ignore'
              END-WRITE
       WHEN 'REE'
              REWRITE fstTamp
                     INVALID KEY
                            DISPLAY 'Rejeu : salle de tour absente ignoree'
              END-REWRITE
       WHEN 'SUP'
              DELETE fsalletour RECORD
                     INVALID KEY
                            DISPLAY 'Rejeu : salle de tour deja supprimee'
              END-DELETE
END-EVALUATE.
       REJOUE_OP_FEDERATION.
EVALUATE WjnlOp
       WHEN 'ECR'
              WRITE ffeTamp
                     INVALID KEY
                            DISPLAY 'Rejeu : doublon suivi federal ignore'
              END-WRITE
       WHEN 'REE'
              REWRITE ffeTamp
                     INVALID KEY
                            DISPLAY 'Rejeu : suivi federal absent ignore'
              END-REWRITE
       WHEN 'SUP'
              DELETE ffedetour RECORD
                     INVALID KEY
                            DISPLAY 'Rejeu : suivi federal deja supprime'
              END-DELETE
END-EVALUATE.
       REJOUE_OP_NORME.
EVALUATE WjnlOp
       WHEN 'ECR'
              WRITE fnoTamp
                     INVALID KEY
                            DISPLAY 'Rejeu : doublon norme ignore'
              END-WRITE
       WHEN 'REE'
              REWRITE fnoTamp
                     INVALID KEY
                            DISPLAY 'Rejeu : norme absente ignoree'
              END-REWRITE
       WHEN 'SUP'
              DELETE fnormes RECORD
                     INVALID KEY
                            DISPLAY 'Rejeu : norme deja supprimee'
              END-DELETE
END-EVALUATE.
       REJOUE_OP_DIVISION.
EVALUATE WjnlOp
       WHEN 'ECR'
              WRITE fdvTamp
                     INVALID KEY
                            DISPLAY 'Rejeu : doublon division ignore'
              END-WRITE
       WHEN 'REE'
              REWRITE fdvTamp
                     INVALID KEY
                            DISPLAY 'Rejeu : division absente ignoree'
              END-REWRITE
       WHEN 'SUP'
              DELETE fdivisions RECORD
                     INVALID KEY
                            DISPLAY 'Rejeu : division deja supprimee'
              END-DELETE
END-EVALUATE.
       REJOUE_OP_DIVEQUIPE.
EVALUATE WjnlOp
       WHEN 'ECR'
              WRITE fdeTamp
                     INVALID KEY
                            DISPLAY 'Rejeu : doublon equipe de division ignore'
              END-WRITE
       WHEN 'REE'
              REWRITE fdeTamp
                     INVALID KEY
                            DISPLAY 'Rejeu : equipe de division absente ignoree'
              END-REWRITE
       WHEN 'SUP'
              DELETE fdivequipes RECORD
                     INVALID KEY
                            DISPLAY 'Rejeu : equipe de division deja supprimee'
              END-DELETE
END-EVALUATE.
       REJOUE_OP_SANCTION.
EVALUATE WjnlOp
       WHEN 'ECR'
              WRITE fscTamp
                     INVALID KEY
                            DISPLAY 'Rejeu : doublon dossier disciplinaire ignore'
              END-WRITE
       WHEN 'REE'
              REWRITE fscTamp
                     INVALID KEY
                            DISPLAY 'Rejeu : dossier disciplinaire absent ignore'
              END-REWRITE
       WHEN 'SUP'
              DELETE fsanctions RECORD
                     INVALID KEY
                            DISPLAY 'Rejeu : dossier disciplinaire deja supprime'
              END-DELETE
END-EVALUATE.
      *>Procédure qui permet de déterminer si le fichier partie est vide
       PARTIE_VIDE.
       ACCEPT WidT
       PERFORM TOURNOI_EXIST
END-PERFORM
PERFORM ETAT_TOURNOI
IF WetatT = 1 THEN
       DISPLAY 'Tournoi annule : aucune rencontre ne peut etre saisie'
       GO TO MENU_P
END-IF
*> tout resultat du 1er tour devra etre certifie : un arbitre doit etre affecte
PERFORM TOURNOI_A_ARBITRE
IF WarbOk = 0 THEN
                                   IF fins_pres = 3 THEN
                                          PERFORM DISPARU_HORS_TABLEAU
                                   END-IF
                                   IF Wecarte = 0 THEN
                                          PERFORM SUSPENDU_HORS_TABLEAU
                                   END-IF
                                   IF Wecarte = 0 THEN
                                          MOVE fins_idJ TO fjo_id
                                          READ fjoueurs
       PERFORM TOURNOI_EXIST
END-PERFORM
PERFORM RECHERCHE_MAX
PERFORM ETAT_TOURNOI
IF Wmax IS NOT = 0 OR WetatT = 1 THEN
       IF WetatT = 1 THEN
              DISPLAY 'Inscription impossible : tournoi annule'
       ELSE
              DISPLAY 'Inscription impossible tournoi Encours/terminé'
       END-IF
ELSE
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
              PERFORM AFFICH_JOUEUR
                            DISPLAY 'Licence absente, suspendue ou expiree pour la saison'
                     END-IF
              END-IF
*> un joueur suspendu par la commission de discipline ne s inscrit pas
              IF Wtrouve = 0 THEN
                     MOVE Wid TO WsuspId
                     ACCEPT WsuspDate FROM DATE YYYYMMDD
                     PERFORM JOUEUR_SUSPENDU
                     IF WsuspOk = 1 THEN
                            MOVE 1 TO Wtrouve
                            DISPLAY 'Joueur suspendu jusqu au ' WsuspFin
                     END-IF
              END-IF
       END-PERFORM
       PERFORM CONTROLE_CRENEAUX_JOUEUR
       PERFORM PREPARE_INSCRIPTION
       IF Wdroit > 0 THEN
*> un avoir laisse par un retrait anterieur regle le droit s il le couvre
              MOVE Wid TO WcpIdJ
              PERFORM CALCUL_SOLDE_COMPTE
              IF WcpSolde < 0 THEN
                     COMPUTE WcpCredit = 0 - WcpSolde
                     IF WcpCredit >= Wdroit THEN
                            PERFORM WITH TEST AFTER UNTIL Wrep = 1 OR Wrep = 2
                                   DISPLAY 'Avoir disponible de ' WcpCredit ' euros : l imputer sur ce droit ?'
                                   DISPLAY '1-Oui'
                                   DISPLAY '2-Non'
                                   ACCEPT Wrep
                            END-PERFORM
                            IF Wrep = 1 THEN
                                   MOVE 1 TO WcpAvoir
                                   MOVE 1 TO fins_paye
                            END-IF
                     END-IF
              END-IF
              IF WcpAvoir = 0 THEN
                     PERFORM WITH TEST AFTER UNTIL Wrep = 1 OR Wrep = 2
                            DISPLAY 'Droit d engagement de ' Wdroit ' euros regle ?'
                            DISPLAY '1-Oui'
                            DISPLAY '2-Non'
                            ACCEPT Wrep
                     END-PERFORM
                     IF Wrep = 1 THEN
                            MOVE 1 TO fins_paye
                            DISPLAY 'Reference du reglement (cheque, especes, virement)'
                            ACCEPT WrefPaie
                     END-IF
              END-IF
       END-IF
       PERFORM ECRIT_INSCRIPTION
END-IF.
      *> Procédure qui prepare l inscription du joueur Wid au tournoi WidT : inscrit
      *> s il reste une place au tableau, sinon en liste d attente a la suite
       PREPARE_INSCRIPTION.
PERFORM COMPTE_INSCRITS
MOVE WidT TO fins_idT
MOVE Wid TO fins_idJ
COMPUTE fins_rang = WrangIns + 1
IF WnbInscrits < WnbPlaces THEN
       MOVE 1 TO fins_statut
ELSE
       MOVE 2 TO fins_statut
END-IF
MOVE 0 TO fins_paye
MOVE 0 TO fins_pres
MOVE 0 TO WcpAvoir
MOVE SPACES TO WrefPaie.
      *> Procédure qui ecrit l inscription preparee et passe le droit d engagement
      *> au compte du joueur (WinsOk = 0 si le joueur etait deja inscrit)
       ECRIT_INSCRIPTION.
MOVE 0 TO WinsOk
OPEN I-O finscriptions
WRITE finsTamp
       INVALID KEY
              DISPLAY 'Joueur deja inscrit a ce tournoi'
       NOT INVALID KEY
              MOVE 1 TO WinsOk
              MOVE 'ECR' TO WjnlOp
              PERFORM JOURNALISE_INSCRIPTION
              IF fins_statut = 1 THEN
                     DISPLAY 'Joueur ' fins_idJ ' inscrit au tournoi ' fins_idT
              ELSE
                     DISPLAY 'Tableau complet : joueur ' fins_idJ ' place en liste d attente'
              END-IF
              IF Wdroit > 0 THEN
                     MOVE Wid TO WcpIdJ
                     MOVE WidT TO WcpIdT
                     MOVE Wdroit TO WcpMontant
                     MOVE 1 TO WcpType
                     MOVE SPACES TO WcpRef
                     PERFORM ECRIT_COMPTE
                     MOVE Wdroit TO WmontantH
                     MOVE Wid TO WidCum
                     IF WcpAvoir = 1 THEN
                            MOVE 5 TO WcpType
                            PERFORM ECRIT_COMPTE
                            PERFORM HISTORISER_IMPUTATION
                     END-IF
                     IF WcpAvoir = 0 AND fins_paye = 1 THEN
                            MOVE 2 TO WcpType
                            MOVE WrefPaie TO WcpRef
                            PERFORM ECRIT_COMPTE
                            PERFORM HISTORISER_PAIEMENT
                     END-IF
              END-IF
END-WRITE
CLOSE finscriptions.
      *> Procédure qui traite le fichier des demandes d inscription du site du club
      *> (inscweb.csv : tournoi,licence,nom,prenom,reference de paiement[,ville]) ;
      *> chaque demande acceptee suit le chemin normal d inscription, les refus
      *> partent dans rejweb.csv avec leur motif et chaque demandeur retrouve son
      *> statut et son rang d attente dans confweb.csv
       IMPORT_INSCRIPTIONS_WEB.
OPEN INPUT finscweb
IF finw_stat IS NOT = 0 THEN
       DISPLAY 'Fichier inscweb.csv introuvable'
ELSE
       OPEN OUTPUT frejweb
       OPEN OUTPUT fconfweb
       MOVE SPACES TO fcowTamp
       STRING 'tournoi,licence,nom,prenom,joueur,statut,rang_attente,reglement'
              DELIMITED BY SIZE INTO fcowTamp
       WRITE fcowTamp
       MOVE 0 TO WnbWebIns
       MOVE 0 TO WnbWebAtt
       MOVE 0 TO WnbWebRej
       MOVE 0 TO WwebFin
       PERFORM WITH TEST AFTER UNTIL WwebFin = 1
              READ finscweb NEXT
                     AT END
                            MOVE 1 TO WwebFin
                     NOT AT END
                            IF finwTamp IS NOT = SPACES AND finwTamp(1:8) IS NOT = 'tournoi,' THEN
                                   PERFORM TRAITE_DEMANDE_WEB
                            END-IF
              END-READ
       END-PERFORM
       CLOSE finscweb
       CLOSE frejweb
       CLOSE fconfweb
       DISPLAY 'Demandes traitees : ' WnbWebIns ' inscrite(s), ' WnbWebAtt ' en attente, '
              WnbWebRej ' rejetee(s)'
       DISPLAY 'Confirmations dans confweb.csv, refus dans rejweb.csv'
END-IF.
      *> Procédure qui controle une demande d inscription puis l enregistre
       TRAITE_DEMANDE_WEB.
MOVE SPACES TO WcsvId
MOVE SPACES TO WcsvLic
MOVE SPACES TO WcsvNom
MOVE SPACES TO WcsvPrenom
MOVE SPACES TO WwebRef
MOVE SPACES TO WcsvVille
UNSTRING finwTamp DELIMITED BY ','
       INTO WcsvId WcsvLic WcsvNom WcsvPrenom WwebRef WcsvVille
END-UNSTRING
MOVE SPACES TO WimpMotif
MOVE WcsvId TO WcsvNum
PERFORM CONTROLE_NUMERIQUE
IF Wok = 0 THEN
       MOVE 'TOURNOI NON NUMERIQUE' TO WimpMotif
ELSE
       COMPUTE WidT = FUNCTION NUMVAL(WcsvId)
       PERFORM TOURNOI_EXIST
       IF Wtrouve = 1 THEN
              MOVE 'TOURNOI INCONNU' TO WimpMotif
       END-IF
END-IF
IF WimpMotif = SPACES THEN
       PERFORM RECHERCHE_MAX
       PERFORM ETAT_TOURNOI
       IF WetatT = 1 THEN
              MOVE 'TOURNOI ANNULE' TO WimpMotif
       ELSE
              IF Wmax IS NOT = 0 THEN
                     MOVE 'TOURNOI COMMENCE OU TERMINE' TO WimpMotif
              END-IF
       END-IF
END-IF
IF WimpMotif = SPACES THEN
       PERFORM RECHERCHE_JOUEUR_WEB
END-IF
IF WimpMotif = SPACES THEN
       MOVE WimpId TO Wid
       PERFORM JOUEUR_EXIST
       IF Wtrouve = 1 THEN
              MOVE 'POINTS OU CATEGORIE HORS TOURNOI' TO WimpMotif
       END-IF
END-IF
IF WimpMotif = SPACES THEN
       PERFORM CONTROLE_LICENCE
       IF WlicOk = 0 THEN
              MOVE 'LICENCE ABSENTE, SUSPENDUE OU EXPIREE' TO WimpMotif
       END-IF
END-IF
IF WimpMotif = SPACES THEN
       MOVE Wid TO WsuspId
       ACCEPT WsuspDate FROM DATE YYYYMMDD
       PERFORM JOUEUR_SUSPENDU
       IF WsuspOk = 1 THEN
              MOVE 'JOUEUR SUSPENDU' TO WimpMotif
       END-IF
END-IF
IF WimpMotif = SPACES THEN
       PERFORM CONTROLE_CRENEAUX_JOUEUR
       PERFORM PREPARE_INSCRIPTION
*> un avoir laisse par un retrait anterieur regle le droit s il le couvre
*> (impute d office, comme sans operateur) ; sinon une reference de paiement
*> vaut reglement du droit d engagement
       IF Wdroit > 0 THEN
              MOVE Wid TO WcpIdJ
              PERFORM CALCUL_SOLDE_COMPTE
              IF WcpSolde < 0 THEN
                     COMPUTE WcpCredit = 0 - WcpSolde
                     IF WcpCredit >= Wdroit THEN
                            MOVE 1 TO WcpAvoir
                            MOVE 1 TO fins_paye
                     END-IF
              END-IF
              IF WcpAvoir = 0 AND WwebRef IS NOT = SPACES THEN
                     MOVE 1 TO fins_paye
                     MOVE WwebRef TO WrefPaie
              END-IF
       END-IF
       MOVE fins_statut TO WwebStatut
       MOVE fins_rang TO WwebRang
       MOVE fins_paye TO WwebPaye
       PERFORM ECRIT_INSCRIPTION
       IF WinsOk = 0 THEN
              MOVE 'DEJA INSCRIT A CE TOURNOI' TO WimpMotif
       END-IF
END-IF
IF WimpMotif = SPACES THEN
       PERFORM CONFIRME_DEMANDE_WEB
ELSE
       MOVE SPACES TO frewTamp
       STRING FUNCTION TRIM(finwTamp) ';MOTIF=' FUNCTION TRIM(WimpMotif)
              DELIMITED BY SIZE INTO frewTamp
       WRITE frewTamp
       COMPUTE WnbWebRej = WnbWebRej + 1
END-IF.
      *> Procédure qui retrouve le demandeur (WimpId) : d abord par son numero de
      *> licence, sinon par nom, prenom et ville comme pour l import des joueurs
       RECHERCHE_JOUEUR_WEB.
MOVE 0 TO WimpId
IF WcsvLic IS NOT = SPACES THEN
       MOVE 0 TO Wfin2
       OPEN INPUT flicences
       PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
              READ flicences NEXT
                     AT END
                            MOVE 1 TO Wfin2
                     NOT AT END
                            IF flic_num = WcsvLic THEN
                                   MOVE flic_idJ TO WimpId
                                   MOVE 1 TO Wfin2
                            END-IF
              END-READ
       END-PERFORM
       CLOSE flicences
*> une licence portee par un autre nom n est pas prise pour celle du demandeur
       IF WimpId IS NOT = 0 AND WcsvNom IS NOT = SPACES THEN
              OPEN INPUT fjoueurs
              MOVE WimpId TO fjo_id
              READ fjoueurs
                     INVALID KEY
                            MOVE 0 TO WimpId
                     NOT INVALID KEY
                            IF FUNCTION UPPER-CASE(fjo_nom) IS NOT = FUNCTION UPPER-CASE(WcsvNom) THEN
                                   MOVE 'LICENCE AU NOM D UN AUTRE JOUEUR' TO WimpMotif
                            END-IF
              END-READ
              CLOSE fjoueurs
       END-IF
END-IF
IF WimpId = 0 AND WimpMotif = SPACES THEN
       IF WcsvNom = SPACES OR WcsvPrenom = SPACES THEN
              MOVE 'LICENCE INCONNUE ET NOM OU PRENOM VIDE' TO WimpMotif
       ELSE
              PERFORM RECHERCHE_JOUEUR_NPV
              IF WimpId = 0 THEN
                     MOVE 'JOUEUR INCONNU' TO WimpMotif
              END-IF
       END-IF
END-IF.
      *> Procédure qui ecrit la confirmation d une demande acceptee : statut,
      *> rang dans la liste d attente et etat du reglement
       CONFIRME_DEMANDE_WEB.
MOVE 0 TO WwebRgAtt
IF WwebStatut = 1 THEN
       MOVE 'INSCRIT' TO WwebStatLib
       COMPUTE WnbWebIns = WnbWebIns + 1
ELSE
       MOVE 'ATTENTE' TO WwebStatLib
       COMPUTE WnbWebAtt = WnbWebAtt + 1
       PERFORM RANG_ATTENTE_WEB
END-IF
IF Wdroit = 0 THEN
       MOVE 'SANS DROIT' TO WwebPaieLib
ELSE
       IF WwebPaye = 1 THEN
              MOVE 'REGLE' TO WwebPaieLib
       ELSE
              MOVE 'A REGLER' TO WwebPaieLib
       END-IF
END-IF
MOVE SPACES TO fcowTamp
STRING WidT ',' FUNCTION TRIM(WcsvLic) ',' FUNCTION TRIM(WcsvNom) ','
       FUNCTION TRIM(WcsvPrenom) ',' Wid ',' FUNCTION TRIM(WwebStatLib) ','
       WwebRgAtt ',' FUNCTION TRIM(WwebPaieLib)
       DELIMITED BY SIZE INTO fcowTamp
WRITE fcowTamp.
      *> Procédure qui calcule la position (WwebRgAtt) du demandeur dans la liste
      *> d attente du tournoi WidT : joueurs en attente de rang inferieur ou egal
       RANG_ATTENTE_WEB.
MOVE 0 TO Wfin
MOVE 0 TO Wfdz
OPEN INPUT finscriptions
MOVE WidT TO fins_idT
START finscriptions KEY IS = fins_idT
       INVALID KEY
              MOVE 1 TO Wfin
       NOT INVALID KEY
PERFORM WITH TEST AFTER UNTIL Wfin = 1 OR Wfdz = 1
       READ finscriptions NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     IF fins_idT = WidT THEN
                            IF fins_statut = 2 AND fins_rang <= WwebRang THEN
                                   COMPUTE WwebRgAtt = WwebRgAtt + 1
                            END-IF
                     ELSE
                            MOVE 1 TO Wfdz
                     END-IF
       END-READ
END-PERFORM
END-START
CLOSE finscriptions.
      *> Procédure qui desinscrit un joueur d un tournoi pas encore commencé et promeut le premier de la liste d attente
       DESINSCRIRE_JOUEUR.
PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
                     DISPLAY 'Joueur pas inscrit a ce tournoi'
              NOT INVALID KEY
                     MOVE fins_statut TO WstatutIns
                     MOVE fins_paye TO WcpPaye
                     MOVE 'SUP' TO WjnlOp
                     PERFORM JOURNALISE_INSCRIPTION
                     DELETE finscriptions RECORD
                     DISPLAY 'Joueur ' Wid ' desinscrit du tournoi ' WidT
       END-READ
       CLOSE finscriptions
       IF WstatutIns > 0 THEN
              MOVE Wid TO WcpIdJ
              MOVE 1 TO WremMode
              IF WcpPaye = 1 AND Wdroit > 0 THEN
                     PERFORM CHOIX_REMBOURSEMENT
              END-IF
              PERFORM REGLE_RETRAIT_INSCRIPTION
       END-IF
       IF WstatutIns = 1 THEN
              PERFORM PROMOTION_ATTENTE
       END-IF
       PERFORM TOURNOI_EXIST
END-PERFORM
PERFORM RECHERCHE_MAX
PERFORM ETAT_TOURNOI
IF Wmax IS NOT = 0 OR WetatT = 1 THEN
       IF WetatT = 1 THEN
              DISPLAY 'Pointage impossible : le tournoi est annule'
       ELSE
              DISPLAY 'Pointage impossible : le tournoi a deja commence'
       END-IF
ELSE
       MOVE 0 TO WnbPoint
       MOVE 0 TO Wfin
      *> Procédure qui pointe le joueur Wid du tournoi WidT : present ou absent,
      *> l absent libere sa place (statut 3) au profit de la liste d attente
       POINTE_UN_JOUEUR.
*> un joueur suspendu ce jour ne peut etre pointe present : sa place est liberee
MOVE Wid TO WsuspId
ACCEPT WsuspDate FROM DATE YYYYMMDD
PERFORM JOUEUR_SUSPENDU
IF WsuspOk = 1 THEN
       DISPLAY 'Joueur ' Wid ' suspendu jusqu au ' WsuspFin ' : pointage refuse'
       MOVE 2 TO Wrep
ELSE
       PERFORM WITH TEST AFTER UNTIL Wrep = 1 OR Wrep = 2
              DISPLAY 'Joueur ' Wid ' present ?'
              DISPLAY '1-Present'
              DISPLAY '2-Absent'
              ACCEPT Wrep
       END-PERFORM
END-IF
OPEN I-O finscriptions
MOVE WidT TO fins_idT
MOVE Wid TO fins_idJ
       END-READ
END-IF
CLOSE finscriptions.
      *> Procédure qui supprime toutes les inscriptions du tournoi WidT (appelee lors de la suppression du tournoi) ;
      *> selon WremMode les droits sont annules aux comptes joueurs, rembourses ou gardes en avoir
       PURGE_INSCRIPTIONS.
MOVE 0 TO Wfin
MOVE 0 TO Wfdz
                     MOVE 1 TO Wfin
              NOT AT END
                     IF fins_idT = WidT THEN
                            IF WremMode > 0 THEN
                                   MOVE fins_idJ TO WcpIdJ
                                   MOVE fins_paye TO WcpPaye
                                   PERFORM REGLE_RETRAIT_INSCRIPTION
                            ELSE
*> a l archivage la liste d attente jamais promue n a pas joue : son droit
*> est annule, et rembourse ou garde en avoir s il etait regle
                                   IF fins_statut = 2 THEN
                                          MOVE fins_idJ TO WcpIdJ
                                          MOVE fins_paye TO WcpPaye
                                          MOVE 1 TO WremMode
                                          IF WcpPaye = 1 AND Wdroit > 0 THEN
                                                 DISPLAY 'Joueur ' fins_idJ ' reste en liste d attente du tournoi ' WidT
                                                 PERFORM CHOIX_REMBOURSEMENT
                                          END-IF
                                          PERFORM REGLE_RETRAIT_INSCRIPTION
                                          MOVE 0 TO WremMode
                                   END-IF
                            END-IF
                            MOVE 'SUP' TO WjnlOp
                            PERFORM JOURNALISE_INSCRIPTION
                            DELETE finscriptions RECORD
       END-READ
END-PERFORM
END-START
CLOSE fplanning
PERFORM PURGE_SALLES_TOURNOI.
      *> Procédure de fin de saison qui bascule les tournois termines (et leurs rencontres)
      *> dans les fichiers d archive puis les supprime des fichiers actifs
       ARCHIVER_TOURNOIS.
              DISPLAY 'Error'
       NOT INVALID KEY
              MOVE ftourTamp TO farctoTamp
              MOVE fto_droit TO Wdroit
END-READ
CLOSE ftournois
OPEN I-O farchtour
              DELETE ftournois RECORD
END-READ
CLOSE ftournois
*> tournoi joue : les droits restent acquis, les comptes joueurs ne bougent pas
MOVE 0 TO WremMode
PERFORM PURGE_INSCRIPTIONS
*> le calendrier est garde : il date les parties archivees (soumission federale)
PERFORM PURGE_SALLES_TOURNOI
DISPLAY 'Tournoi ' WidT ' archive'.
      *> Procédure du sous-menu de consultation (lecture seule) des archives
       MENU_ARCHIVES.
       MOVE 0 TO WcatT
       MOVE WfusGarde TO Wid
       PERFORM JOUEUR_EXIST
*> une fiche anonymisee ne se rapproche de personne
       IF Wtrouve = 0 AND fjo_nom = 'ANONYME' THEN
              DISPLAY 'Fiche anonymisee : fusion impossible'
              MOVE 1 TO Wtrouve
       END-IF
       IF Wtrouve = 1 THEN
              DISPLAY 'Fusion abandonnee'
       ELSE
              ACCEPT WfusPerd
              MOVE WfusPerd TO Wid
              PERFORM JOUEUR_EXIST
              IF Wtrouve = 0 AND fjo_nom = 'ANONYME' THEN
                     DISPLAY 'Fiche anonymisee : fusion impossible'
                     MOVE 1 TO Wtrouve
              END-IF
              IF Wtrouve = 1 OR WfusPerd = WfusGarde THEN
                     DISPLAY 'Fusion abandonnee'
              ELSE
                            PERFORM FUSION_DEROULEMENT
                            PERFORM FUSION_ARCHDEROU
                            PERFORM FUSION_INSCRIPTIONS
                            PERFORM FUSION_COMPTE
                            PERFORM FUSION_NORMES
                            PERFORM FUSION_SANCTIONS
                            PERFORM FUSION_HISTORIQUE
                            PERFORM FUSION_LICENCE
                            PERFORM FUSION_CLASSMENS
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
*> les fiches anonymisees portent toutes le meme nom et ne sont pas des doublons
                     IF WnbFus < 300 AND fjo_nom IS NOT = 'ANONYME' THEN
                            COMPUTE WnbFus = WnbFus + 1
                            MOVE fjo_id TO WFusId(WnbFus)
                            MOVE fjo_nom TO WFusNom(WnbFus)
       FUSION_ARCHDEROU.
MOVE 0 TO WnbFusD
MOVE 0 TO Wfin
OPEN I-O farchderou
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ farchderou NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     IF farcd_idJ1 = WfusPerd OR farcd_idJ2 = WfusPerd
                        OR farcd_idV = WfusPerd THEN
                            IF WnbFusD < 200 THEN
                                   COMPUTE WnbFusD = WnbFusD + 1
                                   MOVE farcdTamp TO WFusDerou(WnbFusD)
                                   MOVE 'SUP' TO WjnlOp
                                   PERFORM JOURNALISE_ARCHDEROU
                                   DELETE farchderou RECORD
                            ELSE
                                   DISPLAY 'Table de fusion pleine : archive non traitee'
                            END-IF
                     END-IF
       END-READ
END-PERFORM
MOVE 1 TO WidxFusD
PERFORM WITH TEST AFTER UNTIL WidxFusD > WnbFusD OR WnbFusD = 0
       MOVE WFusDerou(WidxFusD) TO farcdTamp
       IF farcd_idJ1 = WfusPerd THEN
              MOVE WfusGarde TO farcd_idJ1
       END-IF
       IF farcd_idJ2 = WfusPerd THEN
              MOVE WfusGarde TO farcd_idJ2
       END-IF
       IF farcd_idV = WfusPerd THEN
              MOVE WfusGarde TO farcd_idV
       END-IF
       IF farcd_idJ1 = farcd_idJ2 THEN
              DISPLAY 'Rencontre archivee entre les deux fiches (tournoi ' farcd_idT
                      ') conservee sans remplacement'
              MOVE WFusDerou(WidxFusD) TO farcdTamp
       END-IF
       WRITE farcdTamp
              INVALID KEY
*> meme retournement que pour les rencontres actives : la cle inversee est
*> tentee avant d abandonner l archive
                     MOVE farcd_idJ1 TO WswapId
                     MOVE farcd_idJ2 TO farcd_idJ1
                     MOVE WswapId TO farcd_idJ2
                     WRITE farcdTamp
                            INVALID KEY
                                   DISPLAY 'Doublon d archive apres fusion, tournoi '
                                           farcd_idT ' : archive abandonnee'
                            NOT INVALID KEY
                                   MOVE 'ECR' TO WjnlOp
                                   PERFORM JOURNALISE_ARCHDEROU
                     END-WRITE
              NOT INVALID KEY
                     MOVE 'ECR' TO WjnlOp
                     PERFORM JOURNALISE_ARCHDEROU
       END-WRITE
       COMPUTE WidxFusD = WidxFusD + 1
END-PERFORM
CLOSE farchderou.
      *> Procédure qui rebascule les inscriptions du joueur absorbe ; si les deux
      *> fiches etaient inscrites au meme tournoi, celle de l absorbe est abandonnee
       FUSION_INSCRIPTIONS.
MOVE 0 TO WnbFusD
MOVE 0 TO Wfin
OPEN I-O finscriptions
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ finscriptions NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     IF fins_idJ = WfusPerd THEN
                            IF WnbFusD < 200 THEN
                                   COMPUTE WnbFusD = WnbFusD + 1
                                   MOVE finsTamp TO WFusDerou(WnbFusD)
                                   MOVE 'SUP' TO WjnlOp
                                   PERFORM JOURNALISE_INSCRIPTION
                                   DELETE finscriptions RECORD
                            ELSE
                                   DISPLAY 'Table de fusion pleine : inscription non traitee'
                            END-IF
                     END-IF
       END-READ
END-PERFORM
MOVE 1 TO WidxFusD
PERFORM WITH TEST AFTER UNTIL WidxFusD > WnbFusD OR WnbFusD = 0
       MOVE WFusDerou(WidxFusD) TO finsTamp
       MOVE WfusGarde TO fins_idJ
       WRITE finsTamp
              INVALID KEY
                     DISPLAY 'Les deux fiches etaient inscrites au tournoi ' fins_idT
                             ' : inscription en double abandonnee'
              NOT INVALID KEY
                     MOVE 'ECR' TO WjnlOp
                     PERFORM JOURNALISE_INSCRIPTION
       END-WRITE
       COMPUTE WidxFusD = WidxFusD + 1
END-PERFORM
CLOSE finscriptions.
      *> Procédure qui remplace l id absorbe dans les lignes JOUEUR= du journal
      *> historique : recopie dans histtemp.dat puis retour dans historique.dat
       FUSION_HISTORIQUE.
OPEN INPUT fhistorique
IF fhist_stat IS NOT = 0 THEN
       DISPLAY 'Aucun historique a reprendre'
ELSE
       OPEN OUTPUT fhisttmp
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fhistorique NEXT
                     AT END
                            MOVE 1 TO Wfin
                     NOT AT END
                            MOVE fhistTamp TO fhtTamp
                            PERFORM REMPLACE_JOUEUR_LIGNE
                            WRITE fhtTamp
              END-READ
       END-PERFORM
       CLOSE fhistorique
       CLOSE fhisttmp
       OPEN INPUT fhisttmp
       OPEN OUTPUT fhistorique
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fhisttmp NEXT
                     AT END
                            MOVE 1 TO Wfin
                     NOT AT END
                            MOVE fhtTamp TO fhistTamp
                            WRITE fhistTamp
              END-READ
       END-PERFORM
       CLOSE fhisttmp
       CLOSE fhistorique
END-IF.
      *> Procédure qui remplace JOUEUR=<absorbe> par JOUEUR=<conserve> dans la
      *> ligne courante de histtemp (balayage a positions fixes, ids sur 5 chiffres)
       REMPLACE_JOUEUR_LIGNE.
MOVE 1 TO WposHist
PERFORM WITH TEST AFTER UNTIL WposHist > 108
       IF fhtTamp(WposHist:7) = 'JOUEUR='
          AND fhtTamp(WposHist + 7:5) = WfusPerdX THEN
              MOVE WfusGardX TO fhtTamp(WposHist + 7:5)
       END-IF
       COMPUTE WposHist = WposHist + 1
END-PERFORM.
      *> Procédure qui transfere la licence du joueur absorbe si la fiche
      *> conservee n en a pas, et supprime celle de l absorbe
       FUSION_LICENCE.
OPEN I-O flicences
MOVE WfusPerd TO flic_idJ
READ flicences
       INVALID KEY
              CONTINUE
       NOT INVALID KEY
              MOVE flic_num TO WlicNum
              MOVE flic_saison TO WlicSaison
              MOVE flic_statut TO WlicStatut
              MOVE 'SUP' TO WjnlOp
              PERFORM JOURNALISE_LICENCE
              DELETE flicences RECORD
              MOVE WfusGarde TO flic_idJ
              READ flicences
                     INVALID KEY
                            MOVE WfusGarde TO flic_idJ
                            MOVE WlicNum TO flic_num
                            MOVE WlicSaison TO flic_saison
                            MOVE WlicStatut TO flic_statut
                            WRITE flicTamp
                                   INVALID KEY
                                          DISPLAY 'INVALID KEY'
                                   NOT INVALID KEY
                                          MOVE 'ECR' TO WjnlOp
                                          PERFORM JOURNALISE_LICENCE
                            END-WRITE
                     NOT INVALID KEY
                            CONTINUE
              END-READ
END-READ
CLOSE flicences.
      *> Procédure qui rebascule les arretes mensuels du joueur absorbe sous
      *> l id conserve ; quand les deux fiches ont un arrete pour la meme
      *> periode, celui de la fiche conservee fait foi
       FUSION_CLASSMENS.
MOVE 0 TO WnbFusD
MOVE 0 TO Wfin
OPEN I-O fclassmens
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ fclassmens NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     IF fcm_idJ = WfusPerd THEN
                            IF WnbFusD < 200 THEN
                                   COMPUTE WnbFusD = WnbFusD + 1
                                   MOVE fcmTamp TO WFusDerou(WnbFusD)
                                   MOVE 'SUP' TO WjnlOp
                                   PERFORM JOURNALISE_CLASSMENS
                                   DELETE fclassmens RECORD
                            ELSE
                                   DISPLAY 'Table de fusion pleine : arrete non traite'
                            END-IF
                     END-IF
       END-READ
END-PERFORM
MOVE 1 TO WidxFusD
PERFORM WITH TEST AFTER UNTIL WidxFusD > WnbFusD OR WnbFusD = 0
       MOVE WFusDerou(WidxFusD) TO fcmTamp
       MOVE WfusGarde TO fcm_idJ
       WRITE fcmTamp
              INVALID KEY
                     CONTINUE
              NOT INVALID KEY
                     MOVE 'ECR' TO WjnlOp
                     PERFORM JOURNALISE_CLASSMENS
       END-WRITE
       COMPUTE WidxFusD = WidxFusD + 1
END-PERFORM
CLOSE fclassmens.
      *> Procédure qui remplace le joueur absorbe sur les echiquiers des equipes
       FUSION_EQUIPES.
MOVE 0 TO Wfin
OPEN I-O fequipes
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ fequipes NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     IF feq_j1 = WfusPerd OR feq_j2 = WfusPerd
                        OR feq_j3 = WfusPerd OR feq_j4 = WfusPerd THEN
                            IF feq_j1 = WfusPerd THEN
                                   MOVE WfusGarde TO feq_j1
                            END-IF
                            IF feq_j2 = WfusPerd THEN
                                   MOVE WfusGarde TO feq_j2
                            END-IF
                            IF feq_j3 = WfusPerd THEN
                                   MOVE WfusGarde TO feq_j3
                            END-IF
                            IF feq_j4 = WfusPerd THEN
                                   MOVE WfusGarde TO feq_j4
                            END-IF
                            REWRITE feqTamp
                            MOVE 'REE' TO WjnlOp
                            PERFORM JOURNALISE_EQUIPE
                     END-IF
       END-READ
END-PERFORM
CLOSE fequipes.
      *> Procédure qui cumule les points des deux fiches sur l id conserve
      *> et supprime la fiche absorbee
       FUSION_POINTS.
MOVE 0 TO WfusPts
OPEN I-O fjoueurs
MOVE WfusPerd TO fjo_id
READ fjoueurs
       INVALID KEY
              DISPLAY 'Error'
       NOT INVALID KEY
              MOVE fjo_pts TO WfusPts
              MOVE 'SUP' TO WjnlOp
              PERFORM JOURNALISE_JOUEUR
              DELETE fjoueurs RECORD
END-READ
MOVE WfusGarde TO fjo_id
READ fjoueurs
       INVALID KEY
              DISPLAY 'Error'
       NOT INVALID KEY
              MOVE fjo_pts TO Wancien_pts
              COMPUTE fjo_pts = fjo_pts + WfusPts
              REWRITE fjoTamp
              MOVE 'REE' TO WjnlOp
              PERFORM JOURNALISE_JOUEUR
              MOVE fjo_pts TO Wnouveau_pts
END-READ
CLOSE fjoueurs.
      *> Procédure qui journalise la fusion dans le fichier historique (audit)
       HISTORISER_FUSION.
ACCEPT Whist_date FROM DATE YYYYMMDD
ACCEPT Whist_heure FROM TIME
MOVE SPACES TO fhistTamp
STRING Whist_date '-' Whist_heure
       ' FUSION JOUEUR=' WfusPerd ' VERS=' WfusGarde
       ' ANCIEN=' Wancien_pts ' NOUVEAU=' Wnouveau_pts
       DELIMITED BY SIZE INTO fhistTamp
PERFORM ECRIT_HISTORIQUE.
      *> Procédure qui edite les statistiques par type de partie et cadence :
      *> pour chaque type (tournoi.dat et archtour.dat relies par fto_typeP),
      *> tournois joues, parties jouees contre forfaits et walkovers, et le
      *> bilan individuel de chaque joueur sous cette cadence
       STATS_TYPE_PARTIE.
OPEN OUTPUT frapport
MOVE SPACES TO frapTamp
STRING '====== STATISTIQUES PAR TYPE DE PARTIE ET CADENCE ======'
       DELIMITED BY SIZE INTO frapTamp
WRITE frapTamp
MOVE 0 TO Wfin3
OPEN INPUT fparties
PERFORM WITH TEST AFTER UNTIL Wfin3 = 1
       READ fparties NEXT
              AT END
                     MOVE 1 TO Wfin3
              NOT AT END
                     MOVE fpa_numP TO Wtype_partie
                     PERFORM STATS_UN_TYPE
       END-READ
END-PERFORM
CLOSE fparties
CLOSE frapport
DISPLAY 'Statistiques exportees dans rapport.dat'.
      *> Procédure qui cumule et edite les statistiques du type Wtype_partie
       STATS_UN_TYPE.
MOVE 0 TO WstatTournois
MOVE 0 TO WstatJouees
MOVE 0 TO WstatForfaits
MOVE 0 TO WstatWO
MOVE 0 TO WnbRap
MOVE 0 TO Wfin
OPEN INPUT ftournois
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ ftournois NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     IF fto_typeP = Wtype_partie THEN
                            COMPUTE WstatTournois = WstatTournois + 1
                            MOVE fto_id TO WidT
                            PERFORM STATS_CUMUL_DEROU
                     END-IF
       END-READ
END-PERFORM
CLOSE ftournois
MOVE 0 TO Wfin
OPEN INPUT farchtour
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ farchtour NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     IF farc_typeP = Wtype_partie THEN
                            COMPUTE WstatTournois = WstatTournois + 1
                            MOVE farc_id TO WidT
                            PERFORM STATS_CUMUL_ARCHDEROU
                     END-IF
       END-READ
END-PERFORM
CLOSE farchtour
MOVE SPACES TO frapTamp
WRITE frapTamp
MOVE SPACES TO frapTamp
STRING '--- Type ' FUNCTION TRIM(fpa_type) ' cadence ' fpa_temps ' ---'
       DELIMITED BY SIZE INTO frapTamp
WRITE frapTamp
MOVE SPACES TO frapTamp
STRING 'Tournois joues : ' WstatTournois DELIMITED BY SIZE INTO frapTamp
WRITE frapTamp
MOVE SPACES TO frapTamp
STRING 'Parties jouees : ' WstatJouees
       ' Forfaits : ' WstatForfaits
       ' Walkovers : ' WstatWO
       DELIMITED BY SIZE INTO frapTamp
WRITE frapTamp
IF WnbRap > 0 THEN
       PERFORM TRI_RAPPORT_JOUEURS
       MOVE SPACES TO frapTamp
       STRING 'Bilan par joueur sous cette cadence :' DELIMITED BY SIZE INTO frapTamp
       WRITE frapTamp
       MOVE 1 TO WidxRap
       PERFORM WITH TEST AFTER UNTIL WidxRap > WnbRap
              MOVE SPACES TO frapTamp
              STRING 'Joueur ' WRapId(WidxRap)
                     ' joues=' WRapJoue(WidxRap)
                     ' gagnes=' WRapGagne(WidxRap)
                     DELIMITED BY SIZE INTO frapTamp
              WRITE frapTamp
              COMPUTE WidxRap = WidxRap + 1
       END-PERFORM
END-IF.
      *> Procédure qui cumule les rencontres actives du tournoi WidT dans les stats
       STATS_CUMUL_DEROU.
OPEN INPUT fderoulement
MOVE 0 TO Wfin2
MOVE WidT TO fder_idT
START fderoulement KEY IS = fder_idT
       INVALID KEY
              MOVE 1 TO Wfin2
       NOT INVALID KEY
PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
       READ fderoulement NEXT
              AT END
                     MOVE 1 TO Wfin2
              NOT AT END
                     IF fder_idT = WidT THEN
                            PERFORM STATS_CUMUL_MATCH
                     ELSE
                            MOVE 1 TO Wfin2
                     END-IF
       END-READ
END-PERFORM
END-START
CLOSE fderoulement.
      *> Procédure qui cumule les rencontres archivees du tournoi WidT dans les stats
       STATS_CUMUL_ARCHDEROU.
OPEN INPUT farchderou
MOVE 0 TO Wfin2
MOVE WidT TO farcd_idT
START farchderou KEY IS = farcd_idT
       INVALID KEY
              MOVE 1 TO Wfin2
       NOT INVALID KEY
PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
       READ farchderou NEXT
              AT END
                     MOVE 1 TO Wfin2
              NOT AT END
                     IF farcd_idT = WidT THEN
                            MOVE farcdTamp TO fderTamp
                            PERFORM STATS_CUMUL_MATCH
                     ELSE
                            MOVE 1 TO Wfin2
                     END-IF
       END-READ
END-PERFORM
END-START
CLOSE farchderou.
      *> Procédure qui classe la rencontre courante du tampon deroulement :
      *> jouee, forfait ou walkover, et credite le bilan des joueurs (parties
      *> reellement jouees seulement)
       STATS_CUMUL_MATCH.
EVALUATE fder_typeR
       WHEN 3
              COMPUTE WstatForfaits = WstatForfaits + 1
       WHEN 4
              COMPUTE WstatWO = WstatWO + 1
       WHEN 2
              CONTINUE
       WHEN OTHER
              COMPUTE WstatJouees = WstatJouees + 1
              MOVE fder_idJ1 TO WidCum
              PERFORM TROUVE_LIGNE_RAPPORT
              IF WidxRap IS NOT = 0 THEN
                     COMPUTE WRapJoue(WidxRap) = WRapJoue(WidxRap) + 1
              END-IF
              MOVE fder_idJ2 TO WidCum
              PERFORM TROUVE_LIGNE_RAPPORT
              IF WidxRap IS NOT = 0 THEN
                     COMPUTE WRapJoue(WidxRap) = WRapJoue(WidxRap) + 1
              END-IF
              MOVE fder_idV TO WidCum
              PERFORM TROUVE_LIGNE_RAPPORT
              IF WidxRap IS NOT = 0 THEN
                     COMPUTE WRapGagne(WidxRap) = WRapGagne(WidxRap) + 1
              END-IF
END-EVALUATE.
      *> Procédure qui cree un arbitre (code federal, nom, prenom)
       AJOUT_ARBITRE.
DISPLAY 'Donnez le code federal de l arbitre'
ACCEPT farb_code
DISPLAY 'Donnez le nom de l arbitre'
ACCEPT farb_nom
DISPLAY 'Donnez le prenom de l arbitre'
ACCEPT farb_prenom
OPEN I-O farbitres
WRITE farbTamp
       INVALID KEY
              DISPLAY 'Ce code d arbitre existe deja'
       NOT INVALID KEY
              MOVE 'ECR' TO WjnlOp
              PERFORM JOURNALISE_ARBITRE
              DISPLAY 'Arbitre ' farb_code ' enregistre'
END-WRITE
CLOSE farbitres.
      *> Procédure qui affecte un arbitre existant a un tournoi
       AFFECTER_ARBITRE.
PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
       DISPLAY 'Donnez id du tournoi'
       PERFORM AFFICH_TOURNOI
       ACCEPT WidT
       PERFORM TOURNOI_EXIST
END-PERFORM
PERFORM ETAT_TOURNOI
IF WetatT = 1 THEN
       DISPLAY 'Tournoi annule : aucun arbitre ne peut etre affecte'
ELSE
       MOVE 0 TO WarbOk
       PERFORM WITH TEST AFTER UNTIL WarbOk = 1
              DISPLAY 'Donnez le code de l arbitre a affecter'
              ACCEPT Warb
              PERFORM ARBITRE_EXIST
              IF WarbOk = 0 THEN
                     DISPLAY 'Arbitre inconnu'
              END-IF
       END-PERFORM
       OPEN I-O farbtour
       MOVE WidT TO fat_idT
       MOVE Warb TO fat_code
       WRITE fatTamp
              INVALID KEY
                     DISPLAY 'Arbitre deja affecte a ce tournoi'
              NOT INVALID KEY
                     MOVE 'ECR' TO WjnlOp
                     PERFORM JOURNALISE_ARBTOUR
                     DISPLAY 'Arbitre ' Warb ' affecte au tournoi ' WidT
       END-WRITE
       CLOSE farbtour
END-IF.
      *> Procédure qui verifie que le code Warb existe dans le fichier arbitre
       ARBITRE_EXIST.
MOVE 0 TO WarbOk
OPEN INPUT farbitres
MOVE Warb TO farb_code
READ farbitres
       INVALID KEY
              MOVE 0 TO WarbOk
       NOT INVALID KEY
              MOVE 1 TO WarbOk
END-READ
CLOSE farbitres.
      *> Procédure qui verifie que l arbitre Warb est affecte au tournoi WidT
       ARBITRE_AFFECTE.
MOVE 0 TO WarbOk
OPEN INPUT farbtour
MOVE WidT TO fat_idT
MOVE Warb TO fat_code
READ farbtour
       INVALID KEY
              MOVE 0 TO WarbOk
       NOT INVALID KEY
              MOVE 1 TO WarbOk
END-READ
CLOSE farbtour.
      *> Procédure qui verifie qu au moins un arbitre est affecte au tournoi
      *> WidT : sans arbitre aucun resultat ne peut etre certifie, la saisie
      *> doit etre refusee avant d etre entamee (sinon SAISIE_ARBITRE boucle
      *> sans issue possible pour l operateur)
       TOURNOI_A_ARBITRE.
PERFORM TOURNOI_ARBITRE_TROUVE
IF WarbOk = 0 THEN
       DISPLAY 'Aucun arbitre affecte a ce tournoi'
       DISPLAY 'Affectez un arbitre avant de saisir ou corriger un resultat'
END-IF.
      *> Procédure qui indique (WarbOk = 1) si au moins un arbitre est affecte au tournoi WidT
       TOURNOI_ARBITRE_TROUVE.
MOVE 0 TO WarbOk
OPEN INPUT farbtour
MOVE WidT TO fat_idT
MOVE SPACES TO fat_code
START farbtour KEY IS NOT < fat_cle
       INVALID KEY
              MOVE 0 TO WarbOk
       NOT INVALID KEY
              READ farbtour NEXT
                     AT END
                            MOVE 0 TO WarbOk
                     NOT AT END
                            IF fat_idT = WidT THEN
                                   MOVE 1 TO WarbOk
                            END-IF
              END-READ
END-START
CLOSE farbtour.
      *> Procédure qui demande et controle le code de l arbitre certifiant le
      *> resultat en cours de saisie (il doit etre affecte au tournoi)
       SAISIE_ARBITRE.
MOVE 0 TO WarbOk
PERFORM WITH TEST AFTER UNTIL WarbOk = 1
       DISPLAY 'Donnez le code de l arbitre certifiant le resultat'
       ACCEPT Warb
       PERFORM ARBITRE_AFFECTE
       IF WarbOk = 0 THEN
              DISPLAY 'Arbitre non affecte a ce tournoi'
       END-IF
END-PERFORM.
      *> Procédure qui produit le fichier de soumission federale federation.txt d un
      *> tournoi termine, actif ou archive : une ligne par partie avec type de partie,
      *> cadence, type de resultat, tour, date du tour et arbitre certificateur
       SOUMISSION_FEDERALE.
DISPLAY 'Donnez id du tournoi a soumettre'
ACCEPT WidT
MOVE 1 TO WfeOk
PERFORM CHARGE_TOURNOI_FEDE
IF WfeSource = 0 THEN
       MOVE 0 TO WfeOk
       DISPLAY 'Tournoi inconnu (ni actif ni archive)'
END-IF
IF WfeSource = 1 THEN
       PERFORM ETAT_TOURNOI
       IF WetatT = 1 THEN
              MOVE 0 TO WfeOk
              DISPLAY 'Soumission refusee : tournoi annule'
       ELSE
              PERFORM TOURNOI_EXIST
              PERFORM TEST_TOURNOI_TERMINE
              IF WtermineF = 0 THEN
                     MOVE 0 TO WfeOk
                     DISPLAY 'Soumission refusee : tournoi non termine'
              END-IF
       END-IF
END-IF
*> un resultat non certifie ne peut pas etre homologue par la federation
IF WfeOk = 1 THEN
       PERFORM TOURNOI_ARBITRE_TROUVE
       IF WarbOk = 0 THEN
              MOVE 0 TO WfeOk
              DISPLAY 'Soumission refusee : aucun arbitre affecte au tournoi'
       END-IF
END-IF
IF WfeOk = 1 THEN
       OPEN INPUT ffedetour
       MOVE WidT TO ffe_idT
       READ ffedetour
              INVALID KEY
                     CONTINUE
              NOT INVALID KEY
                     IF ffe_etat = 2 THEN
                            MOVE 0 TO WfeOk
                            DISPLAY 'Soumission refusee : tournoi deja homologue le ' ffe_dateAcc
                     END-IF
                     IF ffe_etat = 3 THEN
                            DISPLAY 'Nouvel envoi apres rejet : ' FUNCTION TRIM(ffe_motif)
                     END-IF
       END-READ
       CLOSE ffedetour
END-IF
IF WfeOk = 1 THEN
       PERFORM EDITION_SOUMISSION
       PERFORM ECRIT_SUIVI_FEDERAL
       DISPLAY 'Tournoi ' WidT ' : ' WfeNbParties ' partie(s) exportee(s) dans federation.txt'
END-IF.
      *> Procédure qui charge l en-tete du tournoi WidT depuis le fichier actif
      *> (WfeSource = 1) ou les archives (WfeSource = 2), 0 si introuvable
       CHARGE_TOURNOI_FEDE.
MOVE 0 TO WfeSource
OPEN INPUT ftournois
MOVE WidT TO fto_id
READ ftournois
       INVALID KEY
              CONTINUE
       NOT INVALID KEY
              MOVE 1 TO WfeSource
              MOVE fto_ville TO WfeVille
              MOVE fto_sem TO WfeSem
              MOVE fto_typeP TO WfeTypeP
              MOVE fto_rgTour TO WfeRg
              MOVE fto_categ TO WfeCateg
              MOVE fto_format TO WfeFormat
END-READ
CLOSE ftournois
IF WfeSource = 0 THEN
       OPEN INPUT farchtour
       MOVE WidT TO farc_id
       READ farchtour
              INVALID KEY
                     CONTINUE
              NOT INVALID KEY
                     MOVE 2 TO WfeSource
                     MOVE farc_ville TO WfeVille
                     MOVE farc_sem TO WfeSem
                     MOVE farc_typeP TO WfeTypeP
                     MOVE farc_rgTour TO WfeRg
                     MOVE farc_categ TO WfeCateg
                     MOVE farc_format TO WfeFormat
       END-READ
       CLOSE farchtour
END-IF.
      *> Procédure qui ecrit federation.txt pour le tournoi WidT : enregistrement E
      *> (en-tete), un enregistrement P par partie, enregistrement F (nombre de parties)
       EDITION_SOUMISSION.
MOVE SPACES TO WfeTypeLib
MOVE 0 TO WfeTemps
OPEN INPUT fparties
MOVE WfeTypeP TO fpa_numP
READ fparties
       INVALID KEY
              CONTINUE
       NOT INVALID KEY
              MOVE fpa_type TO WfeTypeLib
              MOVE fpa_temps TO WfeTemps
END-READ
CLOSE fparties
ACCEPT Whist_date FROM DATE YYYYMMDD
MOVE 0 TO WfeNbParties
OPEN OUTPUT fsoumission
MOVE SPACES TO fsoTamp
STRING 'E' WidT Whist_date WfeSem WfeVille WfeRg WfeCateg WfeFormat
       WfeTypeP WfeTemps
       DELIMITED BY SIZE INTO fsoTamp
WRITE fsoTamp
OPEN INPUT fplanning
OPEN INPUT flicences
MOVE 1 TO WparMode
PERFORM PARCOURS_PARTIES_TOURNOI
CLOSE flicences
CLOSE fplanning
MOVE SPACES TO fsoTamp
STRING 'F' WidT WfeNbParties Wope DELIMITED BY SIZE INTO fsoTamp
WRITE fsoTamp
CLOSE fsoumission.
      *> Procédure qui ecrit l enregistrement P de la partie chargee dans WfePartie :
      *> date du tour lue au calendrier, licences des deux joueurs
       LIGNE_SOUMISSION.
COMPUTE WfeNbParties = WfeNbParties + 1
MOVE WidT TO fpl_idT
MOVE WfpTour TO fpl_tour
READ fplanning
       INVALID KEY
              MOVE 0 TO WfeDate
       NOT INVALID KEY
              MOVE fpl_date TO WfeDate
END-READ
MOVE WfpIdJ1 TO flic_idJ
READ flicences
       INVALID KEY
              MOVE SPACES TO WfeLic1
       NOT INVALID KEY
              MOVE flic_num TO WfeLic1
END-READ
MOVE WfpIdJ2 TO flic_idJ
READ flicences
       INVALID KEY
              MOVE SPACES TO WfeLic2
       NOT INVALID KEY
              MOVE flic_num TO WfeLic2
END-READ
MOVE SPACES TO fsoTamp
STRING 'P' WidT WfpTour WfeDate WfpIdJ1 WfeLic1 WfpIdJ2 WfeLic2 WfpIdV
       WfpTypeR WfeTypeP WfeTemps WfpArb WfeTypeLib
       DELIMITED BY SIZE INTO fsoTamp
WRITE fsoTamp.
      *> Procédure qui note l envoi du tournoi WidT a la federation (etat 1 = envoye)
       ECRIT_SUIVI_FEDERAL.
OPEN I-O ffedetour
MOVE WidT TO ffe_idT
READ ffedetour
       INVALID KEY
              PERFORM REMPLIT_SUIVI_FEDERAL
              WRITE ffeTamp
                     INVALID KEY
                            DISPLAY 'INVALID KEY'
                     NOT INVALID KEY
                            MOVE 'ECR' TO WjnlOp
                            PERFORM JOURNALISE_FEDERATION
              END-WRITE
       NOT INVALID KEY
              PERFORM REMPLIT_SUIVI_FEDERAL
              REWRITE ffeTamp
              MOVE 'REE' TO WjnlOp
              PERFORM JOURNALISE_FEDERATION
END-READ
CLOSE ffedetour.
       REMPLIT_SUIVI_FEDERAL.
MOVE WidT TO ffe_idT
MOVE 1 TO ffe_etat
MOVE Whist_date TO ffe_dateEnv
MOVE WfeNbParties TO ffe_nbParties
MOVE 0 TO ffe_dateAcc
MOVE SPACES TO ffe_motif
MOVE Wope TO ffe_ope.
      *> Procédure qui integre l accuse de reception de la federation (accuse.csv :
      *> id tournoi, A accepte ou R rejete, motif du rejet)
       IMPORT_ACCUSE_FEDERAL.
OPEN INPUT faccuse
IF facc_stat IS NOT = 0 THEN
       DISPLAY 'Fichier accuse.csv introuvable'
ELSE
       MOVE 0 TO WnbAccOk
       MOVE 0 TO WnbAccRej
       MOVE 0 TO WnbAccIgn
       MOVE 0 TO WfeFin
       OPEN I-O ffedetour
       PERFORM WITH TEST AFTER UNTIL WfeFin = 1
              READ faccuse NEXT
                     AT END
                            MOVE 1 TO WfeFin
                     NOT AT END
                            IF faccTamp IS NOT = SPACES AND faccTamp(1:3) IS NOT = 'id,' THEN
                                   PERFORM TRAITE_LIGNE_ACCUSE
                            END-IF
              END-READ
       END-PERFORM
       CLOSE ffedetour
       CLOSE faccuse
       DISPLAY 'Accuse integre : ' WnbAccOk ' homologue(s), ' WnbAccRej ' rejete(s), '
              WnbAccIgn ' ligne(s) ignoree(s)'
END-IF.
      *> Procédure qui marque le tournoi d une ligne d accuse homologue ou rejete
       TRAITE_LIGNE_ACCUSE.
MOVE SPACES TO WcsvId
MOVE SPACES TO WaccCode
MOVE SPACES TO WaccMotif
UNSTRING faccTamp DELIMITED BY ','
       INTO WcsvId WaccCode WaccMotif
END-UNSTRING
MOVE FUNCTION UPPER-CASE(WaccCode) TO WaccCode
MOVE WcsvId TO WcsvNum
PERFORM CONTROLE_NUMERIQUE
IF WcsvId = SPACES OR Wok = 0 OR (WaccCode IS NOT = 'A' AND WaccCode IS NOT = 'R') THEN
       DISPLAY 'Ligne d accuse illisible : ' FUNCTION TRIM(faccTamp)
       COMPUTE WnbAccIgn = WnbAccIgn + 1
ELSE
       COMPUTE ffe_idT = FUNCTION NUMVAL(WcsvId)
       READ ffedetour
              INVALID KEY
                     DISPLAY 'Tournoi ' ffe_idT ' jamais soumis : ligne ignoree'
                     COMPUTE WnbAccIgn = WnbAccIgn + 1
              NOT INVALID KEY
                     ACCEPT Whist_date FROM DATE YYYYMMDD
                     MOVE Whist_date TO ffe_dateAcc
                     MOVE Wope TO ffe_ope
                     IF WaccCode = 'A' THEN
                            MOVE 2 TO ffe_etat
                            MOVE SPACES TO ffe_motif
                            COMPUTE WnbAccOk = WnbAccOk + 1
                     ELSE
                            MOVE 3 TO ffe_etat
                            MOVE WaccMotif TO ffe_motif
                            IF ffe_motif = SPACES THEN
                                   MOVE 'MOTIF NON PRECISE' TO ffe_motif
                            END-IF
                            COMPUTE WnbAccRej = WnbAccRej + 1
                     END-IF
                     REWRITE ffeTamp
                     MOVE 'REE' TO WjnlOp
                     PERFORM JOURNALISE_FEDERATION
       END-READ
END-IF.
      *> Procédure qui edite le suivi des soumissions federales : envoyees, homologuees
      *> ou rejetees avec le motif donne par la federation
       SUIVI_FEDERAL.
MOVE 0 TO WfeFin
MOVE 0 TO WnbSuivi
OPEN INPUT ffedetour
OPEN OUTPUT frapport
MOVE SPACES TO frapTamp
STRING '====== SUIVI DES SOUMISSIONS FEDERALES ======' DELIMITED BY SIZE INTO frapTamp
WRITE frapTamp
PERFORM WITH TEST AFTER UNTIL WfeFin = 1
       READ ffedetour NEXT
              AT END
                     MOVE 1 TO WfeFin
              NOT AT END
                     COMPUTE WnbSuivi = WnbSuivi + 1
                     MOVE SPACES TO frapTamp
                     EVALUATE ffe_etat
                     WHEN 1
                            STRING 'Tournoi ' ffe_idT ' envoye le ' ffe_dateEnv ' ('
                                   ffe_nbParties ' parties) : EN ATTENTE'
                                   DELIMITED BY SIZE INTO frapTamp
                     WHEN 2
                            STRING 'Tournoi ' ffe_idT ' envoye le ' ffe_dateEnv ' ('
                                   ffe_nbParties ' parties) : HOMOLOGUE le ' ffe_dateAcc
                                   DELIMITED BY SIZE INTO frapTamp
                     WHEN OTHER
                            STRING 'Tournoi ' ffe_idT ' envoye le ' ffe_dateEnv ' ('
                                   ffe_nbParties ' parties) : REJETE le ' ffe_dateAcc
                                   DELIMITED BY SIZE INTO frapTamp
                     END-EVALUATE
                     WRITE frapTamp
                     IF ffe_etat = 3 THEN
                            MOVE SPACES TO frapTamp
                            STRING '   motif : ' FUNCTION TRIM(ffe_motif)
                                   DELIMITED BY SIZE INTO frapTamp
                            WRITE frapTamp
                     END-IF
       END-READ
END-PERFORM
IF WnbSuivi = 0 THEN
       MOVE SPACES TO frapTamp
       STRING 'Aucun tournoi soumis a la federation' DELIMITED BY SIZE INTO frapTamp
       WRITE frapTamp
END-IF
CLOSE frapport
CLOSE ffedetour
DISPLAY 'Suivi federal exporte dans rapport.dat'.
      *> Procédure qui parcourt les parties du tournoi WidT, actif (WfeSource = 1) ou
      *> archive (WfeSource = 2) ; chaque partie est chargee dans WfePartie puis
      *> traitee selon WparMode (1 = soumission federale, 2 = performances)
       PARCOURS_PARTIES_TOURNOI.
MOVE 0 TO WfeFin
IF WfeSource = 1 THEN
       OPEN INPUT fderoulement
       MOVE WidT TO fder_idT
       START fderoulement KEY IS = fder_idT
              INVALID KEY
                     MOVE 1 TO WfeFin
              NOT INVALID KEY
       PERFORM WITH TEST AFTER UNTIL WfeFin = 1
              READ fderoulement NEXT
                     AT END
                            MOVE 1 TO WfeFin
                     NOT AT END
                            IF fder_idT IS NOT = WidT THEN
                                   MOVE 1 TO WfeFin
                            ELSE
                                   MOVE fder_idJ1 TO WfpIdJ1
                                   MOVE fder_idJ2 TO WfpIdJ2
                                   MOVE fder_tour TO WfpTour
                                   MOVE fder_idV TO WfpIdV
                                   MOVE fder_typeR TO WfpTypeR
                                   MOVE fder_arb TO WfpArb
                                   PERFORM TRAITE_PARTIE_PARCOURUE
                            END-IF
              END-READ
       END-PERFORM
       END-START
       CLOSE fderoulement
ELSE
       OPEN INPUT farchderou
       MOVE WidT TO farcd_idT
       START farchderou KEY IS = farcd_idT
              INVALID KEY
                     MOVE 1 TO WfeFin
              NOT INVALID KEY
       PERFORM WITH TEST AFTER UNTIL WfeFin = 1
              READ farchderou NEXT
                     AT END
                            MOVE 1 TO WfeFin
                     NOT AT END
                            IF farcd_idT IS NOT = WidT THEN
                                   MOVE 1 TO WfeFin
                            ELSE
                                   MOVE farcd_idJ1 TO WfpIdJ1
                                   MOVE farcd_idJ2 TO WfpIdJ2
                                   MOVE farcd_tour TO WfpTour
                                   MOVE farcd_idV TO WfpIdV
                                   MOVE farcd_typeR TO WfpTypeR
                                   MOVE farcd_arb TO WfpArb
                                   PERFORM TRAITE_PARTIE_PARCOURUE
                            END-IF
              END-READ
       END-PERFORM
       END-START
       CLOSE farchderou
END-IF.
       TRAITE_PARTIE_PARCOURUE.
EVALUATE WparMode
       WHEN 1 PERFORM LIGNE_SOUMISSION
       WHEN 2 PERFORM CUMUL_PERF_PARTIE
       WHEN 3 PERFORM CUMUL_PAIRE_FP
       WHEN 4 PERFORM SURPRISE_PARTIE_FP
END-EVALUATE.
      *> Procédure du rapport de surveillance fair-play, seuils saisis a chaque
      *> edition : paires aux forfaits et walkovers repetes, victoires contre un
      *> ecart de points anormal, montees de points trop rapides d un arrete
      *> mensuel au suivant ; chaque alerte liste les parties en cause et l arbitre
      *> qui les a certifiees
       RAPPORT_FAIR_PLAY.
DISPLAY 'Nombre de forfaits/walkovers d une meme paire pour alerter (0 = 2)'
ACCEPT WfpSeuilPaire
IF WfpSeuilPaire = 0 THEN
       MOVE 2 TO WfpSeuilPaire
END-IF
DISPLAY 'Ecart de points battu pour alerter (0 = 400)'
ACCEPT WfpSeuilEcart
IF WfpSeuilEcart = 0 THEN
       MOVE 400 TO WfpSeuilEcart
END-IF
DISPLAY 'Gain de points entre deux arretes mensuels pour alerter (0 = 200)'
ACCEPT WfpSeuilHausse
IF WfpSeuilHausse = 0 THEN
       MOVE 200 TO WfpSeuilHausse
END-IF
MOVE 0 TO WnbFlagPaire
MOVE 0 TO WnbFlagSurp
MOVE 0 TO WnbFlagHausse
MOVE 0 TO WnbPaire
OPEN OUTPUT frapport
MOVE SPACES TO frapTamp
STRING '====== SURVEILLANCE FAIR-PLAY ======' DELIMITED BY SIZE INTO frapTamp
WRITE frapTamp
MOVE SPACES TO frapTamp
STRING 'Seuils : paire=' WfpSeuilPaire ' ecart=' WfpSeuilEcart
       ' hausse mensuelle=' WfpSeuilHausse
       DELIMITED BY SIZE INTO frapTamp
WRITE frapTamp
*> 1. paires aux forfaits et walkovers repetes
MOVE 3 TO WparMode
PERFORM PARCOURS_TOUS_TOURNOIS
MOVE SPACES TO frapTamp
STRING '--- Paires aux forfaits/walkovers repetes ---' DELIMITED BY SIZE INTO frapTamp
WRITE frapTamp
MOVE 1 TO WidxPaire
PERFORM WITH TEST BEFORE UNTIL WidxPaire > WnbPaire
       IF WpaNb(WidxPaire) >= WfpSeuilPaire THEN
              COMPUTE WnbFlagPaire = WnbFlagPaire + 1
              MOVE SPACES TO frapTamp
              STRING 'Paire ' WpaJa(WidxPaire) ' - ' WpaJb(WidxPaire) ' : '
                     WpaNb(WidxPaire) ' forfait(s)/walkover(s), gagnes '
                     WpaGa(WidxPaire) ' / ' WpaGb(WidxPaire)
                     DELIMITED BY SIZE INTO frapTamp
              WRITE frapTamp
              MOVE WpaJa(WidxPaire) TO WfpX
              MOVE WpaJb(WidxPaire) TO WfpY
              PERFORM DETAIL_PAIRE_FP
              MOVE WpaJb(WidxPaire) TO WfpX
              MOVE WpaJa(WidxPaire) TO WfpY
              PERFORM DETAIL_PAIRE_FP
       END-IF
       COMPUTE WidxPaire = WidxPaire + 1
END-PERFORM
*> 2. victoires contre un ecart de points anormal
MOVE SPACES TO frapTamp
STRING '--- Victoires contre un ecart de ' WfpSeuilEcart ' points ou plus ---'
       DELIMITED BY SIZE INTO frapTamp
WRITE frapTamp
MOVE 4 TO WparMode
OPEN INPUT fjoueurs
PERFORM PARCOURS_TOUS_TOURNOIS
CLOSE fjoueurs
*> 3. montees de points trop rapides entre deux arretes mensuels
MOVE SPACES TO frapTamp
STRING '--- Gains de ' WfpSeuilHausse ' points ou plus entre deux arretes ---'
       DELIMITED BY SIZE INTO frapTamp
WRITE frapTamp
MOVE 0 TO WfpFinJ
OPEN INPUT fjoueurs
PERFORM WITH TEST AFTER UNTIL WfpFinJ = 1
       READ fjoueurs NEXT
              AT END
                     MOVE 1 TO WfpFinJ
              NOT AT END
                     PERFORM HAUSSE_JOUEUR_FP
       END-READ
END-PERFORM
CLOSE fjoueurs
MOVE SPACES TO frapTamp
STRING 'Alertes : ' WnbFlagPaire ' paire(s), ' WnbFlagSurp ' surprise(s), '
       WnbFlagHausse ' montee(s) rapide(s)'
       DELIMITED BY SIZE INTO frapTamp
WRITE frapTamp
CLOSE frapport
DISPLAY 'Alertes : ' WnbFlagPaire ' paire(s), ' WnbFlagSurp ' surprise(s), '
       WnbFlagHausse ' montee(s) rapide(s)'
DISPLAY 'Rapport fair-play exporte dans rapport.dat'.
      *> Procédure qui passe les parties de tous les tournois, en cours puis
      *> archives, au traitement choisi par WparMode
       PARCOURS_TOUS_TOURNOIS.
MOVE 1 TO WfeSource
MOVE 0 TO WfpFinT
OPEN INPUT ftournois
PERFORM WITH TEST AFTER UNTIL WfpFinT = 1
       READ ftournois NEXT
              AT END
                     MOVE 1 TO WfpFinT
              NOT AT END
                     MOVE fto_id TO WidT
                     PERFORM PARCOURS_PARTIES_TOURNOI
       END-READ
END-PERFORM
CLOSE ftournois
MOVE 2 TO WfeSource
MOVE 0 TO WfpFinT
OPEN INPUT farchtour
PERFORM WITH TEST AFTER UNTIL WfpFinT = 1
       READ farchtour NEXT
              AT END
                     MOVE 1 TO WfpFinT
              NOT AT END
                     MOVE farc_id TO WidT
                     PERFORM PARCOURS_PARTIES_TOURNOI
       END-READ
END-PERFORM
CLOSE farchtour.
      *> Procédure qui cumule par paire de joueurs (plus petit id en premier) les
      *> forfaits et walkovers de la partie parcourue
       CUMUL_PAIRE_FP.
IF WfpTypeR = 3 OR WfpTypeR = 4 THEN
       IF WfpIdJ1 < WfpIdJ2 THEN
              MOVE WfpIdJ1 TO WfpX
              MOVE WfpIdJ2 TO WfpY
       ELSE
              MOVE WfpIdJ2 TO WfpX
              MOVE WfpIdJ1 TO WfpY
       END-IF
       MOVE 0 TO WidxPaire2
       MOVE 1 TO WidxPaire
       PERFORM WITH TEST BEFORE UNTIL WidxPaire > WnbPaire OR WidxPaire2 > 0
              IF WpaJa(WidxPaire) = WfpX AND WpaJb(WidxPaire) = WfpY THEN
                     MOVE WidxPaire TO WidxPaire2
              END-IF
              COMPUTE WidxPaire = WidxPaire + 1
       END-PERFORM
       IF WidxPaire2 = 0 AND WnbPaire < 300 THEN
              COMPUTE WnbPaire = WnbPaire + 1
              MOVE WnbPaire TO WidxPaire2
              MOVE WfpX TO WpaJa(WidxPaire2)
              MOVE WfpY TO WpaJb(WidxPaire2)
              MOVE 0 TO WpaNb(WidxPaire2)
              MOVE 0 TO WpaGa(WidxPaire2)
              MOVE 0 TO WpaGb(WidxPaire2)
       END-IF
       IF WidxPaire2 > 0 THEN
              COMPUTE WpaNb(WidxPaire2) = WpaNb(WidxPaire2) + 1
              IF WfpIdV = WfpX THEN
                     COMPUTE WpaGa(WidxPaire2) = WpaGa(WidxPaire2) + 1
              END-IF
              IF WfpIdV = WfpY THEN
                     COMPUTE WpaGb(WidxPaire2) = WpaGb(WidxPaire2) + 1
              END-IF
       END-IF
END-IF.
      *> Procédure qui signale une partie jouee gagnee contre un adversaire classe
      *> d au moins WfpSeuilEcart points de plus (points actuels, fjoueurs ouvert)
       SURPRISE_PARTIE_FP.
IF WfpTypeR IS NOT = 2 AND WfpTypeR IS NOT = 3 AND WfpTypeR IS NOT = 4
   AND WfpIdV > 0 AND WfpIdJ2 > 0 THEN
       IF WfpIdV = WfpIdJ1 THEN
              MOVE WfpIdJ2 TO WfpY
       ELSE
              MOVE WfpIdJ1 TO WfpY
       END-IF
       MOVE WfpIdV TO fjo_id
       READ fjoueurs
              INVALID KEY
                     MOVE 0 TO fjo_pts
       END-READ
       MOVE fjo_pts TO WfpPtsV
       MOVE WfpY TO fjo_id
       READ fjoueurs
              INVALID KEY
                     MOVE 0 TO fjo_pts
       END-READ
       MOVE fjo_pts TO WfpPtsP
       IF WfpPtsP >= WfpPtsV + WfpSeuilEcart THEN
              COMPUTE WnbFlagSurp = WnbFlagSurp + 1
              MOVE SPACES TO frapTamp
              STRING 'Surprise : ' WfpIdV ' (' WfpPtsV ' pts) bat ' WfpY
                     ' (' WfpPtsP ' pts)'
                     DELIMITED BY SIZE INTO frapTamp
              WRITE frapTamp
              MOVE WidT TO WfpIdT
              PERFORM LIGNE_PARTIE_FP
       END-IF
END-IF.
      *> Procédure qui liste les forfaits et walkovers ou WfpX etait joueur 1 et
      *> WfpY joueur 2, dans les parties en cours puis archivees
       DETAIL_PAIRE_FP.
MOVE 0 TO WfpFinD
OPEN INPUT fderoulement
MOVE WfpX TO fder_idJ1
MOVE WfpY TO fder_idJ2
MOVE 0 TO fder_idT
START fderoulement KEY IS NOT < fder_idDerou
       INVALID KEY
              MOVE 1 TO WfpFinD
       NOT INVALID KEY
PERFORM WITH TEST AFTER UNTIL WfpFinD = 1
       READ fderoulement NEXT
              AT END
                     MOVE 1 TO WfpFinD
              NOT AT END
                     IF fder_idJ1 IS NOT = WfpX OR fder_idJ2 IS NOT = WfpY THEN
                            MOVE 1 TO WfpFinD
                     ELSE
                            IF fder_typeR = 3 OR fder_typeR = 4 THEN
                                   MOVE fder_idT TO WfpIdT
                                   MOVE fder_idJ1 TO WfpIdJ1
                                   MOVE fder_idJ2 TO WfpIdJ2
                                   MOVE fder_tour TO WfpTour
                                   MOVE fder_idV TO WfpIdV
                                   MOVE fder_typeR TO WfpTypeR
                                   MOVE fder_arb TO WfpArb
                                   PERFORM LIGNE_PARTIE_FP
                            END-IF
                     END-IF
       END-READ
END-PERFORM
END-START
CLOSE fderoulement
MOVE 0 TO WfpFinD
OPEN INPUT farchderou
MOVE WfpX TO farcd_idJ1
MOVE WfpY TO farcd_idJ2
MOVE 0 TO farcd_idT
START farchderou KEY IS NOT < farcd_idDerou
       INVALID KEY
              MOVE 1 TO WfpFinD
       NOT INVALID KEY
PERFORM WITH TEST AFTER UNTIL WfpFinD = 1
       READ farchderou NEXT
              AT END
                     MOVE 1 TO WfpFinD
              NOT AT END
                     IF farcd_idJ1 IS NOT = WfpX OR farcd_idJ2 IS NOT = WfpY THEN
                            MOVE 1 TO WfpFinD
                     ELSE
                            IF farcd_typeR = 3 OR farcd_typeR = 4 THEN
                                   MOVE farcd_idT TO WfpIdT
                                   MOVE farcd_idJ1 TO WfpIdJ1
                                   MOVE farcd_idJ2 TO WfpIdJ2
                                   MOVE farcd_tour TO WfpTour
                                   MOVE farcd_idV TO WfpIdV
                                   MOVE farcd_typeR TO WfpTypeR
                                   MOVE farcd_arb TO WfpArb
                                   PERFORM LIGNE_PARTIE_FP
                            END-IF
                     END-IF
       END-READ
END-PERFORM
END-START
CLOSE farchderou.
      *> Procédure qui ecrit la partie WfePartie (tournoi WfpIdT) et son arbitre
       LIGNE_PARTIE_FP.
EVALUATE WfpTypeR
       WHEN 2 MOVE 'EXEMPT' TO WfpTypeLib
       WHEN 3 MOVE 'FORFAIT' TO WfpTypeLib
       WHEN 4 MOVE 'WALKOVER' TO WfpTypeLib
       WHEN OTHER MOVE 'JOUEE' TO WfpTypeLib
END-EVALUATE
MOVE SPACES TO frapTamp
STRING '   tournoi ' WfpIdT ' tour ' WfpTour ' : ' WfpIdJ1 '-' WfpIdJ2
       ' gagnant ' WfpIdV ' ' WfpTypeLib ' arbitre ' WfpArb
       DELIMITED BY SIZE INTO frapTamp
WRITE frapTamp.
      *> Procédure qui compare les arretes mensuels successifs du joueur courant et
      *> signale chaque gain d au moins WfpSeuilHausse points
       HAUSSE_JOUEUR_FP.
MOVE 0 TO WnbMois
MOVE 0 TO WfpFinD
OPEN INPUT fclassmens
MOVE fjo_id TO fcm_idJ
START fclassmens KEY IS = fcm_idJ
       INVALID KEY
              MOVE 1 TO WfpFinD
       NOT INVALID KEY
PERFORM WITH TEST AFTER UNTIL WfpFinD = 1
       READ fclassmens NEXT
              AT END
                     MOVE 1 TO WfpFinD
              NOT AT END
                     IF fcm_idJ IS NOT = fjo_id THEN
                            MOVE 1 TO WfpFinD
                     ELSE
                            IF WnbMois < 120 THEN
                                   COMPUTE WnbMois = WnbMois + 1
                                   MOVE fcm_periode TO WmoPeriode(WnbMois)
                                   MOVE fcm_pts TO WmoPts(WnbMois)
                            END-IF
                     END-IF
       END-READ
END-PERFORM
END-START
CLOSE fclassmens
*> les arretes sont remis dans l ordre des periodes (tri par selection)
MOVE 1 TO WidxMois
PERFORM WITH TEST BEFORE UNTIL WidxMois >= WnbMois
       MOVE WidxMois TO WidxMin
       COMPUTE WidxMois2 = WidxMois + 1
       PERFORM WITH TEST BEFORE UNTIL WidxMois2 > WnbMois
              IF WmoPeriode(WidxMois2) < WmoPeriode(WidxMin) THEN
                     MOVE WidxMois2 TO WidxMin
              END-IF
              COMPUTE WidxMois2 = WidxMois2 + 1
       END-PERFORM
       IF WidxMin IS NOT = WidxMois THEN
              MOVE WmoLigne(WidxMois) TO WmoSwap
              MOVE WmoLigne(WidxMin) TO WmoLigne(WidxMois)
              MOVE WmoSwap TO WmoLigne(WidxMin)
       END-IF
       COMPUTE WidxMois = WidxMois + 1
END-PERFORM
MOVE 2 TO WidxMois
PERFORM WITH TEST BEFORE UNTIL WidxMois > WnbMois
       IF WmoPts(WidxMois) >= WmoPts(WidxMois - 1) + WfpSeuilHausse THEN
              COMPUTE WnbFlagHausse = WnbFlagHausse + 1
              COMPUTE WfpGain = WmoPts(WidxMois) - WmoPts(WidxMois - 1)
              MOVE SPACES TO frapTamp
              STRING 'Joueur ' fjo_id ' : ' WmoPts(WidxMois - 1) ' pts en '
                     WmoPeriode(WidxMois - 1) ', ' WmoPts(WidxMois) ' pts en '
                     WmoPeriode(WidxMois) ' (+' WfpGain ')'
                     DELIMITED BY SIZE INTO frapTamp
              WRITE frapTamp
              MOVE fjo_id TO WfpJoueurH
              MOVE WmoPeriode(WidxMois - 1) TO WfpPerDeb
              MOVE WmoPeriode(WidxMois) TO WfpPerFin
              PERFORM DETAIL_HAUSSE_FP
       END-IF
       COMPUTE WidxMois = WidxMois + 1
END-PERFORM.
      *> Procédure qui liste, d apres l historique des points, les parties qui ont
      *> fait bouger les points du joueur WfpJoueurH apres l arrete WfpPerDeb et
      *> jusqu a l arrete WfpPerFin
       DETAIL_HAUSSE_FP.
MOVE 0 TO WfpFinH
OPEN INPUT fhistorique
IF fhist_stat = 0 THEN
       PERFORM WITH TEST AFTER UNTIL WfpFinH = 1
              READ fhistorique NEXT
                     AT END
                            MOVE 1 TO WfpFinH
                     NOT AT END
                            MOVE fhistTamp TO WhistPts
                            COMPUTE WfpPerLigne = WhpDate / 100
                            IF WhpMarque = ' PTS TOURNOI=' AND WhpJoueur = WfpJoueurH
                               AND WfpPerLigne > WfpPerDeb AND WfpPerLigne IS NOT > WfpPerFin THEN
                                   PERFORM PARTIE_HISTORIQUE_FP
                            END-IF
              END-READ
       END-PERFORM
       CLOSE fhistorique
END-IF.
      *> Procédure qui retrouve la partie d une ligne de points de l historique
      *> (tournoi, tour, joueur) pour donner l adversaire et l arbitre
       PARTIE_HISTORIQUE_FP.
MOVE 0 TO WfpTrouveP
MOVE WhpTournoi TO WfpIdT
MOVE WhpTour TO WfpTour
MOVE 0 TO WfpFinD
OPEN INPUT fderoulement
MOVE WhpTournoi TO fder_idT
START fderoulement KEY IS = fder_idT
       INVALID KEY
              MOVE 1 TO WfpFinD
       NOT INVALID KEY
PERFORM WITH TEST AFTER UNTIL WfpFinD = 1
       READ fderoulement NEXT
              AT END
                     MOVE 1 TO WfpFinD
              NOT AT END
                     IF fder_idT IS NOT = WhpTournoi THEN
                            MOVE 1 TO WfpFinD
                     ELSE
                            IF fder_tour = WhpTour
                               AND (fder_idJ1 = WhpJoueur OR fder_idJ2 = WhpJoueur) THEN
                                   MOVE fder_idJ1 TO WfpIdJ1
                                   MOVE fder_idJ2 TO WfpIdJ2
                                   MOVE fder_idV TO WfpIdV
                                   MOVE fder_typeR TO WfpTypeR
                                   MOVE fder_arb TO WfpArb
                                   MOVE 1 TO WfpTrouveP
                                   MOVE 1 TO WfpFinD
                            END-IF
                     END-IF
       END-READ
END-PERFORM
END-START
CLOSE fderoulement
IF WfpTrouveP = 0 THEN
       MOVE 0 TO WfpFinD
       OPEN INPUT farchderou
       MOVE WhpTournoi TO farcd_idT
       START farchderou KEY IS = farcd_idT
              INVALID KEY
                     MOVE 1 TO WfpFinD
              NOT INVALID KEY
       PERFORM WITH TEST AFTER UNTIL WfpFinD = 1
              READ farchderou NEXT
                     AT END
                            MOVE 1 TO WfpFinD
                     NOT AT END
                            IF farcd_idT IS NOT = WhpTournoi THEN
                                   MOVE 1 TO WfpFinD
                            ELSE
                                   IF farcd_tour = WhpTour
                                      AND (farcd_idJ1 = WhpJoueur OR farcd_idJ2 = WhpJoueur) THEN
                                          MOVE farcd_idJ1 TO WfpIdJ1
                                          MOVE farcd_idJ2 TO WfpIdJ2
                                          MOVE farcd_idV TO WfpIdV
                                          MOVE farcd_typeR TO WfpTypeR
                                          MOVE farcd_arb TO WfpArb
                                          MOVE 1 TO WfpTrouveP
                                          MOVE 1 TO WfpFinD
                                   END-IF
                            END-IF
              END-READ
       END-PERFORM
       END-START
       CLOSE farchderou
END-IF
MOVE SPACES TO frapTamp
STRING '   le ' WhpDate ' : ' WhpAncien ' -> ' WhpNouveau
       DELIMITED BY SIZE INTO frapTamp
WRITE frapTamp
IF WfpTrouveP = 1 THEN
       PERFORM LIGNE_PARTIE_FP
ELSE
       MOVE SPACES TO frapTamp
       STRING '   tournoi ' WhpTournoi ' tour ' WhpTour ' : partie introuvable'
              DELIMITED BY SIZE INTO frapTamp
       WRITE frapTamp
END-IF.
      *> Procédure qui fixe les seuils de performance des normes par rang de tournoi
      *> (1 club, 2 regional, 3 federal) et categorie d age (0 toutes, 1 juniors,
      *> 2 seniors, 3 veterans), le nombre minimum de parties jouees et le nombre de
      *> normes d un meme niveau qui ouvre le titre
       INIT_SEUILS_NORME.
MOVE 700 TO WseuilPerf(1, 1)
MOVE 600 TO WseuilPerf(1, 2)
MOVE 700 TO WseuilPerf(1, 3)
MOVE 650 TO WseuilPerf(1, 4)
MOVE 1100 TO WseuilPerf(2, 1)
MOVE 1000 TO WseuilPerf(2, 2)
MOVE 1100 TO WseuilPerf(2, 3)
MOVE 1050 TO WseuilPerf(2, 4)
MOVE 1500 TO WseuilPerf(3, 1)
MOVE 1400 TO WseuilPerf(3, 2)
MOVE 1500 TO WseuilPerf(3, 3)
MOVE 1450 TO WseuilPerf(3, 4)
MOVE 4 TO WnormeMin
MOVE 3 TO WnormeTitre.
      *> Procédure qui edite les performances des joueurs d un tournoi actif ou archive :
      *> moyenne des adversaires, score, performance (moyenne + 400 x (gains - pertes)
      *> / parties) et norme atteinte ; les normes d un tournoi termine sont enregistrees
       RAPPORT_PERFORMANCES.
DISPLAY 'Donnez id du tournoi'
ACCEPT WidT
PERFORM CHARGE_TOURNOI_FEDE
IF WfeSource = 0 THEN
       DISPLAY 'Tournoi inconnu (ni actif ni archive)'
ELSE
       MOVE 1 TO WtermineF
       IF WfeSource = 1 THEN
              PERFORM TOURNOI_EXIST
              PERFORM TEST_TOURNOI_TERMINE
       END-IF
       PERFORM INIT_SEUILS_NORME
       IF WfeRg < 1 OR WfeRg > 3 THEN
              MOVE 1 TO WfeRg
       END-IF
       IF WfeCateg > 3 THEN
              MOVE 0 TO WfeCateg
       END-IF
       COMPUTE WpfSeuil = WseuilPerf(WfeRg, WfeCateg + 1)
       PERFORM LIBELLE_NORME
       MOVE 0 TO WnbPerf
       MOVE 2 TO WparMode
       OPEN INPUT fjoueurs
       PERFORM PARCOURS_PARTIES_TOURNOI
       OPEN OUTPUT frapport
       MOVE SPACES TO frapTamp
       STRING '====== PERFORMANCES DU TOURNOI ' WidT ' ' FUNCTION TRIM(WfeVille) ' ======'
              DELIMITED BY SIZE INTO frapTamp
       WRITE frapTamp
       MOVE SPACES TO frapTamp
       STRING 'Seuil ' FUNCTION TRIM(WnormeLib) ' : performance ' WpfSeuil ', '
              WnormeMin ' parties jouees, score de 50% au moins'
              DELIMITED BY SIZE INTO frapTamp
       WRITE frapTamp
       IF WtermineF = 0 THEN
              MOVE SPACES TO frapTamp
              STRING 'Tournoi non termine : resultats provisoires, aucune norme enregistree'
                     DELIMITED BY SIZE INTO frapTamp
              WRITE frapTamp
       END-IF
       MOVE 0 TO WnbNormes
       IF WnbPerf = 0 THEN
              MOVE SPACES TO frapTamp
              STRING 'Aucune partie jouee dans ce tournoi' DELIMITED BY SIZE INTO frapTamp
              WRITE frapTamp
       ELSE
              IF WtermineF = 1 THEN
                     OPEN I-O fnormes
              END-IF
              MOVE 1 TO WidxPerf
              PERFORM WITH TEST BEFORE UNTIL WidxPerf > WnbPerf
                     PERFORM LIGNE_PERFORMANCE
                     COMPUTE WidxPerf = WidxPerf + 1
              END-PERFORM
              IF WtermineF = 1 THEN
                     CLOSE fnormes
              END-IF
       END-IF
       CLOSE frapport
       CLOSE fjoueurs
       DISPLAY 'Performances exportees dans rapport.dat : ' WnbNormes ' norme(s) atteinte(s)'
END-IF.
      *> Procédure qui cumule pour les deux joueurs d une partie reellement jouee le
      *> classement de l adversaire (fjo_pts) et le gain eventuel
       CUMUL_PERF_PARTIE.
IF WfpTypeR IS NOT = 2 AND WfpTypeR IS NOT = 3 AND WfpTypeR IS NOT = 4
   AND WfpIdJ1 IS NOT = 0 AND WfpIdJ2 IS NOT = 0 THEN
       MOVE WfpIdJ1 TO WpfJoueur
       MOVE WfpIdJ2 TO WpfAdv
       PERFORM CUMUL_PERF_JOUEUR
       MOVE WfpIdJ2 TO WpfJoueur
       MOVE WfpIdJ1 TO WpfAdv
       PERFORM CUMUL_PERF_JOUEUR
END-IF.
       CUMUL_PERF_JOUEUR.
MOVE 0 TO WidxPerf
MOVE 1 TO WidxCherche
PERFORM WITH TEST BEFORE UNTIL WidxCherche > WnbPerf OR WidxPerf > 0
       IF WpfId(WidxCherche) = WpfJoueur THEN
              MOVE WidxCherche TO WidxPerf
       END-IF
       COMPUTE WidxCherche = WidxCherche + 1
END-PERFORM
IF WidxPerf = 0 AND WnbPerf < 300 THEN
       COMPUTE WnbPerf = WnbPerf + 1
       MOVE WnbPerf TO WidxPerf
       MOVE WpfJoueur TO WpfId(WidxPerf)
       MOVE 0 TO WpfNb(WidxPerf)
       MOVE 0 TO WpfGain(WidxPerf)
       MOVE 0 TO WpfSomAdv(WidxPerf)
END-IF
IF WidxPerf > 0 THEN
       MOVE WpfAdv TO fjo_id
       READ fjoueurs
              INVALID KEY
                     MOVE 0 TO fjo_pts
       END-READ
       COMPUTE WpfNb(WidxPerf) = WpfNb(WidxPerf) + 1
       COMPUTE WpfSomAdv(WidxPerf) = WpfSomAdv(WidxPerf) + fjo_pts
       IF WfpIdV = WpfJoueur THEN
              COMPUTE WpfGain(WidxPerf) = WpfGain(WidxPerf) + 1
       END-IF
END-IF.
      *> Procédure qui edite la performance du joueur WidxPerf et enregistre sa norme
       LIGNE_PERFORMANCE.
COMPUTE WpfMoy = WpfSomAdv(WidxPerf) / WpfNb(WidxPerf)
COMPUTE WpfPerf = WpfMoy + 400 * (2 * WpfGain(WidxPerf) - WpfNb(WidxPerf)) / WpfNb(WidxPerf)
IF WpfPerf < 0 THEN
       MOVE 0 TO WpfPerf
END-IF
COMPUTE WpfScore = WpfGain(WidxPerf) * 100 / WpfNb(WidxPerf)
MOVE 0 TO WpfNorme
IF WpfNb(WidxPerf) >= WnormeMin AND WpfPerf >= WpfSeuil
   AND 2 * WpfGain(WidxPerf) >= WpfNb(WidxPerf) THEN
       MOVE 1 TO WpfNorme
       COMPUTE WnbNormes = WnbNormes + 1
END-IF
MOVE WpfId(WidxPerf) TO fjo_id
READ fjoueurs
       INVALID KEY
              MOVE SPACES TO fjo_nom
              MOVE SPACES TO fjo_prenom
END-READ
MOVE WpfPerf TO WpfPerfEd
MOVE SPACES TO frapTamp
STRING 'Joueur ' WpfId(WidxPerf) ' ' FUNCTION TRIM(fjo_nom) ' ' FUNCTION TRIM(fjo_prenom)
       DELIMITED BY SIZE INTO frapTamp
WRITE frapTamp
MOVE SPACES TO frapTamp
IF WpfNorme = 1 THEN
       STRING '   ' WpfNb(WidxPerf) ' parties ' WpfGain(WidxPerf) ' gains score ' WpfScore
              '% adv. ' WpfMoy ' perf ' WpfPerfEd ' ' FUNCTION TRIM(WnormeLib)
              DELIMITED BY SIZE INTO frapTamp
ELSE
       STRING '   ' WpfNb(WidxPerf) ' parties ' WpfGain(WidxPerf) ' gains score ' WpfScore
              '% adv. ' WpfMoy ' perf ' WpfPerfEd
              DELIMITED BY SIZE INTO frapTamp
END-IF
WRITE frapTamp
IF WpfNorme = 1 AND WtermineF = 1 THEN
       PERFORM ECRIT_NORME
END-IF.
      *> Procédure qui enregistre (ou met a jour) la norme du joueur WidxPerf
       ECRIT_NORME.
ACCEPT Whist_date FROM DATE YYYYMMDD
MOVE WpfId(WidxPerf) TO fno_idJ
MOVE WidT TO fno_idT
READ fnormes
       INVALID KEY
              PERFORM REMPLIT_NORME
              WRITE fnoTamp
                     INVALID KEY
                            DISPLAY 'INVALID KEY'
                     NOT INVALID KEY
                            MOVE 'ECR' TO WjnlOp
                            PERFORM JOURNALISE_NORME
              END-WRITE
       NOT INVALID KEY
              PERFORM REMPLIT_NORME
              REWRITE fnoTamp
              MOVE 'REE' TO WjnlOp
              PERFORM JOURNALISE_NORME
END-READ.
       REMPLIT_NORME.
MOVE WpfId(WidxPerf) TO fno_idJ
MOVE WidT TO fno_idT
MOVE Whist_date TO fno_date
MOVE WfeRg TO fno_rgTour
MOVE WfeCateg TO fno_categ
MOVE WpfPerf TO fno_perf
MOVE WpfNb(WidxPerf) TO fno_nbParties
MOVE WpfScore TO fno_score
MOVE Wope TO fno_ope.
      *> Procédure qui donne le libelle de la norme du rang WfeRg
       LIBELLE_NORME.
EVALUATE WfeRg
       WHEN 2 MOVE 'NORME REGIONALE' TO WnormeLib
       WHEN 3 MOVE 'NORME FEDERALE' TO WnormeLib
       WHEN OTHER MOVE 'NORME CLUB' TO WnormeLib
END-EVALUATE.
      *> Procédure qui edite les normes enregistrees d un joueur et leur decompte par
      *> niveau pour les titres
       NORMES_JOUEUR.
PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
       PERFORM AFFICH_JOUEUR
       DISPLAY 'Donnez ID du joueur'
       ACCEPT Wid
       MOVE 0 TO Wrang
       MOVE 0 TO WcatT
       PERFORM JOUEUR_EXIST
END-PERFORM
PERFORM INIT_SEUILS_NORME
MOVE 0 TO WnbNorme1
MOVE 0 TO WnbNorme2
MOVE 0 TO WnbNorme3
MOVE 0 TO WfeFin
OPEN OUTPUT frapport
MOVE SPACES TO frapTamp
STRING '====== NORMES DU JOUEUR ' Wid ' ======' DELIMITED BY SIZE INTO frapTamp
WRITE frapTamp
OPEN INPUT fnormes
MOVE Wid TO fno_idJ
MOVE 0 TO fno_idT
START fnormes KEY IS NOT < fno_cle
       INVALID KEY
              MOVE 1 TO WfeFin
       NOT INVALID KEY
PERFORM WITH TEST AFTER UNTIL WfeFin = 1
       READ fnormes NEXT
              AT END
                     MOVE 1 TO WfeFin
              NOT AT END
                     IF fno_idJ IS NOT = Wid THEN
                            MOVE 1 TO WfeFin
                     ELSE
                            MOVE fno_rgTour TO WfeRg
                            PERFORM LIBELLE_NORME
                            EVALUATE fno_rgTour
                                   WHEN 2 COMPUTE WnbNorme2 = WnbNorme2 + 1
                                   WHEN 3 COMPUTE WnbNorme3 = WnbNorme3 + 1
                                   WHEN OTHER COMPUTE WnbNorme1 = WnbNorme1 + 1
                            END-EVALUATE
                            MOVE SPACES TO frapTamp
                            STRING 'Tournoi ' fno_idT ' du ' fno_date ' : perf ' fno_perf ' en '
                                   fno_nbParties ' parties (' fno_score '%) ' FUNCTION TRIM(WnormeLib)
                                   DELIMITED BY SIZE INTO frapTamp
                            WRITE frapTamp
                     END-IF
       END-READ
END-PERFORM
END-START
CLOSE fnormes
MOVE SPACES TO frapTamp
STRING 'Normes club : ' WnbNorme1 '  regionales : ' WnbNorme2 '  federales : ' WnbNorme3
       DELIMITED BY SIZE INTO frapTamp
WRITE frapTamp
IF WnbNorme3 >= WnormeTitre THEN
       MOVE SPACES TO frapTamp
       STRING 'Titre federal acquis (' WnormeTitre ' normes federales)' DELIMITED BY SIZE INTO frapTamp
       WRITE frapTamp
ELSE
       IF WnbNorme2 + WnbNorme3 >= WnormeTitre THEN
              MOVE SPACES TO frapTamp
              STRING 'Titre regional acquis (' WnormeTitre ' normes regionales ou mieux)'
                     DELIMITED BY SIZE INTO frapTamp
              WRITE frapTamp
       ELSE
              IF WnbNorme1 + WnbNorme2 + WnbNorme3 >= WnormeTitre THEN
                     MOVE SPACES TO frapTamp
                     STRING 'Titre club acquis (' WnormeTitre ' normes)' DELIMITED BY SIZE INTO frapTamp
                     WRITE frapTamp
              END-IF
       END-IF
END-IF
CLOSE frapport
DISPLAY 'Normes du joueur exportees dans rapport.dat'.
      *> Procédure qui edite l activite des arbitres pour la plage de semaines
      *> demandee (retour federal annuel) : resultats certifies par arbitre
       RAPPORT_ARBITRES.
                     DELETE ftournois RECORD
       END-READ
CLOSE ftournois
MOVE 1 TO WremMode
IF Wdroit > 0 THEN
       PERFORM CHOIX_REMBOURSEMENT
END-IF
PERFORM PURGE_INSCRIPTIONS
PERFORM PURGE_PLANNING
DISPLAY 'Supression effectuee'
ELSE
       DISPLAY 'Suppression impossible tournoi Encours/terminé'
END-IF.
      *> Procédure qui donne l etat du tournoi WidT dans WetatT :
      *> 0 = normal, 1 = annule, 2 = reporte
       ETAT_TOURNOI.
MOVE 0 TO WetatT
OPEN INPUT fetats
MOVE WidT TO fet_idT
READ fetats
       INVALID KEY
              MOVE 0 TO WetatT
       NOT INVALID KEY
              MOVE fet_etat TO WetatT
END-READ
CLOSE fetats.
      *> Procédure qui annule ou reporte un tournoi pas encore lance. Report : chaque
      *> tour planifie recoit sa nouvelle date, inscriptions et rangs d attente sont
      *> conserves. Annulation : le tournoi reste dans tournoi.dat marque annule, les
      *> droits regles sont rembourses ou mis en avoir, inscriptions, calendrier et
      *> affectations d arbitres sont liberes. Dans les deux cas avis.txt donne a
      *> chaque inscrit et a chaque joueur en attente sa nouvelle situation
       ANNULE_REPORTE_TOURNOI.
PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
       DISPLAY 'Donnez id du tournoi'
       PERFORM AFFICH_TOURNOI
       ACCEPT WidT
       PERFORM TOURNOI_EXIST
END-PERFORM
PERFORM RECHERCHE_MAX
PERFORM ETAT_TOURNOI
IF Wmax IS NOT = 0 THEN
       DISPLAY 'Impossible : le tournoi a deja commence'
ELSE
       IF WetatT = 1 THEN
              DISPLAY 'Ce tournoi est deja annule'
       ELSE
              PERFORM WITH TEST AFTER UNTIL Wrep = 1 OR Wrep = 2 OR Wrep = 3
                     DISPLAY '1-Reporter le tournoi'
                     DISPLAY '2-Annuler le tournoi'
                     DISPLAY '3-Abandon'
                     ACCEPT Wrep
              END-PERFORM
              EVALUATE Wrep
                     WHEN 1 PERFORM REPORT_TOURNOI
                     WHEN 2 PERFORM ANNULATION_TOURNOI
              END-EVALUATE
       END-IF
END-IF.
      *> Procédure qui reporte le tournoi WidT : nouvelles dates et heures des tours
      *> planifies, nouvelle semaine, etat 2 dans tourstat.dat et avis aux joueurs
       REPORT_TOURNOI.
DISPLAY 'Motif du report'
ACCEPT WmotifT
PERFORM DATE_PREMIER_TOUR
MOVE WancDate TO WnouvDate
MOVE WancHeure TO WnouvHeure
*> les tours sont charges d abord : la salle de chaque nouveau creneau est
*> controlee contre le calendrier des autres tournois avant la mise a jour
MOVE WidT TO WidPlan
PERFORM CHARGE_TOURS_PLANIFIES
IF WnbTr = 0 THEN
       DISPLAY 'Aucun tour planifie pour ce tournoi'
END-IF
MOVE 1 TO WidxTr
PERFORM WITH TEST BEFORE UNTIL WidxTr > WnbTr
       DISPLAY 'Tour ' WtrTour(WidxTr) ' prevu le ' WtrDate(WidxTr) ' a ' WtrHeure(WidxTr)
       MOVE 0 TO WdatTour
       PERFORM WITH TEST AFTER UNTIL WdatTour > 19000000
              DISPLAY 'Nouvelle date du tour ' WtrTour(WidxTr) ' (AAAAMMJJ)'
              ACCEPT WdatTour
       END-PERFORM
       DISPLAY 'Nouvelle heure de debut (HHMM)'
       ACCEPT WheureTour
       MOVE WtrTable(WidxTr) TO WtableTour
       MOVE WidT TO WidPlan
       MOVE WtrTour(WidxTr) TO WtourPlan
       PERFORM SAISIE_SALLE_TOUR
       IF WtrTour(WidxTr) = 1 THEN
              MOVE WdatTour TO WnouvDate
              MOVE WheureTour TO WnouvHeure
       END-IF
       PERFORM ECRIT_PLANNING_TOUR
       COMPUTE WidxTr = WidxTr + 1
END-PERFORM
OPEN INPUT ftournois
MOVE WidT TO fto_id
READ ftournois
       INVALID KEY
              MOVE 0 TO WancSem
       NOT INVALID KEY
              MOVE fto_sem TO WancSem
END-READ
CLOSE ftournois
*>Controle de la semaine (la semaine actuelle du tournoi reste permise)
PERFORM WITH TEST AFTER UNTIL Wtrouve =0 AND Wtest =0
       MOVE 0 TO Wtest
       DISPLAY 'Donnez la nouvelle semaine du tournoi (actuelle : ' WancSem ')'
       ACCEPT Wsem
       MOVE WnouvDate TO WdatTour
       PERFORM RECHERCHE_SEM
       IF Wsem = WancSem THEN
              MOVE 0 TO Wtrouve
       END-IF
       IF Wtrouve = 1 THEN
              DISPLAY ' Semaine deja prise'
       END-IF
       IF Wsem IS < 0 OR Wsem IS > 53 THEN
              MOVE 1 TO Wtest
              DISPLAY 'La semaine doit etre compris entre 1 et 52'
       END-IF
END-PERFORM
OPEN I-O ftournois
MOVE WidT TO fto_id
READ ftournois
       INVALID KEY
              DISPLAY 'Error'
       NOT INVALID KEY
              MOVE Wsem TO fto_sem
              REWRITE ftourTamp
              MOVE 'REE' TO WjnlOp
              PERFORM JOURNALISE_TOURNOI
END-READ
CLOSE ftournois
MOVE 2 TO WetatT
MOVE 0 TO WremMode
PERFORM ECRIT_ETAT_TOURNOI
PERFORM EDITION_AVIS
PERFORM HISTORISER_REPORT
DISPLAY 'Tournoi ' WidT ' reporte au ' WnouvDate ' : ' WnbAvis ' avis dans avis.txt'.
      *> Procédure qui annule le tournoi WidT sans le supprimer
       ANNULATION_TOURNOI.
DISPLAY 'Motif de l annulation'
ACCEPT WmotifT
PERFORM WITH TEST AFTER UNTIL Wrep = 1 OR Wrep = 2
       DISPLAY 'Confirmer l annulation du tournoi ' WidT ' ?'
       DISPLAY '1-Oui'
       DISPLAY '2-Non'
       ACCEPT Wrep
END-PERFORM
IF Wrep = 2 THEN
       DISPLAY 'Annulation abandonnee'
ELSE
       MOVE 1 TO WremMode
       IF Wdroit > 0 THEN
              PERFORM CHOIX_REMBOURSEMENT
       END-IF
       PERFORM DATE_PREMIER_TOUR
       OPEN INPUT ftournois
       MOVE WidT TO fto_id
       READ ftournois
              INVALID KEY
                     MOVE 0 TO WancSem
              NOT INVALID KEY
                     MOVE fto_sem TO WancSem
       END-READ
       CLOSE ftournois
       MOVE 0 TO WnouvDate
       MOVE 0 TO WnouvHeure
       MOVE 1 TO WetatT
*> l avis se prepare avant la purge, tant que les inscriptions existent
       PERFORM EDITION_AVIS
       PERFORM PURGE_INSCRIPTIONS
       PERFORM PURGE_PLANNING
       PERFORM PURGE_ARBTOUR
       PERFORM ECRIT_ETAT_TOURNOI
       PERFORM HISTORISER_ANNULATION
       DISPLAY 'Tournoi ' WidT ' annule : ' WnbAvis ' avis dans avis.txt'
END-IF.
      *> Procédure qui retrouve la date et l heure planifiees du 1er tour de WidT
       DATE_PREMIER_TOUR.
MOVE 0 TO WancDate
MOVE 0 TO WancHeure
OPEN INPUT fplanning
MOVE WidT TO fpl_idT
MOVE 1 TO fpl_tour
READ fplanning
       INVALID KEY
              MOVE 0 TO WancDate
       NOT INVALID KEY
              MOVE fpl_date TO WancDate
              MOVE fpl_heure TO WancHeure
END-READ
CLOSE fplanning.
      *> Procédure qui ecrit (ou remplace) l etat WetatT du tournoi WidT dans tourstat.dat
       ECRIT_ETAT_TOURNOI.
OPEN I-O fetats
MOVE WidT TO fet_idT
READ fetats
       INVALID KEY
              PERFORM REMPLIT_ETAT_TOURNOI
              WRITE fetTamp
                     INVALID KEY
                            DISPLAY 'INVALID KEY'
                     NOT INVALID KEY
                            MOVE 'ECR' TO WjnlOp
                            PERFORM JOURNALISE_ETAT
              END-WRITE
       NOT INVALID KEY
              PERFORM REMPLIT_ETAT_TOURNOI
              REWRITE fetTamp
              MOVE 'REE' TO WjnlOp
              PERFORM JOURNALISE_ETAT
END-READ
CLOSE fetats.
       REMPLIT_ETAT_TOURNOI.
ACCEPT Whist_date FROM DATE YYYYMMDD
MOVE WidT TO fet_idT
MOVE WetatT TO fet_etat
MOVE Whist_date TO fet_date
MOVE WancSem TO fet_ancSem
MOVE WancDate TO fet_ancDate
MOVE WnouvDate TO fet_nouvDate
MOVE WmotifT TO fet_motif
MOVE Wope TO fet_ope.
      *> Procédure qui libere les affectations d arbitres du tournoi WidT
       PURGE_ARBTOUR.
MOVE 0 TO Wfin
OPEN I-O farbtour
MOVE WidT TO fat_idT
MOVE SPACES TO fat_code
START farbtour KEY IS NOT < fat_cle
       INVALID KEY
              MOVE 1 TO Wfin
       NOT INVALID KEY
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ farbtour NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     IF fat_idT = WidT THEN
                            MOVE 'SUP' TO WjnlOp
                            PERFORM JOURNALISE_ARBTOUR
                            DELETE farbtour RECORD
                     ELSE
                            MOVE 1 TO Wfin
                     END-IF
       END-READ
END-PERFORM
END-START
CLOSE farbtour.
      *> Procédure qui ecrit dans avis.txt la nouvelle situation de chaque inscrit
      *> et de chaque joueur en attente du tournoi WidT (WetatT 1 = annule, 2 = reporte)
       EDITION_AVIS.
MOVE 0 TO WnbAvis
PERFORM CHARGE_RANGS_ATTENTE
OPEN INPUT ftournois
MOVE WidT TO fto_id
READ ftournois
       INVALID KEY
              MOVE SPACES TO fto_ville
END-READ
CLOSE ftournois
OPEN OUTPUT favis
MOVE SPACES TO favTamp
STRING '====== AVIS AUX JOUEURS : TOURNOI N. ' WidT ' ' FUNCTION TRIM(fto_ville)
       ' ======' DELIMITED BY SIZE INTO favTamp
WRITE favTamp
MOVE SPACES TO favTamp
IF WetatT = 1 THEN
       STRING 'TOURNOI ANNULE (1er tour prevu le ' WancDate ')'
              DELIMITED BY SIZE INTO favTamp
ELSE
       STRING 'TOURNOI REPORTE : 1er tour le ' WnouvDate ' a ' WnouvHeure
              ' semaine ' Wsem ' (au lieu du ' WancDate ')'
              DELIMITED BY SIZE INTO favTamp
END-IF
WRITE favTamp
MOVE SPACES TO favTamp
STRING 'Motif : ' WmotifT DELIMITED BY SIZE INTO favTamp
WRITE favTamp
MOVE 0 TO Wfin
MOVE 0 TO Wfdz
OPEN INPUT fjoueurs
OPEN INPUT finscriptions
MOVE WidT TO fins_idT
START finscriptions KEY IS = fins_idT
       INVALID KEY
              MOVE 1 TO Wfin
       NOT INVALID KEY
PERFORM WITH TEST AFTER UNTIL Wfin = 1 OR Wfdz = 1
       READ finscriptions NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     IF fins_idT = WidT THEN
                            IF fins_statut = 1 OR fins_statut = 2 THEN
                                   PERFORM LIGNE_AVIS
                            END-IF
                     ELSE
                            MOVE 1 TO Wfdz
                     END-IF
       END-READ
END-PERFORM
END-START
CLOSE finscriptions
CLOSE fjoueurs
CLOSE favis.
      *> Procédure qui ecrit la ligne d avis de l inscription courante
       LIGNE_AVIS.
MOVE fins_idJ TO WcpIdJ
PERFORM NOM_JOUEUR_COMPTE
MOVE SPACES TO WavisSit
IF fins_statut = 2 THEN
       PERFORM RANG_ATTENTE
END-IF
IF WetatT = 1 THEN
       IF fins_paye = 1 AND Wdroit > 0 THEN
              IF WremMode = 1 THEN
                     STRING 'inscription annulee, droit de ' Wdroit ' euros rembourse'
                            DELIMITED BY SIZE INTO WavisSit
              ELSE
                     STRING 'inscription annulee, droit de ' Wdroit ' euros garde en avoir'
                            DELIMITED BY SIZE INTO WavisSit
              END-IF
       ELSE
              IF fins_statut = 2 THEN
                     STRING 'retire de la liste d attente (rang ' WrangAtt ')'
                            DELIMITED BY SIZE INTO WavisSit
              ELSE
                     STRING 'inscription annulee' DELIMITED BY SIZE INTO WavisSit
              END-IF
       END-IF
ELSE
       IF fins_statut = 2 THEN
              STRING 'reste en liste d attente au rang ' WrangAtt
                     DELIMITED BY SIZE INTO WavisSit
       ELSE
              STRING 'inscription maintenue aux nouvelles dates'
                     DELIMITED BY SIZE INTO WavisSit
       END-IF
END-IF
MOVE SPACES TO favTamp
STRING 'Joueur ' fins_idJ ' ' FUNCTION TRIM(fjo_nom) ' ' FUNCTION TRIM(fjo_prenom)
       ' : ' WavisSit DELIMITED BY SIZE INTO favTamp
WRITE favTamp
COMPUTE WnbAvis = WnbAvis + 1.
      *> Procédure qui charge les rangs d inscription des joueurs en attente du tournoi WidT
       CHARGE_RANGS_ATTENTE.
MOVE 0 TO WnbAtt
MOVE 0 TO Wfin
MOVE 0 TO Wfdz
OPEN INPUT finscriptions
MOVE WidT TO fins_idT
START finscriptions KEY IS = fins_idT
       INVALID KEY
              MOVE 1 TO Wfin
       NOT INVALID KEY
PERFORM WITH TEST AFTER UNTIL Wfin = 1 OR Wfdz = 1
       READ finscriptions NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     IF fins_idT = WidT THEN
                            IF fins_statut = 2 AND WnbAtt < 200 THEN
                                   COMPUTE WnbAtt = WnbAtt + 1
                                   MOVE fins_rang TO WTabAtt(WnbAtt)
                            END-IF
                     ELSE
                            MOVE 1 TO Wfdz
                     END-IF
       END-READ
END-PERFORM
END-START
CLOSE finscriptions.
      *> Procédure qui donne dans WrangAtt la position en liste d attente de
      *> l inscription courante (le plus petit rang d inscription passe en premier)
       RANG_ATTENTE.
MOVE 0 TO WrangAtt
MOVE 1 TO WidxAtt
PERFORM WITH TEST AFTER UNTIL WidxAtt > WnbAtt OR WnbAtt = 0
       IF WTabAtt(WidxAtt) IS NOT > fins_rang THEN
              COMPUTE WrangAtt = WrangAtt + 1
       END-IF
       COMPUTE WidxAtt = WidxAtt + 1
END-PERFORM.
      *> Procédure qui journalise le report d un tournoi dans historique.dat
       HISTORISER_REPORT.
ACCEPT Whist_date FROM DATE YYYYMMDD
ACCEPT Whist_heure FROM TIME
MOVE SPACES TO fhistTamp
STRING Whist_date '-' Whist_heure
       ' REPORT TOURNOI=' WidT ' ANCIENNE DATE=' WancDate
       ' NOUVELLE DATE=' WnouvDate ' SEMAINE=' Wsem
       DELIMITED BY SIZE INTO fhistTamp
PERFORM ECRIT_HISTORIQUE.
      *> Procédure qui journalise l annulation d un tournoi dans historique.dat
       HISTORISER_ANNULATION.
ACCEPT Whist_date FROM DATE YYYYMMDD
ACCEPT Whist_heure FROM TIME
MOVE SPACES TO fhistTamp
STRING Whist_date '-' Whist_heure
       ' ANNULATION TOURNOI=' WidT ' DATE PREVUE=' WancDate
       ' AVIS=' WnbAvis ' SORT DES DROITS=' WremMode
       DELIMITED BY SIZE INTO fhistTamp
PERFORM ECRIT_HISTORIQUE.
       SUPP_PARTIE.
PERFORM WITH TEST AFTER UNTIL Wtrouve IS = 1
       DISPLAY 'Donnez ID du type de partie a supprimer'
       PERFORM TOURNOI_EXIST
END-PERFORM
PERFORM RECHERCHE_MAX
PERFORM ETAT_TOURNOI
IF Wmax = 0 AND WetatT IS NOT = 1 THEN
       MOVE 0 TO WdatTour
       PERFORM WITH TEST AFTER UNTIL WdatTour > 19000000
              DISPLAY 'Donnez la date du 1er tour (AAAAMMJJ)'
       CLOSE ftournois
       MOVE WidT TO WidPlan
       MOVE 1 TO WtourPlan
       PERFORM SAISIE_SALLE_TOUR
       PERFORM ECRIT_PLANNING_TOUR
       DISPLAY 'Modification effectuee'
ELSE
       IF WetatT = 1 THEN
              DISPLAY 'Modification impossible : tournoi annule'
       ELSE
              DISPLAY 'Modification impossible tournoi Encours/terminé'
       END-IF
END-IF.

       AFFICHE_TOURNOI_ENCOURS.
MOVE SPACES TO frapTamp
STRING 'Resultat net pour le club : ' WnetEd ' euros' DELIMITED BY SIZE INTO frapTamp
WRITE frapTamp
*> rapprochement avec les mouvements portes aux comptes joueurs pour ce tournoi
PERFORM TOTAUX_COMPTE_TOURNOI
MOVE SPACES TO frapTamp
STRING 'Comptes joueurs : droits ' WtotDroit ' annules ' WtotAnnul
       ' avoirs imputes ' WtotAvoir DELIMITED BY SIZE INTO frapTamp
WRITE frapTamp
MOVE SPACES TO frapTamp
STRING 'Comptes joueurs : payes ' WtotPaie ' rembourses ' WtotRemb
       ' primes ' WtotPrime DELIMITED BY SIZE INTO frapTamp
WRITE frapTamp
CLOSE frapport
DISPLAY 'Bilan financier exporte dans rapport.dat'
IF WtermineF = 1 AND Wdotation > 0 AND WnbPrime > 0 THEN
       DISPLAY 'Primes deja versees aux comptes joueurs pour ce tournoi'
END-IF
IF WtermineF = 1 AND Wdotation > 0 AND WnbPrime = 0 THEN
       PERFORM WITH TEST AFTER UNTIL Wrep = 1 OR Wrep = 2
              DISPLAY 'Journaliser le versement des primes ?'
              DISPLAY '1-Oui'
              MOVE Wpod1 TO WidCum
              MOVE Wprime1 TO WmontantH
              PERFORM HISTORISER_PRIME
              PERFORM PRIME_AU_COMPTE
              MOVE 2 TO WplaceH
              MOVE Wpod2 TO WidCum
              MOVE Wprime2 TO WmontantH
              PERFORM HISTORISER_PRIME
              PERFORM PRIME_AU_COMPTE
              IF Wpod3 IS NOT = 0 THEN
                     MOVE 3 TO WplaceH
                     MOVE Wpod3 TO WidCum
                     MOVE Wprime3 TO WmontantH
                     PERFORM HISTORISER_PRIME
                     PERFORM PRIME_AU_COMPTE
              END-IF
              DISPLAY 'Primes journalisees dans historique.dat et aux comptes joueurs'
       END-IF
END-IF.
      *> Procédure qui compte les inscriptions du tournoi WidT dont le droit est regle
       ' PAIEMENT TOURNOI=' WidT ' JOUEUR=' WidCum
       ' MONTANT=' WmontantH
       DELIMITED BY SIZE INTO fhistTamp
PERFORM ECRIT_HISTORIQUE.
      *> Procédure qui journalise le versement d une prime de podium dans historique.dat
       HISTORISER_PRIME.
ACCEPT Whist_date FROM DATE YYYYMMDD
       ' PRIME TOURNOI=' WidT ' PLACE=' WplaceH ' JOUEUR=' WidCum
       ' MONTANT=' WmontantH
       DELIMITED BY SIZE INTO fhistTamp
PERFORM ECRIT_HISTORIQUE.
      *> Procédure qui journalise le remboursement d un droit d engagement dans historique.dat
       HISTORISER_REMBOURSEMENT.
ACCEPT Whist_date FROM DATE YYYYMMDD
ACCEPT Whist_heure FROM TIME
MOVE SPACES TO fhistTamp
STRING Whist_date '-' Whist_heure
       ' REMBOURSEMENT TOURNOI=' WidT ' JOUEUR=' WidCum
       ' MONTANT=' WmontantH
       DELIMITED BY SIZE INTO fhistTamp
PERFORM ECRIT_HISTORIQUE.
      *> Procédure qui journalise un droit regle garde en avoir au compte du joueur
       HISTORISER_AVOIR.
ACCEPT Whist_date FROM DATE YYYYMMDD
ACCEPT Whist_heure FROM TIME
MOVE SPACES TO fhistTamp
STRING Whist_date '-' Whist_heure
       ' AVOIR TOURNOI=' WidT ' JOUEUR=' WidCum
       ' MONTANT=' WmontantH
       DELIMITED BY SIZE INTO fhistTamp
PERFORM ECRIT_HISTORIQUE.
      *> Procédure qui journalise l imputation d un avoir sur un nouveau droit d engagement
       HISTORISER_IMPUTATION.
ACCEPT Whist_date FROM DATE YYYYMMDD
ACCEPT Whist_heure FROM TIME
MOVE SPACES TO fhistTamp
STRING Whist_date '-' Whist_heure
       ' IMPUTATION AVOIR TOURNOI=' WidT ' JOUEUR=' WidCum
       ' MONTANT=' WmontantH
       DELIMITED BY SIZE INTO fhistTamp
PERFORM ECRIT_HISTORIQUE.
      *> Procédure qui passe au compte du joueur WcpIdJ le mouvement prepare dans
      *> WcpLigne (type, tournoi, montant, reference) date du jour et signe de l operateur
       ECRIT_COMPTE.
ACCEPT WcpDate FROM DATE YYYYMMDD
MOVE Wope TO WcpOpe
PERFORM AJOUTE_LIGNE_COMPTE.
      *> Procédure qui ecrit WcpLigne a la suite des mouvements du joueur WcpIdJ
      *> (numero d ordre = dernier numero du joueur + 1)
       AJOUTE_LIGNE_COMPTE.
MOVE 0 TO WcpNum
MOVE 0 TO WcpFin
OPEN I-O fcompte
MOVE WcpIdJ TO fcp_idJ
MOVE 0 TO fcp_num
START fcompte KEY IS NOT < fcp_cle
       INVALID KEY
              MOVE 1 TO WcpFin
       NOT INVALID KEY
PERFORM WITH TEST AFTER UNTIL WcpFin = 1
       READ fcompte NEXT
              AT END
                     MOVE 1 TO WcpFin
              NOT AT END
                     IF fcp_idJ = WcpIdJ THEN
                            MOVE fcp_num TO WcpNum
                     ELSE
                            MOVE 1 TO WcpFin
                     END-IF
       END-READ
END-PERFORM
END-START
COMPUTE WcpNum = WcpNum + 1
MOVE WcpLigne TO fcpTamp
WRITE fcpTamp
       INVALID KEY
              DISPLAY 'Mouvement de compte en double pour le joueur ' WcpIdJ
       NOT INVALID KEY
              MOVE 'ECR' TO WjnlOp
              PERFORM JOURNALISE_COMPTE
END-WRITE
CLOSE fcompte.
      *> Procédure qui ajoute le mouvement courant de fcompte au solde WcpSolde :
      *> droit et remboursement augmentent ce que doit le joueur, paiement et
      *> annulation du droit le diminuent, avoir impute et prime sont pour memoire
       CUMUL_SOLDE_COMPTE.
EVALUATE fcp_type
       WHEN 1
              COMPUTE WcpSolde = WcpSolde + fcp_montant
       WHEN 4
              COMPUTE WcpSolde = WcpSolde + fcp_montant
       WHEN 2
              COMPUTE WcpSolde = WcpSolde - fcp_montant
       WHEN 3
              COMPUTE WcpSolde = WcpSolde - fcp_montant
END-EVALUATE.
      *> Procédure qui calcule le solde du compte du joueur WcpIdJ dans WcpSolde
      *> (positif : reste du au club, negatif : avoir disponible)
       CALCUL_SOLDE_COMPTE.
MOVE 0 TO WcpSolde
MOVE 0 TO WcpFin
OPEN INPUT fcompte
MOVE WcpIdJ TO fcp_idJ
MOVE 0 TO fcp_num
START fcompte KEY IS NOT < fcp_cle
       INVALID KEY
              MOVE 1 TO WcpFin
       NOT INVALID KEY
PERFORM WITH TEST AFTER UNTIL WcpFin = 1
       READ fcompte NEXT
              AT END
                     MOVE 1 TO WcpFin
              NOT AT END
                     IF fcp_idJ = WcpIdJ THEN
                            PERFORM CUMUL_SOLDE_COMPTE
                     ELSE
                            MOVE 1 TO WcpFin
                     END-IF
       END-READ
END-PERFORM
END-START
CLOSE fcompte.
      *> Procédure qui indique dans WcpDroitOk si le droit du tournoi WidT est porte
      *> au compte du joueur WcpIdJ (droits passes moins droits annules)
       CHERCHE_DROIT_COMPTE.
MOVE 0 TO WcpNet
MOVE 0 TO WcpDroitOk
MOVE 0 TO WcpFin
OPEN INPUT fcompte
MOVE WcpIdJ TO fcp_idJ
MOVE 0 TO fcp_num
START fcompte KEY IS NOT < fcp_cle
       INVALID KEY
              MOVE 1 TO WcpFin
       NOT INVALID KEY
PERFORM WITH TEST AFTER UNTIL WcpFin = 1
       READ fcompte NEXT
              AT END
                     MOVE 1 TO WcpFin
              NOT AT END
                     IF fcp_idJ = WcpIdJ THEN
                            IF fcp_idT = WidT AND fcp_type = 1 THEN
                                   COMPUTE WcpNet = WcpNet + 1
                            END-IF
                            IF fcp_idT = WidT AND fcp_type = 3 THEN
                                   COMPUTE WcpNet = WcpNet - 1
                            END-IF
                     ELSE
                            MOVE 1 TO WcpFin
                     END-IF
       END-READ
END-PERFORM
END-START
CLOSE fcompte
IF WcpNet > 0 THEN
       MOVE 1 TO WcpDroitOk
END-IF.
      *> Procédure qui demande le sort des droits deja regles lors d un retrait :
      *> WremMode 1 = remboursement, 2 = avoir sur un prochain tournoi (batch : remboursement)
       CHOIX_REMBOURSEMENT.
IF Wbatch = 1 THEN
       MOVE 1 TO WremMode
ELSE
       PERFORM WITH TEST AFTER UNTIL Wrep = 1 OR Wrep = 2
              DISPLAY 'Droit d engagement deja regle :'
              DISPLAY '1-Rembourser le joueur'
              DISPLAY '2-Garder le droit en avoir pour un prochain tournoi'
              ACCEPT Wrep
       END-PERFORM
       MOVE Wrep TO WremMode
END-IF.
      *> Procédure qui passe au compte du joueur WcpIdJ le retrait de son inscription
      *> au tournoi WidT (WcpPaye = droit regle) : annulation du droit, puis
      *> remboursement ou avoir selon WremMode (0 = aucun mouvement, cas de l archivage)
       REGLE_RETRAIT_INSCRIPTION.
IF Wdroit > 0 AND WremMode > 0 THEN
       MOVE WidT TO WcpIdT
       MOVE Wdroit TO WcpMontant
       MOVE SPACES TO WcpRef
       PERFORM CHERCHE_DROIT_COMPTE
       IF WcpDroitOk = 0 THEN
*> inscription prise avant la tenue des comptes : droit et reglement sont repris
              MOVE 'REPRISE' TO WcpRef
              MOVE 1 TO WcpType
              PERFORM ECRIT_COMPTE
              IF WcpPaye = 1 THEN
                     MOVE 2 TO WcpType
                     PERFORM ECRIT_COMPTE
              END-IF
              MOVE SPACES TO WcpRef
       END-IF
       MOVE 3 TO WcpType
       PERFORM ECRIT_COMPTE
       IF WcpPaye = 1 THEN
              MOVE Wdroit TO WmontantH
              MOVE WcpIdJ TO WidCum
              IF WremMode = 1 THEN
                     MOVE 4 TO WcpType
                     PERFORM ECRIT_COMPTE
                     PERFORM HISTORISER_REMBOURSEMENT
                     DISPLAY 'Droit de ' Wdroit ' euros a rembourser au joueur ' WcpIdJ
              ELSE
                     PERFORM HISTORISER_AVOIR
                     DISPLAY 'Droit de ' Wdroit ' euros garde en avoir au joueur ' WcpIdJ
              END-IF
       END-IF
END-IF.
      *> Procédure qui enregistre le reglement ulterieur du droit d une inscription
      *> existante (reference du cheque ou du virement portee au compte du joueur)
       REGLEMENT_INSCRIPTION.
PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
       DISPLAY 'Donnez id du tournoi'
       PERFORM AFFICH_TOURNOI
       ACCEPT WidT
       PERFORM TOURNOI_EXIST
END-PERFORM
IF Wdroit = 0 THEN
       DISPLAY 'Tournoi sans droit d engagement'
ELSE
       DISPLAY 'Donnez ID du joueur'
       ACCEPT Wid
       OPEN I-O finscriptions
       MOVE WidT TO fins_idT
       MOVE Wid TO fins_idJ
       READ finscriptions
              INVALID KEY
                     DISPLAY 'Joueur pas inscrit a ce tournoi'
              NOT INVALID KEY
                     IF fins_paye = 1 THEN
                            DISPLAY 'Droit deja regle'
                     ELSE
                            DISPLAY 'Reference du reglement (cheque, especes, virement)'
                            ACCEPT WrefPaie
                            MOVE 1 TO fins_paye
                            REWRITE finsTamp
                            MOVE 'REE' TO WjnlOp
                            PERFORM JOURNALISE_INSCRIPTION
                            MOVE Wid TO WcpIdJ
                            MOVE WidT TO WcpIdT
                            MOVE Wdroit TO WcpMontant
                            PERFORM CHERCHE_DROIT_COMPTE
                            IF WcpDroitOk = 0 THEN
                                   MOVE 1 TO WcpType
                                   MOVE 'REPRISE' TO WcpRef
                                   PERFORM ECRIT_COMPTE
                            END-IF
                            MOVE 2 TO WcpType
                            MOVE WrefPaie TO WcpRef
                            PERFORM ECRIT_COMPTE
                            MOVE Wdroit TO WmontantH
                            MOVE Wid TO WidCum
                            PERFORM HISTORISER_PAIEMENT
                            DISPLAY 'Reglement de ' Wdroit ' euros enregistre'
                     END-IF
       END-READ
       CLOSE finscriptions
END-IF.
      *> Procédure qui porte la prime de podium (WidCum, WplaceH, WmontantH) au compte du joueur
       PRIME_AU_COMPTE.
MOVE WidCum TO WcpIdJ
MOVE WidT TO WcpIdT
MOVE WmontantH TO WcpMontant
MOVE 6 TO WcpType
MOVE SPACES TO WcpRef
STRING 'PRIME PLACE ' WplaceH DELIMITED BY SIZE INTO WcpRef
PERFORM ECRIT_COMPTE.
      *> Procédure qui totalise les mouvements de compte du tournoi WidT par type
      *> pour rapprocher les comptes joueurs du bilan financier
       TOTAUX_COMPTE_TOURNOI.
MOVE 0 TO WtotDroit
MOVE 0 TO WtotAnnul
MOVE 0 TO WtotPaie
MOVE 0 TO WtotRemb
MOVE 0 TO WtotAvoir
MOVE 0 TO WtotPrime
MOVE 0 TO WnbPrime
MOVE 0 TO WcpFin
OPEN INPUT fcompte
MOVE WidT TO fcp_idT
START fcompte KEY IS = fcp_idT
       INVALID KEY
              MOVE 1 TO WcpFin
       NOT INVALID KEY
PERFORM WITH TEST AFTER UNTIL WcpFin = 1
       READ fcompte NEXT
              AT END
                     MOVE 1 TO WcpFin
              NOT AT END
                     IF fcp_idT = WidT THEN
                            EVALUATE fcp_type
                                   WHEN 1
                                          COMPUTE WtotDroit = WtotDroit + fcp_montant
                                   WHEN 2
                                          COMPUTE WtotPaie = WtotPaie + fcp_montant
                                   WHEN 3
                                          COMPUTE WtotAnnul = WtotAnnul + fcp_montant
                                   WHEN 4
                                          COMPUTE WtotRemb = WtotRemb + fcp_montant
                                   WHEN 5
                                          COMPUTE WtotAvoir = WtotAvoir + fcp_montant
                                   WHEN 6
                                          COMPUTE WtotPrime = WtotPrime + fcp_montant
                                          COMPUTE WnbPrime = WnbPrime + 1
                            END-EVALUATE
                     ELSE
                            MOVE 1 TO WcpFin
                     END-IF
       END-READ
END-PERFORM
END-START
CLOSE fcompte.
      *> Procédure qui donne le libelle du type de mouvement fcp_type dans WcpLib
       LIBELLE_COMPTE.
EVALUATE fcp_type
       WHEN 1 MOVE 'DROIT ENGAG.' TO WcpLib
       WHEN 2 MOVE 'PAIEMENT' TO WcpLib
       WHEN 3 MOVE 'ANNUL. DROIT' TO WcpLib
       WHEN 4 MOVE 'REMBOURSEMENT' TO WcpLib
       WHEN 5 MOVE 'AVOIR IMPUTE' TO WcpLib
       WHEN 6 MOVE 'PRIME VERSEE' TO WcpLib
       WHEN OTHER MOVE '?' TO WcpLib
END-EVALUATE.
      *> Procédure qui edite le releve de compte d un joueur dans rapport.dat :
      *> chaque mouvement avec le solde progressif, puis le solde du ou l avoir
       RELEVE_COMPTE.
MOVE 0 TO Wrang
MOVE 0 TO WcatT
PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
       DISPLAY 'Donnez id du joueur'
       ACCEPT Wid
       PERFORM JOUEUR_EXIST
END-PERFORM
OPEN INPUT fjoueurs
MOVE Wid TO WcpIdJ
PERFORM NOM_JOUEUR_COMPTE
CLOSE fjoueurs
OPEN OUTPUT frapport
MOVE SPACES TO frapTamp
STRING '====== RELEVE DE COMPTE JOUEUR N. ' Wid ' ' FUNCTION TRIM(fjo_nom)
       ' ' FUNCTION TRIM(fjo_prenom) ' ======' DELIMITED BY SIZE INTO frapTamp
WRITE frapTamp
MOVE SPACES TO frapTamp
STRING 'Date     Mouvement     Tournoi Montant Solde    Oper. Reference'
       DELIMITED BY SIZE INTO frapTamp
WRITE frapTamp
MOVE 0 TO WcpSolde
MOVE 0 TO WcpFin
OPEN INPUT fcompte
MOVE Wid TO fcp_idJ
MOVE 0 TO fcp_num
START fcompte KEY IS NOT < fcp_cle
       INVALID KEY
              MOVE 1 TO WcpFin
       NOT INVALID KEY
PERFORM WITH TEST AFTER UNTIL WcpFin = 1
       READ fcompte NEXT
              AT END
                     MOVE 1 TO WcpFin
              NOT AT END
                     IF fcp_idJ = Wid THEN
                            PERFORM CUMUL_SOLDE_COMPTE
                            PERFORM LIBELLE_COMPTE
                            MOVE fcp_montant TO WcpMontEd
                            MOVE WcpSolde TO WcpSoldeEd
                            MOVE SPACES TO frapTamp
                            STRING fcp_date ' ' WcpLib ' T=' fcp_idT ' ' WcpMontEd
                                   ' SOLDE=' WcpSoldeEd ' ' fcp_ope ' ' fcp_ref
                                   DELIMITED BY SIZE INTO frapTamp
                            WRITE frapTamp
                     ELSE
                            MOVE 1 TO WcpFin
                     END-IF
       END-READ
END-PERFORM
END-START
CLOSE fcompte
MOVE SPACES TO frapTamp
IF WcpSolde > 0 THEN
       MOVE WcpSolde TO WcpMontEd
       STRING 'Reste du par le joueur : ' WcpMontEd ' euros' DELIMITED BY SIZE INTO frapTamp
ELSE
       IF WcpSolde < 0 THEN
              COMPUTE WcpMontEd = 0 - WcpSolde
              STRING 'Avoir disponible : ' WcpMontEd ' euros' DELIMITED BY SIZE INTO frapTamp
       ELSE
              STRING 'Compte solde' DELIMITED BY SIZE INTO frapTamp
       END-IF
END-IF
WRITE frapTamp
CLOSE frapport
DISPLAY 'Releve de compte exporte dans rapport.dat'.
      *> Procédure qui edite les droits impayes dans rapport.dat : pour un tournoi,
      *> ses inscrits dont le droit n est pas regle ; sinon tous les comptes debiteurs
       RAPPORT_IMPAYES.
DISPLAY 'Donnez id du tournoi (0 = tous les comptes debiteurs)'
ACCEPT WidT
MOVE 0 TO Wtrouve
IF WidT IS NOT = 0 THEN
       PERFORM TOURNOI_EXIST
END-IF
IF Wtrouve = 1 THEN
       DISPLAY 'Rapport abandonne'
ELSE
       MOVE 0 TO WnbDebit
       MOVE 0 TO WtotImp
       OPEN OUTPUT frapport
       OPEN INPUT fjoueurs
       MOVE SPACES TO frapTamp
       IF WidT = 0 THEN
              STRING '====== COMPTES JOUEURS DEBITEURS ======' DELIMITED BY SIZE INTO frapTamp
              WRITE frapTamp
              PERFORM IMPAYES_TOUS_COMPTES
       ELSE
              STRING '====== DROITS NON REGLES TOURNOI N. ' WidT ' ======'
                     DELIMITED BY SIZE INTO frapTamp
              WRITE frapTamp
              PERFORM IMPAYES_TOURNOI
       END-IF
       MOVE WtotImp TO WcpMontEd
       MOVE SPACES TO frapTamp
       STRING 'Total : ' WnbDebit ' joueur(s) pour ' WcpMontEd ' euros'
              DELIMITED BY SIZE INTO frapTamp
       WRITE frapTamp
       CLOSE fjoueurs
       CLOSE frapport
       DISPLAY 'Rapport des impayes exporte dans rapport.dat'
END-IF.
      *> Procédure qui liste les inscrits du tournoi WidT au droit non regle avec le
      *> solde de leur compte (fjoueurs et frapport deja ouverts)
       IMPAYES_TOURNOI.
MOVE 0 TO Wfin
MOVE 0 TO Wfdz
OPEN INPUT finscriptions
MOVE WidT TO fins_idT
START finscriptions KEY IS = fins_idT
       INVALID KEY
              MOVE 1 TO Wfin
       NOT INVALID KEY
PERFORM WITH TEST AFTER UNTIL Wfin = 1 OR Wfdz = 1
       READ finscriptions NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     IF fins_idT = WidT THEN
                            IF fins_paye = 0 THEN
                                   MOVE fins_idJ TO WcpIdJ
                                   PERFORM CALCUL_SOLDE_COMPTE
                                   PERFORM NOM_JOUEUR_COMPTE
                                   COMPUTE WnbDebit = WnbDebit + 1
                                   COMPUTE WtotImp = WtotImp + Wdroit
                                   MOVE WcpSolde TO WcpSoldeEd
                                   MOVE SPACES TO frapTamp
                                   IF fins_statut = 2 THEN
                                          STRING 'Joueur ' fins_idJ ' ' FUNCTION TRIM(fjo_nom)
                                                 ' ' FUNCTION TRIM(fjo_prenom)
                                                 ' (attente) solde ' WcpSoldeEd
                                                 DELIMITED BY SIZE INTO frapTamp
                                   ELSE
                                          STRING 'Joueur ' fins_idJ ' ' FUNCTION TRIM(fjo_nom)
                                                 ' ' FUNCTION TRIM(fjo_prenom)
                                                 ' solde ' WcpSoldeEd
                                                 DELIMITED BY SIZE INTO frapTamp
                                   END-IF
                                   WRITE frapTamp
                            END-IF
                     ELSE
                            MOVE 1 TO Wfdz
                     END-IF
       END-READ
END-PERFORM
END-START
CLOSE finscriptions.
      *> Procédure qui parcourt compte.dat joueur par joueur et liste les soldes
      *> debiteurs (fjoueurs et frapport deja ouverts)
       IMPAYES_TOUS_COMPTES.
MOVE 0 TO WcpIdPrec
MOVE 0 TO WcpSolde
MOVE 0 TO Wfin
OPEN INPUT fcompte
PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ fcompte NEXT
              AT END
                     MOVE 1 TO Wfin
              NOT AT END
                     IF fcp_idJ IS NOT = WcpIdPrec THEN
                            PERFORM EMET_SOLDE_DEBITEUR
                            MOVE fcp_idJ TO WcpIdPrec
                            MOVE 0 TO WcpSolde
                     END-IF
                     PERFORM CUMUL_SOLDE_COMPTE
       END-READ
END-PERFORM
PERFORM EMET_SOLDE_DEBITEUR
CLOSE fcompte.
      *> Procédure qui ecrit la ligne du joueur WcpIdPrec si son solde est debiteur
       EMET_SOLDE_DEBITEUR.
IF WcpIdPrec > 0 AND WcpSolde > 0 THEN
       MOVE WcpIdPrec TO WcpIdJ
       PERFORM NOM_JOUEUR_COMPTE
       COMPUTE WnbDebit = WnbDebit + 1
       COMPUTE WtotImp = WtotImp + WcpSolde
       MOVE WcpSolde TO WcpMontEd
       MOVE SPACES TO frapTamp
       STRING 'Joueur ' WcpIdPrec ' ' FUNCTION TRIM(fjo_nom)
              ' ' FUNCTION TRIM(fjo_prenom) ' doit ' WcpMontEd ' euros'
              DELIMITED BY SIZE INTO frapTamp
       WRITE frapTamp
END-IF.
      *> Procédure qui lit le nom du joueur WcpIdJ (fjoueurs deja ouvert)
       NOM_JOUEUR_COMPTE.
MOVE WcpIdJ TO fjo_id
READ fjoueurs
       INVALID KEY
              MOVE SPACES TO fjo_nom
              MOVE SPACES TO fjo_prenom
END-READ.
      *> Procédure qui reporte les normes de l id absorbe sur l id conserve (l id fait
      *> partie de la cle : suppression puis reecriture) ; une norme deja acquise
      *> par l id conserve sur le meme tournoi est gardee telle quelle
       FUSION_NORMES.
MOVE 0 TO WnoFus
OPEN I-O fnormes
PERFORM WITH TEST AFTER UNTIL WnoFus = 1
       MOVE 1 TO WnoFus
       MOVE WfusPerd TO fno_idJ
       MOVE 0 TO fno_idT
       START fnormes KEY IS NOT < fno_cle
              INVALID KEY
                     MOVE 1 TO WnoFus
              NOT INVALID KEY
                     READ fnormes NEXT
                            AT END
                                   MOVE 1 TO WnoFus
                            NOT AT END
                                   IF fno_idJ = WfusPerd THEN
                                          MOVE 0 TO WnoFus
                                          MOVE fnoTamp TO WnoLigne
                                          MOVE 'SUP' TO WjnlOp
                                          PERFORM JOURNALISE_NORME
                                          DELETE fnormes RECORD
                                          MOVE WnoLigne TO fnoTamp
                                          MOVE WfusGarde TO fno_idJ
                                          WRITE fnoTamp
                                                 INVALID KEY
                                                        DISPLAY 'Norme du tournoi ' fno_idT
                                                                ' deja acquise par le joueur ' WfusGarde
                                                 NOT INVALID KEY
                                                        MOVE 'ECR' TO WjnlOp
                                                        PERFORM JOURNALISE_NORME
                                          END-WRITE
                                   END-IF
                     END-READ
       END-START
END-PERFORM
CLOSE fnormes.
      *> Procédure qui reporte les dossiers disciplinaires de l id absorbe sur l id
      *> conserve, une suspension en cours suit donc le joueur fusionne
       FUSION_SANCTIONS.
MOVE 0 TO WscFus
OPEN I-O fsanctions
PERFORM WITH TEST AFTER UNTIL WscFus = 1
       MOVE 1 TO WscFus
       MOVE WfusPerd TO fsc_idJ
       START fsanctions KEY IS = fsc_idJ
              INVALID KEY
                     MOVE 1 TO WscFus
              NOT INVALID KEY
                     READ fsanctions NEXT
                            AT END
                                   MOVE 1 TO WscFus
                            NOT AT END
                                   IF fsc_idJ = WfusPerd THEN
                                          MOVE 0 TO WscFus
                                          MOVE WfusGarde TO fsc_idJ
                                          REWRITE fscTamp
                                          MOVE 'REE' TO WjnlOp
                                          PERFORM JOURNALISE_SANCTION
                                   END-IF
                     END-READ
       END-START
END-PERFORM
CLOSE fsanctions.
      *> Procédure qui reporte les mouvements de compte de l id absorbe sur l id conserve
       FUSION_COMPTE.
MOVE 0 TO WcpFus
PERFORM WITH TEST AFTER UNTIL WcpFus = 1
       MOVE 1 TO WcpFus
       OPEN I-O fcompte
       MOVE WfusPerd TO fcp_idJ
       MOVE 0 TO fcp_num
       START fcompte KEY IS NOT < fcp_cle
              INVALID KEY
                     MOVE 1 TO WcpFus
              NOT INVALID KEY
                     READ fcompte NEXT
                            AT END
                                   MOVE 1 TO WcpFus
                            NOT AT END
                                   IF fcp_idJ = WfusPerd THEN
                                          MOVE 0 TO WcpFus
                                          MOVE fcpTamp TO WcpLigne
                                          MOVE 'SUP' TO WjnlOp
                                          PERFORM JOURNALISE_COMPTE
                                          DELETE fcompte RECORD
                                   END-IF
                     END-READ
       END-START
       CLOSE fcompte
       IF WcpFus = 0 THEN
              MOVE WfusGarde TO WcpIdJ
              PERFORM AJOUTE_LIGNE_COMPTE
       END-IF
END-PERFORM.

      *> Procédure qui calcule le nombre de rencontres attendues (Wborne) pour le tour Wtour
       CALCULE_BORNE.
       ' PTS TOURNOI=' WidT ' TOUR=' WhistTour ' JOUEUR=' Wid3
       ' ANCIEN=' Wancien_pts ' NOUVEAU=' Wnouveau_pts
       DELIMITED BY SIZE INTO fhistTamp
PERFORM ECRIT_HISTORIQUE.
      *> Procédure qui journalise l enregistrement d un résultat de rencontre dans le fichier historique (audit)
       HISTORISER_MATCH.
ACCEPT Whist_date FROM DATE YYYYMMDD
       ' ANCIEN=NEANT NOUVEAU VAINQUEUR=' fder_idV
       ' ARBITRE=' fder_arb
       DELIMITED BY SIZE INTO fhistTamp
PERFORM ECRIT_HISTORIQUE.
      *> Procédure qui corrige sous controle le vainqueur d une rencontre mal saisie :
      *> reprise des points via les lignes ANCIEN/NOUVEAU de historique.dat, nouveau gain
      *> au bon vainqueur, reecriture du deroulement et journalisation de la correction
       ' ANCIEN=' WcorVold ' NOUVEAU=' WcorVnew
       ' ARBITRE=' Warb
       DELIMITED BY SIZE INTO fhistTamp
PERFORM ECRIT_HISTORIQUE.
      *> Procédure qui ecrit la ligne d historique preparee dans fhistTamp, signee
      *> en colonne 121 par le code de l operateur connecte
       ECRIT_HISTORIQUE.
MOVE ' OPER=' TO fhistTamp(121:6)
MOVE Wope TO fhistTamp(127:5)
OPEN EXTEND fhistorique
WRITE fhistTamp
CLOSE fhistorique.
