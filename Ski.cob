               ACCESS IS dynamic
               FILE STATUS IS fc_stat
               RECORD KEY IS fc_num
               ALTERNATE RECORD KEY IS fc_activite WITH DUPLICATES
               ALTERNATE RECORD KEY IS fc_numP WITH DUPLICATES
               ALTERNATE RECORD KEY IS fc_date WITH DUPLICATES.

               SELECT fcoursanc ASSIGN TO "cours.dat"
               ORGANIZATION indexed
               ACCESS IS dynamic
               FILE STATUS IS ca_stat
               RECORD KEY IS ca_num
               ALTERNATE RECORD KEY IS ca_activite WITH DUPLICATES.

               SELECT fcoursmig ASSIGN TO "cours.mig"
               ORGANIZATION SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS cm_stat.

               SELECT feleveanc ASSIGN TO "eleve.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS dynamic
               RECORD KEY IS ea_num
               ALTERNATE RECORD KEY IS ea_nom WITH DUPLICATES
               FILE STATUS IS ea_stat.

               SELECT felevemig ASSIGN TO "eleve.mig"
               ORGANIZATION SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS em_stat.

               SELECT ffactanc ASSIGN TO "facture.dat"
               ORGANIZATION indexed
               ACCESS IS dynamic
               RECORD KEY IS xa_numFact
               ALTERNATE RECORD KEY IS xa_numE WITH DUPLICATES
               FILE STATUS IS xa_stat.

               SELECT ffactmig ASSIGN TO "facture.mig"
               ORGANIZATION SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS xm_stat.

               SELECT ffamanc ASSIGN TO "famille.dat"
               ORGANIZATION indexed
               ACCESS IS dynamic
               RECORD KEY IS ya_num
               ALTERNATE RECORD KEY IS ya_nom WITH DUPLICATES
               FILE STATUS IS ya_stat.

               SELECT ffammig ASSIGN TO "famille.mig"
               ORGANIZATION SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS ym_stat.

               SELECT farchives ASSIGN TO "archives.dat"
               ORGANIZATION SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS au_stat.

               SELECT fmateriel ASSIGN TO "materiel.dat"
               ORGANIZATION indexed
               ACCESS IS dynamic
               RECORD KEY IS mt_num
               ALTERNATE RECORD KEY IS mt_categorie WITH DUPLICATES
               FILE STATUS IS mt_stat.

               SELECT flocation ASSIGN TO "location.dat"
               ORGANIZATION indexed
               ACCESS IS dynamic
               RECORD KEY IS lo_numLoc
               ALTERNATE RECORD KEY IS lo_numMat WITH DUPLICATES
               ALTERNATE RECORD KEY IS lo_numE WITH DUPLICATES
               FILE STATUS IS lo_stat.

               SELECT fnonrendu ASSIGN TO "nonrendu.txt"
               ORGANIZATION LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS nr_stat.

               SELECT fbon ASSIGN TO "boncadeau.dat"
               ORGANIZATION indexed
               ACCESS IS dynamic
               RECORD KEY IS bc_num
               FILE STATUS IS bc_stat.

               SELECT fetatbon ASSIGN TO "etatbons.txt"
               ORGANIZATION LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS eb_stat.

               SELECT fgroupe ASSIGN TO "groupe.dat"
               ORGANIZATION indexed
               ACCESS IS dynamic
               RECORD KEY IS gp_num
               FILE STATUS IS gp_stat.

               SELECT fdispo ASSIGN TO "disponibilite.dat"
               ORGANIZATION indexed
               ACCESS IS dynamic
               RECORD KEY IS di_numP
               FILE STATUS IS di_stat.

               SELECT faffect ASSIGN TO "affectation.txt"
               ORGANIZATION LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS af_stat.

               SELECT fdocument ASSIGN TO "document.dat"
               ORGANIZATION indexed
               ACCESS IS dynamic
               RECORD KEY IS do_cledoc
               ALTERNATE RECORD KEY IS do_numE WITH DUPLICATES
               FILE STATUS IS do_stat.

               SELECT fexpire ASSIGN TO "expiration.txt"
               ORGANIZATION LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS xp_stat.

               SELECT fregroup ASSIGN TO "regroupement.txt"
               ORGANIZATION LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS rg_stat.

               SELECT fnotif ASSIGN TO "notification.dat"
               ORGANIZATION indexed
               ACCESS IS dynamic
               RECORD KEY IS nt_num
               ALTERNATE RECORD KEY IS nt_statut WITH DUPLICATES
               ALTERNATE RECORD KEY IS nt_ref WITH DUPLICATES
               FILE STATUS IS nt_stat.

               SELECT fnuit ASSIGN TO "nuit.chk"
               ORGANIZATION indexed
               ACCESS IS dynamic
               RECORD KEY IS nu_id
               FILE STATUS IS nu_stat.

               SELECT fnuitlog ASSIGN TO WbatchLog
               ORGANIZATION LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS nl_stat.

               SELECT frgpd ASSIGN TO "rgpd.txt"
               ORGANIZATION LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS rp_stat.

               SELECT fdonnees ASSIGN TO WrgpFichier
               ORGANIZATION LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS dn_stat.

        DATA DIVISION.
        FILE SECTION.
               FD fprof.
                  02 fe_tel PIC X(10).
                  02 fe_niveau PIC 9(1).
                  02 fe_numFam PIC 9(4).
                  02 fe_numGrp PIC 9(4).
                  02 fe_email PIC X(50).

               FD finscription.
                01 insTampon.
                  02 fc_horaire PIC X(30).
                  02 fc_numP PIC 9(4).
                  02 fc_type PIC X(30).
                  02 fc_date.
                    03 fc_annee PIC 9(4).
                    03 fc_mois PIC 9(2).
                    03 fc_jour PIC 9(2).
                  02 fc_capacite PIC 9(4).
                  02 fc_niveau PIC 9(1).
                  02 fc_statut PIC X(10).
                  02 ft_jour PIC 9(2).
                  02 ft_mois PIC 9(2).
                  02 ft_annee PIC 9(4).
                  02 ft_numGrp PIC 9(4).

                FD fpaiement.
                01 pyTampon.
                  02 fm_prenom PIC A(20).
                  02 fm_tel PIC X(10).
                  02 fm_adresse PIC X(40).
                  02 fm_email PIC X(50).

                FD fcloture.
                01 clTampon.
                  02 au_ancienne PIC X(110).
                  02 au_nouvelle PIC X(110).

                FD fmateriel.
                01 mtTampon.
                  02 mt_num PIC 9(6).
                  02 mt_categorie PIC X(11).
                  02 mt_taille PIC X(6).
                  02 mt_etat PIC X(10).
                  02 mt_statut PIC X(10).
                  02 mt_tarifJour PIC 9(4)V99.

                FD flocation.
                01 loTampon.
                  02 lo_numLoc PIC 9(6).
                  02 lo_numMat PIC 9(6).
                  02 lo_numE PIC 9(6).
                  02 lo_debJour PIC 9(2).
                  02 lo_debMois PIC 9(2).
                  02 lo_debAnnee PIC 9(4).
                  02 lo_retJour PIC 9(2).
                  02 lo_retMois PIC 9(2).
                  02 lo_retAnnee PIC 9(4).
                  02 lo_renduJour PIC 9(2).
                  02 lo_renduMois PIC 9(2).
                  02 lo_renduAnnee PIC 9(4).
                  02 lo_nbJours PIC 9(2).
                  02 lo_montant PIC 9(4)V99.
                  02 lo_frais PIC 9(4)V99.
                  02 lo_statut PIC X(10).
                  02 lo_numFact PIC 9(6).
                  02 lo_numFactFrais PIC 9(6).

                FD fnonrendu.
                01 nrLigne PIC X(120).

                FD fbon.
                01 bcTampon.
                  02 bc_num PIC 9(6).
                  02 bc_montInit PIC 9(4)V99.
                  02 bc_solde PIC 9(4)V99.
                  02 bc_emJour PIC 9(2).
                  02 bc_emMois PIC 9(2).
                  02 bc_emAnnee PIC 9(4).
                  02 bc_expJour PIC 9(2).
                  02 bc_expMois PIC 9(2).
                  02 bc_expAnnee PIC 9(4).
                  02 bc_nomAcheteur PIC X(30).
                  02 bc_telAcheteur PIC X(10).
                  02 bc_numFact PIC 9(6).

                FD fetatbon.
                01 ebLigne PIC X(120).

                FD fgroupe.
                01 gpTampon.
                  02 gp_num PIC 9(4).
                  02 gp_nom PIC X(30).
                  02 gp_contact PIC X(30).
                  02 gp_tel PIC X(10).
                  02 gp_adresse PIC X(40).
                  02 gp_prixSeance PIC 9(4)V99.

                FD fdispo.
                01 diTampon.
                  02 di_numP PIC 9(4).
                  02 di_semaine.
                    03 di_jourSem OCCURS 7.
                      04 di_creneau PIC X(1) OCCURS 3.

                FD faffect.
                01 afLigne PIC X(120).

                FD fdocument.
                01 doTampon.
                  02 do_cledoc PIC X(8).
                  02 do_numE PIC 9(6).
                  02 do_type PIC 9(1).
                  02 do_ref PIC X(20).
                  02 do_expJour PIC 9(2).
                  02 do_expMois PIC 9(2).
                  02 do_expAnnee PIC 9(4).
                  02 do_nomContact PIC X(30).
                  02 do_telContact PIC X(10).

                FD fexpire.
                01 xpLigne PIC X(120).

                FD fregroup.
                01 rgLigne PIC X(120).

                FD fnotif.
                01 ntTampon.
                  02 nt_num PIC 9(6).
                  02 nt_statut PIC X(10).
                  02 nt_numE PIC 9(6).
                  02 nt_dest PIC X(40).
                  02 nt_tel PIC X(10).
                  02 nt_email PIC X(50).
                  02 nt_evenement PIC X(15).
                  02 nt_ref PIC 9(6).
                  02 nt_jour PIC 9(2).
                  02 nt_mois PIC 9(2).
                  02 nt_annee PIC 9(4).
                  02 nt_message PIC X(80).
                  02 nt_emJour PIC 9(2).
                  02 nt_emMois PIC 9(2).
                  02 nt_emAnnee PIC 9(4).
                  02 nt_nbEnvois PIC 9(2).

                FD fcoursanc.
                01 caTampon.
                  02 ca_num PIC 9(4).
                  02 ca_activite PIC X(30).
                  02 ca_horaire PIC X(30).
                  02 ca_numP PIC 9(4).
                  02 ca_type PIC X(30).
                  02 ca_jour PIC 9(2).
                  02 ca_mois PIC 9(2).
                  02 ca_annee PIC 9(4).
                  02 ca_capacite PIC 9(4).
                  02 ca_niveau PIC 9(1).
                  02 ca_statut PIC X(10).

                FD fcoursmig.
                01 cmTampon PIC X(121).

                FD feleveanc.
                01 eaTampon.
                  02 ea_num PIC 9(4).
                  02 ea_nom PIC A(20).
                  02 ea_prenom PIC A(20).
                  02 ea_tel PIC X(10).
                  02 ea_niveau PIC 9(1).
                  02 ea_numFam PIC 9(4).

                FD felevemig.
                01 emTampon PIC X(113).

                FD ffactanc.
                01 xaTampon.
                  02 xa_numFact PIC 9(6).
                  02 xa_numE PIC 9(4).
                  02 xa_typeAbo PIC X(11).
                  02 xa_nbSeances PIC 9(2).
                  02 xa_tarif PIC 9(4)V99.
                  02 xa_statut PIC X(10).
                  02 xa_jour PIC 9(2).
                  02 xa_mois PIC 9(2).
                  02 xa_annee PIC 9(4).

                FD ffactmig.
                01 xmTampon PIC X(51).

                FD ffamanc.
                01 yaTampon.
                  02 ya_num PIC 9(4).
                  02 ya_nom PIC A(20).
                  02 ya_prenom PIC A(20).
                  02 ya_tel PIC X(10).
                  02 ya_adresse PIC X(40).

                FD ffammig.
                01 ymTampon PIC X(144).

                FD fnuit.
                01 nuTampon.
                  02 nu_id PIC 9(1).
                  02 nu_date PIC 9(8).
                  02 nu_etape PIC 9(1).
                  02 nu_statut PIC X(10).

                FD fnuitlog.
                01 nlLigne PIC X(150).

                FD frgpd.
                01 rpLigne PIC X(150).

                FD fdonnees.
                01 dnLigne PIC X(150).

        WORKING-STORAGE SECTION.

                77 fp_stat PIC 9(2).
                    03 WcaMoisPaye PIC 9(7)V99.
                    03 WcaMoisImp PIC 9(7)V99.
                77 WavoirType PIC X(11).
                77 WavoirNumGrp PIC 9(4) VALUE 0.
                77 WavoirTarif PIC 9(4)V99.
                77 WrelanceCpt PIC 9(4).
                77 dm_stat PIC 9(2).
                  02 WdateSysAnnee PIC 9(4).
                  02 WdateSysMois PIC 9(2).
                  02 WdateSysJour PIC 9(2).
                77 mt_stat PIC 9(2).
                77 lo_stat PIC 9(2).
                77 nr_stat PIC 9(2).
                77 WmatChoix PIC 9.
                77 WmatCatChoix PIC 9.
                77 WmatEtatChoix PIC 9.
                77 WmatStatChoix PIC 9.
                77 WlocMat PIC 9(6).
                77 WlocNbJours PIC 9(2).
                77 WlocTotal PIC 9(5)V99.
                77 WlocMontant PIC 9(5)V99.
                77 WlocCpt PIC 9(2).
                77 WlocTrouve PIC 9.
                77 WlocChoix PIC 9.
                77 WlocFrais PIC 9(4)V99.
                77 WlocDate PIC 9(8).
                77 WlocDateRet PIC 9(8).
                77 WlocRetJour PIC 9(2).
                77 WlocRetMois PIC 9(2).
                77 WlocRetAnnee PIC 9(4).
                77 WlocRetard PIC 9(4).
                77 WlocEnRetard PIC 9(4).
                77 WlocTel PIC X(10).
                01 WlocTab.
                  02 WlocElem OCCURS 10.
                    03 WlocNumLoc PIC 9(6).
                77 WfactSansRemise PIC 9 VALUE 0.
                77 WfactNumFact PIC 9(6).
                77 WcaLocPaye PIC 9(7)V99.
                77 WcaLocImp PIC 9(7)V99.
                77 bc_stat PIC 9(2).
                77 eb_stat PIC 9(2).
                77 WbonChoix PIC 9.
                77 WbonNum PIC 9(6).
                77 WbonMontant PIC 9(4)V99.
                77 WbonOK PIC 9.
                77 WbonDate PIC 9(8).
                77 WbonDateExp PIC 9(8).
                77 WbonDateEm PIC 9(8).
                77 WbonDateFin PIC 9(8).
                77 WbonMois PIC 9(2).
                77 WbonAnnee PIC 9(4).
                77 WbonCpt PIC 9(4).
                77 WbonCptExp PIC 9(4).
                77 WbonEncours PIC 9(7)V99.
                77 WbonPerdu PIC 9(7)V99.
                77 WbonModeChoix PIC 9.
                77 WfactPayee PIC 9 VALUE 0.
                77 WcloTotBon PIC 9(7)V99.
                77 WcaBonVendu PIC 9(7)V99.
                77 gp_stat PIC 9(2).
                77 WgrpChoix PIC 9.
                77 WgrpNum PIC 9(4).
                77 WgrpOK PIC 9.
                77 WgrpNom PIC X(30).
                77 WgrpPrix PIC 9(4)V99.
                77 WgrpCpt PIC 9(4).
                77 WgrpNbEl PIC 9(2).
                77 WgrpNbCours PIC 9(2).
                77 WgrpIdx PIC 9(2).
                77 WgrpIdxE PIC 9(2).
                77 WgrpCours2 PIC 9(6).
                77 WgrpAnnee PIC 9(4).
                77 WgrpCapa PIC 9(4).
                77 WgrpSeances PIC 9(4).
                77 WgrpAttente PIC 9(4).
                77 WgrpDeja PIC 9(4).
                77 WgrpDossier PIC 9(4).
                77 WgrpReste PIC 9(4).
                77 WgrpMax PIC 9(4).
                77 WgrpLot PIC 9(2).
                01 WgrpTabEleves.
                  02 WgrpEleve PIC 9(4) OCCURS 60.
                01 WgrpTabCours.
                  02 WgrpCours PIC 9(6) OCCURS 20.
                77 WfactNumGrp PIC 9(4) VALUE 0.
                77 WattAjoute PIC 9.
                77 WattTypeAbo PIC X(11).
                77 WcaGrpPaye PIC 9(7)V99.
                77 WcaGrpImp PIC 9(7)V99.
                77 di_stat PIC 9(2).
                77 af_stat PIC 9(2).
                77 WdispoSaisie PIC X(3).
                77 WdispoOK PIC 9.
                77 WdispoJ PIC 9.
                77 WdispoC PIC 9.
                77 WdispoNouveau PIC 9.
                77 WdispoJourLib PIC X(8).
                77 WaffNb PIC 9(2).
                77 WaffIdx PIC 9(2).
                77 WaffBest PIC 9(2).
                77 WaffBestH PIC 9(4).
                77 WaffDeb PIC 9(8).
                77 WaffFinDate PIC 9(8).
                77 WaffDate PIC 9(8).
                77 WaffDernier PIC 9(4).
                77 WaffFin PIC 9.
                77 WaffATraiter PIC 9.
                77 WaffCreneau PIC 9.
                77 WaffActivite PIC X(30).
                77 WaffCpt PIC 9(4).
                77 WaffEchec PIC 9(4).
                01 WaffTab.
                  02 WaffElem OCCURS 50.
                    03 WaffNumP PIC 9(4).
                    03 WaffQualif PIC X(30).
                    03 WaffHeures PIC 9(4).
                    03 WaffSemaine.
                      04 WaffJourSem OCCURS 7.
                        05 WaffCreneauDispo PIC X(1) OCCURS 3.
                77 do_stat PIC 9(2).
                77 xp_stat PIC 9(2).
                77 WdocChoix PIC 9.
                77 WdocType PIC 9.
                77 WdocNumE PIC 9(6).
                77 WdocTrouve PIC 9.
                77 WdocNouveau PIC 9.
                77 WdocActivite PIC X(30).
                77 WdocDate PIC 9(8).
                77 WdocExp PIC 9(8).
                77 WdocAuj PIC 9(8).
                77 WdocLimite PIC 9(8).
                77 WdocCertifReq PIC 9.
                77 WdocManque PIC 9.
                77 WdocOK PIC 9.
                77 WdocForceAbo PIC 9 VALUE 0.
                77 WdocLib PIC X(20).
                77 WdocCpt PIC 9(4).
                77 rg_stat PIC 9(2).
                77 WregJour PIC 9(2).
                77 WregMois PIC 9(2).
                77 WregAnnee PIC 9(4).
                77 WregSeuil PIC 9(4).
                77 WregNb PIC 9(2).
                77 WregI PIC 9(2).
                77 WregJ PIC 9(2).
                77 WregK PIC 9(2).
                77 WregCible PIC 9(2).
                77 WregCibleNb PIC 9(4).
                77 WregRep PIC 9.
                77 WregInsNb PIC 9(2).
                77 WregDepl PIC 9(2).
                77 WregReste PIC 9(2).
                77 WregDouble PIC 9.
                77 WregFusions PIC 9(4).
                77 WregAverti PIC 9(4).
                01 WregTab.
                  02 WregElem OCCURS 50.
                    03 WregNum PIC 9(4).
                    03 WregAct PIC X(30).
                    03 WregHor PIC X(30).
                    03 WregNiv PIC 9(1).
                    03 WregCapa PIC 9(4).
                    03 WregNbIns PIC 9(4).
                    03 WregProf PIC 9(4).
                    03 WregEtat PIC 9.
                01 WregInsTab.
                  02 WregInsElem OCCURS 60.
                    03 WregInsCle PIC X(13).
                    03 WregInsEleve PIC 9(6).
                    03 WregInsAbo PIC X(11).
                    03 WregInsSeance PIC 9(2).
                    03 WregInsAnnee PIC 9(4).
                77 nt_stat PIC 9(2).
                77 WnotChoix PIC 9.
                77 WnotFiltre PIC 9.
                77 WnotNum PIC 9(6).
                77 WnotNumE PIC 9(6).
                77 WnotEvenement PIC X(15).
                77 WnotRef PIC 9(6).
                77 WnotJour PIC 9(2).
                77 WnotMois PIC 9(2).
                77 WnotAnnee PIC 9(4).
                77 WnotMessage PIC X(80).
                77 WnotDest PIC X(40).
                77 WnotTel PIC X(10).
                77 WnotEmail PIC X(50).
                77 WnotMontant PIC Z(3)9.99.
                77 WnotCpt PIC 9(4).
                77 WnotFin PIC 9.
                77 WnotRecente PIC 9.
                77 WnotAge PIC S9(5).
                77 WnotPromu PIC 9.
                77 WnotReaff PIC 9.
                77 nu_stat PIC 9(2).
                77 nl_stat PIC 9(2).
                77 WbatchArg PIC X(40).
                77 WbatchLog PIC X(30).
                77 WbatchMode PIC 9 VALUE 0.
                77 WbatchReprise PIC 9.
                77 WbatchDate PIC 9(8).
                77 WbatchDebut PIC 9.
                77 WbatchEtape PIC 9.
                77 WbatchEchec PIC 9.
                77 WbatchAnomalie PIC 9.
                77 WbatchRC PIC 9(2).
                77 WbatchCpt PIC 9(6).
                77 WbatchStat PIC 9(2).
                77 WbatchLib PIC X(20).
                77 WbatchResultat PIC X(10).
                77 WbatchStatut PIC X(10).
                77 WbatchHeureDeb PIC 9(8).
                77 WbatchHeureFin PIC 9(8).
                77 WsauvTotal PIC 9(6).
                77 WsauvErreurs PIC 9(2).
                77 WsauvStat PIC 9(2).
                77 WrosterCpt PIC 9(6).
                77 WrosterAnnee PIC 9(4).
                77 ca_stat PIC 9(2).
                77 cm_stat PIC 9(2).
                77 WmigErreur PIC 9.
                77 WmigLus PIC 9(6).
                77 WmigEcrits PIC 9(6).
                77 WmigFait PIC 9.
                77 WmigEchec PIC 9.
                77 ea_stat PIC 9(2).
                77 em_stat PIC 9(2).
                77 xa_stat PIC 9(2).
                77 xm_stat PIC 9(2).
                77 ya_stat PIC 9(2).
                77 ym_stat PIC 9(2).
                77 WrestEtat PIC 9.
                77 WrestConv PIC 9(6).
                77 WrestJour PIC 9(2).
                77 WrestMois PIC 9(2).
                77 WrestAnnee PIC 9(4).
                77 rp_stat PIC 9(2).
                77 dn_stat PIC 9(2).
                77 WrgpSaisons PIC 9(2).
                77 WrgpLimite PIC 9(4).
                77 WrgpSaison PIC X(6).
                77 WrgpMot PIC X(10).
                77 WrgpAction PIC X(10).
                77 WrgpParam PIC X(10).
                77 WrgpLong PIC 9(2).
                77 WrgpChiffre PIC 9.
                77 WrgpDeux PIC 9(2).
                77 WrgpConfirme PIC 9.
                77 WrgpI PIC 9(5).
                77 WrgpCpt PIC 9(4).
                77 WrgpBloqCpt PIC 9(4).
                77 WrgpAnon PIC 9(4).
                77 WrgpFamCpt PIC 9(4).
                77 WrgpCptNb PIC 9(3).
                77 WrgpCptDes PIC 9(4).
                77 WrgpDocCpt PIC 9(4).
                77 WrgpNotCpt PIC 9(4).
                01 WrgpTab.
                  02 WrgpElem OCCURS 9999.
                    03 WrgpDerniere PIC 9(4).
                    03 WrgpBloque PIC 9.
                    03 WrgpPurge PIC 9.
                    03 WrgpFamActif PIC 9.
                    03 WrgpFamPurge PIC 9.
                01 WrgpCptTab.
                  02 WrgpCptLogin PIC X(30) OCCURS 500.
                77 WrgpNumE PIC 9(4).
                77 WrgpNumLie PIC 9(6).
                77 WrgpRang PIC 9(2).
                77 WrgpEcrit PIC 9.
                77 WrgpLogin PIC X(30).
                77 WrgpFichier PIC X(30).
                77 WrgpTitre PIC X(50).
                77 WrgpNb PIC 9(4).
                77 WrgpMontant PIC Z(3)9.99.


        PROCEDURE DIVISION.
                END-IF
                CLOSE faudit

                OPEN I-O fmateriel
                IF mt_stat =35 THEN
                  OPEN OUTPUT fmateriel
                END-IF
                CLOSE fmateriel

                OPEN I-O flocation
                IF lo_stat =35 THEN
                  OPEN OUTPUT flocation
                END-IF
                CLOSE flocation

                OPEN I-O fbon
                IF bc_stat =35 THEN
                  OPEN OUTPUT fbon
                END-IF
                CLOSE fbon

                OPEN I-O fgroupe
                IF gp_stat =35 THEN
                  OPEN OUTPUT fgroupe
                END-IF
                CLOSE fgroupe

                OPEN I-O fdispo
                IF di_stat =35 THEN
                  OPEN OUTPUT fdispo
                END-IF
                CLOSE fdispo

                OPEN I-O fdocument
                IF do_stat =35 THEN
                  OPEN OUTPUT fdocument
                END-IF
                CLOSE fdocument

                OPEN I-O fnotif
                IF nt_stat =35 THEN
                  OPEN OUTPUT fnotif
                END-IF
                CLOSE fnotif

                OPEN I-O fnuit
                IF nu_stat =35 THEN
                  OPEN OUTPUT fnuit
                END-IF
                CLOSE fnuit

                OPEN I-O fcompte
                IF co_stat =35 THEN
                  OPEN OUTPUT fcompte

                PERFORM CONTROLER_FICHIERS_INDEXES

                ACCEPT WbatchArg FROM COMMAND-LINE
                IF WbatchArg(1:5) = 'BATCH' OR WbatchArg(1:5) = 'batch' THEN
                  MOVE 1 TO WbatchMode
                  PERFORM CHAINE_NUIT
                  STOP RUN
                END-IF
                IF WbatchArg(1:4) = 'RGPD' OR WbatchArg(1:4) = 'rgpd' THEN
                  MOVE 1 TO WbatchMode
                  PERFORM PURGE_RGPD
                  STOP RUN
                END-IF



              PERFORM WITH TEST AFTER UNTIL connexion>0 AND connexion<4
              IF connexion = 1 THEN

              IF WcompteOK = 1 THEN
                PERFORM WITH TEST AFTER UNTIL Wchoix < 1 OR Wchoix > 67
                DISPLAY '---------------- ACCUEIL -------------------' 
                DISPLAY 'Que souhaitez-vous faire?'
                DISPLAY ' ' 
                DISPLAY '49 - Editer une facture imprimable'
                DISPLAY '50 - Annuler une journée (fermeture météo)'
                DISPLAY '51 - Valider les demandes d inscription'
                DISPLAY ' '
                DISPLAY ' Location de matériel'
                DISPLAY '52 - Gérer le parc de matériel'
                DISPLAY '53 - Louer du matériel à un élève'
                DISPLAY '54 - Enregistrer un retour de matériel'
                DISPLAY '55 - Matériel non rendu du jour'
                DISPLAY ' '
                DISPLAY ' Bons cadeaux'
                DISPLAY '56 - Gérer les bons cadeaux'
                DISPLAY ' '
                DISPLAY ' Groupes et conventions'
                DISPLAY '57 - Gérer les groupes (écoles, CE, clubs)'
                DISPLAY '58 - Inscrire un groupe à une série de cours'
                DISPLAY ' '
                DISPLAY ' Planning des moniteurs'
                DISPLAY '59 - Saisir les disponibilités d un moniteur'
                DISPLAY '60 - Affecter automatiquement les moniteurs d une saison'
                DISPLAY ' '
                DISPLAY ' Dossiers des élèves'
                DISPLAY '61 - Gérer les assurances, certificats et contacts d urgence'
                DISPLAY '62 - Documents expirant dans les 15 jours'
                DISPLAY ' '
                DISPLAY ' Regroupement des cours'
                DISPLAY '63 - Regrouper les cours collectifs sous-remplis d une date'
                DISPLAY ' '
                DISPLAY ' Notifications'
                DISPLAY '64 - Gérer la file des SMS et e-mails'
                DISPLAY ' '
                DISPLAY ' Maintenance'
                DISPLAY '65 - Migrer les fichiers à l ancien format (cours, élèves, factures, familles)'
                DISPLAY ' '
                DISPLAY ' Données personnelles (RGPD)'
                DISPLAY '66 - Anonymiser les élèves inactifs (liste puis purge)'
                DISPLAY '67 - Exporter les données d un élève'
                DISPLAY '0 - Quitter'
                DISPLAY '---------------------------------------------'
                ACCEPT Wchoix
                      WHEN 49 PERFORM EDITER_FACTURE
                      WHEN 50 PERFORM ANNULER_JOURNEE
                      WHEN 51 PERFORM VALIDER_DEMANDES
                      WHEN 52 PERFORM GERER_MATERIEL
                      WHEN 53 PERFORM LOUER_MATERIEL
                      WHEN 54 PERFORM RETOUR_MATERIEL
                      WHEN 55 PERFORM MATERIEL_NON_RENDU
                      WHEN 56 PERFORM GERER_BONS
                      WHEN 57 PERFORM GERER_GROUPES
                      WHEN 58 PERFORM INSCRIRE_GROUPE
                      WHEN 59 PERFORM SAISIR_DISPONIBILITES
                      WHEN 60 PERFORM AFFECTER_MONITEURS
                      WHEN 61 PERFORM GERER_DOSSIERS
                      WHEN 62 PERFORM DOCUMENTS_A_ECHEANCE
                      WHEN 63 PERFORM REGROUPER_COURS
                      WHEN 64 PERFORM GERER_NOTIFICATIONS
                      WHEN 65 PERFORM MIGRER_FICHIERS
                      WHEN 66 PERFORM PURGE_RGPD
                      WHEN 67 PERFORM EXPORT_RGPD
                   END-EVALUATE
                END-PERFORM
              ELSE
                DISPLAY ' '
                DISPLAY '1 - Consulter emploi du temps'
                DISPLAY '2 - Evaluer un élève (fin de cycle)'
                DISPLAY '3 - Déclarer mes disponibilités'
                DISPLAY '0 - Quitter'
                DISPLAY '---------------------------------------------'
                ACCEPT Wchoix
                   EVALUATE Wchoix
                      WHEN 1 PERFORM CONSULTER_EDT
                      WHEN 2 PERFORM EVALUER_ELEVE
                      WHEN 3 PERFORM MES_DISPONIBILITES
                   END-EVALUATE
                END-PERFORM
              ELSE
                                        MOVE 0 TO Winscrire
                                END-IF
                        END-IF
                        IF Winscrire = 1 THEN
                                MOVE Wnum TO WdocNumE
                                MOVE fc_activite TO WdocActivite
                                COMPUTE WdocDate = fc_annee * 10000 + fc_mois * 100 + fc_jour
                                PERFORM CONTROLER_DOSSIER
                                IF WdocOK = 0 THEN
                                        MOVE 0 TO Winscrire
                                END-IF
                        END-IF
                        IF Winscrire = 1
                           AND WcompteInscrits NOT < fc_capacite THEN
                                DISPLAY 'Ce cours est complet ('WcompteInscrits'/'fc_capacite')'

        AJOUTER_ATTENTE.
        MOVE 0 TO WattDejaIns
        MOVE 0 TO WattAjoute
        OPEN INPUT finscription
        STRING Wnum'-'Wnum2 INTO fi_cleins
        READ finscription
                                MOVE 1 TO wt_noSeance
                        END-IF
                        MOVE 'Attente   ' TO wt_statut
                        WRITE wtTampon
                        INVALID KEY
                                DISPLAY 'Mise en liste d attente impossible (statut 'wt_stat')'
                        NOT INVALID KEY
                                MOVE 1 TO WattAjoute
                                DISPLAY 'Eleve placé en liste d attente en position 'wt_rang
                        END-WRITE
                END-IF
                CLOSE fattente
        END-IF.
                           OR fc_statut = 'Annule    ' THEN
                                MOVE 1 TO WpromoFin
                        END-IF
                        MOVE fc_jour TO WnotJour
                        MOVE fc_mois TO WnotMois
                        MOVE fc_annee TO WnotAnnee
                END-READ
                CLOSE fcours
                IF WpromoFin = 0 THEN
                                MOVE wt_typeAbo TO fi_typeAbo
                                MOVE wt_noSeance TO fi_noSeance
                                STRING wt_numE'-'wt_numC INTO fi_cleins
                                MOVE 0 TO WnotPromu
                                MOVE wt_numE TO WnotNumE
                                MOVE wt_numC TO WnotRef
                                WRITE insTampon
                                INVALID KEY
                                        DISPLAY 'Eleve 'wt_numE' déjà inscrit au cours 'wt_numC
                                        MOVE 'Annule    ' TO wt_statut
                                NOT INVALID KEY
                                        DISPLAY 'Eleve 'wt_numE' repêché sur le cours 'wt_numC' : message mis en file pour la famille'
                                        MOVE 'Repeche   ' TO wt_statut
                                        MOVE 1 TO WnotPromu
                                        MOVE wt_typeAbo TO WattTypeAbo
                                END-WRITE
                                CLOSE finscription
                                REWRITE wtTampon END-REWRITE
                                CLOSE fattente
                                IF WnotPromu = 1 THEN
                                        MOVE 'Repechage      ' TO WnotEvenement
                                        MOVE SPACES TO WnotMessage
                                        STRING 'Une place s est libérée : inscription confirmée au cours ' WnotRef ' du ' WnotJour '/' WnotMois '/' WnotAnnee INTO WnotMessage
                                        PERFORM NOTIFIER_ELEVE
                                        IF WattTypeAbo = 'Groupe     ' THEN
                                                PERFORM FACTURER_ATTENTE_GROUPE
                                        END-IF
                                END-IF
                        END-IF
                END-IF
        END-PERFORM.

        FACTURER_ATTENTE_GROUPE.
        MOVE 0 TO WfactNumGrp
        OPEN INPUT feleve
        MOVE WnotNumE TO fe_num
        READ feleve
        INVALID KEY
                CONTINUE
        NOT INVALID KEY
                MOVE fe_numGrp TO WfactNumGrp
        END-READ
        CLOSE feleve
        IF WfactNumGrp > 0 THEN
                OPEN INPUT fgroupe
                MOVE WfactNumGrp TO gp_num
                READ fgroupe
                INVALID KEY
                        MOVE 0 TO WfactNumGrp
                NOT INVALID KEY
                        MOVE gp_nom TO WgrpNom
                        MOVE gp_prixSeance TO WfactTarif
                END-READ
                CLOSE fgroupe
        END-IF
        IF WfactNumGrp = 0 THEN
                DISPLAY 'ATTENTION : élève 'WnotNumE' rattaché à aucun groupe, séance du cours 'WnotRef' à facturer manuellement'
        ELSE
                MOVE 0 TO WfactNumE
                MOVE 'Groupe     ' TO WfactType
                MOVE 1 TO WfactNb
                MOVE 1 TO WfactSansRemise
                MOVE 2 TO WfactPayee
                PERFORM FACTURER
                DISPLAY 'Facture 'WfactNumFact' adressée à 'WgrpNom' : 1 séance'
        END-IF.

        LISTE_ATTENTE.
        OPEN INPUT fattente
        MOVE 0 TO Wfin

        GENERER_AVOIR.
        MOVE 0 TO WavoirTrouve
        MOVE 0 TO WavoirNumGrp
        IF WavoirType = 'Groupe     ' THEN
                PERFORM CHERCHER_FACTURE_GROUPE
        ELSE
                OPEN INPUT ffacture
                MOVE Wnum TO ft_numE
                START ffacture, KEY IS = ft_numE
                INVALID KEY
                        CONTINUE
                NOT INVALID KEY
                        MOVE 0 TO Wfin2
                        PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                           READ ffacture NEXT
                           AT END MOVE 1 TO Wfin2
                           NOT AT END
                                IF ft_numE NOT = Wnum THEN
                                        MOVE 1 TO Wfin2
                                ELSE
                                        IF ft_typeAbo = WavoirType
                                           AND ft_statut NOT = 'Avoir     ' THEN
                                                MOVE 1 TO WavoirTrouve
                                                MOVE ft_tarif TO WavoirFactTarif
                                                MOVE ft_nbSeances TO WavoirFactNb
                                                MOVE 1 TO Wfin2
                                        END-IF
                                END-IF
                           END-READ
                        END-PERFORM
                END-START
                CLOSE ffacture
        END-IF
        IF WavoirTrouve = 0 THEN
                DISPLAY 'Inscription non facturée : aucun avoir à émettre'
        ELSE
                        MOVE WcptValeur TO ft_numFact
                        START ffacture, KEY IS = ft_numFact
                        INVALID KEY
                                IF WavoirNumGrp > 0 THEN
                                        MOVE 0 TO ft_numE
                                ELSE
                                        MOVE Wnum TO ft_numE
                                END-IF
                                MOVE WavoirType TO ft_typeAbo
                                MOVE 1 TO ft_nbSeances
                                MOVE WavoirTarif TO ft_tarif
                                MOVE 'Avoir     ' TO ft_statut
                                MOVE WavoirNumGrp TO ft_numGrp
                                ACCEPT WdateSys FROM DATE YYYYMMDD
                                MOVE WdateSysJour TO ft_jour
                                MOVE WdateSysMois TO ft_mois
                                MOVE WdateSysAnnee TO ft_annee
                                WRITE ftTampon END-WRITE
                                IF WavoirNumGrp > 0 THEN
                                        DISPLAY 'Avoir numero 'ft_numFact' de 'WavoirTarif' adressé au groupe 'WavoirNumGrp' enregistré'
                                ELSE
                                        DISPLAY 'Avoir numero 'ft_numFact' de 'WavoirTarif' enregistré'
                                END-IF
                                MOVE 0 TO Wrep
                        NOT INVALID KEY
                                DISPLAY 'Numero 'ft_numFact' déjà utilisé : attribution du suivant'
                CLOSE ffacture
        END-IF.

        CHERCHER_FACTURE_GROUPE.
        OPEN INPUT feleve
        MOVE Wnum TO fe_num
        READ feleve
        INVALID KEY
                CONTINUE
        NOT INVALID KEY
                MOVE fe_numGrp TO WavoirNumGrp
        END-READ
        CLOSE feleve
        IF WavoirNumGrp > 0 THEN
                OPEN INPUT ffacture
                MOVE 0 TO Wfin2
                PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                   READ ffacture NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                        IF ft_numGrp = WavoirNumGrp
                           AND ft_typeAbo = 'Groupe     '
                           AND ft_statut NOT = 'Avoir     ' THEN
                                MOVE 1 TO WavoirTrouve
                                MOVE ft_tarif TO WavoirFactTarif
                                MOVE ft_nbSeances TO WavoirFactNb
                                MOVE 1 TO Wfin2
                        END-IF
                   END-READ
                END-PERFORM
                CLOSE ffacture
        END-IF.

        LISTE_INSCRIPTION.
        OPEN INPUT finscription
        MOVE 0 TO Wfin
               ACCEPT fe_prenom
               DISPLAY "Entrez le numero de téléphone de l'élève"
               ACCEPT fe_tel
               DISPLAY "Entrez l'adresse e-mail de l'élève (facultatif)"
               ACCEPT fe_email
               PERFORM SAISIR_NIVEAU_ELEVE
               PERFORM SAISIR_FAMILLE_ELEVE
               PERFORM SAISIR_GROUPE_ELEVE
       WRITE elTampon END-WRITE
       MOVE 'AJOUT_ELEVE' TO Waud_para
       MOVE fe_num TO Waud_cle
                 DISPLAY 'Nom :', fe_nom
                 DISPLAY 'Prenom :', fe_prenom
                 DISPLAY 'Téléphone :', fe_tel
                 DISPLAY 'E-mail :', fe_email
                 MOVE fe_niveau TO WnivCode
                 PERFORM LIBELLE_NIVEAU
                 DISPLAY 'Niveau :', WnivLib
                ACCEPT fe_prenom
                DISPLAY 'Téléphone :'
                ACCEPT fe_tel
                DISPLAY 'E-mail (facultatif) :'
                ACCEPT fe_email
                PERFORM SAISIR_NIVEAU_ELEVE
                PERFORM SAISIR_FAMILLE_ELEVE
                PERFORM SAISIR_GROUPE_ELEVE
         REWRITE elTampon END-REWRITE
         MOVE 'MODIFIER_ELEVE' TO Waud_para
         MOVE fe_num TO Waud_cle
        MOVE 0 TO WconflitProf
        MOVE 0 TO WconflitNum
        OPEN INPUT fcours
        MOVE WcibleAnnee TO fc_annee
        MOVE WcibleMois TO fc_mois
        MOVE WcibleJour TO fc_jour
        START fcours, KEY IS = fc_date
        INVALID KEY
                CONTINUE
        NOT INVALID KEY
                MOVE 0 TO Wfin2
                PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                   READ fcours NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                        IF fc_jour NOT = WcibleJour
                           OR fc_mois NOT = WcibleMois
                           OR fc_annee NOT = WcibleAnnee THEN
                                MOVE 1 TO Wfin2
                        ELSE
                                IF fc_numP = Wnum
                                   AND fc_num NOT = WcibleNum
                                   AND fc_horaire = WcibleHoraire THEN
                                        MOVE 1 TO WconflitProf
                                        MOVE fc_num TO WconflitNum
                                        MOVE 1 TO Wfin2
                                END-IF
                        END-IF
                   END-READ
                END-PERFORM
        END-START
        CLOSE fcours.

        VERIFIER_ABSENCE_PROF.
        MOVE 0 TO WabsTrouve
        DISPLAY 'Cours touchés par une absence :'
        OPEN INPUT fcours
        MOVE WabsProf TO fc_numP
        MOVE 0 TO Wfin
        START fcours, KEY IS = fc_numP
        INVALID KEY
                MOVE 1 TO Wfin
        END-START
        PERFORM UNTIL Wfin = 1
           READ fcours NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                IF fc_numP NOT = WabsProf THEN
                        MOVE 1 TO Wfin
                ELSE
                        MOVE fc_jour TO WcibleJour
                        MOVE fc_mois TO WcibleMois
                        MOVE fc_annee TO WcibleAnnee

        CHOISIR_REMPLACANT.
        MOVE 0 TO WcandCpt
        MOVE 0 TO WnotReaff
        DISPLAY 'Professeurs remplaçants possibles :'
        OPEN INPUT fprof
        MOVE 0 TO Wfin
                                                        STRING fc_activite fc_horaire fc_type fc_jour fc_mois fc_annee fc_capacite INTO Waud_nouv
                                                        PERFORM JOURNALISER
                                                        DISPLAY 'Cours réaffecté au professeur 'WremplProf
                                                        MOVE 1 TO WnotReaff
                                                END-READ
                                                CLOSE fcours
                                                IF WnotReaff = 1 THEN
                                                        PERFORM NOTIFIER_REAFFECTATION
                                                END-IF
                                        END-IF
                                END-IF
                        END-IF
        DISPLAY 'Entrez identifiant de l élève à inscrire'
        ACCEPT WabonnementNum
        MOVE 1 TO WabonnementEnCours
        MOVE 0 TO WdocForceAbo
        MOVE 'Decouverte ' TO WabonnementType
        MOVE 'Decouverte ' TO WtarType
        PERFORM CHERCHER_TARIF
        DISPLAY 'Entrez identifiant de l élève à inscrire'
        ACCEPT WabonnementNum
        MOVE 1 TO WabonnementEnCours
        MOVE 0 TO WdocForceAbo
        MOVE 'Progression' TO WabonnementType
        MOVE 'Progression' TO WtarType
        PERFORM CHERCHER_TARIF
        DISPLAY 'Entrez identifiant de l élève à inscrire'
        ACCEPT WabonnementNum
        MOVE 1 TO WabonnementEnCours
        MOVE 0 TO WdocForceAbo
        MOVE 'Maitrise   ' TO WabonnementType
        MOVE 'Maitrise   ' TO WtarType
        PERFORM CHERCHER_TARIF
        IF WsessionRole = 'Prof      ' AND WsessionNum > 0 THEN
                MOVE WsessionNum TO Wnum
                OPEN INPUT fcours
                MOVE Wnum TO fc_numP
                START fcours, KEY IS = fc_numP
                INVALID KEY
                        DISPLAY 'Aucun cours attribué'
                NOT INVALID KEY
                        MOVE 0 TO Wfin
                        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           READ fcours NEXT
                           AT END MOVE 1 TO Wfin
                           NOT AT END
                                IF fc_numP NOT = Wnum THEN
                                        MOVE 1 TO Wfin
                                ELSE
                                         DISPLAY '_______________________________'
                                         DISPLAY 'Numero :', fc_num
                                         DISPLAY 'Activite :', fc_activite
                                         DISPLAY 'Horaire :', fc_horaire
                                         DISPLAY 'Numero Professeur :', fc_numP
                                         DISPLAY 'Type :', fc_type
                                         DISPLAY 'Date :', fc_jour '/' fc_mois
                                         DISPLAY 'Capacite :', fc_capacite
                                         DISPLAY '_______________________________'
                                END-IF
                           END-READ
                        END-PERFORM
                END-START
                CLOSE fcours
        ELSE
                DISPLAY 'Compte non lié à un professeur'
        MOVE 0 TO WstatCoursSnow
        MOVE 0 TO WstatInsSnow
        OPEN INPUT fcours
        IF fc_stat > WbatchStat THEN
                MOVE fc_stat TO WbatchStat
        END-IF
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fcours NEXT
        END-PERFORM
        CLOSE fcours
        OPEN OUTPUT fstats
        IF st_stat > WbatchStat THEN
                MOVE st_stat TO WbatchStat
        END-IF
        PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > 12
                MOVE Wi TO st_cle
                MOVE WstatMoisCours(Wi) TO st_cours
                MOVE WdateSysMois TO st_mois
                MOVE WdateSysAnnee TO st_annee
                WRITE stTampon END-WRITE
                IF st_stat > WbatchStat THEN
                        MOVE st_stat TO WbatchStat
                END-IF
        END-PERFORM
        MOVE 21 TO st_cle
        MOVE WstatCoursSkiA TO st_cours
        MOVE WstatInsSkiA TO st_ins
        WRITE stTampon END-WRITE
        IF st_stat > WbatchStat THEN
                MOVE st_stat TO WbatchStat
        END-IF
        MOVE 22 TO st_cle
        MOVE WstatCoursSkiF TO st_cours
        MOVE WstatInsSkiF TO st_ins
        WRITE stTampon END-WRITE
        IF st_stat > WbatchStat THEN
                MOVE st_stat TO WbatchStat
        END-IF
        MOVE 23 TO st_cle
        MOVE WstatCoursSnow TO st_cours
        MOVE WstatInsSnow TO st_ins
        WRITE stTampon END-WRITE
        IF st_stat > WbatchStat THEN
                MOVE st_stat TO WbatchStat
        END-IF
        CLOSE fstats
        DISPLAY 'Statistiques de fin de journée recalculées'.

        DISPLAY '_______________________________'.

        EXPORTER_FEUILLE_JOUR.
        IF WbatchMode = 1 THEN
                ACCEPT WdateSys FROM DATE YYYYMMDD
                MOVE WdateSysJour TO WgriJour
                MOVE WdateSysMois TO WgriMois
                MOVE WdateSysAnnee TO WgriAnnee
                PERFORM AVANCER_DATE_GRILLE
                MOVE WgriJour TO Wjour
                MOVE WgriMois TO Wmois
                MOVE WgriAnnee TO WrosterAnnee
        ELSE
                DISPLAY 'Entrez le jour de la feuille de route (JJ)'
                ACCEPT Wjour
                DISPLAY 'Entrez le mois de la feuille de route (MM)'
                ACCEPT Wmois
                DISPLAY 'Entrez l annee de la feuille de route (AAAA)'
                ACCEPT WrosterAnnee
        END-IF
        MOVE 0 TO WrosterCpt
        OPEN OUTPUT froster
        IF fr_stat > WbatchStat THEN
                MOVE fr_stat TO WbatchStat
        END-IF
        OPEN INPUT fcours
        IF fc_stat > WbatchStat THEN
                MOVE fc_stat TO WbatchStat
        END-IF
        MOVE WrosterAnnee TO fc_annee
        MOVE Wmois TO fc_mois
        MOVE Wjour TO fc_jour
        MOVE 0 TO Wfin
        START fcours, KEY IS = fc_date
        INVALID KEY
                MOVE 1 TO Wfin
        END-START
        PERFORM UNTIL Wfin = 1
           READ fcours NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                IF fc_jour NOT = Wjour OR fc_mois NOT = Wmois
                   OR fc_annee NOT = WrosterAnnee THEN
                        MOVE 1 TO Wfin
                END-IF
                IF Wfin = 0 THEN
                        MOVE fc_num TO fr_num
                        MOVE fc_activite TO fr_activite
                        MOVE fc_horaire TO fr_horaire
                                                END-START
                                                CLOSE feleve
                                                WRITE frTampon END-WRITE
                                                IF fr_stat > WbatchStat THEN
                                                        MOVE fr_stat TO WbatchStat
                                                END-IF
                                                COMPUTE WrosterCpt = WrosterCpt + 1
                                        END-IF
                                   END-READ
                                END-PERFORM
        MOVE 0 TO WanoFact
        MOVE 0 TO WanoTotal
        OPEN OUTPUT fanomalie
        IF an_stat > WbatchStat THEN
                MOVE an_stat TO WbatchStat
        END-IF
        OPEN INPUT fcours
        OPEN INPUT fprof
        MOVE 0 TO Wfin
           READ ffacture NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
              IF ft_numE NOT = 0 THEN
                MOVE ft_numE TO fe_num
                READ feleve
                INVALID KEY
                        PERFORM SIGNALER_ANOMALIE
                        COMPUTE WanoFact = WanoFact + 1
                END-READ
              END-IF
           END-READ
        END-PERFORM
        CLOSE feleve
                                MOVE WcsvTel TO fe_tel
                                MOVE 0 TO fe_niveau
                                MOVE 0 TO fe_numFam
                                MOVE 0 TO fe_numGrp
                                MOVE SPACES TO fe_email
                                WRITE elTampon END-WRITE
                                COMPUTE WimpCpt = WimpCpt + 1
                        NOT INVALID KEY
        END-PERFORM
        OPEN OUTPUT fpaie
        OPEN INPUT fprof
        OPEN INPUT fcours
        DISPLAY '_______________________________'
        DISPLAY 'Décompte des heures du mois 'Wmois'/'WdecAnnee
        MOVE 0 TO Wfin
           NOT AT END
                MOVE 0 TO WdecCoursPart
                MOVE 0 TO WdecCoursColl
                MOVE fp_num TO fc_numP
                MOVE 0 TO Wfin2
                START fcours, KEY IS = fc_numP
                INVALID KEY
                        MOVE 1 TO Wfin2
                END-START
                PERFORM UNTIL Wfin2 = 1
                   READ fcours NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                        IF fc_numP NOT = fp_num THEN
                                MOVE 1 TO Wfin2
                        ELSE
                                IF fc_mois = Wmois
                                   AND fc_annee = WdecAnnee THEN
                                        IF fc_type = 'Particulier' THEN
                                                COMPUTE WdecCoursPart = WdecCoursPart + 1
                                        ELSE
                                                COMPUTE WdecCoursColl = WdecCoursColl + 1
                                        END-IF
                                END-IF
                        END-IF
                   END-READ
                END-PERFORM
                IF WdecCoursPart > 0 OR WdecCoursColl > 0 THEN
                        MOVE Wmois TO pe_mois
                        MOVE WdecAnnee TO pe_annee
        END-PERFORM
        CLOSE fprof
        MOVE 0 TO WdecSansProf
        MOVE WdecAnnee TO fc_annee
        MOVE Wmois TO fc_mois
        MOVE 1 TO fc_jour
        MOVE 0 TO Wfin
        START fcours, KEY IS NOT < fc_date
        INVALID KEY
                MOVE 1 TO Wfin
        END-START
        PERFORM UNTIL Wfin = 1
           READ fcours NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                IF fc_mois NOT = Wmois OR fc_annee NOT = WdecAnnee THEN
                        MOVE 1 TO Wfin
                ELSE
                        IF fc_numP = 0 THEN
                                COMPUTE WdecSansProf = WdecSansProf + 1
                                DISPLAY 'Cours sans professeur : 'fc_num' le 'fc_jour'/'fc_mois' 'fc_horaire' ('fc_activite')'
                        END-IF
                END-IF
           END-READ
        END-PERFORM

        SIGNALER_ANOMALIE.
        WRITE anTampon END-WRITE
        IF an_stat > WbatchStat THEN
                MOVE an_stat TO WbatchStat
        END-IF
        COMPUTE WanoTotal = WanoTotal + 1
        DISPLAY 'Anomalie : 'an_type' cle 'an_cle' reference 'an_ref.

        CLOSE faudit.

        FACTURER.
        IF WfactSansRemise = 0 THEN
                PERFORM CALCULER_REMISE_FAMILLE
        END-IF
        MOVE 0 TO WfactSansRemise
        OPEN I-O ffacture
        MOVE 1 TO Wrep
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
                        MOVE WfactType TO ft_typeAbo
                        MOVE WfactNb TO ft_nbSeances
                        MOVE WfactTarif TO ft_tarif
                        MOVE WfactNumGrp TO ft_numGrp
                        MOVE 0 TO WpaieChoix
                        IF WfactPayee > 0 THEN
                                MOVE WfactPayee TO WpaieChoix
                        ELSE
                                PERFORM WITH TEST AFTER UNTIL WpaieChoix = 1 OR WpaieChoix = 2
                                        DISPLAY 'Statut de paiement : 1-Payé 2-Impayé'
                                        ACCEPT WpaieChoix
                                END-PERFORM
                        END-IF
                        IF WpaieChoix = 1 THEN
                                MOVE 'Paye      ' TO ft_statut
                        ELSE
                        MOVE WdateSysAnnee TO ft_annee
                        WRITE ftTampon END-WRITE
                        DISPLAY 'Facture numero 'ft_numFact' enregistrée'
                        MOVE ft_numFact TO WfactNumFact
                        MOVE 0 TO Wrep
                NOT INVALID KEY
                        DISPLAY 'Numero 'ft_numFact' déjà utilisé : attribution du suivant'
                        MOVE 1 TO Wrep
                END-START
        END-PERFORM
        MOVE 0 TO WfactPayee
        MOVE 0 TO WfactNumGrp
        CLOSE ffacture.

        RAPPORT_CA.
        MOVE 0 TO WcaTotPaye
        MOVE 0 TO WcaTotImp
        MOVE 0 TO WcaAvoir
        MOVE 0 TO WcaLocPaye
        MOVE 0 TO WcaLocImp
        MOVE 0 TO WcaBonVendu
        MOVE 0 TO WcaGrpPaye
        MOVE 0 TO WcaGrpImp
        OPEN INPUT ffacture
        OPEN INPUT finscription
        OPEN INPUT fcours
                        IF ft_annee = WcaAnnee THEN
                                COMPUTE WcaAvoir = WcaAvoir + ft_tarif
                        END-IF
                ELSE IF ft_typeAbo = 'Location   ' OR ft_typeAbo = 'Casse      '
                        OR ft_typeAbo = 'Perte      ' THEN
                        IF ft_annee = WcaAnnee THEN
                                PERFORM VENTILER_LOCATION_CA
                        END-IF
                ELSE IF ft_typeAbo = 'Bon cadeau ' THEN
                        IF ft_annee = WcaAnnee THEN
                                COMPUTE WcaBonVendu = WcaBonVendu + ft_tarif
                        END-IF
                ELSE IF ft_numGrp > 0 THEN
                        IF ft_annee = WcaAnnee THEN
                                PERFORM VENTILER_GROUPE_CA
                        END-IF
                ELSE
                        PERFORM CHERCHER_COURS_FACTURE
                        IF WcaTrouve = 1 THEN
                                PERFORM VENTILER_FACTURE_CA
                        END-IF
                END-IF
                END-IF
                END-IF
                END-IF
           END-READ
        END-PERFORM
        CLOSE fcours
        DISPLAY 'Maitrise : 'WcaMaitPaye' / 'WcaMaitImp
        DISPLAY 'Unitaire : 'WcaUnitPaye' / 'WcaUnitImp
        DISPLAY ' '
        DISPLAY 'Location de matériel (payé / impayé) : 'WcaLocPaye' / 'WcaLocImp
        DISPLAY 'Conventions de groupe (payé / impayé) : 'WcaGrpPaye' / 'WcaGrpImp
        DISPLAY ' '
        DISPLAY 'Total payé : 'WcaTotPaye
        DISPLAY 'Total impayé : 'WcaTotImp
        DISPLAY 'Avoirs émis : 'WcaAvoir
        DISPLAY 'Bons cadeaux vendus (non inclus, comptés à l utilisation) : 'WcaBonVendu
        DISPLAY '_______________________________'.

        CHERCHER_COURS_FACTURE.
                END-IF
        END-READ.

        VENTILER_LOCATION_CA.
        IF ft_statut = 'Paye      ' THEN
                COMPUTE WcaTotPaye = WcaTotPaye + ft_tarif
                COMPUTE WcaLocPaye = WcaLocPaye + ft_tarif
                IF ft_mois > 0 AND ft_mois < 13 THEN
                        COMPUTE WcaMoisPaye(ft_mois) = WcaMoisPaye(ft_mois) + ft_tarif
                END-IF
        ELSE
                COMPUTE WcaTotImp = WcaTotImp + ft_tarif
                COMPUTE WcaLocImp = WcaLocImp + ft_tarif
                IF ft_mois > 0 AND ft_mois < 13 THEN
                        COMPUTE WcaMoisImp(ft_mois) = WcaMoisImp(ft_mois) + ft_tarif
                END-IF
        END-IF.

        VENTILER_GROUPE_CA.
        IF ft_statut = 'Paye      ' THEN
                COMPUTE WcaTotPaye = WcaTotPaye + ft_tarif
                COMPUTE WcaGrpPaye = WcaGrpPaye + ft_tarif
                IF ft_mois > 0 AND ft_mois < 13 THEN
                        COMPUTE WcaMoisPaye(ft_mois) = WcaMoisPaye(ft_mois) + ft_tarif
                END-IF
        ELSE
                COMPUTE WcaTotImp = WcaTotImp + ft_tarif
                COMPUTE WcaGrpImp = WcaGrpImp + ft_tarif
                IF ft_mois > 0 AND ft_mois < 13 THEN
                        COMPUTE WcaMoisImp(ft_mois) = WcaMoisImp(ft_mois) + ft_tarif
                END-IF
        END-IF.

        ENCAISSER_PAIEMENT.
        DISPLAY 'Entrez le numero de la facture'
        ACCEPT Wnum
                          ACCEPT WpaieMontant
                        END-PERFORM
                        MOVE 0 TO WpaieModeChoix
                        PERFORM WITH TEST AFTER UNTIL WpaieModeChoix > 0 AND WpaieModeChoix < 5
                          DISPLAY 'Mode de paiement :'
                          DISPLAY '1 - Especes'
                          DISPLAY '2 - Cheque'
                          DISPLAY '3 - Carte'
                          DISPLAY '4 - Bon cadeau'
                          ACCEPT WpaieModeChoix
                          IF WpaieModeChoix = 1 THEN
                                STRING 'Especes   ' INTO py_mode
                                STRING 'Cheque    ' INTO py_mode
                          ELSE IF WpaieModeChoix = 3 THEN
                                STRING 'Carte     ' INTO py_mode
                          ELSE IF WpaieModeChoix = 4 THEN
                                STRING 'Bon cadeau' INTO py_mode
                                PERFORM CONTROLER_BON_CADEAU
                          END-IF
                        END-PERFORM
                        MOVE Wnum TO py_numFact
                        WRITE pyTampon END-WRITE
                        CLOSE fpaiement
                        DISPLAY 'Paiement enregistré'
                        IF WpaieModeChoix = 4 THEN
                                PERFORM DEBITER_BON_CADEAU
                        END-IF
                        COMPUTE WcumulPaye = WcumulPaye + WpaieMontant
                        IF WcumulPaye NOT < ft_tarif THEN
                                MOVE 'Paye      ' TO ft_statut
        ACCEPT WdateSys FROM DATE YYYYMMDD
        MOVE 0 TO WrelanceCpt
        MOVE 0 TO WfamRelNb
        MOVE 0 TO WnotCpt
        OPEN OUTPUT frelance
        IF rl_stat > WbatchStat THEN
                MOVE rl_stat TO WbatchStat
        END-IF
        OPEN INPUT ffacture
        IF ft_stat > WbatchStat THEN
                MOVE ft_stat TO WbatchStat
        END-IF
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ ffacture NEXT
                        MOVE SPACES TO rl_nom
                        MOVE SPACES TO rl_prenom
                        MOVE SPACES TO rl_tel
                        IF ft_numGrp > 0 THEN
                                PERFORM CHERCHER_PAYEUR_GROUPE
                        ELSE
                                OPEN INPUT feleve
                                MOVE ft_numE TO fe_num
                                START feleve, KEY IS = fe_num
                                INVALID KEY
                                        CONTINUE
                                NOT INVALID KEY
                                        READ feleve
                                        MOVE fe_nom TO rl_nom
                                        MOVE fe_prenom TO rl_prenom
                                        MOVE fe_tel TO rl_tel
                                        IF fe_numFam > 0 THEN
                                                OPEN INPUT ffamille
                                                MOVE fe_numFam TO fm_num
                                                READ ffamille
                                                INVALID KEY
                                                        CONTINUE
                                                NOT INVALID KEY
                                                        MOVE fm_nom TO rl_nom
                                                        MOVE fm_prenom TO rl_prenom
                                                        MOVE fm_tel TO rl_tel
                                                        PERFORM CUMULER_FAMILLE_RELANCE
                                                END-READ
                                                CLOSE ffamille
                                        END-IF
                                END-START
                                CLOSE feleve
                        END-IF
                        WRITE rlTampon END-WRITE
                        IF rl_stat > WbatchStat THEN
                                MOVE rl_stat TO WbatchStat
                        END-IF
                        COMPUTE WrelanceCpt = WrelanceCpt + 1
                        IF ft_numE > 0 OR ft_numGrp > 0 THEN
                                MOVE ft_numFact TO WnotRef
                                PERFORM CHERCHER_RELANCE_RECENTE
                                IF WnotRecente = 0 THEN
                                        PERFORM NOTIFIER_RELANCE
                                END-IF
                        END-IF
                        DISPLAY '_______________________________'
                        DISPLAY 'Facture numero :', rl_numFact
                        DISPLAY 'Eleve :', rl_numE
                        IF ft_numGrp > 0 THEN
                                DISPLAY 'Groupe :', ft_numGrp
                        END-IF
                        DISPLAY 'Nom :', rl_nom
                        DISPLAY 'Prenom :', rl_prenom
                        DISPLAY 'Téléphone :', rl_tel
                DISPLAY '_______________________________'
        END-IF
        DISPLAY WrelanceCpt' facture(s) impayée(s)'
        DISPLAY 'Relances exportées dans relance.dat'
        DISPLAY WnotCpt' message(s) de relance mis en file d envoi'.

        CUMULER_FAMILLE_RELANCE.
        MOVE 0 TO WfamOK
                MOVE ft_tarif TO WfamRelTot(WfamRelNb)
        END-IF.

        CHERCHER_PAYEUR_GROUPE.
        OPEN INPUT fgroupe
        MOVE ft_numGrp TO gp_num
        READ fgroupe
        INVALID KEY
                CONTINUE
        NOT INVALID KEY
                MOVE gp_nom TO rl_nom
                MOVE gp_contact TO rl_prenom
                MOVE gp_tel TO rl_tel
        END-READ
        CLOSE fgroupe.

        AFFICHER_CUMUL_FAMILLE.
        OPEN INPUT ffamille
        MOVE WfamRelNum(Wj) TO fm_num
        DISPLAY 'Eleve 'dm_numE' - 'Wnom' 'Wprenom
        MOVE 0 TO WdemCoursOK
        MOVE 0 TO WdemComplet
        MOVE 0 TO WnotJour
        MOVE 0 TO WnotMois
        MOVE 0 TO WnotAnnee
        OPEN INPUT fcours
        MOVE dm_numC TO fc_num
        READ fcours
        INVALID KEY
                DISPLAY 'Cours 'dm_numC' inexistant'
        NOT INVALID KEY
                MOVE fc_jour TO WnotJour
                MOVE fc_mois TO WnotMois
                MOVE fc_annee TO WnotAnnee
                DISPLAY 'Cours 'fc_num' - 'fc_activite' le 'fc_jour'/'fc_mois'/'fc_annee' 'fc_horaire
                IF fc_statut = 'Annule    ' THEN
                        DISPLAY 'Ce cours est annulé'
                        MOVE fc_annee TO WdemAnnee
                        MOVE fc_capacite TO WdemCapacite
                        MOVE fc_niveau TO WdemNivC
                        MOVE fc_activite TO WdocActivite
                        COMPUTE WdocDate = fc_annee * 10000 + fc_mois * 100 + fc_jour
                END-IF
        END-READ
        CLOSE fcours
                                        MOVE 0 TO WdemNivOK
                                END-IF
                        END-IF
                        IF WdemNivOK = 1 THEN
                                MOVE dm_numE TO WdocNumE
                                PERFORM CONTROLER_DOSSIER
                                IF WdocOK = 0 THEN
                                        MOVE 0 TO WdemNivOK
                                END-IF
                        END-IF
                        IF WdemNivOK = 0 THEN
                                DISPLAY 'Inscription non forcée : la demande ne peut être que refusée'
                                MOVE 9 TO WdemChoix
                MOVE 'Refusee   ' TO dm_statut
                MOVE 'Deja inscrit a ce cours' TO dm_motif
                REWRITE dmTampon END-REWRITE
                PERFORM NOTIFIER_DEMANDE
        ELSE
                DISPLAY 'Demande acceptée : élève inscrit'
                MOVE dm_numE TO WfactNumE
                MOVE 'Acceptee  ' TO dm_statut
                MOVE SPACES TO dm_motif
                REWRITE dmTampon END-REWRITE
                PERFORM NOTIFIER_DEMANDE
        END-IF.

        REFUSER_DEMANDE.
        ACCEPT dm_motif
        MOVE 'Refusee   ' TO dm_statut
        REWRITE dmTampon END-REWRITE
        DISPLAY 'Demande refusée'
        PERFORM NOTIFIER_DEMANDE.

        NOTIFIER_DEMANDE.
        MOVE dm_numE TO WnotNumE
        MOVE 'Demande        ' TO WnotEvenement
        MOVE dm_numC TO WnotRef
        MOVE SPACES TO WnotMessage
        IF dm_statut = 'Acceptee  ' THEN
                STRING 'Demande ' dm_numDem ' acceptée : inscription au cours ' dm_numC ' du ' WnotJour '/' WnotMois '/' WnotAnnee INTO WnotMessage
        ELSE
                STRING 'Demande ' dm_numDem ' refusée : ' dm_motif INTO WnotMessage
        END-IF
        PERFORM NOTIFIER_ELEVE.

        BASCULER_DEMANDE.
        MOVE dm_numE TO Wnum
                MOVE 0 TO WannMontant
                MOVE 0 TO WannCoursPerdus
                OPEN I-O fcours
                MOVE WannAnnee TO fc_annee
                MOVE WannMois TO fc_mois
                MOVE WannJour TO fc_jour
                MOVE 0 TO Wfin
                START fcours, KEY IS = fc_date
                INVALID KEY
                        MOVE 1 TO Wfin
                END-START
                PERFORM UNTIL Wfin = 1
                   READ fcours NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        IF fc_jour NOT = WannJour
                           OR fc_mois NOT = WannMois
                           OR fc_annee NOT = WannAnnee THEN
                                MOVE 1 TO Wfin
                        END-IF
                        IF Wfin = 0
                           AND fc_statut NOT = 'Annule    ' THEN
                                IF WannCoursNb < 100 THEN
                                        MOVE 'Annule    ' TO fc_statut
        END-IF
        IF WannChoix = 2 THEN
                PERFORM AVOIR_INSCRIT_ANNULE
        END-IF
        MOVE WannInsEleve(Wk) TO WnotNumE
        MOVE 'Annulation     ' TO WnotEvenement
        MOVE WannInsCours(Wk) TO WnotRef
        MOVE WannJour TO WnotJour
        MOVE WannMois TO WnotMois
        MOVE WannAnnee TO WnotAnnee
        MOVE SPACES TO WnotMessage
        IF WannChoix = 1 AND WannDouble = 0 THEN
                STRING 'Cours du ' WannJour '/' WannMois '/' WannAnnee ' annulé : reporté au cours ' WannCible ' du ' WannCibleJour '/' WannCibleMois INTO WnotMessage
        ELSE
                STRING 'Cours du ' WannJour '/' WannMois '/' WannAnnee ' annulé : un avoir a été émis' INTO WnotMessage
        END-IF
        PERFORM NOTIFIER_ELEVE.

        CHERCHER_COURS_EQUIV.
        MOVE 0 TO WannCible
        OPEN INPUT fcours
        MOVE WannActivite TO fc_activite
        START fcours, KEY IS = fc_activite
        INVALID KEY
                CONTINUE
        NOT INVALID KEY
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcours NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        IF fc_activite NOT = WannActivite THEN
                                MOVE 1 TO Wfin
                        ELSE
                                IF fc_type = WannType
                                   AND fc_statut = 'Actif     '
                                   AND fc_num NOT = WannExclu THEN
                                        MOVE fc_num TO Wnum2
                                        PERFORM COMPTER_INSCRITS_COURS
                                        IF WcompteInscrits < fc_capacite THEN
                                                MOVE fc_num TO WannCible
                                                MOVE fc_annee TO WannCibleAnnee
                                                MOVE fc_jour TO WannCibleJour
                                                MOVE fc_mois TO WannCibleMois
                                                MOVE 1 TO Wfin
                                        END-IF
                                END-IF
                        END-IF
                   END-READ
                END-PERFORM
        END-START
        CLOSE fcours.

        REPORTER_INSCRIPTION.
        WRITE fkLigne END-WRITE
        MOVE SPACES TO fkLigne
        WRITE fkLigne END-WRITE
        IF ft_typeAbo = 'Bon cadeau ' THEN
                PERFORM ECRIRE_ENTETE_BON
        ELSE IF ft_numGrp > 0 THEN
                PERFORM ECRIRE_ENTETE_GROUPE
        ELSE
                PERFORM ECRIRE_ENTETE_ELEVE
        END-IF
        END-IF
        MOVE SPACES TO fkLigne
        WRITE fkLigne END-WRITE
        IF ft_typeAbo = 'Location   ' OR ft_typeAbo = 'Casse      '
           OR ft_typeAbo = 'Perte      ' THEN
                PERFORM ECRIRE_DETAIL_LOCATION
        ELSE IF ft_typeAbo = 'Bon cadeau ' THEN
                PERFORM ECRIRE_DETAIL_BON
        ELSE IF ft_numGrp > 0 THEN
                PERFORM ECRIRE_DETAIL_GROUPE
        ELSE
                PERFORM ECRIRE_DETAIL_SEANCES
        END-IF
        END-IF
        END-IF
        MOVE SPACES TO fkLigne
        STRING 'Montant total : ' ft_tarif INTO fkLigne
        WRITE fkLigne END-WRITE
        MOVE SPACES TO fkLigne
        WRITE fkLigne END-WRITE
        MOVE SPACES TO fkLigne
        STRING 'Règlements reçus :' INTO fkLigne
        WRITE fkLigne END-WRITE
        MOVE 0 TO WdocCumul
        OPEN INPUT fpaiement
        MOVE ft_numFact TO py_numFact
        START fpaiement, KEY IS = py_numFact
        INVALID KEY
                CONTINUE
        NOT INVALID KEY
                MOVE 0 TO Wfin2
                PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                   READ fpaiement NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                        IF py_numFact NOT = ft_numFact THEN
                                MOVE 1 TO Wfin2
                        ELSE
                                MOVE SPACES TO fkLigne
                                STRING '  Le ' py_jour '/' py_mois '/' py_annee ' - ' py_mode ' - ' py_montant INTO fkLigne
                                WRITE fkLigne END-WRITE
                                COMPUTE WdocCumul = WdocCumul + py_montant
                        END-IF
                   END-READ
                END-PERFORM
        END-START
        CLOSE fpaiement
        IF WdocCumul = 0 THEN
                MOVE SPACES TO fkLigne
                STRING '  (aucun règlement enregistré)' INTO fkLigne
                WRITE fkLigne END-WRITE
        END-IF
        MOVE SPACES TO fkLigne
        STRING 'Total réglé : ' WdocCumul INTO fkLigne
        WRITE fkLigne END-WRITE
        MOVE SPACES TO fkLigne
        IF ft_statut = 'Avoir     ' THEN
                STRING 'Avoir à déduire : ' ft_tarif INTO fkLigne
        ELSE
                COMPUTE WdocSolde = ft_tarif - WdocCumul
                STRING 'Solde restant dû : ' WdocSolde INTO fkLigne
        END-IF
        WRITE fkLigne END-WRITE
        MOVE ALL '=' TO fkLigne
        WRITE fkLigne END-WRITE
        CLOSE ffactdoc
        DISPLAY 'Document édité dans facture.txt'.

        ECRIRE_ENTETE_ELEVE.
        MOVE SPACES TO Wnom
        MOVE SPACES TO Wprenom
        MOVE SPACES TO WdocTel
                        WRITE fkLigne END-WRITE
                END-READ
                CLOSE ffamille
        END-IF.

        ECRIRE_ENTETE_BON.
        MOVE 0 TO WbonNum
        OPEN INPUT fbon
        MOVE 0 TO Wfin2
        PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
           READ fbon NEXT
           AT END MOVE 1 TO Wfin2
           NOT AT END
                IF bc_numFact = ft_numFact THEN
                        MOVE bc_num TO WbonNum
                        MOVE SPACES TO fkLigne
                        STRING 'Acheteur : ' bc_nomAcheteur INTO fkLigne
                        WRITE fkLigne END-WRITE
                        MOVE SPACES TO fkLigne
                        STRING 'Téléphone : ' bc_telAcheteur INTO fkLigne
                        WRITE fkLigne END-WRITE
                        MOVE 1 TO Wfin2
                END-IF
           END-READ
        END-PERFORM
        CLOSE fbon.

        ECRIRE_DETAIL_BON.
        OPEN INPUT fbon
        MOVE WbonNum TO bc_num
        READ fbon
        INVALID KEY
                MOVE SPACES TO fkLigne
                STRING 'Bon cadeau - aucun bon rattaché à cette facture' INTO fkLigne
                WRITE fkLigne END-WRITE
        NOT INVALID KEY
                MOVE SPACES TO fkLigne
                STRING 'Bon cadeau No ' bc_num ' d une valeur de ' bc_montInit INTO fkLigne
                WRITE fkLigne END-WRITE
                MOVE SPACES TO fkLigne
                STRING 'Emis le ' bc_emJour '/' bc_emMois '/' bc_emAnnee ', valable jusqu au ' bc_expJour '/' bc_expMois '/' bc_expAnnee INTO fkLigne
                WRITE fkLigne END-WRITE
        END-READ
        CLOSE fbon.

        ECRIRE_ENTETE_GROUPE.
        OPEN INPUT fgroupe
        MOVE ft_numGrp TO gp_num
        READ fgroupe
        INVALID KEY
                MOVE SPACES TO fkLigne
                STRING 'Groupe no ' ft_numGrp INTO fkLigne
                WRITE fkLigne END-WRITE
        NOT INVALID KEY
                MOVE SPACES TO fkLigne
                STRING 'Organisation : ' gp_nom ' (groupe no ' gp_num ')' INTO fkLigne
                WRITE fkLigne END-WRITE
                MOVE SPACES TO fkLigne
                STRING 'A l attention de : ' gp_contact INTO fkLigne
                WRITE fkLigne END-WRITE
                MOVE SPACES TO fkLigne
                STRING 'Téléphone : ' gp_tel INTO fkLigne
                WRITE fkLigne END-WRITE
                MOVE SPACES TO fkLigne
                STRING 'Adresse de facturation : ' gp_adresse INTO fkLigne
                WRITE fkLigne END-WRITE
        END-READ
        CLOSE fgroupe.

        ECRIRE_DETAIL_GROUPE.
        MOVE SPACES TO fkLigne
        STRING 'Convention de groupe - ' ft_nbSeances ' séance(s) élève' INTO fkLigne
        WRITE fkLigne END-WRITE
        IF ft_nbSeances > 0 THEN
                COMPUTE WgrpPrix ROUNDED = ft_tarif / ft_nbSeances
                MOVE SPACES TO fkLigne
                STRING 'Prix contractuel par séance : ' WgrpPrix INTO fkLigne
                WRITE fkLigne END-WRITE
        END-IF.

        ECRIRE_DETAIL_SEANCES.
        MOVE SPACES TO fkLigne
        STRING 'Abonnement : ' ft_typeAbo ' - ' ft_nbSeances ' séance(s)' INTO fkLigne
        WRITE fkLigne END-WRITE
                MOVE SPACES TO fkLigne
                STRING '  (aucune séance active pour cet abonnement)' INTO fkLigne
                WRITE fkLigne END-WRITE
        END-IF.

        ECRIRE_DETAIL_LOCATION.
        MOVE SPACES TO fkLigne
        IF ft_typeAbo = 'Location   ' THEN
                STRING 'Location de matériel - ' ft_nbSeances ' jour(s)' INTO fkLigne
        ELSE
                STRING 'Frais de matériel : ' ft_typeAbo INTO fkLigne
        END-IF
        WRITE fkLigne END-WRITE
        MOVE SPACES TO fkLigne
        STRING 'Détail des articles facturés :' INTO fkLigne
        WRITE fkLigne END-WRITE
        MOVE 0 TO WdocSeances
        OPEN INPUT flocation
        OPEN INPUT fmateriel
        MOVE ft_numE TO lo_numE
        START flocation, KEY IS = lo_numE
        INVALID KEY
                CONTINUE
        NOT INVALID KEY
                MOVE 0 TO Wfin2
                PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                   READ flocation NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                        IF lo_numE NOT = ft_numE THEN
                                MOVE 1 TO Wfin2
                        ELSE
                                IF lo_numFact = ft_numFact
                                   OR lo_numFactFrais = ft_numFact THEN
                                        PERFORM ECRIRE_LIGNE_LOCATION
                                END-IF
                        END-IF
                   END-READ
                END-PERFORM
        END-START
        CLOSE fmateriel
        CLOSE flocation
        IF WdocSeances = 0 THEN
                MOVE SPACES TO fkLigne
                STRING '  (aucun article rattaché à cette facture)' INTO fkLigne
                WRITE fkLigne END-WRITE
        END-IF.

        ECRIRE_LIGNE_LOCATION.
        MOVE SPACES TO mt_categorie
        MOVE SPACES TO mt_taille
        MOVE lo_numMat TO mt_num
        READ fmateriel
        INVALID KEY
                CONTINUE
        END-READ
        MOVE SPACES TO fkLigne
        IF lo_numFactFrais = ft_numFact THEN
                STRING '  Article ' lo_numMat ' ' mt_categorie ' ' mt_taille ' - ' lo_statut ' le ' lo_renduJour '/' lo_renduMois '/' lo_renduAnnee ' - ' lo_frais INTO fkLigne
        ELSE
                STRING '  Article ' lo_numMat ' ' mt_categorie ' ' mt_taille ' du ' lo_debJour '/' lo_debMois '/' lo_debAnnee ' au ' lo_retJour '/' lo_retMois '/' lo_retAnnee ' - ' lo_montant INTO fkLigne
        END-IF
        WRITE fkLigne END-WRITE
        COMPUTE WdocSeances = WdocSeances + 1.

        ECRIRE_LIGNE_SEANCE.
        MOVE fi_numC TO fc_num
                END-PERFORM
                DISPLAY 'Adresse du responsable payeur :'
                ACCEPT fm_adresse
                DISPLAY 'E-mail du responsable payeur (facultatif) :'
                ACCEPT fm_email
                WRITE fmTampon END-WRITE
                DISPLAY 'La famille a été ajoutée'
                MOVE 'AJOUT_FAMILLE' TO Waud_para
                END-PERFORM
                DISPLAY 'Adresse du responsable payeur :'
                ACCEPT fm_adresse
                DISPLAY 'E-mail du responsable payeur (facultatif) :'
                ACCEPT fm_email
                REWRITE fmTampon END-REWRITE
                DISPLAY 'La famille a été modifiée'
                MOVE 'MODIFIER_FAMILLE' TO Waud_para
                 DISPLAY 'Payeur :', fm_nom' 'fm_prenom
                 DISPLAY 'Téléphone :', fm_tel
                 DISPLAY 'Adresse :', fm_adresse
                 DISPLAY 'E-mail :', fm_email
                 DISPLAY 'Enfants rattachés :'
                 PERFORM LISTER_ENFANTS_FAMILLE
                 DISPLAY '_______________________________'
                MOVE 0 TO cl_totEspeces
                MOVE 0 TO cl_totCheque
                MOVE 0 TO cl_totCarte
                MOVE 0 TO WcloTotBon
                OPEN INPUT fpaiement
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                                        COMPUTE cl_totCheque = cl_totCheque + py_montant
                                  WHEN 'Carte     '
                                        COMPUTE cl_totCarte = cl_totCarte + py_montant
                                  WHEN 'Bon cadeau'
                                        COMPUTE WcloTotBon = WcloTotBon + py_montant
                                END-EVALUATE
                        END-IF
                   END-READ
                DISPLAY 'Especes : 'cl_totEspeces
                DISPLAY 'Cheques : 'cl_totCheque
                DISPLAY 'Carte : 'cl_totCarte
                DISPLAY 'Bons cadeaux (hors caisse) : 'WcloTotBon
                DISPLAY '_______________________________'
                DISPLAY 'Espèces comptées en caisse :'
                ACCEPT cl_cptEspeces
                MOVE 'CLOTURE_CAISSE' TO Waud_para
                MOVE WcloDate TO Waud_cle
                MOVE SPACES TO Waud_anc
                STRING cl_totEspeces cl_totCheque cl_totCarte WcloTotBon INTO Waud_nouv
                PERFORM JOURNALISER
        END-IF.

        COMPUTE WpreCpt = WpreCpt + 1.

        ETAT_NO_SHOWS.
        IF WbatchMode = 1 THEN
          ACCEPT WdateSys FROM DATE YYYYMMDD
          MOVE WdateSysMois TO Wmois
          MOVE WdateSysAnnee TO WnoShowAnnee
        ELSE
          PERFORM WITH TEST AFTER UNTIL Wmois>0 AND Wmois<13
            DISPLAY 'Entrez le mois de l état (MM)'
            ACCEPT Wmois
          END-PERFORM
          PERFORM WITH TEST AFTER UNTIL WnoShowAnnee>2000 AND WnoShowAnnee<3000
            DISPLAY 'Entrez l annee de l état (AAAA)'
            ACCEPT WnoShowAnnee
          END-PERFORM
        END-IF
        DISPLAY '_______________________________'
        DISPLAY 'No-shows du mois 'Wmois'/'WnoShowAnnee
        MOVE 0 TO WnoShowEleve
        MOVE 0 TO WnoShowCpt
        MOVE 0 TO WnoShowTot
        OPEN INPUT fpresence
        IF pr_stat > WbatchStat THEN
                MOVE pr_stat TO WbatchStat
        END-IF
        MOVE 0 TO pr_numE
        START fpresence, KEY IS NOT < pr_numE
        INVALID KEY
        DISPLAY '_______________________________'
        DISPLAY 'Eleve 'WnoShowEleve' - 'Wnom' 'Wprenom.

        GERER_MATERIEL.
        MOVE 9 TO WmatChoix
        PERFORM WITH TEST AFTER UNTIL WmatChoix = 0
        DISPLAY '---------- GESTION DU MATERIEL -------------'
        DISPLAY '1 - Ajouter un article'
        DISPLAY '2 - Modifier un article'
        DISPLAY '3 - Lister le parc'
        DISPLAY '0 - Retour'
        DISPLAY '---------------------------------------------'
        ACCEPT WmatChoix
           EVALUATE WmatChoix
              WHEN 1 PERFORM AJOUT_MATERIEL
              WHEN 2 PERFORM MODIFIER_MATERIEL
              WHEN 3 PERFORM LISTE_MATERIEL
           END-EVALUATE
        END-PERFORM.

        SAISIR_CATEGORIE_MAT.
        MOVE 0 TO WmatCatChoix
        PERFORM WITH TEST AFTER UNTIL WmatCatChoix > 0 AND WmatCatChoix < 5
        DISPLAY 'Catégorie :'
        DISPLAY '1 - Skis'
        DISPLAY '2 - Chaussures'
        DISPLAY '3 - Snowboard'
        DISPLAY '4 - Casque'
        ACCEPT WmatCatChoix
        IF WmatCatChoix = 1 THEN
                MOVE 'Skis       ' TO mt_categorie
        ELSE IF WmatCatChoix = 2 THEN
                MOVE 'Chaussures ' TO mt_categorie
        ELSE IF WmatCatChoix = 3 THEN
                MOVE 'Snowboard  ' TO mt_categorie
        ELSE IF WmatCatChoix = 4 THEN
                MOVE 'Casque     ' TO mt_categorie
        END-IF
        END-PERFORM.

        SAISIR_ETAT_MAT.
        MOVE 0 TO WmatEtatChoix
        PERFORM WITH TEST AFTER UNTIL WmatEtatChoix > 0 AND WmatEtatChoix < 5
        DISPLAY 'Etat de l article :'
        DISPLAY '1 - Neuf'
        DISPLAY '2 - Bon'
        DISPLAY '3 - Usé'
        DISPLAY '4 - Abimé'
        ACCEPT WmatEtatChoix
        IF WmatEtatChoix = 1 THEN
                MOVE 'Neuf      ' TO mt_etat
        ELSE IF WmatEtatChoix = 2 THEN
                MOVE 'Bon       ' TO mt_etat
        ELSE IF WmatEtatChoix = 3 THEN
                MOVE 'Use       ' TO mt_etat
        ELSE IF WmatEtatChoix = 4 THEN
                MOVE 'Abime     ' TO mt_etat
        END-IF
        END-PERFORM.

        AJOUT_MATERIEL.
        OPEN I-O fmateriel
        DISPLAY 'Entrez le numero de l article'
        ACCEPT mt_num
        START fmateriel, KEY IS = mt_num
        INVALID KEY
                PERFORM SAISIR_CATEGORIE_MAT
                DISPLAY 'Taille / pointure :'
                ACCEPT mt_taille
                PERFORM SAISIR_ETAT_MAT
                PERFORM WITH TEST AFTER UNTIL mt_tarifJour > 0
                  DISPLAY 'Tarif de location par jour :'
                  ACCEPT mt_tarifJour
                END-PERFORM
                MOVE 'Disponible' TO mt_statut
                WRITE mtTampon END-WRITE
                DISPLAY 'L article a été ajouté'
                MOVE 'AJOUT_MATERIEL' TO Waud_para
                MOVE mt_num TO Waud_cle
                MOVE SPACES TO Waud_anc
                STRING mt_categorie mt_taille mt_etat mt_statut mt_tarifJour INTO Waud_nouv
                PERFORM JOURNALISER
        NOT INVALID KEY
                DISPLAY 'Cet article existe déjà'
        END-START
        CLOSE fmateriel.

        MODIFIER_MATERIEL.
        OPEN I-O fmateriel
        DISPLAY 'Entrez le numero de l article à modifier'
        ACCEPT mt_num
        READ fmateriel
        INVALID KEY
                DISPLAY 'Cet article n existe pas'
        NOT INVALID KEY
                IF mt_statut = 'Loue      ' THEN
                        DISPLAY 'Article actuellement loué : enregistrer d abord son retour'
                ELSE
                        STRING mt_categorie mt_taille mt_etat mt_statut mt_tarifJour INTO Waud_anc
                        DISPLAY 'Catégorie 'mt_categorie' taille 'mt_taille
                        DISPLAY 'Etat actuel : 'mt_etat' - statut : 'mt_statut
                        PERFORM SAISIR_ETAT_MAT
                        MOVE 0 TO WmatStatChoix
                        PERFORM WITH TEST AFTER UNTIL WmatStatChoix > 0 AND WmatStatChoix < 4
                          DISPLAY 'Statut : 1-Disponible 2-En réparation 3-Retiré du parc'
                          ACCEPT WmatStatChoix
                        END-PERFORM
                        EVALUATE WmatStatChoix
                          WHEN 1 MOVE 'Disponible' TO mt_statut
                          WHEN 2 MOVE 'Reparation' TO mt_statut
                          WHEN 3 MOVE 'Retire    ' TO mt_statut
                        END-EVALUATE
                        PERFORM WITH TEST AFTER UNTIL mt_tarifJour > 0
                          DISPLAY 'Tarif de location par jour :'
                          ACCEPT mt_tarifJour
                        END-PERFORM
                        REWRITE mtTampon END-REWRITE
                        DISPLAY 'L article a été modifié'
                        MOVE 'MODIFIER_MATERIEL' TO Waud_para
                        MOVE mt_num TO Waud_cle
                        STRING mt_categorie mt_taille mt_etat mt_statut mt_tarifJour INTO Waud_nouv
                        PERFORM JOURNALISER
                END-IF
        END-READ
        CLOSE fmateriel.

        LISTE_MATERIEL.
        OPEN INPUT fmateriel
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fmateriel NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                 DISPLAY '_______________________________'
                 DISPLAY 'Numero :', mt_num
                 DISPLAY 'Catégorie :', mt_categorie
                 DISPLAY 'Taille :', mt_taille
                 DISPLAY 'Etat :', mt_etat
                 DISPLAY 'Statut :', mt_statut
                 DISPLAY 'Tarif journalier :', mt_tarifJour
                 DISPLAY '_______________________________'
           END-READ
        END-PERFORM
        CLOSE fmateriel.

        LOUER_MATERIEL.
        DISPLAY 'Entrez le numero de l élève'
        ACCEPT Wnum
        MOVE 0 TO WlocTrouve
        OPEN INPUT feleve
        MOVE Wnum TO fe_num
        READ feleve
        INVALID KEY
                DISPLAY 'Cet élève n existe pas'
        NOT INVALID KEY
                MOVE 1 TO WlocTrouve
        END-READ
        CLOSE feleve
        IF WlocTrouve = 1 THEN
                MOVE 0 TO WlocNbJours
                PERFORM WITH TEST AFTER UNTIL WlocNbJours > 0 AND WlocNbJours < 31
                  DISPLAY 'Nombre de jours de location (1 à 30) :'
                  ACCEPT WlocNbJours
                END-PERFORM
                ACCEPT WdateSys FROM DATE YYYYMMDD
                MOVE WdateSysJour TO WgriJour
                MOVE WdateSysMois TO WgriMois
                MOVE WdateSysAnnee TO WgriAnnee
                COMPUTE WlocRetard = WlocNbJours - 1
                PERFORM AVANCER_DATE_GRILLE WlocRetard TIMES
                MOVE WgriJour TO WlocRetJour
                MOVE WgriMois TO WlocRetMois
                MOVE WgriAnnee TO WlocRetAnnee
                MOVE 0 TO WlocCpt
                MOVE 0 TO WlocTotal
                OPEN I-O fmateriel
                OPEN I-O flocation
                MOVE 1 TO WlocChoix
                PERFORM WITH TEST AFTER UNTIL WlocChoix = 0 OR WlocCpt = 10
                        DISPLAY 'Numero de l article à louer (0 pour terminer) :'
                        ACCEPT WlocMat
                        IF WlocMat = 0 THEN
                                MOVE 0 TO WlocChoix
                        ELSE
                                PERFORM LOUER_UN_ARTICLE
                        END-IF
                END-PERFORM
                CLOSE flocation
                CLOSE fmateriel
                IF WlocCpt = 0 THEN
                        DISPLAY 'Aucun article loué'
                ELSE
                        MOVE Wnum TO WfactNumE
                        MOVE 'Location   ' TO WfactType
                        MOVE WlocNbJours TO WfactNb
                        MOVE WlocTotal TO WfactTarif
                        MOVE 1 TO WfactSansRemise
                        PERFORM FACTURER
                        OPEN I-O flocation
                        PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > WlocCpt
                                MOVE WlocNumLoc(Wi) TO lo_numLoc
                                READ flocation
                                INVALID KEY
                                        CONTINUE
                                NOT INVALID KEY
                                        MOVE WfactNumFact TO lo_numFact
                                        REWRITE loTampon END-REWRITE
                                END-READ
                        END-PERFORM
                        CLOSE flocation
                        DISPLAY WlocCpt' article(s) loué(s), retour prévu le 'WlocRetJour'/'WlocRetMois'/'WlocRetAnnee
                END-IF
        END-IF.

        LOUER_UN_ARTICLE.
        MOVE WlocMat TO mt_num
        READ fmateriel
        INVALID KEY
                DISPLAY 'Cet article n existe pas'
        NOT INVALID KEY
                IF mt_statut NOT = 'Disponible' THEN
                        DISPLAY 'Article 'mt_num' indisponible ('mt_statut') : location refusée'
                ELSE
                        COMPUTE WlocMontant = mt_tarifJour * WlocNbJours
                        IF WlocTotal + WlocMontant > 9999.99 THEN
                                DISPLAY 'Montant maximal d une facture atteint : article refusé'
                        ELSE
                                MOVE 'LOCATION  ' TO WcptSerie
                                PERFORM PROCHAIN_NUMERO
                                MOVE WcptValeur TO lo_numLoc
                                MOVE mt_num TO lo_numMat
                                MOVE Wnum TO lo_numE
                                MOVE WdateSysJour TO lo_debJour
                                MOVE WdateSysMois TO lo_debMois
                                MOVE WdateSysAnnee TO lo_debAnnee
                                MOVE WlocRetJour TO lo_retJour
                                MOVE WlocRetMois TO lo_retMois
                                MOVE WlocRetAnnee TO lo_retAnnee
                                MOVE 0 TO lo_renduJour
                                MOVE 0 TO lo_renduMois
                                MOVE 0 TO lo_renduAnnee
                                MOVE WlocNbJours TO lo_nbJours
                                MOVE WlocMontant TO lo_montant
                                MOVE 0 TO lo_frais
                                MOVE 'EnCours   ' TO lo_statut
                                MOVE 0 TO lo_numFact
                                MOVE 0 TO lo_numFactFrais
                                WRITE loTampon
                                INVALID KEY
                                        DISPLAY 'Numero de location 'lo_numLoc' déjà utilisé : article non loué'
                                NOT INVALID KEY
                                        MOVE 'Loue      ' TO mt_statut
                                        REWRITE mtTampon END-REWRITE
                                        COMPUTE WlocCpt = WlocCpt + 1
                                        MOVE lo_numLoc TO WlocNumLoc(WlocCpt)
                                        COMPUTE WlocTotal = WlocTotal + WlocMontant
                                        DISPLAY 'Article 'mt_num' ('mt_categorie' 'mt_taille') loué : 'WlocMontant
                                        MOVE 'LOUER_MATERIEL' TO Waud_para
                                        MOVE lo_numLoc TO Waud_cle
                                        MOVE SPACES TO Waud_anc
                                        STRING lo_numMat lo_numE lo_retJour lo_retMois lo_retAnnee lo_montant INTO Waud_nouv
                                        PERFORM JOURNALISER
                                END-WRITE
                        END-IF
                END-IF
        END-READ.

        RETOUR_MATERIEL.
        DISPLAY 'Numero de l article rendu :'
        ACCEPT WlocMat
        MOVE 0 TO WlocTrouve
        OPEN I-O flocation
        MOVE WlocMat TO lo_numMat
        START flocation, KEY IS = lo_numMat
        INVALID KEY
                CONTINUE
        NOT INVALID KEY
                MOVE 0 TO Wfin2
                PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                   READ flocation NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                        IF lo_numMat NOT = WlocMat THEN
                                MOVE 1 TO Wfin2
                        ELSE
                                IF lo_statut = 'EnCours   ' THEN
                                        MOVE 1 TO WlocTrouve
                                        MOVE 1 TO Wfin2
                                END-IF
                        END-IF
                   END-READ
                END-PERFORM
        END-START
        IF WlocTrouve = 0 THEN
                DISPLAY 'Aucune location en cours pour cet article'
        ELSE
                PERFORM ENREGISTRER_RETOUR
        END-IF
        CLOSE flocation.

        ENREGISTRER_RETOUR.
        DISPLAY 'Location 'lo_numLoc' - élève 'lo_numE' - retour prévu le 'lo_retJour'/'lo_retMois'/'lo_retAnnee
        ACCEPT WdateSys FROM DATE YYYYMMDD
        MOVE WdateSys TO WlocDate
        COMPUTE WlocDateRet = lo_retAnnee * 10000 + lo_retMois * 100 + lo_retJour
        IF WlocDate > WlocDateRet THEN
                DISPLAY 'ATTENTION : article rendu en retard'
        END-IF
        MOVE 0 TO WlocChoix
        PERFORM WITH TEST AFTER UNTIL WlocChoix > 0 AND WlocChoix < 4
          DISPLAY 'Etat au retour : 1-Bon état 2-Endommagé 3-Manquant'
          ACCEPT WlocChoix
        END-PERFORM
        MOVE 0 TO WlocFrais
        IF WlocChoix > 1 THEN
                PERFORM WITH TEST AFTER UNTIL WlocFrais > 0
                  DISPLAY 'Montant des frais à facturer :'
                  ACCEPT WlocFrais
                END-PERFORM
        END-IF
        STRING lo_statut lo_frais INTO Waud_anc
        MOVE WdateSysJour TO lo_renduJour
        MOVE WdateSysMois TO lo_renduMois
        MOVE WdateSysAnnee TO lo_renduAnnee
        MOVE WlocFrais TO lo_frais
        OPEN I-O fmateriel
        MOVE lo_numMat TO mt_num
        READ fmateriel
        INVALID KEY
                DISPLAY 'Article 'lo_numMat' absent du parc'
        NOT INVALID KEY
                EVALUATE WlocChoix
                  WHEN 1
                        MOVE 'Disponible' TO mt_statut
                  WHEN 2
                        MOVE 'Abime     ' TO mt_etat
                        MOVE 'Reparation' TO mt_statut
                  WHEN 3
                        MOVE 'Perdu     ' TO mt_statut
                END-EVALUATE
                REWRITE mtTampon END-REWRITE
        END-READ
        CLOSE fmateriel
        EVALUATE WlocChoix
          WHEN 1 MOVE 'Rendu     ' TO lo_statut
          WHEN 2 MOVE 'Endommage ' TO lo_statut
          WHEN 3 MOVE 'Perdu     ' TO lo_statut
        END-EVALUATE
        IF WlocFrais > 0 THEN
                MOVE lo_numE TO WfactNumE
                IF WlocChoix = 2 THEN
                        MOVE 'Casse      ' TO WfactType
                ELSE
                        MOVE 'Perte      ' TO WfactType
                END-IF
                MOVE 1 TO WfactNb
                MOVE WlocFrais TO WfactTarif
                MOVE 1 TO WfactSansRemise
                PERFORM FACTURER
                MOVE WfactNumFact TO lo_numFactFrais
        END-IF
        REWRITE loTampon END-REWRITE
        DISPLAY 'Retour enregistré : 'lo_statut
        MOVE 'RETOUR_MATERIEL' TO Waud_para
        MOVE lo_numLoc TO Waud_cle
        STRING lo_statut lo_frais lo_numFactFrais INTO Waud_nouv
        PERFORM JOURNALISER.

        MATERIEL_NON_RENDU.
        ACCEPT WdateSys FROM DATE YYYYMMDD
        MOVE WdateSys TO WlocDate
        MOVE 0 TO WlocEnRetard
        OPEN OUTPUT fnonrendu
        MOVE SPACES TO nrLigne
        STRING 'Matériel non rendu au ' WdateSysJour '/' WdateSysMois '/' WdateSysAnnee INTO nrLigne
        WRITE nrLigne END-WRITE
        MOVE SPACES TO nrLigne
        STRING 'Location Article Catégorie   Taille Eleve                                     Téléphone  Retour prévu' INTO nrLigne
        WRITE nrLigne END-WRITE
        DISPLAY '_______________________________'
        DISPLAY 'Matériel non rendu au 'WdateSysJour'/'WdateSysMois'/'WdateSysAnnee
        OPEN INPUT flocation
        OPEN INPUT fmateriel
        OPEN INPUT feleve
        OPEN INPUT ffamille
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ flocation NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                IF lo_statut = 'EnCours   ' THEN
                        COMPUTE WlocDateRet = lo_retAnnee * 10000 + lo_retMois * 100 + lo_retJour
                        IF WlocDateRet <= WlocDate THEN
                                PERFORM SIGNALER_NON_RENDU
                        END-IF
                END-IF
           END-READ
        END-PERFORM
        CLOSE ffamille
        CLOSE feleve
        CLOSE fmateriel
        CLOSE flocation
        MOVE SPACES TO nrLigne
        STRING 'Total : ' WlocEnRetard ' article(s) non rendu(s)' INTO nrLigne
        WRITE nrLigne END-WRITE
        CLOSE fnonrendu
        DISPLAY WlocEnRetard' article(s) non rendu(s), liste dans nonrendu.txt'
        DISPLAY '_______________________________'.

        SIGNALER_NON_RENDU.
        MOVE SPACES TO mt_categorie
        MOVE SPACES TO mt_taille
        MOVE lo_numMat TO mt_num
        READ fmateriel
        INVALID KEY
                CONTINUE
        END-READ
        MOVE SPACES TO Wnom
        MOVE SPACES TO Wprenom
        MOVE SPACES TO WlocTel
        MOVE lo_numE TO fe_num
        READ feleve
        INVALID KEY
                CONTINUE
        NOT INVALID KEY
                MOVE fe_nom TO Wnom
                MOVE fe_prenom TO Wprenom
                MOVE fe_tel TO WlocTel
                IF fe_numFam > 0 THEN
                        MOVE fe_numFam TO fm_num
                        READ ffamille
                        INVALID KEY
                                CONTINUE
                        NOT INVALID KEY
                                MOVE fm_tel TO WlocTel
                        END-READ
                END-IF
        END-READ
        MOVE SPACES TO nrLigne
        STRING lo_numLoc '   ' lo_numMat ' ' mt_categorie ' ' mt_taille ' ' Wnom ' ' Wprenom ' ' WlocTel ' ' lo_retJour '/' lo_retMois '/' lo_retAnnee INTO nrLigne
        WRITE nrLigne END-WRITE
        COMPUTE WlocEnRetard = WlocEnRetard + 1
        DISPLAY 'Location 'lo_numLoc' - article 'lo_numMat' 'mt_categorie' - 'Wnom' 'Wprenom' - tél. 'WlocTel' - prévu le 'lo_retJour'/'lo_retMois'/'lo_retAnnee.

        GERER_BONS.
        MOVE 9 TO WbonChoix
        PERFORM WITH TEST AFTER UNTIL WbonChoix = 0
        DISPLAY '------------- BONS CADEAUX -----------------'
        DISPLAY '1 - Vendre un bon cadeau'
        DISPLAY '2 - Consulter un bon cadeau'
        DISPLAY '3 - Lister les bons cadeaux'
        DISPLAY '4 - Etat de fin de mois des soldes'
        DISPLAY '0 - Retour'
        DISPLAY '---------------------------------------------'
        ACCEPT WbonChoix
           EVALUATE WbonChoix
              WHEN 1 PERFORM VENDRE_BON
              WHEN 2 PERFORM CONSULTER_BON
              WHEN 3 PERFORM LISTE_BONS
              WHEN 4 PERFORM ETAT_BONS_MOIS
           END-EVALUATE
        END-PERFORM.

        VENDRE_BON.
        ACCEPT WdateSys FROM DATE YYYYMMDD
        MOVE WdateSys TO WcloDate
        PERFORM VERIFIER_CLOTURE
        IF WcloExiste = 1 THEN
                DISPLAY 'La caisse du jour est clôturée : vente impossible'
        ELSE
                OPEN I-O fbon
                DISPLAY 'Nom de l acheteur :'
                ACCEPT bc_nomAcheteur
                PERFORM WITH TEST AFTER UNTIL bc_telAcheteur IS NUMERIC
                  DISPLAY 'Téléphone de l acheteur :'
                  ACCEPT bc_telAcheteur
                END-PERFORM
                MOVE 0 TO WbonMontant
                PERFORM WITH TEST AFTER UNTIL WbonMontant > 0
                  DISPLAY 'Montant du bon cadeau :'
                  ACCEPT WbonMontant
                END-PERFORM
                MOVE 0 TO WbonModeChoix
                PERFORM WITH TEST AFTER UNTIL WbonModeChoix > 0 AND WbonModeChoix < 4
                  DISPLAY 'Mode de règlement :'
                  DISPLAY '1 - Especes'
                  DISPLAY '2 - Cheque'
                  DISPLAY '3 - Carte'
                  ACCEPT WbonModeChoix
                END-PERFORM
                MOVE 'BONCADEAU ' TO WcptSerie
                PERFORM PROCHAIN_NUMERO
                MOVE WcptValeur TO bc_num
                MOVE WbonMontant TO bc_montInit
                MOVE WbonMontant TO bc_solde
                MOVE WdateSysJour TO bc_emJour
                MOVE WdateSysMois TO bc_emMois
                MOVE WdateSysAnnee TO bc_emAnnee
                MOVE WdateSysJour TO bc_expJour
                MOVE WdateSysMois TO bc_expMois
                COMPUTE bc_expAnnee = WdateSysAnnee + 1
                IF bc_expJour = 29 AND bc_expMois = 2 THEN
                        MOVE 28 TO bc_expJour
                END-IF
                MOVE 0 TO bc_numFact
                WRITE bcTampon
                INVALID KEY
                        DISPLAY 'Numero de bon 'bc_num' déjà utilisé : vente non enregistrée'
                NOT INVALID KEY
                        MOVE 0 TO WfactNumE
                        MOVE 'Bon cadeau ' TO WfactType
                        MOVE 1 TO WfactNb
                        MOVE WbonMontant TO WfactTarif
                        MOVE 1 TO WfactSansRemise
                        MOVE 1 TO WfactPayee
                        PERFORM FACTURER
                        MOVE WfactNumFact TO bc_numFact
                        REWRITE bcTampon END-REWRITE
                        OPEN I-O fpaiement
                        MOVE WfactNumFact TO py_numFact
                        MOVE 1 TO py_rang
                        STRING py_numFact'-'py_rang INTO py_clePai
                        MOVE WdateSysJour TO py_jour
                        MOVE WdateSysMois TO py_mois
                        MOVE WdateSysAnnee TO py_annee
                        MOVE WbonMontant TO py_montant
                        EVALUATE WbonModeChoix
                          WHEN 1 MOVE 'Especes   ' TO py_mode
                          WHEN 2 MOVE 'Cheque    ' TO py_mode
                          WHEN 3 MOVE 'Carte     ' TO py_mode
                        END-EVALUATE
                        WRITE pyTampon END-WRITE
                        CLOSE fpaiement
                        DISPLAY 'Bon cadeau numero 'bc_num' vendu, valable jusqu au 'bc_expJour'/'bc_expMois'/'bc_expAnnee
                        MOVE 'VENDRE_BON' TO Waud_para
                        MOVE bc_num TO Waud_cle
                        MOVE SPACES TO Waud_anc
                        MOVE SPACES TO Waud_nouv
                        STRING bc_montInit bc_nomAcheteur bc_numFact py_mode INTO Waud_nouv
                        PERFORM JOURNALISER
                END-WRITE
                CLOSE fbon
        END-IF.

        CONSULTER_BON.
        DISPLAY 'Numero du bon cadeau :'
        ACCEPT WbonNum
        OPEN INPUT fbon
        MOVE WbonNum TO bc_num
        READ fbon
        INVALID KEY
                DISPLAY 'Ce bon cadeau n existe pas'
        NOT INVALID KEY
                PERFORM AFFICHER_BON
        END-READ
        CLOSE fbon.

        AFFICHER_BON.
        ACCEPT WdateSys FROM DATE YYYYMMDD
        MOVE WdateSys TO WbonDate
        COMPUTE WbonDateExp = bc_expAnnee * 10000 + bc_expMois * 100 + bc_expJour
        DISPLAY '_______________________________'
        DISPLAY 'Bon cadeau :', bc_num
        DISPLAY 'Acheteur :', bc_nomAcheteur
        DISPLAY 'Téléphone :', bc_telAcheteur
        DISPLAY 'Montant initial :', bc_montInit
        DISPLAY 'Solde :', bc_solde
        DISPLAY 'Emis le 'bc_emJour'/'bc_emMois'/'bc_emAnnee
        DISPLAY 'Expire le 'bc_expJour'/'bc_expMois'/'bc_expAnnee
        DISPLAY 'Facture de vente :', bc_numFact
        IF WbonDateExp < WbonDate THEN
                DISPLAY 'Etat : expiré'
        ELSE IF bc_solde = 0 THEN
                DISPLAY 'Etat : épuisé'
        ELSE
                DISPLAY 'Etat : utilisable'
        END-IF
        END-IF
        DISPLAY '_______________________________'.

        LISTE_BONS.
        OPEN INPUT fbon
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fbon NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                PERFORM AFFICHER_BON
           END-READ
        END-PERFORM
        CLOSE fbon.

        CONTROLER_BON_CADEAU.
        DISPLAY 'Numero du bon cadeau :'
        ACCEPT WbonNum
        COMPUTE WbonDate = py_annee * 10000 + py_mois * 100 + py_jour
        OPEN INPUT fbon
        MOVE WbonNum TO bc_num
        READ fbon
        INVALID KEY
                DISPLAY 'Ce bon cadeau n existe pas'
                MOVE 0 TO WpaieModeChoix
        NOT INVALID KEY
                COMPUTE WbonDateExp = bc_expAnnee * 10000 + bc_expMois * 100 + bc_expJour
                IF WbonDateExp < WbonDate THEN
                        DISPLAY 'Bon cadeau expiré le 'bc_expJour'/'bc_expMois'/'bc_expAnnee' : refusé'
                        MOVE 0 TO WpaieModeChoix
                ELSE IF bc_solde = 0 THEN
                        DISPLAY 'Bon cadeau épuisé : refusé'
                        MOVE 0 TO WpaieModeChoix
                ELSE
                        DISPLAY 'Solde disponible sur le bon : 'bc_solde
                        IF WpaieMontant > bc_solde THEN
                                MOVE bc_solde TO WpaieMontant
                                DISPLAY 'Montant ramené au solde du bon : 'WpaieMontant
                        END-IF
                END-IF
                END-IF
        END-READ
        CLOSE fbon.

        DEBITER_BON_CADEAU.
        OPEN I-O fbon
        MOVE WbonNum TO bc_num
        READ fbon
        INVALID KEY
                DISPLAY 'Bon cadeau 'WbonNum' introuvable : solde non débité'
        NOT INVALID KEY
                MOVE SPACES TO Waud_anc
                STRING bc_solde INTO Waud_anc
                COMPUTE bc_solde = bc_solde - WpaieMontant
                REWRITE bcTampon END-REWRITE
                DISPLAY 'Solde restant sur le bon 'bc_num' : 'bc_solde
                MOVE 'DEBITER_BON_CADEAU' TO Waud_para
                MOVE bc_num TO Waud_cle
                MOVE SPACES TO Waud_nouv
                STRING bc_solde ' facture ' py_numFact INTO Waud_nouv
                PERFORM JOURNALISER
        END-READ
        CLOSE fbon.

        ETAT_BONS_MOIS.
        PERFORM WITH TEST AFTER UNTIL WbonMois>0 AND WbonMois<13
          DISPLAY 'Mois de l état :'
          ACCEPT WbonMois
        END-PERFORM
        PERFORM WITH TEST AFTER UNTIL WbonAnnee>2000 AND WbonAnnee<3000
          DISPLAY 'Annee de l état :'
          ACCEPT WbonAnnee
        END-PERFORM
        COMPUTE WbonDateFin = WbonAnnee * 10000 + WbonMois * 100 + 31
        MOVE 0 TO WbonCpt
        MOVE 0 TO WbonCptExp
        MOVE 0 TO WbonEncours
        MOVE 0 TO WbonPerdu
        OPEN OUTPUT fetatbon
        MOVE SPACES TO ebLigne
        STRING 'Etat des bons cadeaux au ' WbonMois '/' WbonAnnee INTO ebLigne
        WRITE ebLigne END-WRITE
        MOVE SPACES TO ebLigne
        STRING 'Bon    Acheteur                       Emis le    Expire le  Initial  Solde    Etat' INTO ebLigne
        WRITE ebLigne END-WRITE
        OPEN INPUT fbon
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fbon NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                COMPUTE WbonDateEm = bc_emAnnee * 10000 + bc_emMois * 100 + bc_emJour
                IF WbonDateEm NOT > WbonDateFin AND bc_solde > 0 THEN
                        PERFORM ECRIRE_LIGNE_ETAT_BON
                END-IF
           END-READ
        END-PERFORM
        CLOSE fbon
        MOVE SPACES TO ebLigne
        STRING 'Bons en cours : ' WbonCpt ' - solde à honorer : ' WbonEncours INTO ebLigne
        WRITE ebLigne END-WRITE
        MOVE SPACES TO ebLigne
        STRING 'Bons expirés non consommés : ' WbonCptExp ' - solde perdu : ' WbonPerdu INTO ebLigne
        WRITE ebLigne END-WRITE
        CLOSE fetatbon
        DISPLAY '_______________________________'
        DISPLAY 'Bons en cours : 'WbonCpt' - solde à honorer : 'WbonEncours
        DISPLAY 'Bons expirés non consommés : 'WbonCptExp' - solde perdu : 'WbonPerdu
        DISPLAY 'Etat édité dans etatbons.txt'
        DISPLAY '_______________________________'.

        ECRIRE_LIGNE_ETAT_BON.
        COMPUTE WbonDateExp = bc_expAnnee * 10000 + bc_expMois * 100 + bc_expJour
        MOVE SPACES TO ebLigne
        IF WbonDateExp < WbonDateFin THEN
                STRING bc_num ' ' bc_nomAcheteur ' ' bc_emJour '/' bc_emMois '/' bc_emAnnee ' ' bc_expJour '/' bc_expMois '/' bc_expAnnee ' ' bc_montInit ' ' bc_solde ' Expire' INTO ebLigne
                COMPUTE WbonCptExp = WbonCptExp + 1
                COMPUTE WbonPerdu = WbonPerdu + bc_solde
        ELSE
                STRING bc_num ' ' bc_nomAcheteur ' ' bc_emJour '/' bc_emMois '/' bc_emAnnee ' ' bc_expJour '/' bc_expMois '/' bc_expAnnee ' ' bc_montInit ' ' bc_solde ' En cours' INTO ebLigne
                COMPUTE WbonCpt = WbonCpt + 1
                COMPUTE WbonEncours = WbonEncours + bc_solde
        END-IF
        WRITE ebLigne END-WRITE.

        SAISIR_GROUPE_ELEVE.
        MOVE 0 TO WgrpOK
        PERFORM WITH TEST AFTER UNTIL WgrpOK = 1
                DISPLAY 'Numero de groupe / convention (0 si aucun) :'
                ACCEPT fe_numGrp
                MOVE 1 TO WgrpOK
                IF fe_numGrp > 0 THEN
                        OPEN INPUT fgroupe
                        MOVE fe_numGrp TO gp_num
                        READ fgroupe
                        INVALID KEY
                                DISPLAY 'Ce groupe n existe pas'
                                MOVE 0 TO WgrpOK
                        END-READ
                        CLOSE fgroupe
                END-IF
        END-PERFORM.

        GERER_GROUPES.
        MOVE 9 TO WgrpChoix
        PERFORM WITH TEST AFTER UNTIL WgrpChoix = 0
        DISPLAY '------------ GESTION DES GROUPES ------------'
        DISPLAY '1 - Ajouter un groupe'
        DISPLAY '2 - Modifier un groupe'
        DISPLAY '3 - Supprimer un groupe'
        DISPLAY '4 - Lister les groupes'
        DISPLAY '0 - Retour'
        DISPLAY '---------------------------------------------'
        ACCEPT WgrpChoix
           EVALUATE WgrpChoix
              WHEN 1 PERFORM AJOUT_GROUPE
              WHEN 2 PERFORM MODIFIER_GROUPE
              WHEN 3 PERFORM SUPPRIMER_GROUPE
              WHEN 4 PERFORM LISTE_GROUPE
           END-EVALUATE
        END-PERFORM.

        SAISIR_GROUPE.
        DISPLAY 'Nom de l organisation :'
        ACCEPT gp_nom
        DISPLAY 'Nom du contact :'
        ACCEPT gp_contact
        PERFORM WITH TEST AFTER UNTIL gp_tel IS NUMERIC
          DISPLAY 'Téléphone du contact :'
          ACCEPT gp_tel
        END-PERFORM
        DISPLAY 'Adresse de facturation :'
        ACCEPT gp_adresse
        PERFORM WITH TEST AFTER UNTIL gp_prixSeance > 0
          DISPLAY 'Prix contractuel par séance et par élève :'
          ACCEPT gp_prixSeance
        END-PERFORM.

        AJOUT_GROUPE.
        OPEN I-O fgroupe
        DISPLAY 'Entrez le numero du groupe'
        ACCEPT gp_num
        START fgroupe, KEY IS = gp_num
        INVALID KEY
                PERFORM SAISIR_GROUPE
                WRITE gpTampon END-WRITE
                DISPLAY 'Le groupe a été ajouté'
                MOVE 'AJOUT_GROUPE' TO Waud_para
                MOVE gp_num TO Waud_cle
                MOVE SPACES TO Waud_anc
                STRING gp_nom gp_contact gp_tel gp_prixSeance INTO Waud_nouv
                PERFORM JOURNALISER
        NOT INVALID KEY
                DISPLAY 'Ce groupe existe déjà'
        END-START
        CLOSE fgroupe.

        MODIFIER_GROUPE.
        OPEN I-O fgroupe
        DISPLAY 'Entrez le numero du groupe à modifier'
        ACCEPT gp_num
        READ fgroupe
        INVALID KEY
                DISPLAY 'Ce groupe n existe pas'
        NOT INVALID KEY
                STRING gp_nom gp_contact gp_tel gp_prixSeance INTO Waud_anc
                DISPLAY 'Entrez les nouvelles informations'
                PERFORM SAISIR_GROUPE
                REWRITE gpTampon END-REWRITE
                DISPLAY 'Le groupe a été modifié'
                MOVE 'MODIFIER_GROUPE' TO Waud_para
                MOVE gp_num TO Waud_cle
                STRING gp_nom gp_contact gp_tel gp_prixSeance INTO Waud_nouv
                PERFORM JOURNALISER
        END-READ
        CLOSE fgroupe.

        SUPPRIMER_GROUPE.
        DISPLAY 'Entrez le numero du groupe à supprimer'
        ACCEPT WgrpNum
        MOVE 0 TO WgrpCpt
        OPEN INPUT feleve
        MOVE 0 TO Wfin2
        PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
           READ feleve NEXT
           AT END MOVE 1 TO Wfin2
           NOT AT END
                IF fe_numGrp = WgrpNum THEN
                        COMPUTE WgrpCpt = WgrpCpt + 1
                END-IF
           END-READ
        END-PERFORM
        CLOSE feleve
        IF WgrpCpt > 0 THEN
                DISPLAY WgrpCpt' élève(s) encore rattaché(s) : suppression refusée'
        ELSE
                OPEN I-O fgroupe
                MOVE WgrpNum TO gp_num
                READ fgroupe
                INVALID KEY
                        DISPLAY 'Ce groupe n existe pas'
                NOT INVALID KEY
                        MOVE 'SUPPRIMER_GROUPE' TO Waud_para
                        MOVE gp_num TO Waud_cle
                        STRING gp_nom gp_contact gp_tel gp_prixSeance INTO Waud_anc
                        MOVE SPACES TO Waud_nouv
                        DELETE fgroupe RECORD
                        END-DELETE
                        PERFORM JOURNALISER
                        DISPLAY 'Le groupe a été supprimé'
                END-READ
                CLOSE fgroupe
        END-IF.

        LISTE_GROUPE.
        OPEN INPUT fgroupe
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fgroupe NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                 DISPLAY '_______________________________'
                 DISPLAY 'Numero :', gp_num
                 DISPLAY 'Organisation :', gp_nom
                 DISPLAY 'Contact :', gp_contact
                 DISPLAY 'Téléphone :', gp_tel
                 DISPLAY 'Adresse :', gp_adresse
                 DISPLAY 'Prix par séance :', gp_prixSeance
                 DISPLAY 'Elèves rattachés :'
                 PERFORM LISTER_ELEVES_GROUPE
                 DISPLAY '_______________________________'
           END-READ
        END-PERFORM
        CLOSE fgroupe.

        LISTER_ELEVES_GROUPE.
        OPEN INPUT feleve
        MOVE 0 TO Wfin2
        PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
           READ feleve NEXT
           AT END MOVE 1 TO Wfin2
           NOT AT END
                IF fe_numGrp = gp_num THEN
                        DISPLAY '  'fe_num' - 'fe_nom' 'fe_prenom
                END-IF
           END-READ
        END-PERFORM
        CLOSE feleve.

        INSCRIRE_GROUPE.
        DISPLAY 'Entrez le numero du groupe'
        ACCEPT WgrpNum
        MOVE 0 TO WgrpOK
        OPEN INPUT fgroupe
        MOVE WgrpNum TO gp_num
        READ fgroupe
        INVALID KEY
                DISPLAY 'Ce groupe n existe pas'
        NOT INVALID KEY
                MOVE 1 TO WgrpOK
                MOVE gp_nom TO WgrpNom
                MOVE gp_prixSeance TO WgrpPrix
        END-READ
        CLOSE fgroupe
        IF WgrpOK = 1 THEN
                PERFORM CHARGER_ELEVES_GROUPE
                IF WgrpNbEl = 0 THEN
                        DISPLAY 'Aucun élève rattaché à ce groupe'
                ELSE
                        DISPLAY WgrpNbEl' élève(s) rattaché(s) au groupe 'WgrpNom
                        PERFORM SAISIR_COURS_GROUPE
                        IF WgrpNbCours = 0 THEN
                                DISPLAY 'Aucun cours retenu : inscription annulée'
                        ELSE
                                MOVE 0 TO WgrpSeances
                                MOVE 0 TO WgrpAttente
                                MOVE 0 TO WgrpDeja
                                MOVE 0 TO WgrpDossier
                                MOVE 0 TO WdocForceAbo
                                MOVE 1 TO WabonnementEnCours
                                MOVE 'Groupe     ' TO WabonnementType
                                PERFORM VARYING WgrpIdx FROM 1 BY 1 UNTIL WgrpIdx > WgrpNbCours
                                        MOVE WgrpIdx TO WseanceCourante
                                        MOVE WgrpCours(WgrpIdx) TO WgrpCours2
                                        PERFORM INSCRIRE_GROUPE_COURS
                                END-PERFORM
                                MOVE 0 TO WabonnementEnCours
                                MOVE SPACES TO WabonnementType
                                MOVE 0 TO WseanceCourante
                                DISPLAY '_______________________________'
                                DISPLAY 'Inscriptions de groupe : 'WgrpSeances
                                DISPLAY 'Placements en liste d attente : 'WgrpAttente
                                DISPLAY 'Déjà inscrits (ignorés) : 'WgrpDeja
                                DISPLAY 'Dossiers incomplets (ignorés) : 'WgrpDossier
                                DISPLAY '_______________________________'
                                IF WgrpSeances > 0 THEN
                                        PERFORM FACTURER_GROUPE
                                END-IF
                                MOVE 'INSCRIRE_GROUPE' TO Waud_para
                                MOVE WgrpNum TO Waud_cle
                                MOVE SPACES TO Waud_anc
                                MOVE SPACES TO Waud_nouv
                                STRING WgrpNbEl WgrpNbCours WgrpSeances WgrpAttente WgrpDeja WgrpDossier INTO Waud_nouv
                                PERFORM JOURNALISER
                        END-IF
                END-IF
        END-IF.

        CHARGER_ELEVES_GROUPE.
        MOVE 0 TO WgrpNbEl
        OPEN INPUT feleve
        MOVE 0 TO Wfin2
        PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
           READ feleve NEXT
           AT END MOVE 1 TO Wfin2
           NOT AT END
                IF fe_numGrp = WgrpNum THEN
                        IF WgrpNbEl < 60 THEN
                                COMPUTE WgrpNbEl = WgrpNbEl + 1
                                MOVE fe_num TO WgrpEleve(WgrpNbEl)
                        ELSE
                                DISPLAY 'Plus de 60 élèves : élève 'fe_num' non repris'
                        END-IF
                END-IF
           END-READ
        END-PERFORM
        CLOSE feleve.

        SAISIR_COURS_GROUPE.
        MOVE 0 TO WgrpNbCours
        MOVE 1 TO WgrpOK
        PERFORM WITH TEST AFTER UNTIL WgrpOK = 0 OR WgrpNbCours = 20
                DISPLAY 'Numero de cours de la série (0 pour terminer) :'
                ACCEPT WgrpCours2
                IF WgrpCours2 = 0 THEN
                        MOVE 0 TO WgrpOK
                ELSE
                        OPEN INPUT fcours
                        MOVE WgrpCours2 TO fc_num
                        READ fcours
                        INVALID KEY
                                DISPLAY 'Ce cours n existe pas'
                        NOT INVALID KEY
                                IF fc_statut = 'Annule    ' THEN
                                        DISPLAY 'Ce cours est annulé'
                                ELSE
                                        COMPUTE WgrpNbCours = WgrpNbCours + 1
                                        MOVE WgrpCours2 TO WgrpCours(WgrpNbCours)
                                        DISPLAY 'Cours 'fc_num' - 'fc_activite' le 'fc_jour'/'fc_mois'/'fc_annee' retenu'
                                END-IF
                        END-READ
                        CLOSE fcours
                END-IF
        END-PERFORM.

        INSCRIRE_GROUPE_COURS.
        OPEN INPUT fcours
        MOVE WgrpCours2 TO fc_num
        READ fcours
        INVALID KEY
                CONTINUE
        END-READ
        MOVE fc_activite TO WdocActivite
        COMPUTE WdocDate = fc_annee * 10000 + fc_mois * 100 + fc_jour
        CLOSE fcours
        MOVE fc_annee TO WgrpAnnee
        MOVE fc_capacite TO WgrpCapa
        MOVE WgrpCours2 TO Wnum2
        PERFORM COMPTER_INSCRITS_COURS
        PERFORM VARYING WgrpIdxE FROM 1 BY 1 UNTIL WgrpIdxE > WgrpNbEl
                MOVE WgrpEleve(WgrpIdxE) TO Wnum
                MOVE WgrpCours2 TO Wnum2
                MOVE Wnum TO WdocNumE
                PERFORM CONTROLER_DOSSIER_GROUPE
                IF WdocOK = 0 THEN
                        COMPUTE WgrpDossier = WgrpDossier + 1
                ELSE IF WcompteInscrits NOT < WgrpCapa THEN
                        PERFORM AJOUTER_ATTENTE
                        IF WattAjoute = 1 THEN
                                COMPUTE WgrpAttente = WgrpAttente + 1
                        END-IF
                ELSE
                        OPEN I-O finscription
                        MOVE Wnum TO fi_numE
                        MOVE Wnum2 TO fi_numC
                        MOVE WgrpAnnee TO fi_annee
                        STRING Wnum'-'Wnum2 INTO fi_cleins
                        MOVE WabonnementType TO fi_typeAbo
                        MOVE WseanceCourante TO fi_noSeance
                        WRITE insTampon
                        INVALID KEY
                                DISPLAY 'Eleve 'Wnum' déjà inscrit au cours 'Wnum2
                                COMPUTE WgrpDeja = WgrpDeja + 1
                        NOT INVALID KEY
                                COMPUTE WgrpSeances = WgrpSeances + 1
                                COMPUTE WcompteInscrits = WcompteInscrits + 1
                        END-WRITE
                        CLOSE finscription
                END-IF
                END-IF
        END-PERFORM.

        CONTROLER_DOSSIER_GROUPE.
        MOVE 1 TO WdocOK
        PERFORM VERIFIER_DOSSIER
        IF WdocManque = 1 THEN
                IF WdocForceAbo = 0 THEN
                        MOVE 9 TO Wforce
                        PERFORM WITH TEST AFTER UNTIL Wforce = 0 OR Wforce = 1
                                DISPLAY 'Forcer les inscriptions du groupe malgré les dossiers incomplets ? 1(oui) ou 0(non)'
                                ACCEPT Wforce
                        END-PERFORM
                        IF Wforce = 0 THEN
                                MOVE 2 TO WdocForceAbo
                        ELSE
                                MOVE 1 TO WdocForceAbo
                        END-IF
                END-IF
                IF WdocForceAbo = 1 THEN
                        DISPLAY 'Élève 'WdocNumE' : dossier incomplet, inscription forcée au cours 'Wnum2
                        MOVE 'FORCER_DOSSIER' TO Waud_para
                        MOVE WdocNumE TO Waud_cle
                        MOVE SPACES TO Waud_anc
                        MOVE SPACES TO Waud_nouv
                        STRING WdocActivite WdocDate INTO Waud_nouv
                        PERFORM JOURNALISER
                ELSE
                        DISPLAY 'Élève 'WdocNumE' : dossier incomplet, non inscrit au cours 'Wnum2
                        MOVE 0 TO WdocOK
                END-IF
        END-IF.

        FACTURER_GROUPE.
        COMPUTE WgrpMax = 9999.99 / WgrpPrix
        IF WgrpMax > 99 THEN
                MOVE 99 TO WgrpMax
        END-IF
        MOVE WgrpSeances TO WgrpReste
        PERFORM WITH TEST AFTER UNTIL WgrpReste = 0
                IF WgrpReste > WgrpMax THEN
                        MOVE WgrpMax TO WgrpLot
                ELSE
                        MOVE WgrpReste TO WgrpLot
                END-IF
                MOVE 0 TO WfactNumE
                MOVE WgrpNum TO WfactNumGrp
                MOVE 'Groupe     ' TO WfactType
                MOVE WgrpLot TO WfactNb
                COMPUTE WfactTarif = WgrpLot * WgrpPrix
                MOVE 1 TO WfactSansRemise
                MOVE 2 TO WfactPayee
                PERFORM FACTURER
                DISPLAY 'Facture 'WfactNumFact' adressée à 'WgrpNom' : 'WgrpLot' séance(s)'
                COMPUTE WgrpReste = WgrpReste - WgrpLot
        END-PERFORM.

        SAISIR_DISPONIBILITES.
        DISPLAY 'Entrez identifiant du moniteur'
        ACCEPT Wnum
        OPEN INPUT fprof
        MOVE Wnum TO fp_num
        READ fprof
        INVALID KEY
                DISPLAY 'Ce prof n existe pas'
                CLOSE fprof
        NOT INVALID KEY
                CLOSE fprof
                PERFORM ENREGISTRER_DISPO
        END-READ.

        MES_DISPONIBILITES.
        IF WsessionRole = 'Prof      ' AND WsessionNum > 0 THEN
                MOVE WsessionNum TO Wnum
                PERFORM ENREGISTRER_DISPO
        ELSE
                DISPLAY 'Compte non lié à un professeur'
        END-IF.

        ENREGISTRER_DISPO.
        OPEN I-O fdispo
        MOVE Wnum TO di_numP
        READ fdispo
        INVALID KEY
                MOVE 1 TO WdispoNouveau
                MOVE Wnum TO di_numP
                MOVE ALL 'N' TO di_semaine
                MOVE SPACES TO Waud_anc
        NOT INVALID KEY
                MOVE 0 TO WdispoNouveau
                MOVE SPACES TO Waud_anc
                STRING di_semaine INTO Waud_anc
        END-READ
        DISPLAY '_______________________________'
        DISPLAY 'Disponibilités hebdomadaires du moniteur 'Wnum
        DISPLAY 'Pour chaque jour, saisir 3 lettres O/N pour les créneaux'
        DISPLAY '10h-12h, 12h-14h et 14h-16h (exemple : ONO)'
        PERFORM VARYING WdispoJ FROM 1 BY 1 UNTIL WdispoJ > 7
                PERFORM LIBELLE_JOUR_DISPO
                MOVE 0 TO WdispoOK
                PERFORM WITH TEST AFTER UNTIL WdispoOK = 1
                        DISPLAY WdispoJourLib' (actuel 'di_jourSem(WdispoJ)') :'
                        ACCEPT WdispoSaisie
                        MOVE 1 TO WdispoOK
                        PERFORM VARYING WdispoC FROM 1 BY 1 UNTIL WdispoC > 3
                                IF WdispoSaisie(WdispoC:1) = 'o' THEN
                                        MOVE 'O' TO WdispoSaisie(WdispoC:1)
                                END-IF
                                IF WdispoSaisie(WdispoC:1) = 'n' THEN
                                        MOVE 'N' TO WdispoSaisie(WdispoC:1)
                                END-IF
                                IF WdispoSaisie(WdispoC:1) NOT = 'O'
                                   AND WdispoSaisie(WdispoC:1) NOT = 'N' THEN
                                        MOVE 0 TO WdispoOK
                                END-IF
                        END-PERFORM
                        IF WdispoOK = 0 THEN
                                DISPLAY 'Saisie invalide : 3 lettres O ou N attendues'
                        END-IF
                END-PERFORM
                MOVE WdispoSaisie TO di_jourSem(WdispoJ)
        END-PERFORM
        IF WdispoNouveau = 1 THEN
                WRITE diTampon END-WRITE
        ELSE
                REWRITE diTampon END-REWRITE
        END-IF
        CLOSE fdispo
        DISPLAY 'Disponibilités enregistrées'
        MOVE 'ENREGISTRER_DISPO' TO Waud_para
        MOVE Wnum TO Waud_cle
        MOVE SPACES TO Waud_nouv
        STRING di_semaine INTO Waud_nouv
        PERFORM JOURNALISER.

        LIBELLE_JOUR_DISPO.
        EVALUATE WdispoJ
          WHEN 1 MOVE 'Lundi   ' TO WdispoJourLib
          WHEN 2 MOVE 'Mardi   ' TO WdispoJourLib
          WHEN 3 MOVE 'Mercredi' TO WdispoJourLib
          WHEN 4 MOVE 'Jeudi   ' TO WdispoJourLib
          WHEN 5 MOVE 'Vendredi' TO WdispoJourLib
          WHEN 6 MOVE 'Samedi  ' TO WdispoJourLib
          WHEN 7 MOVE 'Dimanche' TO WdispoJourLib
        END-EVALUATE.

        AFFECTER_MONITEURS.
        MOVE 0 TO WaffDeb
        PERFORM WITH TEST AFTER UNTIL WaffDeb > 20000000 AND WaffDeb < 30000000
          DISPLAY 'Date de début de saison (AAAAMMJJ) :'
          ACCEPT WaffDeb
        END-PERFORM
        MOVE 0 TO WaffFinDate
        PERFORM WITH TEST AFTER UNTIL WaffFinDate NOT < WaffDeb AND WaffFinDate < 30000000
          DISPLAY 'Date de fin de saison (AAAAMMJJ) :'
          ACCEPT WaffFinDate
        END-PERFORM
        PERFORM CHARGER_MONITEURS
        IF WaffNb = 0 THEN
                DISPLAY 'Aucun moniteur n a déclaré de disponibilités'
        ELSE
                MOVE 0 TO WaffCpt
                MOVE 0 TO WaffEchec
                OPEN OUTPUT faffect
                MOVE SPACES TO afLigne
                STRING 'Cours non pourvus du ' WaffDeb ' au ' WaffFinDate INTO afLigne
                WRITE afLigne END-WRITE
                MOVE 0 TO WaffDernier
                MOVE 0 TO WaffFin
                PERFORM WITH TEST AFTER UNTIL WaffFin = 1
                        MOVE 0 TO WaffATraiter
                        OPEN INPUT fcours
                        MOVE WaffDernier TO fc_num
                        START fcours, KEY IS > fc_num
                        INVALID KEY
                                MOVE 1 TO WaffFin
                        NOT INVALID KEY
                                READ fcours NEXT
                                AT END
                                        MOVE 1 TO WaffFin
                                NOT AT END
                                        MOVE fc_num TO WaffDernier
                                        COMPUTE WaffDate = fc_annee * 10000 + fc_mois * 100 + fc_jour
                                        IF fc_numP = 0
                                           AND fc_statut NOT = 'Annule    '
                                           AND WaffDate NOT < WaffDeb
                                           AND WaffDate NOT > WaffFinDate THEN
                                                MOVE 1 TO WaffATraiter
                                                MOVE fc_num TO WcibleNum
                                                MOVE fc_jour TO WcibleJour
                                                MOVE fc_mois TO WcibleMois
                                                MOVE fc_annee TO WcibleAnnee
                                                MOVE fc_horaire TO WcibleHoraire
                                                MOVE fc_activite TO WaffActivite
                                        END-IF
                                END-READ
                        END-START
                        CLOSE fcours
                        IF WaffATraiter = 1 THEN
                                PERFORM AFFECTER_UN_COURS
                        END-IF
                END-PERFORM
                MOVE SPACES TO afLigne
                STRING 'Cours affectés : ' WaffCpt ' - cours non pourvus : ' WaffEchec INTO afLigne
                WRITE afLigne END-WRITE
                CLOSE faffect
                DISPLAY '_______________________________'
                DISPLAY 'Répartition des heures sur la saison :'
                PERFORM VARYING WaffIdx FROM 1 BY 1 UNTIL WaffIdx > WaffNb
                        DISPLAY 'Moniteur 'WaffNumP(WaffIdx)' ('WaffQualif(WaffIdx)') : 'WaffHeures(WaffIdx)' heure(s)'
                END-PERFORM
                DISPLAY 'Cours affectés : 'WaffCpt
                DISPLAY 'Cours non pourvus : 'WaffEchec' (liste dans affectation.txt)'
                DISPLAY '_______________________________'
                MOVE 'AFFECTER_MONITEURS' TO Waud_para
                MOVE 0 TO Waud_cle
                MOVE SPACES TO Waud_anc
                MOVE SPACES TO Waud_nouv
                STRING WaffDeb WaffFinDate WaffCpt WaffEchec INTO Waud_nouv
                PERFORM JOURNALISER
        END-IF.

        CHARGER_MONITEURS.
        MOVE 0 TO WaffNb
        OPEN INPUT fprof
        OPEN INPUT fdispo
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fprof NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                MOVE fp_num TO di_numP
                READ fdispo
                INVALID KEY
                        CONTINUE
                NOT INVALID KEY
                        IF WaffNb < 50 THEN
                                COMPUTE WaffNb = WaffNb + 1
                                MOVE fp_num TO WaffNumP(WaffNb)
                                MOVE fp_qualif TO WaffQualif(WaffNb)
                                MOVE 0 TO WaffHeures(WaffNb)
                                MOVE di_semaine TO WaffSemaine(WaffNb)
                        ELSE
                                DISPLAY 'Plus de 50 moniteurs : moniteur 'fp_num' non repris'
                        END-IF
                END-READ
           END-READ
        END-PERFORM
        CLOSE fdispo
        CLOSE fprof
        OPEN INPUT fcours
        MOVE WaffDeb TO fc_date
        MOVE 0 TO Wfin
        START fcours, KEY IS NOT < fc_date
        INVALID KEY
                MOVE 1 TO Wfin
        END-START
        PERFORM UNTIL Wfin = 1
           READ fcours NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                COMPUTE WaffDate = fc_annee * 10000 + fc_mois * 100 + fc_jour
                IF WaffDate > WaffFinDate THEN
                        MOVE 1 TO Wfin
                END-IF
                IF Wfin = 0
                   AND fc_numP > 0
                   AND fc_statut NOT = 'Annule    ' THEN
                        PERFORM VARYING WaffIdx FROM 1 BY 1 UNTIL WaffIdx > WaffNb
                                IF WaffNumP(WaffIdx) = fc_numP THEN
                                        COMPUTE WaffHeures(WaffIdx) = WaffHeures(WaffIdx) + 2
                                END-IF
                        END-PERFORM
                END-IF
           END-READ
        END-PERFORM
        CLOSE fcours.

        AFFECTER_UN_COURS.
        MOVE WcibleJour TO WgriJour
        MOVE WcibleMois TO WgriMois
        MOVE WcibleAnnee TO WgriAnnee
        PERFORM CALCULER_JOUR_SEMAINE
        MOVE 0 TO WaffCreneau
        IF WcibleHoraire = '10h-12h' THEN
                MOVE 1 TO WaffCreneau
        END-IF
        IF WcibleHoraire = '12h-14h' THEN
                MOVE 2 TO WaffCreneau
        END-IF
        IF WcibleHoraire = '14h-16h' THEN
                MOVE 3 TO WaffCreneau
        END-IF
        MOVE 0 TO WaffBest
        MOVE 9999 TO WaffBestH
        IF WaffCreneau > 0 THEN
                PERFORM VARYING WaffIdx FROM 1 BY 1 UNTIL WaffIdx > WaffNb
                        IF WaffQualif(WaffIdx) = WaffActivite
                           AND WaffCreneauDispo(WaffIdx, WgriDow, WaffCreneau) = 'O'
                           AND WaffHeures(WaffIdx) < WaffBestH THEN
                                MOVE WaffNumP(WaffIdx) TO Wnum
                                PERFORM VERIFIER_ABSENCE_PROF
                                IF WprofAbsent = 0 THEN
                                        PERFORM VERIFIER_CONFLIT_PROF
                                        IF WconflitProf = 0 THEN
                                                MOVE WaffIdx TO WaffBest
                                                MOVE WaffHeures(WaffIdx) TO WaffBestH
                                        END-IF
                                END-IF
                        END-IF
                END-PERFORM
        END-IF
        IF WaffBest = 0 THEN
                COMPUTE WaffEchec = WaffEchec + 1
                MOVE SPACES TO afLigne
                STRING 'Cours ' WcibleNum ' le ' WcibleJour '/' WcibleMois '/' WcibleAnnee ' ' WcibleHoraire ' ' WaffActivite INTO afLigne
                WRITE afLigne END-WRITE
        ELSE
                OPEN I-O fcours
                MOVE WcibleNum TO fc_num
                READ fcours
                INVALID KEY
                        CONTINUE
                NOT INVALID KEY
                        MOVE WaffNumP(WaffBest) TO fc_numP
                        REWRITE cTampon END-REWRITE
                        COMPUTE WaffHeures(WaffBest) = WaffHeures(WaffBest) + 2
                        COMPUTE WaffCpt = WaffCpt + 1
                        DISPLAY 'Cours 'WcibleNum' du 'WcibleJour'/'WcibleMois' 'WcibleHoraire' -> moniteur 'fc_numP
                END-READ
                CLOSE fcours
        END-IF.

        GERER_DOSSIERS.
        MOVE 9 TO WdocChoix
        PERFORM WITH TEST AFTER UNTIL WdocChoix = 0
        DISPLAY '----------- DOSSIERS DES ELEVES ------------'
        DISPLAY '1 - Enregistrer une assurance ou un certificat médical'
        DISPLAY '2 - Enregistrer le contact d urgence'
        DISPLAY '3 - Consulter le dossier d un élève'
        DISPLAY '4 - Supprimer un document'
        DISPLAY '0 - Retour'
        DISPLAY '---------------------------------------------'
        ACCEPT WdocChoix
           EVALUATE WdocChoix
              WHEN 1 PERFORM ENREGISTRER_DOCUMENT
              WHEN 2 PERFORM ENREGISTRER_CONTACT
              WHEN 3 PERFORM CONSULTER_DOSSIER
              WHEN 4 PERFORM SUPPRIMER_DOCUMENT
           END-EVALUATE
        END-PERFORM.

        SAISIR_ELEVE_DOSSIER.
        MOVE 0 TO WdocTrouve
        DISPLAY 'Entrez identifiant de l élève'
        ACCEPT WdocNumE
        OPEN INPUT feleve
        MOVE WdocNumE TO fe_num
        READ feleve
        INVALID KEY
                DISPLAY 'Cet élève n existe pas'
        NOT INVALID KEY
                MOVE 1 TO WdocTrouve
                DISPLAY 'Eleve 'fe_num' - 'fe_nom' 'fe_prenom
        END-READ
        CLOSE feleve.

        SAISIR_TYPE_DOC.
        MOVE 0 TO WdocType
        PERFORM WITH TEST AFTER UNTIL WdocType = 1 OR WdocType = 2
                DISPLAY 'Type de document :'
                DISPLAY '1 - Assurance (carte neige ou équivalent)'
                DISPLAY '2 - Certificat médical'
                ACCEPT WdocType
        END-PERFORM.

        LIBELLE_TYPE_DOC.
        EVALUATE do_type
          WHEN 1 MOVE 'Assurance           ' TO WdocLib
          WHEN 2 MOVE 'Certificat médical  ' TO WdocLib
          WHEN 3 MOVE 'Contact d urgence   ' TO WdocLib
          WHEN OTHER MOVE 'Inconnu             ' TO WdocLib
        END-EVALUATE.

        ENREGISTRER_DOCUMENT.
        PERFORM SAISIR_ELEVE_DOSSIER
        IF WdocTrouve = 1 THEN
                PERFORM SAISIR_TYPE_DOC
                OPEN I-O fdocument
                MOVE SPACES TO do_cledoc
                STRING WdocNumE'-'WdocType INTO do_cledoc
                READ fdocument
                INVALID KEY
                        MOVE 1 TO WdocNouveau
                        MOVE SPACES TO Waud_anc
                        MOVE WdocNumE TO do_numE
                        MOVE WdocType TO do_type
                        MOVE SPACES TO do_nomContact
                        MOVE SPACES TO do_telContact
                NOT INVALID KEY
                        MOVE 0 TO WdocNouveau
                        MOVE SPACES TO Waud_anc
                        STRING do_type do_ref do_expJour do_expMois do_expAnnee INTO Waud_anc
                        DISPLAY 'Document actuel : 'do_ref' valable jusqu au 'do_expJour'/'do_expMois'/'do_expAnnee
                END-READ
                DISPLAY 'Numéro de référence du document :'
                ACCEPT do_ref
                MOVE 0 TO do_expJour
                PERFORM WITH TEST AFTER UNTIL do_expJour > 0 AND do_expJour < 32
                        DISPLAY 'Jour d expiration :'
                        ACCEPT do_expJour
                END-PERFORM
                MOVE 0 TO do_expMois
                PERFORM WITH TEST AFTER UNTIL do_expMois > 0 AND do_expMois < 13
                        DISPLAY 'Mois d expiration :'
                        ACCEPT do_expMois
                END-PERFORM
                MOVE 0 TO do_expAnnee
                PERFORM WITH TEST AFTER UNTIL do_expAnnee > 2000
                        DISPLAY 'Année d expiration :'
                        ACCEPT do_expAnnee
                END-PERFORM
                IF WdocNouveau = 1 THEN
                        WRITE doTampon END-WRITE
                ELSE
                        REWRITE doTampon END-REWRITE
                END-IF
                CLOSE fdocument
                DISPLAY 'Document enregistré'
                MOVE 'ENREGISTRER_DOCUMENT' TO Waud_para
                MOVE WdocNumE TO Waud_cle
                MOVE SPACES TO Waud_nouv
                STRING do_type do_ref do_expJour do_expMois do_expAnnee INTO Waud_nouv
                PERFORM JOURNALISER
        END-IF.

        ENREGISTRER_CONTACT.
        PERFORM SAISIR_ELEVE_DOSSIER
        IF WdocTrouve = 1 THEN
                OPEN I-O fdocument
                MOVE SPACES TO do_cledoc
                STRING WdocNumE'-3' INTO do_cledoc
                READ fdocument
                INVALID KEY
                        MOVE 1 TO WdocNouveau
                        MOVE SPACES TO Waud_anc
                        MOVE WdocNumE TO do_numE
                        MOVE 3 TO do_type
                        MOVE 0 TO do_expJour
                        MOVE 0 TO do_expMois
                        MOVE 0 TO do_expAnnee
                NOT INVALID KEY
                        MOVE 0 TO WdocNouveau
                        MOVE SPACES TO Waud_anc
                        STRING do_nomContact do_ref do_telContact INTO Waud_anc
                        DISPLAY 'Contact actuel : 'do_nomContact' ('do_ref') 'do_telContact
                END-READ
                DISPLAY 'Nom du contact d urgence :'
                ACCEPT do_nomContact
                DISPLAY 'Lien avec l élève :'
                ACCEPT do_ref
                PERFORM WITH TEST AFTER UNTIL do_telContact IS NUMERIC
                        DISPLAY 'Téléphone du contact :'
                        ACCEPT do_telContact
                END-PERFORM
                IF WdocNouveau = 1 THEN
                        WRITE doTampon END-WRITE
                ELSE
                        REWRITE doTampon END-REWRITE
                END-IF
                CLOSE fdocument
                DISPLAY 'Contact d urgence enregistré'
                MOVE 'ENREGISTRER_CONTACT' TO Waud_para
                MOVE WdocNumE TO Waud_cle
                MOVE SPACES TO Waud_nouv
                STRING do_nomContact do_ref do_telContact INTO Waud_nouv
                PERFORM JOURNALISER
        END-IF.

        CONSULTER_DOSSIER.
        PERFORM SAISIR_ELEVE_DOSSIER
        IF WdocTrouve = 1 THEN
                ACCEPT WdateSys FROM DATE YYYYMMDD
                MOVE WdateSys TO WdocAuj
                MOVE 0 TO WdocCpt
                OPEN INPUT fdocument
                MOVE WdocNumE TO do_numE
                START fdocument, KEY IS = do_numE
                INVALID KEY
                        CONTINUE
                NOT INVALID KEY
                        MOVE 0 TO Wfin
                        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           READ fdocument NEXT
                           AT END MOVE 1 TO Wfin
                           NOT AT END
                                IF do_numE NOT = WdocNumE THEN
                                        MOVE 1 TO Wfin
                                ELSE
                                        COMPUTE WdocCpt = WdocCpt + 1
                                        PERFORM LIBELLE_TYPE_DOC
                                        DISPLAY '_______________________________'
                                        DISPLAY WdocLib
                                        IF do_type = 3 THEN
                                                DISPLAY 'Nom : 'do_nomContact
                                                DISPLAY 'Lien : 'do_ref
                                                DISPLAY 'Téléphone : 'do_telContact
                                        ELSE
                                                DISPLAY 'Référence : 'do_ref
                                                DISPLAY 'Expiration : 'do_expJour'/'do_expMois'/'do_expAnnee
                                                COMPUTE WdocExp = do_expAnnee * 10000 + do_expMois * 100 + do_expJour
                                                IF WdocExp < WdocAuj THEN
                                                        DISPLAY '*** Document expiré ***'
                                                END-IF
                                        END-IF
                                END-IF
                           END-READ
                        END-PERFORM
                END-START
                CLOSE fdocument
                IF WdocCpt = 0 THEN
                        DISPLAY 'Aucun document enregistré pour cet élève'
                END-IF
                DISPLAY '_______________________________'
        END-IF.

        SUPPRIMER_DOCUMENT.
        PERFORM SAISIR_ELEVE_DOSSIER
        IF WdocTrouve = 1 THEN
                MOVE 0 TO WdocType
                PERFORM WITH TEST AFTER UNTIL WdocType > 0 AND WdocType < 4
                        DISPLAY '1 - Assurance  2 - Certificat médical  3 - Contact d urgence'
                        ACCEPT WdocType
                END-PERFORM
                OPEN I-O fdocument
                MOVE SPACES TO do_cledoc
                STRING WdocNumE'-'WdocType INTO do_cledoc
                READ fdocument
                INVALID KEY
                        DISPLAY 'Ce document n existe pas'
                NOT INVALID KEY
                        MOVE SPACES TO Waud_anc
                        STRING do_type do_ref do_expJour do_expMois do_expAnnee do_nomContact INTO Waud_anc
                        DELETE fdocument END-DELETE
                        DISPLAY 'Document supprimé'
                        MOVE 'SUPPRIMER_DOCUMENT' TO Waud_para
                        MOVE WdocNumE TO Waud_cle
                        MOVE SPACES TO Waud_nouv
                        PERFORM JOURNALISER
                END-READ
                CLOSE fdocument
        END-IF.

        VERIFIER_DOSSIER.
        MOVE 0 TO WdocManque
        MOVE 0 TO WdocCertifReq
        IF WdocActivite = 'Snowboard  ' THEN
                MOVE 1 TO WdocCertifReq
        END-IF
        OPEN INPUT fdocument
        MOVE SPACES TO do_cledoc
        STRING WdocNumE'-1' INTO do_cledoc
        READ fdocument
        INVALID KEY
                DISPLAY 'Attention : aucune assurance enregistrée pour cet élève'
                MOVE 1 TO WdocManque
        NOT INVALID KEY
                COMPUTE WdocExp = do_expAnnee * 10000 + do_expMois * 100 + do_expJour
                IF WdocExp < WdocDate THEN
                        DISPLAY 'Attention : assurance 'do_ref' expirée le 'do_expJour'/'do_expMois'/'do_expAnnee
                        MOVE 1 TO WdocManque
                END-IF
        END-READ
        IF WdocCertifReq = 1 THEN
                MOVE SPACES TO do_cledoc
                STRING WdocNumE'-2' INTO do_cledoc
                READ fdocument
                INVALID KEY
                        DISPLAY 'Attention : certificat médical requis pour 'WdocActivite
                        MOVE 1 TO WdocManque
                NOT INVALID KEY
                        COMPUTE WdocExp = do_expAnnee * 10000 + do_expMois * 100 + do_expJour
                        IF WdocExp < WdocDate THEN
                                DISPLAY 'Attention : certificat médical expiré le 'do_expJour'/'do_expMois'/'do_expAnnee
                                MOVE 1 TO WdocManque
                        END-IF
                END-READ
        END-IF
        CLOSE fdocument.

        CONTROLER_DOSSIER.
        MOVE 1 TO WdocOK
        PERFORM VERIFIER_DOSSIER
        IF WdocManque = 1 THEN
                IF WabonnementEnCours = 1 AND WdocForceAbo = 1 THEN
                        DISPLAY 'Dossier incomplet : inscription déjà forcée pour cet abonnement'
                ELSE
                        MOVE 9 TO Wforce
                        PERFORM WITH TEST AFTER UNTIL Wforce = 0 OR Wforce = 1
                                DISPLAY 'Forcer l inscription malgré le dossier incomplet ? 1(oui) ou 0(non)'
                                ACCEPT Wforce
                        END-PERFORM
                        IF Wforce = 0 THEN
                                MOVE 0 TO WdocOK
                        ELSE
                                IF WabonnementEnCours = 1 THEN
                                        MOVE 1 TO WdocForceAbo
                                END-IF
                                MOVE 'FORCER_DOSSIER' TO Waud_para
                                MOVE WdocNumE TO Waud_cle
                                MOVE SPACES TO Waud_anc
                                MOVE SPACES TO Waud_nouv
                                STRING WdocActivite WdocDate INTO Waud_nouv
                                PERFORM JOURNALISER
                        END-IF
                END-IF
        END-IF.

        DOCUMENTS_A_ECHEANCE.
        ACCEPT WdateSys FROM DATE YYYYMMDD
        MOVE WdateSys TO WdocAuj
        MOVE WdateSysJour TO WgriJour
        MOVE WdateSysMois TO WgriMois
        MOVE WdateSysAnnee TO WgriAnnee
        PERFORM 15 TIMES
                PERFORM AVANCER_DATE_GRILLE
        END-PERFORM
        COMPUTE WdocLimite = WgriAnnee * 10000 + WgriMois * 100 + WgriJour
        MOVE 0 TO WdocCpt
        OPEN OUTPUT fexpire
        MOVE SPACES TO xpLigne
        STRING 'Documents expirant du ' WdateSysJour '/' WdateSysMois '/' WdateSysAnnee ' au ' WgriJour '/' WgriMois '/' WgriAnnee INTO xpLigne
        WRITE xpLigne END-WRITE
        DISPLAY xpLigne
        OPEN INPUT fdocument
        OPEN INPUT feleve
        OPEN INPUT ffamille
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fdocument NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                COMPUTE WdocExp = do_expAnnee * 10000 + do_expMois * 100 + do_expJour
                IF do_type < 3
                   AND WdocExp NOT < WdocAuj
                   AND WdocExp NOT > WdocLimite THEN
                        COMPUTE WdocCpt = WdocCpt + 1
                        PERFORM ECRIRE_LIGNE_ECHEANCE
                END-IF
           END-READ
        END-PERFORM
        CLOSE ffamille
        CLOSE feleve
        CLOSE fdocument
        MOVE SPACES TO xpLigne
        STRING 'Nombre de documents à renouveler : ' WdocCpt INTO xpLigne
        WRITE xpLigne END-WRITE
        CLOSE fexpire
        DISPLAY xpLigne
        DISPLAY 'Liste écrite dans expiration.txt'.

        ECRIRE_LIGNE_ECHEANCE.
        PERFORM LIBELLE_TYPE_DOC
        MOVE SPACES TO Wnom
        MOVE SPACES TO Wprenom
        MOVE SPACES TO WdocTel
        MOVE do_numE TO fe_num
        READ feleve
        INVALID KEY
                CONTINUE
        NOT INVALID KEY
                MOVE fe_nom TO Wnom
                MOVE fe_prenom TO Wprenom
                MOVE fe_tel TO WdocTel
                IF fe_numFam > 0 THEN
                        MOVE fe_numFam TO fm_num
                        READ ffamille
                        INVALID KEY
                                CONTINUE
                        NOT INVALID KEY
                                MOVE fm_tel TO WdocTel
                        END-READ
                END-IF
        END-READ
        MOVE SPACES TO xpLigne
        STRING do_numE ' ' Wnom ' ' Wprenom ' ' WdocLib ' ' do_ref ' expire le ' do_expJour '/' do_expMois '/' do_expAnnee ' tel ' WdocTel INTO xpLigne
        WRITE xpLigne END-WRITE
        DISPLAY xpLigne.

        REGROUPER_COURS.
        PERFORM WITH TEST AFTER UNTIL WregJour>0 AND WregJour<32
          DISPLAY 'Jour des cours à regrouper :'
          ACCEPT WregJour
        END-PERFORM
        PERFORM WITH TEST AFTER UNTIL WregMois>0 AND WregMois<13
          DISPLAY 'Mois des cours à regrouper :'
          ACCEPT WregMois
        END-PERFORM
        PERFORM WITH TEST AFTER UNTIL WregAnnee>2000 AND WregAnnee<3000
          DISPLAY 'Annee des cours à regrouper :'
          ACCEPT WregAnnee
        END-PERFORM
        MOVE 0 TO WregSeuil
        PERFORM WITH TEST AFTER UNTIL WregSeuil > 0
          DISPLAY 'Seuil de remplissage (nombre d inscrits maximum d un cours à regrouper) :'
          ACCEPT WregSeuil
        END-PERFORM
        PERFORM CHARGER_COURS_COLLECTIFS
        IF WregNb = 0 THEN
                DISPLAY 'Aucun cours collectif actif à cette date'
        ELSE
                MOVE 0 TO WregFusions
                MOVE 0 TO WregAverti
                OPEN OUTPUT fregroup
                MOVE SPACES TO rgLigne
                STRING 'Regroupement des cours collectifs du ' WregJour '/' WregMois '/' WregAnnee ' - élèves à prévenir' INTO rgLigne
                WRITE rgLigne END-WRITE
                PERFORM VARYING WregI FROM 1 BY 1 UNTIL WregI > WregNb
                        IF WregEtat(WregI) = 0
                           AND WregNbIns(WregI) > 0
                           AND WregNbIns(WregI) NOT > WregSeuil THEN
                                PERFORM PROPOSER_REGROUPEMENT
                        END-IF
                END-PERFORM
                MOVE SPACES TO rgLigne
                STRING 'Cours regroupés : ' WregFusions ' - élèves à prévenir : ' WregAverti INTO rgLigne
                WRITE rgLigne END-WRITE
                CLOSE fregroup
                DISPLAY '_______________________________'
                DISPLAY 'Cours regroupés : 'WregFusions
                DISPLAY 'Elèves à prévenir : 'WregAverti' (liste dans regroupement.txt)'
                DISPLAY '_______________________________'
        END-IF.

        CHARGER_COURS_COLLECTIFS.
        MOVE 0 TO WregNb
        OPEN INPUT fcours
        MOVE WregAnnee TO fc_annee
        MOVE WregMois TO fc_mois
        MOVE WregJour TO fc_jour
        MOVE 0 TO Wfin
        START fcours, KEY IS = fc_date
        INVALID KEY
                MOVE 1 TO Wfin
        END-START
        PERFORM UNTIL Wfin = 1
           READ fcours NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                IF fc_jour NOT = WregJour
                   OR fc_mois NOT = WregMois
                   OR fc_annee NOT = WregAnnee THEN
                        MOVE 1 TO Wfin
                END-IF
                IF Wfin = 0
                   AND fc_type = 'Collectif  '
                   AND fc_statut NOT = 'Annule    ' THEN
                        IF WregNb < 50 THEN
                                COMPUTE WregNb = WregNb + 1
                                MOVE fc_num TO WregNum(WregNb)
                                MOVE fc_activite TO WregAct(WregNb)
                                MOVE fc_horaire TO WregHor(WregNb)
                                MOVE fc_niveau TO WregNiv(WregNb)
                                MOVE fc_capacite TO WregCapa(WregNb)
                                MOVE fc_numP TO WregProf(WregNb)
                                MOVE 0 TO WregEtat(WregNb)
                        ELSE
                                DISPLAY 'Plus de 50 cours collectifs : cours 'fc_num' non examiné'
                        END-IF
                END-IF
           END-READ
        END-PERFORM
        CLOSE fcours
        PERFORM VARYING WregI FROM 1 BY 1 UNTIL WregI > WregNb
                MOVE WregNum(WregI) TO Wnum2
                PERFORM COMPTER_INSCRITS_COURS
                MOVE WcompteInscrits TO WregNbIns(WregI)
        END-PERFORM.

        PROPOSER_REGROUPEMENT.
        MOVE 0 TO WregCible
        MOVE 0 TO WregCibleNb
        PERFORM VARYING WregJ FROM 1 BY 1 UNTIL WregJ > WregNb
                IF WregJ NOT = WregI
                   AND WregEtat(WregJ) = 0
                   AND WregAct(WregJ) = WregAct(WregI)
                   AND WregNiv(WregJ) = WregNiv(WregI)
                   AND WregHor(WregJ) = WregHor(WregI)
                   AND WregNbIns(WregJ) + WregNbIns(WregI) NOT > WregCapa(WregJ)
                   AND WregNbIns(WregJ) NOT < WregCibleNb THEN
                        MOVE WregJ TO WregCible
                        MOVE WregNbIns(WregJ) TO WregCibleNb
                END-IF
        END-PERFORM
        IF WregCible > 0 THEN
                DISPLAY '_______________________________'
                DISPLAY 'Cours 'WregNum(WregI)' - 'WregAct(WregI)' 'WregHor(WregI)' : 'WregNbIns(WregI)' inscrit(s), moniteur 'WregProf(WregI)
                DISPLAY 'Cours cible 'WregNum(WregCible)' : 'WregNbIns(WregCible)'/'WregCapa(WregCible)' inscrits, moniteur 'WregProf(WregCible)
                MOVE 9 TO WregRep
                PERFORM WITH TEST AFTER UNTIL WregRep = 0 OR WregRep = 1
                        DISPLAY 'Regrouper ces deux cours ? 1(oui) ou 0(non)'
                        ACCEPT WregRep
                END-PERFORM
                IF WregRep = 1 THEN
                        PERFORM DEPLACER_INSCRITS_COURS
                END-IF
        END-IF.

        DEPLACER_INSCRITS_COURS.
        MOVE 0 TO WregInsNb
        MOVE 0 TO WregDepl
        MOVE 0 TO WregReste
        OPEN INPUT finscription
        MOVE WregNum(WregI) TO fi_numC
        START finscription, KEY IS = fi_numC
        INVALID KEY
                CONTINUE
        NOT INVALID KEY
                MOVE 0 TO Wfin2
                PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                   READ finscription NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                        IF fi_numC NOT = WregNum(WregI) THEN
                                MOVE 1 TO Wfin2
                        ELSE
                                IF WregInsNb < 60 THEN
                                        COMPUTE WregInsNb = WregInsNb + 1
                                        MOVE fi_cleins TO WregInsCle(WregInsNb)
                                        MOVE fi_numE TO WregInsEleve(WregInsNb)
                                        MOVE fi_typeAbo TO WregInsAbo(WregInsNb)
                                        MOVE fi_noSeance TO WregInsSeance(WregInsNb)
                                        MOVE fi_annee TO WregInsAnnee(WregInsNb)
                                ELSE
                                        COMPUTE WregReste = WregReste + 1
                                END-IF
                        END-IF
                   END-READ
                END-PERFORM
        END-START
        CLOSE finscription
        PERFORM VARYING WregK FROM 1 BY 1 UNTIL WregK > WregInsNb
                PERFORM DEPLACER_UN_INSCRIT
        END-PERFORM
        COMPUTE WregNbIns(WregCible) = WregNbIns(WregCible) + WregDepl
        COMPUTE WregNbIns(WregI) = WregNbIns(WregI) - WregDepl
        IF WregReste > 0 THEN
                DISPLAY 'Cours 'WregNum(WregI)' : 'WregReste' inscrit(s) non déplacé(s), cours maintenu'
        ELSE
                OPEN I-O fcours
                MOVE WregNum(WregI) TO fc_num
                READ fcours
                INVALID KEY
                        CONTINUE
                NOT INVALID KEY
                        MOVE 'Annule    ' TO fc_statut
                        MOVE 0 TO fc_numP
                        REWRITE cTampon END-REWRITE
                END-READ
                CLOSE fcours
                MOVE 1 TO WregEtat(WregI)
                COMPUTE WregFusions = WregFusions + 1
                DISPLAY 'Cours 'WregNum(WregI)' annulé, moniteur 'WregProf(WregI)' libéré'
        END-IF
        MOVE 'REGROUPER_COURS' TO Waud_para
        MOVE WregNum(WregI) TO Waud_cle
        MOVE SPACES TO Waud_anc
        STRING WregNum(WregI) ' ' WregProf(WregI) ' ' WregNbIns(WregI) INTO Waud_anc
        MOVE SPACES TO Waud_nouv
        STRING WregNum(WregCible) ' ' WregDepl ' ' WregReste INTO Waud_nouv
        PERFORM JOURNALISER.

        DEPLACER_UN_INSCRIT.
        MOVE 0 TO WregDouble
        OPEN I-O finscription
        MOVE WregInsEleve(WregK) TO Wnum
        MOVE WregNum(WregCible) TO Wnum2
        MOVE Wnum TO fi_numE
        MOVE Wnum2 TO fi_numC
        MOVE WregInsAnnee(WregK) TO fi_annee
        MOVE WregInsAbo(WregK) TO fi_typeAbo
        MOVE WregInsSeance(WregK) TO fi_noSeance
        MOVE SPACES TO fi_cleins
        STRING Wnum'-'Wnum2 INTO fi_cleins
        WRITE insTampon
        INVALID KEY
                MOVE 1 TO WregDouble
        END-WRITE
        IF WregDouble = 0 THEN
                MOVE WregInsCle(WregK) TO fi_cleins
                READ finscription
                INVALID KEY
                        CONTINUE
                NOT INVALID KEY
                        DELETE finscription RECORD
                        END-DELETE
                END-READ
                COMPUTE WregDepl = WregDepl + 1
        ELSE
                DISPLAY 'Eleve 'Wnum' déjà inscrit au cours 'Wnum2' : inscription laissée sur le cours 'WregNum(WregI)
                COMPUTE WregReste = WregReste + 1
        END-IF
        CLOSE finscription
        IF WregDouble = 0 THEN
                PERFORM ECRIRE_ELEVE_REGROUPE
        END-IF.

        ECRIRE_ELEVE_REGROUPE.
        MOVE SPACES TO Wnom
        MOVE SPACES TO Wprenom
        MOVE SPACES TO WdocTel
        OPEN INPUT feleve
        MOVE WregInsEleve(WregK) TO fe_num
        READ feleve
        INVALID KEY
                CONTINUE
        NOT INVALID KEY
                MOVE fe_nom TO Wnom
                MOVE fe_prenom TO Wprenom
                MOVE fe_tel TO WdocTel
                IF fe_numFam > 0 THEN
                        OPEN INPUT ffamille
                        MOVE fe_numFam TO fm_num
                        READ ffamille
                        INVALID KEY
                                CONTINUE
                        NOT INVALID KEY
                                MOVE fm_tel TO WdocTel
                        END-READ
                        CLOSE ffamille
                END-IF
        END-READ
        CLOSE feleve
        COMPUTE WregAverti = WregAverti + 1
        MOVE SPACES TO rgLigne
        STRING WregInsEleve(WregK) ' ' Wnom ' ' Wprenom ' tel ' WdocTel ' : cours ' WregNum(WregI) ' -> cours ' WregNum(WregCible) ' ' WregHor(WregCible) INTO rgLigne
        WRITE rgLigne END-WRITE
        DISPLAY rgLigne.

        NOTIFIER_ELEVE.
        MOVE SPACES TO WnotDest
        MOVE SPACES TO WnotTel
        MOVE SPACES TO WnotEmail
        OPEN INPUT feleve
        MOVE WnotNumE TO fe_num
        READ feleve
        INVALID KEY
                CONTINUE
        NOT INVALID KEY
                STRING fe_prenom DELIMITED BY '  ' ' ' fe_nom DELIMITED BY '  ' INTO WnotDest
                MOVE fe_tel TO WnotTel
                MOVE fe_email TO WnotEmail
                IF fe_numFam > 0 THEN
                        OPEN INPUT ffamille
                        MOVE fe_numFam TO fm_num
                        READ ffamille
                        INVALID KEY
                                CONTINUE
                        NOT INVALID KEY
                                MOVE SPACES TO WnotDest
                                STRING fm_prenom DELIMITED BY '  ' ' ' fm_nom DELIMITED BY '  ' INTO WnotDest
                                MOVE fm_tel TO WnotTel
                                IF fm_email NOT = SPACES THEN
                                        MOVE fm_email TO WnotEmail
                                END-IF
                        END-READ
                        CLOSE ffamille
                END-IF
        END-READ
        CLOSE feleve
        PERFORM ECRIRE_NOTIFICATION.

        ECRIRE_NOTIFICATION.
        MOVE 'NOTIF     ' TO WcptSerie
        PERFORM PROCHAIN_NUMERO
        ACCEPT WdateSys FROM DATE YYYYMMDD
        OPEN I-O fnotif
        MOVE WcptValeur TO nt_num
        MOVE 'A envoyer ' TO nt_statut
        MOVE WnotNumE TO nt_numE
        MOVE WnotDest TO nt_dest
        MOVE WnotTel TO nt_tel
        MOVE WnotEmail TO nt_email
        MOVE WnotEvenement TO nt_evenement
        MOVE WnotRef TO nt_ref
        MOVE WnotJour TO nt_jour
        MOVE WnotMois TO nt_mois
        MOVE WnotAnnee TO nt_annee
        MOVE WnotMessage TO nt_message
        MOVE WdateSysJour TO nt_emJour
        MOVE WdateSysMois TO nt_emMois
        MOVE WdateSysAnnee TO nt_emAnnee
        MOVE 0 TO nt_nbEnvois
        WRITE ntTampon END-WRITE
        CLOSE fnotif.

        NOTIFIER_INSCRITS_COURS.
        OPEN INPUT finscription
        MOVE WnotRef TO fi_numC
        START finscription, KEY IS = fi_numC
        INVALID KEY
                CONTINUE
        NOT INVALID KEY
                MOVE 0 TO WnotFin
                PERFORM WITH TEST AFTER UNTIL WnotFin = 1
                   READ finscription NEXT
                   AT END MOVE 1 TO WnotFin
                   NOT AT END
                        IF fi_numC NOT = WnotRef THEN
                                MOVE 1 TO WnotFin
                        ELSE
                                MOVE fi_numE TO WnotNumE
                                PERFORM NOTIFIER_ELEVE
                                COMPUTE WnotCpt = WnotCpt + 1
                        END-IF
                   END-READ
                END-PERFORM
        END-START
        CLOSE finscription.

        CHERCHER_RELANCE_RECENTE.
        MOVE 0 TO WnotRecente
        OPEN INPUT fnotif
        MOVE WnotRef TO nt_ref
        START fnotif, KEY IS = nt_ref
        INVALID KEY
                CONTINUE
        NOT INVALID KEY
                MOVE 0 TO WnotFin
                PERFORM WITH TEST AFTER UNTIL WnotFin = 1
                   READ fnotif NEXT
                   AT END MOVE 1 TO WnotFin
                   NOT AT END
                        IF nt_ref NOT = WnotRef THEN
                                MOVE 1 TO WnotFin
                        ELSE
                                IF nt_evenement = 'Relance        ' THEN
                                        COMPUTE WnotAge = (WdateSysAnnee - nt_emAnnee) * 360
                                           + (WdateSysMois - nt_emMois) * 30
                                           + (WdateSysJour - nt_emJour)
                                        IF WnotAge < 7 THEN
                                                MOVE 1 TO WnotRecente
                                        END-IF
                                END-IF
                        END-IF
                   END-READ
                END-PERFORM
        END-START
        CLOSE fnotif.

        GERER_NOTIFICATIONS.
        MOVE 9 TO WnotChoix
        PERFORM WITH TEST AFTER UNTIL WnotChoix = 0
        DISPLAY '---------- NOTIFICATIONS SMS/E-MAIL ----------'
        DISPLAY '1 - Lister les messages'
        DISPLAY '2 - Renvoyer un message'
        DISPLAY '3 - Renvoyer tous les messages en échec'
        DISPLAY '4 - Purger les messages envoyés'
        DISPLAY '0 - Retour'
        DISPLAY '---------------------------------------------'
        ACCEPT WnotChoix
           EVALUATE WnotChoix
              WHEN 1 PERFORM LISTE_NOTIFICATIONS
              WHEN 2 PERFORM RENVOYER_NOTIFICATION
              WHEN 3 PERFORM RENVOYER_ECHECS
              WHEN 4 PERFORM PURGER_NOTIFICATIONS
           END-EVALUATE
        END-PERFORM.

        LISTE_NOTIFICATIONS.
        MOVE 9 TO WnotFiltre
        PERFORM WITH TEST AFTER UNTIL WnotFiltre < 4
                DISPLAY '1 - A envoyer  2 - Envoyés  3 - En échec  0 - Tous'
                ACCEPT WnotFiltre
        END-PERFORM
        MOVE 0 TO WnotCpt
        OPEN INPUT fnotif
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fnotif NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                IF WnotFiltre = 0
                   OR (WnotFiltre = 1 AND nt_statut = 'A envoyer ')
                   OR (WnotFiltre = 2 AND nt_statut = 'Envoye    ')
                   OR (WnotFiltre = 3 AND nt_statut = 'Echec     ') THEN
                        COMPUTE WnotCpt = WnotCpt + 1
                        PERFORM AFFICHER_NOTIFICATION
                END-IF
           END-READ
        END-PERFORM
        CLOSE fnotif
        DISPLAY WnotCpt' message(s)'.

        AFFICHER_NOTIFICATION.
        DISPLAY '_______________________________'
        DISPLAY 'Message 'nt_num' du 'nt_emJour'/'nt_emMois'/'nt_emAnnee' - 'nt_statut' ('nt_nbEnvois' renvoi(s))'
        DISPLAY 'Evénement : 'nt_evenement' - référence 'nt_ref' du 'nt_jour'/'nt_mois'/'nt_annee
        DISPLAY 'Destinataire : 'nt_dest
        DISPLAY 'Téléphone : 'nt_tel
        DISPLAY 'E-mail : 'nt_email
        DISPLAY 'Texte : 'nt_message.

        RENVOYER_NOTIFICATION.
        DISPLAY 'Numero du message à renvoyer'
        ACCEPT WnotNum
        OPEN I-O fnotif
        MOVE WnotNum TO nt_num
        READ fnotif
        INVALID KEY
                DISPLAY 'Ce message n existe pas'
        NOT INVALID KEY
                PERFORM AFFICHER_NOTIFICATION
                MOVE 'A envoyer ' TO nt_statut
                COMPUTE nt_nbEnvois = nt_nbEnvois + 1
                REWRITE ntTampon END-REWRITE
                DISPLAY 'Message remis dans la file d envoi'
        END-READ
        CLOSE fnotif.

        RENVOYER_ECHECS.
        MOVE 0 TO WnotCpt
        OPEN I-O fnotif
        MOVE 'Echec     ' TO nt_statut
        START fnotif, KEY IS = nt_statut
        INVALID KEY
                CONTINUE
        NOT INVALID KEY
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fnotif NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        IF nt_statut NOT = 'Echec     ' THEN
                                MOVE 1 TO Wfin
                        ELSE
                                MOVE 'A envoyer ' TO nt_statut
                                COMPUTE nt_nbEnvois = nt_nbEnvois + 1
                                REWRITE ntTampon END-REWRITE
                                COMPUTE WnotCpt = WnotCpt + 1
                        END-IF
                   END-READ
                END-PERFORM
        END-START
        CLOSE fnotif
        DISPLAY WnotCpt' message(s) remis dans la file d envoi'.

        PURGER_NOTIFICATIONS.
        MOVE 0 TO WnotCpt
        DISPLAY 'Supprimer tous les messages déjà envoyés ? 1(oui) ou 0(non)'
        ACCEPT Wrep
        IF Wrep = 1 THEN
                OPEN I-O fnotif
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fnotif NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        IF nt_statut = 'Envoye    ' THEN
                                DELETE fnotif RECORD END-DELETE
                                COMPUTE WnotCpt = WnotCpt + 1
                        END-IF
                   END-READ
                END-PERFORM
                CLOSE fnotif
                DISPLAY WnotCpt' message(s) purgé(s)'
                MOVE 'PURGER_NOTIFICATIONS' TO Waud_para
                MOVE 0 TO Waud_cle
                MOVE SPACES TO Waud_anc
                MOVE SPACES TO Waud_nouv
                STRING WnotCpt INTO Waud_nouv
                PERFORM JOURNALISER
        END-IF.

        NOTIFIER_REAFFECTATION.
        MOVE 0 TO WnotCpt
        MOVE 'Reaffectation  ' TO WnotEvenement
        MOVE WcibleNum TO WnotRef
        MOVE WcibleJour TO WnotJour
        MOVE WcibleMois TO WnotMois
        MOVE WcibleAnnee TO WnotAnnee
        MOVE SPACES TO WnotMessage
        STRING 'Cours du ' WcibleJour '/' WcibleMois '/' WcibleAnnee ' ' WcibleHoraire DELIMITED BY '  '
               ' : changement de moniteur, horaire inchangé' DELIMITED BY SIZE INTO WnotMessage
        PERFORM NOTIFIER_INSCRITS_COURS
        DISPLAY WnotCpt' élève(s) prévenu(s) du changement de moniteur'.

        NOTIFIER_RELANCE.
        MOVE 'Relance        ' TO WnotEvenement
        MOVE ft_jour TO WnotJour
        MOVE ft_mois TO WnotMois
        MOVE ft_annee TO WnotAnnee
        MOVE ft_tarif TO WnotMontant
        MOVE SPACES TO WnotMessage
        STRING 'Facture ' ft_numFact ' du ' ft_jour '/' ft_mois '/' ft_annee
               ' impayée : ' WnotMontant ' euros à régler' INTO WnotMessage
        IF ft_numGrp > 0 THEN
                MOVE 0 TO WnotNumE
                MOVE SPACES TO WnotDest
                STRING rl_nom ' ' rl_prenom INTO WnotDest
                MOVE rl_tel TO WnotTel
                MOVE SPACES TO WnotEmail
                PERFORM ECRIRE_NOTIFICATION
        ELSE
                MOVE ft_numE TO WnotNumE
                PERFORM NOTIFIER_ELEVE
        END-IF
        COMPUTE WnotCpt = WnotCpt + 1.

        CHAINE_NUIT.
        INSPECT WbatchArg CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
        MOVE 0 TO WbatchReprise
        IF WbatchArg(7:7) = 'REPRISE' THEN
                MOVE 1 TO WbatchReprise
        END-IF
        MOVE 0 TO WbatchEchec
        MOVE 0 TO WbatchAnomalie
        ACCEPT WdateSys FROM DATE YYYYMMDD
        MOVE WdateSys TO WbatchDate
        MOVE SPACES TO WbatchLog
        STRING 'nuit.' WbatchDate '.log' INTO WbatchLog
        OPEN EXTEND fnuitlog
        IF nl_stat = 35 THEN
                OPEN OUTPUT fnuitlog
        END-IF
        ACCEPT WbatchHeureDeb FROM TIME
        MOVE SPACES TO nlLigne
        STRING WbatchDate ' ' WbatchHeureDeb(1:6) ' Début de la chaîne de nuit (' WbatchArg DELIMITED BY '  '
               ')' DELIMITED BY SIZE INTO nlLigne
        WRITE nlLigne END-WRITE
        DISPLAY nlLigne
        MOVE 1 TO WbatchDebut
        OPEN I-O fnuit
        MOVE 1 TO nu_id
        READ fnuit
        INVALID KEY
                IF WbatchReprise = 1 THEN
                        MOVE SPACES TO nlLigne
                        STRING WbatchDate ' Aucun point de reprise : chaîne complète' INTO nlLigne
                        WRITE nlLigne END-WRITE
                        DISPLAY nlLigne
                END-IF
        NOT INVALID KEY
                IF WbatchReprise = 1 THEN
                        IF nu_statut = 'Termine   ' THEN
                                MOVE 7 TO WbatchDebut
                                MOVE SPACES TO nlLigne
                                STRING WbatchDate ' Dernière chaîne du ' nu_date ' terminée : rien à reprendre' INTO nlLigne
                                WRITE nlLigne END-WRITE
                                DISPLAY nlLigne
                        ELSE
                                MOVE nu_etape TO WbatchDebut
                                MOVE SPACES TO nlLigne
                                STRING WbatchDate ' Reprise de la chaîne du ' nu_date ' à l étape ' nu_etape INTO nlLigne
                                WRITE nlLigne END-WRITE
                                DISPLAY nlLigne
                        END-IF
                END-IF
        END-READ
        CLOSE fnuit
        PERFORM VARYING WbatchEtape FROM WbatchDebut BY 1
                UNTIL WbatchEtape > 6 OR WbatchEchec = 1
                PERFORM EXECUTER_ETAPE_NUIT
        END-PERFORM
        IF WbatchDebut < 7 AND WbatchEchec = 0 THEN
                MOVE 6 TO WbatchEtape
                MOVE 'Termine   ' TO WbatchStatut
                PERFORM ECRIRE_POINT_REPRISE
        END-IF
        EVALUATE TRUE
          WHEN WbatchEchec = 1
                MOVE 8 TO WbatchRC
          WHEN WbatchAnomalie = 1
                MOVE 4 TO WbatchRC
          WHEN OTHER
                MOVE 0 TO WbatchRC
        END-EVALUATE
        ACCEPT WbatchHeureFin FROM TIME
        MOVE SPACES TO nlLigne
        STRING WbatchDate ' ' WbatchHeureFin(1:6) ' Fin de la chaîne de nuit, code retour ' WbatchRC INTO nlLigne
        WRITE nlLigne END-WRITE
        DISPLAY nlLigne
        CLOSE fnuitlog
        MOVE 'CHAINE_NUIT' TO Waud_para
        MOVE 0 TO Waud_cle
        MOVE SPACES TO Waud_anc
        MOVE SPACES TO Waud_nouv
        STRING WbatchDate ' ' WbatchArg DELIMITED BY '  ' ' RC ' WbatchRC DELIMITED BY SIZE INTO Waud_nouv
        PERFORM JOURNALISER
        MOVE WbatchRC TO RETURN-CODE.

        EXECUTER_ETAPE_NUIT.
        MOVE 'EnCours   ' TO WbatchStatut
        PERFORM ECRIRE_POINT_REPRISE
        MOVE 0 TO WbatchCpt
        MOVE 0 TO WbatchStat
        MOVE 'OK        ' TO WbatchResultat
        ACCEPT WbatchHeureDeb FROM TIME
        EVALUATE WbatchEtape
          WHEN 1
                MOVE 'Statistiques        ' TO WbatchLib
                PERFORM CALCULER_STATS_JOUR
                PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > 12
                        COMPUTE WbatchCpt = WbatchCpt + WstatMoisCours(Wi)
                END-PERFORM
          WHEN 2
                MOVE 'Contrôle cohérence  ' TO WbatchLib
                PERFORM CONTROLE_COHERENCE
                MOVE WanoTotal TO WbatchCpt
                IF WanoTotal > 0 THEN
                        MOVE 'ANOMALIES ' TO WbatchResultat
                        MOVE 1 TO WbatchAnomalie
                END-IF
          WHEN 3
                MOVE 'Sauvegarde          ' TO WbatchLib
                PERFORM SAUVEGARDE_JOUR
                MOVE WsauvTotal TO WbatchCpt
                IF WsauvErreurs > 0 THEN
                        MOVE 99 TO WbatchStat
                END-IF
          WHEN 4
                MOVE 'Relances impayés    ' TO WbatchLib
                PERFORM RELANCES_IMPAYES
                MOVE WrelanceCpt TO WbatchCpt
          WHEN 5
                MOVE 'Etat des no-shows   ' TO WbatchLib
                PERFORM ETAT_NO_SHOWS
                MOVE WnoShowTot TO WbatchCpt
          WHEN 6
                MOVE 'Feuille de route    ' TO WbatchLib
                PERFORM EXPORTER_FEUILLE_JOUR
                MOVE WrosterCpt TO WbatchCpt
        END-EVALUATE
        IF WbatchStat > 9 THEN
                MOVE 'ECHEC     ' TO WbatchResultat
                MOVE 1 TO WbatchEchec
                MOVE 'Echec     ' TO WbatchStatut
                PERFORM ECRIRE_POINT_REPRISE
        END-IF
        ACCEPT WbatchHeureFin FROM TIME
        MOVE SPACES TO nlLigne
        STRING WbatchDate ' Etape ' WbatchEtape ' ' WbatchLib ' début ' WbatchHeureDeb(1:6)
               ' fin ' WbatchHeureFin(1:6) ' enregistrements ' WbatchCpt
               ' ' WbatchResultat ' (statut ' WbatchStat ')' INTO nlLigne
        WRITE nlLigne END-WRITE
        DISPLAY nlLigne.

        ECRIRE_POINT_REPRISE.
        OPEN I-O fnuit
        MOVE 1 TO nu_id
        READ fnuit
        INVALID KEY
                MOVE 1 TO nu_id
                MOVE WbatchDate TO nu_date
                MOVE WbatchEtape TO nu_etape
                MOVE WbatchStatut TO nu_statut
                WRITE nuTampon END-WRITE
        NOT INVALID KEY
                MOVE WbatchDate TO nu_date
                MOVE WbatchEtape TO nu_etape
                MOVE WbatchStatut TO nu_statut
                REWRITE nuTampon END-REWRITE
        END-READ
        CLOSE fnuit.

        MIGRER_FICHIERS.
        MOVE 0 TO WmigFait
        MOVE 0 TO WmigEchec
        PERFORM MIGRER_COURS
        PERFORM MIGRER_ELEVE
        PERFORM MIGRER_FACTURE
        PERFORM MIGRER_FAMILLE
        IF WmigEchec = 1 THEN
                DISPLAY 'ATTENTION : migration incomplète, aucune sauvegarde prise'
                DISPLAY 'Corriger puis recharger depuis le fichier .mig (option 65)'
        ELSE IF WmigFait = 1 THEN
                DISPLAY 'Sauvegarde du jeu de fichiers au nouveau format'
                PERFORM SAUVEGARDE_JOUR
        ELSE
                DISPLAY 'Tous les fichiers sont au format courant : rien à migrer'
        END-IF
        END-IF.

        JOURNAL_MIGRATION.
        MOVE 0 TO Waud_cle
        MOVE SPACES TO Waud_anc
        MOVE SPACES TO Waud_nouv
        IF WmigErreur = 0 THEN
                STRING WmigLus ' lus ' WmigEcrits ' ecrits' INTO Waud_nouv
                MOVE 1 TO WmigFait
        ELSE
                STRING WmigLus ' lus ' WmigEcrits ' ecrits, rechargement incomplet' INTO Waud_nouv
                MOVE 1 TO WmigEchec
        END-IF
        PERFORM JOURNALISER.

        MIGRER_COURS.
        OPEN INPUT fcours
        IF fc_stat = 0 THEN
                CLOSE fcours
                MOVE 0 TO WmigLus
                OPEN INPUT fcoursmig
                IF cm_stat = 0 THEN
                        MOVE 0 TO Wfin
                        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           READ fcoursmig NEXT
                           AT END MOVE 1 TO Wfin
                           NOT AT END COMPUTE WmigLus = WmigLus + 1
                           END-READ
                        END-PERFORM
                        CLOSE fcoursmig
                END-IF
                IF WmigLus > 0 THEN
                        DISPLAY 'Recharger cours.dat depuis cours.mig ('WmigLus' cours) ? 1(oui) ou 0(non)'
                        DISPLAY 'Les cours créés depuis l extraction seront perdus'
                        ACCEPT Wrep
                        IF Wrep = 1 THEN
                                MOVE 0 TO WmigErreur
                                PERFORM RECHARGER_COURS_MIGRES
                        END-IF
                END-IF
        ELSE
                DISPLAY 'Réorganiser cours.dat (index par moniteur et par date) ? 1(oui) ou 0(non)'
                ACCEPT Wrep
                IF Wrep = 1 THEN
                        PERFORM EXTRAIRE_COURS_ANCIEN
                        IF WmigErreur = 0 THEN
                                PERFORM RECHARGER_COURS_MIGRES
                        ELSE
                                MOVE 1 TO WmigEchec
                        END-IF
                END-IF
        END-IF.

        EXTRAIRE_COURS_ANCIEN.
        MOVE 0 TO WmigErreur
        MOVE 0 TO WmigLus
        OPEN INPUT fcoursanc
        IF ca_stat NOT = 0 THEN
                DISPLAY 'Lecture de cours.dat impossible (statut 'ca_stat') : migration abandonnée'
                MOVE 1 TO WmigErreur
        ELSE
                OPEN OUTPUT fcoursmig
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcoursanc NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        MOVE ca_num TO fc_num
                        MOVE ca_activite TO fc_activite
                        MOVE ca_horaire TO fc_horaire
                        MOVE ca_numP TO fc_numP
                        MOVE ca_type TO fc_type
                        MOVE ca_annee TO fc_annee
                        MOVE ca_mois TO fc_mois
                        MOVE ca_jour TO fc_jour
                        MOVE ca_capacite TO fc_capacite
                        MOVE ca_niveau TO fc_niveau
                        MOVE ca_statut TO fc_statut
                        MOVE cTampon TO cmTampon
                        WRITE cmTampon END-WRITE
                        COMPUTE WmigLus = WmigLus + 1
                   END-READ
                END-PERFORM
                CLOSE fcoursmig
                CLOSE fcoursanc
                DISPLAY WmigLus' cours extraits dans cours.mig'
        END-IF.

        RECHARGER_COURS_MIGRES.
        MOVE 0 TO WmigEcrits
        OPEN OUTPUT fcours
        IF fc_stat NOT = 0 THEN
                DISPLAY 'Création du nouveau cours.dat impossible (statut 'fc_stat')'
                MOVE 1 TO WmigErreur
        ELSE
                OPEN INPUT fcoursmig
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcoursmig NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        MOVE cmTampon TO cTampon
                        WRITE cTampon
                        INVALID KEY
                                DISPLAY 'Cours 'fc_num' en double dans cours.mig : ignoré'
                        NOT INVALID KEY
                                COMPUTE WmigEcrits = WmigEcrits + 1
                        END-WRITE
                   END-READ
                END-PERFORM
                CLOSE fcoursmig
                CLOSE fcours
                DISPLAY WmigEcrits' cours rechargés sur 'WmigLus' extraits'
                IF WmigEcrits NOT = WmigLus THEN
                        MOVE 1 TO WmigErreur
                END-IF
        END-IF
        IF WmigErreur = 0 THEN
                OPEN OUTPUT fcoursmig
                CLOSE fcoursmig
        ELSE
                DISPLAY 'ATTENTION : cours.dat incomplet, cours.mig conservé'
        END-IF
        MOVE 'MIGRER_COURS' TO Waud_para
        PERFORM JOURNAL_MIGRATION.

        MIGRER_ELEVE.
        OPEN INPUT feleve
        IF fe_stat = 0 THEN
                CLOSE feleve
                MOVE 0 TO WmigLus
                OPEN INPUT felevemig
                IF em_stat = 0 THEN
                        MOVE 0 TO Wfin
                        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           READ felevemig NEXT
                           AT END MOVE 1 TO Wfin
                           NOT AT END COMPUTE WmigLus = WmigLus + 1
                           END-READ
                        END-PERFORM
                        CLOSE felevemig
                END-IF
                IF WmigLus > 0 THEN
                        DISPLAY 'Recharger eleve.dat depuis eleve.mig ('WmigLus' élèves) ? 1(oui) ou 0(non)'
                        DISPLAY 'Les élèves créés ou modifiés depuis l extraction seront perdus'
                        ACCEPT Wrep
                        IF Wrep = 1 THEN
                                MOVE 0 TO WmigErreur
                                PERFORM RECHARGER_ELEVES_MIGRES
                        END-IF
                END-IF
        ELSE
                DISPLAY 'Convertir eleve.dat au nouveau format (groupe, e-mail) ? 1(oui) ou 0(non)'
                ACCEPT Wrep
                IF Wrep = 1 THEN
                        PERFORM EXTRAIRE_ELEVE_ANCIEN
                        IF WmigErreur = 0 THEN
                                PERFORM RECHARGER_ELEVES_MIGRES
                        ELSE
                                MOVE 1 TO WmigEchec
                        END-IF
                END-IF
        END-IF.

        EXTRAIRE_ELEVE_ANCIEN.
        MOVE 0 TO WmigErreur
        MOVE 0 TO WmigLus
        OPEN INPUT feleveanc
        IF ea_stat NOT = 0 THEN
                DISPLAY 'Lecture de eleve.dat impossible (statut 'ea_stat') : migration abandonnée'
                MOVE 1 TO WmigErreur
        ELSE
                OPEN OUTPUT felevemig
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ feleveanc NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        MOVE ea_num TO fe_num
                        MOVE ea_nom TO fe_nom
                        MOVE ea_prenom TO fe_prenom
                        MOVE ea_tel TO fe_tel
                        MOVE ea_niveau TO fe_niveau
                        MOVE ea_numFam TO fe_numFam
                        MOVE 0 TO fe_numGrp
                        MOVE SPACES TO fe_email
                        MOVE elTampon TO emTampon
                        WRITE emTampon END-WRITE
                        COMPUTE WmigLus = WmigLus + 1
                   END-READ
                END-PERFORM
                CLOSE felevemig
                CLOSE feleveanc
                DISPLAY WmigLus' élèves extraits dans eleve.mig'
        END-IF.

        RECHARGER_ELEVES_MIGRES.
        MOVE 0 TO WmigEcrits
        OPEN OUTPUT feleve
        IF fe_stat NOT = 0 THEN
                DISPLAY 'Création du nouveau eleve.dat impossible (statut 'fe_stat')'
                MOVE 1 TO WmigErreur
        ELSE
                OPEN INPUT felevemig
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ felevemig NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        MOVE emTampon TO elTampon
                        WRITE elTampon
                        INVALID KEY
                                DISPLAY 'Élève 'fe_num' en double dans eleve.mig : ignoré'
                        NOT INVALID KEY
                                COMPUTE WmigEcrits = WmigEcrits + 1
                        END-WRITE
                   END-READ
                END-PERFORM
                CLOSE felevemig
                CLOSE feleve
                DISPLAY WmigEcrits' élèves rechargés sur 'WmigLus' extraits'
                IF WmigEcrits NOT = WmigLus THEN
                        MOVE 1 TO WmigErreur
                END-IF
        END-IF
        IF WmigErreur = 0 THEN
                OPEN OUTPUT felevemig
                CLOSE felevemig
        ELSE
                DISPLAY 'ATTENTION : eleve.dat incomplet, eleve.mig conservé'
        END-IF
        MOVE 'MIGRER_ELEVE' TO Waud_para
        PERFORM JOURNAL_MIGRATION.

        MIGRER_FACTURE.
        OPEN INPUT ffacture
        IF ft_stat = 0 THEN
                CLOSE ffacture
                MOVE 0 TO WmigLus
                OPEN INPUT ffactmig
                IF xm_stat = 0 THEN
                        MOVE 0 TO Wfin
                        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           READ ffactmig NEXT
                           AT END MOVE 1 TO Wfin
                           NOT AT END COMPUTE WmigLus = WmigLus + 1
                           END-READ
                        END-PERFORM
                        CLOSE ffactmig
                END-IF
                IF WmigLus > 0 THEN
                        DISPLAY 'Recharger facture.dat depuis facture.mig ('WmigLus' factures) ? 1(oui) ou 0(non)'
                        DISPLAY 'Les factures émises depuis l extraction seront perdues'
                        ACCEPT Wrep
                        IF Wrep = 1 THEN
                                MOVE 0 TO WmigErreur
                                PERFORM RECHARGER_FACTURES_MIGREES
                        END-IF
                END-IF
        ELSE
                DISPLAY 'Convertir facture.dat au nouveau format (groupe) ? 1(oui) ou 0(non)'
                ACCEPT Wrep
                IF Wrep = 1 THEN
                        PERFORM EXTRAIRE_FACTURE_ANCIEN
                        IF WmigErreur = 0 THEN
                                PERFORM RECHARGER_FACTURES_MIGREES
                        ELSE
                                MOVE 1 TO WmigEchec
                        END-IF
                END-IF
        END-IF.

        EXTRAIRE_FACTURE_ANCIEN.
        MOVE 0 TO WmigErreur
        MOVE 0 TO WmigLus
        OPEN INPUT ffactanc
        IF xa_stat NOT = 0 THEN
                DISPLAY 'Lecture de facture.dat impossible (statut 'xa_stat') : migration abandonnée'
                MOVE 1 TO WmigErreur
        ELSE
                OPEN OUTPUT ffactmig
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ ffactanc NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        MOVE xa_numFact TO ft_numFact
                        MOVE xa_numE TO ft_numE
                        MOVE xa_typeAbo TO ft_typeAbo
                        MOVE xa_nbSeances TO ft_nbSeances
                        MOVE xa_tarif TO ft_tarif
                        MOVE xa_statut TO ft_statut
                        MOVE xa_jour TO ft_jour
                        MOVE xa_mois TO ft_mois
                        MOVE xa_annee TO ft_annee
                        MOVE 0 TO ft_numGrp
                        MOVE ftTampon TO xmTampon
                        WRITE xmTampon END-WRITE
                        COMPUTE WmigLus = WmigLus + 1
                   END-READ
                END-PERFORM
                CLOSE ffactmig
                CLOSE ffactanc
                DISPLAY WmigLus' factures extraites dans facture.mig'
        END-IF.

        RECHARGER_FACTURES_MIGREES.
        MOVE 0 TO WmigEcrits
        OPEN OUTPUT ffacture
        IF ft_stat NOT = 0 THEN
                DISPLAY 'Création du nouveau facture.dat impossible (statut 'ft_stat')'
                MOVE 1 TO WmigErreur
        ELSE
                OPEN INPUT ffactmig
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ ffactmig NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        MOVE xmTampon TO ftTampon
                        WRITE ftTampon
                        INVALID KEY
                                DISPLAY 'Facture 'ft_numFact' en double dans facture.mig : ignorée'
                        NOT INVALID KEY
                                COMPUTE WmigEcrits = WmigEcrits + 1
                        END-WRITE
                   END-READ
                END-PERFORM
                CLOSE ffactmig
                CLOSE ffacture
                DISPLAY WmigEcrits' factures rechargées sur 'WmigLus' extraites'
                IF WmigEcrits NOT = WmigLus THEN
                        MOVE 1 TO WmigErreur
                END-IF
        END-IF
        IF WmigErreur = 0 THEN
                OPEN OUTPUT ffactmig
                CLOSE ffactmig
        ELSE
                DISPLAY 'ATTENTION : facture.dat incomplet, facture.mig conservé'
        END-IF
        MOVE 'MIGRER_FACTURE' TO Waud_para
        PERFORM JOURNAL_MIGRATION.

        MIGRER_FAMILLE.
        OPEN INPUT ffamille
        IF fm_stat = 0 THEN
                CLOSE ffamille
                MOVE 0 TO WmigLus
                OPEN INPUT ffammig
                IF ym_stat = 0 THEN
                        MOVE 0 TO Wfin
                        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           READ ffammig NEXT
                           AT END MOVE 1 TO Wfin
                           NOT AT END COMPUTE WmigLus = WmigLus + 1
                           END-READ
                        END-PERFORM
                        CLOSE ffammig
                END-IF
                IF WmigLus > 0 THEN
                        DISPLAY 'Recharger famille.dat depuis famille.mig ('WmigLus' familles) ? 1(oui) ou 0(non)'
                        DISPLAY 'Les familles créées ou modifiées depuis l extraction seront perdues'
                        ACCEPT Wrep
                        IF Wrep = 1 THEN
                                MOVE 0 TO WmigErreur
                                PERFORM RECHARGER_FAMILLES_MIGREES
                        END-IF
                END-IF
        ELSE
                DISPLAY 'Convertir famille.dat au nouveau format (e-mail) ? 1(oui) ou 0(non)'
                ACCEPT Wrep
                IF Wrep = 1 THEN
                        PERFORM EXTRAIRE_FAMILLE_ANCIEN
                        IF WmigErreur = 0 THEN
                                PERFORM RECHARGER_FAMILLES_MIGREES
                        ELSE
                                MOVE 1 TO WmigEchec
                        END-IF
                END-IF
        END-IF.

        EXTRAIRE_FAMILLE_ANCIEN.
        MOVE 0 TO WmigErreur
        MOVE 0 TO WmigLus
        OPEN INPUT ffamanc
        IF ya_stat NOT = 0 THEN
                DISPLAY 'Lecture de famille.dat impossible (statut 'ya_stat') : migration abandonnée'
                MOVE 1 TO WmigErreur
        ELSE
                OPEN OUTPUT ffammig
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ ffamanc NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        MOVE ya_num TO fm_num
                        MOVE ya_nom TO fm_nom
                        MOVE ya_prenom TO fm_prenom
                        MOVE ya_tel TO fm_tel
                        MOVE ya_adresse TO fm_adresse
                        MOVE SPACES TO fm_email
                        MOVE fmTampon TO ymTampon
                        WRITE ymTampon END-WRITE
                        COMPUTE WmigLus = WmigLus + 1
                   END-READ
                END-PERFORM
                CLOSE ffammig
                CLOSE ffamanc
                DISPLAY WmigLus' familles extraites dans famille.mig'
        END-IF.

        RECHARGER_FAMILLES_MIGREES.
        MOVE 0 TO WmigEcrits
        OPEN OUTPUT ffamille
        IF fm_stat NOT = 0 THEN
                DISPLAY 'Création du nouveau famille.dat impossible (statut 'fm_stat')'
                MOVE 1 TO WmigErreur
        ELSE
                OPEN INPUT ffammig
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ ffammig NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        MOVE ymTampon TO fmTampon
                        WRITE fmTampon
                        INVALID KEY
                                DISPLAY 'Famille 'fm_num' en double dans famille.mig : ignorée'
                        NOT INVALID KEY
                                COMPUTE WmigEcrits = WmigEcrits + 1
                        END-WRITE
                   END-READ
                END-PERFORM
                CLOSE ffammig
                CLOSE ffamille
                DISPLAY WmigEcrits' familles rechargées sur 'WmigLus' extraites'
                IF WmigEcrits NOT = WmigLus THEN
                        MOVE 1 TO WmigErreur
                END-IF
        END-IF
        IF WmigErreur = 0 THEN
                OPEN OUTPUT ffammig
                CLOSE ffammig
        ELSE
                DISPLAY 'ATTENTION : famille.dat incomplet, famille.mig conservé'
        END-IF
        MOVE 'MIGRER_FAMILLE' TO Waud_para
        PERFORM JOURNAL_MIGRATION.

        PURGE_RGPD.
        MOVE 0 TO WrgpSaisons
        MOVE SPACES TO WrgpAction
        IF WbatchMode = 1 THEN
                PERFORM LIRE_PARAMETRES_RGPD
        ELSE
                PERFORM WITH TEST AFTER UNTIL WrgpSaisons > 0
                  DISPLAY 'Nombre de saisons sans activité avant anonymisation :'
                  ACCEPT WrgpSaisons
                END-PERFORM
        END-IF
        ACCEPT WdateSys FROM DATE YYYYMMDD
        COMPUTE WrgpLimite = WdateSysAnnee - WrgpSaisons
        PERFORM CHARGER_ACTIVITE_RGPD
        PERFORM LISTER_ELEVES_RGPD
        IF WrgpCpt = 0 THEN
                DISPLAY 'Aucun élève à anonymiser'
        ELSE
                MOVE 0 TO WrgpConfirme
                IF WbatchMode = 1 THEN
                        IF WrgpAction = 'PURGE' THEN
                                MOVE 1 TO WrgpConfirme
                        ELSE
                                DISPLAY 'Liste seule : relancer avec PURGE pour anonymiser'
                        END-IF
                ELSE
                        DISPLAY 'Anonymiser les ', WrgpCpt, ' élèves listés dans rgpd.txt ? (1 = oui, 0 = non)'
                        ACCEPT WrgpConfirme
                END-IF
                IF WrgpConfirme = 1 THEN
                        PERFORM SAUVEGARDE_JOUR
                        PERFORM ANONYMISER_ELEVES_RGPD
                        PERFORM DESACTIVER_COMPTES_RGPD
                        PERFORM ANONYMISER_FAMILLES_RGPD
                        PERFORM SUPPRIMER_DONNEES_RGPD
                        MOVE 'PURGE_RGPD' TO Waud_para
                        MOVE 0 TO Waud_cle
                        MOVE SPACES TO Waud_anc
                        MOVE SPACES TO Waud_nouv
                        STRING 'Saisons ' WrgpSaisons ' eleves ' WrgpAnon ' familles ' WrgpFamCpt ' comptes ' WrgpCptDes
                               ' documents ' WrgpDocCpt ' messages ' WrgpNotCpt INTO Waud_nouv
                        PERFORM JOURNALISER
                        DISPLAY 'Élèves anonymisés : ', WrgpAnon
                        DISPLAY 'Familles anonymisées : ', WrgpFamCpt
                        DISPLAY 'Comptes désactivés : ', WrgpCptDes
                        DISPLAY 'Documents supprimés : ', WrgpDocCpt
                        DISPLAY 'Messages supprimés : ', WrgpNotCpt
                ELSE
                        DISPLAY 'Aucune donnée modifiée'
                END-IF
        END-IF.

        LIRE_PARAMETRES_RGPD.
        INSPECT WbatchArg CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
        MOVE SPACES TO WrgpMot
        MOVE SPACES TO WrgpParam
        MOVE 0 TO WrgpLong
        UNSTRING WbatchArg DELIMITED BY ALL SPACE
                INTO WrgpMot WrgpAction WrgpParam COUNT IN WrgpLong
        END-UNSTRING
        IF WrgpLong = 1 AND WrgpParam(1:1) IS NUMERIC THEN
                MOVE WrgpParam(1:1) TO WrgpChiffre
                MOVE WrgpChiffre TO WrgpSaisons
        END-IF
        IF WrgpLong = 2 AND WrgpParam(1:2) IS NUMERIC THEN
                MOVE WrgpParam(1:2) TO WrgpDeux
                MOVE WrgpDeux TO WrgpSaisons
        END-IF
        IF WrgpSaisons = 0 THEN
                MOVE 3 TO WrgpSaisons
        END-IF.

        CHARGER_ACTIVITE_RGPD.
        PERFORM VARYING WrgpI FROM 1 BY 1 UNTIL WrgpI > 9999
                MOVE 0 TO WrgpDerniere(WrgpI)
                MOVE 0 TO WrgpBloque(WrgpI)
                MOVE 0 TO WrgpPurge(WrgpI)
                MOVE 0 TO WrgpFamActif(WrgpI)
                MOVE 0 TO WrgpFamPurge(WrgpI)
        END-PERFORM
        OPEN INPUT finscription
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ finscription NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                IF fi_numE > 0 AND fi_numE < 10000 THEN
                        IF fi_annee > WrgpDerniere(fi_numE) THEN
                                MOVE fi_annee TO WrgpDerniere(fi_numE)
                        END-IF
                END-IF
           END-READ
        END-PERFORM
        CLOSE finscription
        OPEN INPUT fainscript
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fainscript NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                IF ai_numE > 0 AND ai_numE < 10000 THEN
                        IF ai_annee > WrgpDerniere(ai_numE) THEN
                                MOVE ai_annee TO WrgpDerniere(ai_numE)
                        END-IF
                END-IF
           END-READ
        END-PERFORM
        CLOSE fainscript
        OPEN INPUT ffacture
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ ffacture NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                IF ft_numE > 0 THEN
                        IF ft_annee > WrgpDerniere(ft_numE) THEN
                                MOVE ft_annee TO WrgpDerniere(ft_numE)
                        END-IF
                        IF ft_statut = 'Impaye    ' THEN
                                MOVE 1 TO WrgpBloque(ft_numE)
                        END-IF
                END-IF
           END-READ
        END-PERFORM
        CLOSE ffacture
        OPEN INPUT flocation
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ flocation NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                IF lo_numE > 0 AND lo_numE < 10000
                   AND lo_statut = 'EnCours   ' THEN
                        MOVE 1 TO WrgpBloque(lo_numE)
                END-IF
           END-READ
        END-PERFORM
        CLOSE flocation.

        LISTER_ELEVES_RGPD.
        MOVE 0 TO WrgpCpt
        MOVE 0 TO WrgpBloqCpt
        OPEN OUTPUT frgpd
        MOVE SPACES TO rpLigne
        STRING 'Élèves sans activité depuis la saison ' WrgpLimite ' (' WrgpSaisons ' saisons) au '
               WdateSysJour '/' WdateSysMois '/' WdateSysAnnee INTO rpLigne
        WRITE rpLigne END-WRITE
        DISPLAY rpLigne
        OPEN INPUT feleve
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ feleve NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                IF fe_num > 0 THEN
                        PERFORM CLASSER_ELEVE_RGPD
                END-IF
           END-READ
        END-PERFORM
        CLOSE feleve
        PERFORM LISTER_FAMILLES_RGPD
        PERFORM LISTER_COMPTES_RGPD
        MOVE SPACES TO rpLigne
        STRING 'Élèves à anonymiser : ' WrgpCpt ' - écartés (facture impayée ou location en cours) : ' WrgpBloqCpt INTO rpLigne
        WRITE rpLigne END-WRITE
        CLOSE frgpd
        DISPLAY rpLigne
        DISPLAY 'Liste écrite dans rgpd.txt'.

        CLASSER_ELEVE_RGPD.
        IF fe_nom = 'ANONYME' THEN
                CONTINUE
        ELSE IF WrgpDerniere(fe_num) > WrgpLimite THEN
                IF fe_numFam > 0 THEN
                        MOVE 1 TO WrgpFamActif(fe_numFam)
                END-IF
        ELSE
                IF WrgpDerniere(fe_num) = 0 THEN
                        MOVE 'aucune' TO WrgpSaison
                ELSE
                        MOVE SPACES TO WrgpSaison
                        MOVE WrgpDerniere(fe_num) TO WrgpSaison
                END-IF
                MOVE SPACES TO rpLigne
                IF WrgpBloque(fe_num) = 1 THEN
                        COMPUTE WrgpBloqCpt = WrgpBloqCpt + 1
                        IF fe_numFam > 0 THEN
                                MOVE 1 TO WrgpFamActif(fe_numFam)
                        END-IF
                        STRING 'Écarté  ' fe_num ' ' fe_nom ' ' fe_prenom ' dernière saison ' WrgpSaison
                               ' : facture impayée ou location en cours' INTO rpLigne
                ELSE
                        COMPUTE WrgpCpt = WrgpCpt + 1
                        MOVE 1 TO WrgpPurge(fe_num)
                        IF fe_numFam > 0 THEN
                                MOVE 1 TO WrgpFamPurge(fe_numFam)
                        END-IF
                        STRING 'Élève   ' fe_num ' ' fe_nom ' ' fe_prenom ' dernière saison ' WrgpSaison INTO rpLigne
                END-IF
                WRITE rpLigne END-WRITE
                DISPLAY rpLigne
        END-IF
        END-IF.

        LISTER_FAMILLES_RGPD.
        OPEN INPUT ffamille
        PERFORM VARYING WrgpI FROM 1 BY 1 UNTIL WrgpI > 9999
                IF WrgpFamPurge(WrgpI) = 1 AND WrgpFamActif(WrgpI) = 0 THEN
                        MOVE WrgpI TO fm_num
                        READ ffamille
                        INVALID KEY
                                MOVE 0 TO WrgpFamPurge(WrgpI)
                        NOT INVALID KEY
                                IF fm_nom = 'ANONYME' THEN
                                        MOVE 0 TO WrgpFamPurge(WrgpI)
                                ELSE
                                        MOVE SPACES TO rpLigne
                                        STRING 'Famille ' fm_num ' ' fm_nom ' ' fm_prenom ' : plus aucun enfant actif' INTO rpLigne
                                        WRITE rpLigne END-WRITE
                                        DISPLAY rpLigne
                                END-IF
                        END-READ
                END-IF
        END-PERFORM
        CLOSE ffamille.

        LISTER_COMPTES_RGPD.
        OPEN INPUT fcompte
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fcompte NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                IF co_role = 'Eleve     ' AND co_numLie > 0 AND co_numLie < 10000 THEN
                        IF WrgpPurge(co_numLie) = 1 THEN
                                MOVE SPACES TO rpLigne
                                STRING 'Compte  ' co_login ' de l élève ' co_numLie ' : sera désactivé' INTO rpLigne
                                WRITE rpLigne END-WRITE
                                DISPLAY rpLigne
                        END-IF
                END-IF
           END-READ
        END-PERFORM
        CLOSE fcompte.

        ANONYMISER_ELEVES_RGPD.
        MOVE 0 TO WrgpAnon
        OPEN I-O feleve
        PERFORM VARYING WrgpI FROM 1 BY 1 UNTIL WrgpI > 9999
                IF WrgpPurge(WrgpI) = 1 THEN
                        PERFORM ANONYMISER_UN_ELEVE
                END-IF
        END-PERFORM
        CLOSE feleve.

        ANONYMISER_UN_ELEVE.
        MOVE WrgpI TO fe_num
        READ feleve
        INVALID KEY
                MOVE 0 TO WrgpPurge(WrgpI)
        NOT INVALID KEY
                MOVE 'ANONYME' TO fe_nom
                MOVE SPACES TO fe_prenom
                MOVE SPACES TO fe_tel
                MOVE SPACES TO fe_email
                REWRITE elTampon END-REWRITE
                COMPUTE WrgpAnon = WrgpAnon + 1
                IF WrgpDerniere(WrgpI) = 0 THEN
                        MOVE 'aucune' TO WrgpSaison
                ELSE
                        MOVE SPACES TO WrgpSaison
                        MOVE WrgpDerniere(WrgpI) TO WrgpSaison
                END-IF
                MOVE 'PURGE_RGPD' TO Waud_para
                MOVE fe_num TO Waud_cle
                MOVE SPACES TO Waud_anc
                MOVE SPACES TO Waud_nouv
                STRING 'Eleve anonymise, derniere saison ' WrgpSaison INTO Waud_nouv
                PERFORM JOURNALISER
        END-READ.

        DESACTIVER_COMPTES_RGPD.
        MOVE 0 TO WrgpCptNb
        MOVE 0 TO WrgpCptDes
        OPEN I-O fcompte
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fcompte NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                IF co_role = 'Eleve     ' AND co_numLie > 0 AND co_numLie < 10000 THEN
                        IF WrgpPurge(co_numLie) = 1 THEN
                                IF WrgpCptNb < 500 THEN
                                        COMPUTE WrgpCptNb = WrgpCptNb + 1
                                        MOVE co_login TO WrgpCptLogin(WrgpCptNb)
                                ELSE
                                        DISPLAY 'Compte non désactivé (table pleine) : ', co_login
                                END-IF
                        END-IF
                END-IF
           END-READ
        END-PERFORM
        PERFORM VARYING WrgpI FROM 1 BY 1 UNTIL WrgpI > WrgpCptNb
                PERFORM DESACTIVER_UN_COMPTE
        END-PERFORM
        CLOSE fcompte.

        DESACTIVER_UN_COMPTE.
        MOVE WrgpCptLogin(WrgpI) TO co_login
        READ fcompte
        INVALID KEY
                CONTINUE
        NOT INVALID KEY
                MOVE co_numLie TO WrgpNumLie
                MOVE SPACES TO co_mdp
                MOVE 'Inactif   ' TO co_role
                MOVE 0 TO WrgpRang
                MOVE 0 TO WrgpEcrit
                PERFORM WITH TEST AFTER UNTIL WrgpEcrit = 1 OR WrgpRang = 99
                        COMPUTE WrgpRang = WrgpRang + 1
                        MOVE SPACES TO co_login
                        STRING 'INACTIF-' WrgpNumLie '-' WrgpRang INTO co_login
                        WRITE coTampon
                        INVALID KEY
                                CONTINUE
                        NOT INVALID KEY
                                MOVE 1 TO WrgpEcrit
                        END-WRITE
                END-PERFORM
                IF WrgpEcrit = 1 THEN
                        MOVE co_login TO WrgpLogin
                        MOVE WrgpCptLogin(WrgpI) TO co_login
                        DELETE fcompte RECORD END-DELETE
                        COMPUTE WrgpCptDes = WrgpCptDes + 1
                        MOVE 'PURGE_RGPD' TO Waud_para
                        MOVE WrgpNumLie TO Waud_cle
                        MOVE SPACES TO Waud_anc
                        MOVE SPACES TO Waud_nouv
                        STRING 'Compte eleve desactive : ' WrgpLogin INTO Waud_nouv
                        PERFORM JOURNALISER
                ELSE
                        DISPLAY 'ERREUR : compte 'WrgpCptLogin(WrgpI)' de l élève 'WrgpNumLie' non désactivé (statut 'co_stat')'
                END-IF
        END-READ.

        ANONYMISER_FAMILLES_RGPD.
        MOVE 0 TO WrgpFamCpt
        OPEN I-O ffamille
        PERFORM VARYING WrgpI FROM 1 BY 1 UNTIL WrgpI > 9999
                IF WrgpFamPurge(WrgpI) = 1 AND WrgpFamActif(WrgpI) = 0 THEN
                        MOVE WrgpI TO fm_num
                        READ ffamille
                        INVALID KEY
                                CONTINUE
                        NOT INVALID KEY
                                MOVE 'ANONYME' TO fm_nom
                                MOVE SPACES TO fm_prenom
                                MOVE SPACES TO fm_tel
                                MOVE SPACES TO fm_adresse
                                MOVE SPACES TO fm_email
                                REWRITE fmTampon END-REWRITE
                                COMPUTE WrgpFamCpt = WrgpFamCpt + 1
                                MOVE 'PURGE_RGPD' TO Waud_para
                                MOVE fm_num TO Waud_cle
                                MOVE SPACES TO Waud_anc
                                MOVE SPACES TO Waud_nouv
                                STRING 'Famille anonymisee' INTO Waud_nouv
                                PERFORM JOURNALISER
                        END-READ
                END-IF
        END-PERFORM
        CLOSE ffamille.

        SUPPRIMER_DONNEES_RGPD.
        MOVE 0 TO WrgpDocCpt
        OPEN I-O fdocument
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fdocument NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                IF do_numE > 0 AND do_numE < 10000 THEN
                        IF WrgpPurge(do_numE) = 1 THEN
                                DELETE fdocument RECORD END-DELETE
                                COMPUTE WrgpDocCpt = WrgpDocCpt + 1
                        END-IF
                END-IF
           END-READ
        END-PERFORM
        CLOSE fdocument
        MOVE 0 TO WrgpNotCpt
        OPEN I-O fnotif
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fnotif NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                IF nt_numE > 0 AND nt_numE < 10000 THEN
                        IF WrgpPurge(nt_numE) = 1 THEN
                                DELETE fnotif RECORD END-DELETE
                                COMPUTE WrgpNotCpt = WrgpNotCpt + 1
                        END-IF
                END-IF
           END-READ
        END-PERFORM
        CLOSE fnotif.

        EXPORT_RGPD.
        OPEN INPUT feleve
        DISPLAY 'Numéro de l élève :'
        ACCEPT fe_num
        READ feleve
        INVALID KEY
                DISPLAY 'Cet élève n existe pas'
        NOT INVALID KEY
                PERFORM ECRIRE_EXPORT_RGPD
        END-READ
        CLOSE feleve.

        ECRIRE_EXPORT_RGPD.
        MOVE fe_num TO WrgpNumE
        MOVE SPACES TO WrgpFichier
        STRING 'rgpd.' WrgpNumE '.txt' INTO WrgpFichier
        ACCEPT WdateSys FROM DATE YYYYMMDD
        OPEN OUTPUT fdonnees
        MOVE SPACES TO dnLigne
        STRING 'Données détenues sur l élève ' fe_num ' au ' WdateSysJour '/' WdateSysMois '/' WdateSysAnnee INTO dnLigne
        WRITE dnLigne END-WRITE
        MOVE SPACES TO dnLigne
        WRITE dnLigne END-WRITE
        MOVE '--- Identité ---' TO dnLigne
        WRITE dnLigne END-WRITE
        MOVE SPACES TO dnLigne
        STRING 'Nom         : ' fe_nom INTO dnLigne
        WRITE dnLigne END-WRITE
        MOVE SPACES TO dnLigne
        STRING 'Prénom      : ' fe_prenom INTO dnLigne
        WRITE dnLigne END-WRITE
        MOVE SPACES TO dnLigne
        STRING 'Téléphone   : ' fe_tel INTO dnLigne
        WRITE dnLigne END-WRITE
        MOVE SPACES TO dnLigne
        STRING 'E-mail      : ' fe_email INTO dnLigne
        WRITE dnLigne END-WRITE
        MOVE fe_niveau TO WnivCode
        PERFORM LIBELLE_NIVEAU
        MOVE SPACES TO dnLigne
        STRING 'Niveau      : ' WnivLib INTO dnLigne
        WRITE dnLigne END-WRITE
        IF fe_numFam > 0 THEN
                OPEN INPUT ffamille
                MOVE fe_numFam TO fm_num
                READ ffamille
                INVALID KEY
                        CONTINUE
                NOT INVALID KEY
                        MOVE SPACES TO dnLigne
                        STRING 'Famille     : ' fm_num ' ' fm_nom ' ' fm_prenom ' tel ' fm_tel INTO dnLigne
                        WRITE dnLigne END-WRITE
                        MOVE SPACES TO dnLigne
                        STRING '              ' fm_adresse ' ' fm_email INTO dnLigne
                        WRITE dnLigne END-WRITE
                END-READ
                CLOSE ffamille
        END-IF
        IF fe_numGrp > 0 THEN
                OPEN INPUT fgroupe
                MOVE fe_numGrp TO gp_num
                READ fgroupe
                INVALID KEY
                        CONTINUE
                NOT INVALID KEY
                        MOVE SPACES TO dnLigne
                        STRING 'Groupe      : ' gp_num ' ' gp_nom INTO dnLigne
                        WRITE dnLigne END-WRITE
                END-READ
                CLOSE fgroupe
        END-IF
        PERFORM EXPORTER_COMPTES_RGPD
        PERFORM EXPORTER_DOCUMENTS_RGPD
        PERFORM EXPORTER_INSCRIPTIONS_RGPD
        PERFORM EXPORTER_ARCHIVES_RGPD
        PERFORM EXPORTER_FACTURES_RGPD
        PERFORM EXPORTER_PRESENCES_RGPD
        PERFORM EXPORTER_EVALUATIONS_RGPD
        PERFORM EXPORTER_DEMANDES_RGPD
        PERFORM EXPORTER_LOCATIONS_RGPD
        PERFORM EXPORTER_MESSAGES_RGPD
        CLOSE fdonnees
        MOVE 'EXPORT_RGPD' TO Waud_para
        MOVE WrgpNumE TO Waud_cle
        MOVE SPACES TO Waud_anc
        MOVE SPACES TO Waud_nouv
        STRING 'Export des donnees dans ' WrgpFichier INTO Waud_nouv
        PERFORM JOURNALISER
        DISPLAY 'Données de l élève écrites dans ', WrgpFichier.

        TITRE_EXPORT_RGPD.
        MOVE SPACES TO dnLigne
        WRITE dnLigne END-WRITE
        MOVE SPACES TO dnLigne
        STRING '--- ' WrgpTitre INTO dnLigne
        WRITE dnLigne END-WRITE
        MOVE 0 TO WrgpNb.

        FIN_EXPORT_RGPD.
        IF WrgpNb = 0 THEN
                MOVE '  (aucune donnée)' TO dnLigne
                WRITE dnLigne END-WRITE
        END-IF.

        EXPORTER_COMPTES_RGPD.
        MOVE 'Comptes de connexion ---' TO WrgpTitre
        PERFORM TITRE_EXPORT_RGPD
        OPEN INPUT fcompte
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fcompte NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                IF (co_role = 'Eleve     ' OR co_role = 'Inactif   ')
                   AND co_numLie = WrgpNumE THEN
                        COMPUTE WrgpNb = WrgpNb + 1
                        MOVE SPACES TO dnLigne
                        STRING 'Identifiant ' co_login ' ' co_role INTO dnLigne
                        WRITE dnLigne END-WRITE
                END-IF
           END-READ
        END-PERFORM
        CLOSE fcompte
        PERFORM FIN_EXPORT_RGPD.

        EXPORTER_DOCUMENTS_RGPD.
        MOVE 'Dossier (assurance, certificat, contact) ---' TO WrgpTitre
        PERFORM TITRE_EXPORT_RGPD
        OPEN INPUT fdocument
        MOVE WrgpNumE TO do_numE
        START fdocument, KEY IS = do_numE
        INVALID KEY
                CONTINUE
        NOT INVALID KEY
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fdocument NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        IF do_numE = WrgpNumE THEN
                                COMPUTE WrgpNb = WrgpNb + 1
                                PERFORM LIBELLE_TYPE_DOC
                                MOVE SPACES TO dnLigne
                                IF do_type = 3 THEN
                                        STRING WdocLib ' ' do_nomContact ' tel ' do_telContact INTO dnLigne
                                ELSE
                                        STRING WdocLib ' ' do_ref ' expire le ' do_expJour '/' do_expMois '/' do_expAnnee INTO dnLigne
                                END-IF
                                WRITE dnLigne END-WRITE
                        ELSE
                                MOVE 1 TO Wfin
                        END-IF
                   END-READ
                END-PERFORM
        END-START
        CLOSE fdocument
        PERFORM FIN_EXPORT_RGPD.

        EXPORTER_INSCRIPTIONS_RGPD.
        MOVE 'Inscriptions ---' TO WrgpTitre
        PERFORM TITRE_EXPORT_RGPD
        OPEN INPUT finscription
        OPEN INPUT fcours
        MOVE WrgpNumE TO fi_numE
        START finscription, KEY IS = fi_numE
        INVALID KEY
                CONTINUE
        NOT INVALID KEY
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ finscription NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        IF fi_numE = WrgpNumE THEN
                                COMPUTE WrgpNb = WrgpNb + 1
                                MOVE fi_numC TO fc_num
                                READ fcours
                                INVALID KEY
                                        MOVE SPACES TO fc_activite
                                        MOVE SPACES TO fc_horaire
                                        MOVE 0 TO fc_jour
                                        MOVE 0 TO fc_mois
                                        MOVE 0 TO fc_annee
                                END-READ
                                MOVE SPACES TO dnLigne
                                STRING 'Cours ' fi_numC ' ' fc_activite(1:15) ' le ' fc_jour '/' fc_mois '/' fc_annee ' ' fc_horaire(1:15)
                                       ' ' fi_typeAbo ' séance ' fi_noSeance ' saison ' fi_annee INTO dnLigne
                                WRITE dnLigne END-WRITE
                        ELSE
                                MOVE 1 TO Wfin
                        END-IF
                   END-READ
                END-PERFORM
        END-START
        CLOSE fcours
        CLOSE finscription
        PERFORM FIN_EXPORT_RGPD.

        EXPORTER_ARCHIVES_RGPD.
        MOVE 'Inscriptions archivées ---' TO WrgpTitre
        PERFORM TITRE_EXPORT_RGPD
        OPEN INPUT fainscript
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fainscript NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                IF ai_numE = WrgpNumE THEN
                        COMPUTE WrgpNb = WrgpNb + 1
                        MOVE SPACES TO dnLigne
                        STRING 'Cours ' ai_numC ' saison ' ai_annee INTO dnLigne
                        WRITE dnLigne END-WRITE
                END-IF
           END-READ
        END-PERFORM
        CLOSE fainscript
        PERFORM FIN_EXPORT_RGPD.

        EXPORTER_FACTURES_RGPD.
        MOVE 'Factures et paiements ---' TO WrgpTitre
        PERFORM TITRE_EXPORT_RGPD
        OPEN INPUT ffacture
        OPEN INPUT fpaiement
        MOVE WrgpNumE TO ft_numE
        START ffacture, KEY IS = ft_numE
        INVALID KEY
                CONTINUE
        NOT INVALID KEY
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ ffacture NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        IF ft_numE = WrgpNumE THEN
                                COMPUTE WrgpNb = WrgpNb + 1
                                MOVE ft_tarif TO WrgpMontant
                                MOVE SPACES TO dnLigne
                                STRING 'Facture ' ft_numFact ' du ' ft_jour '/' ft_mois '/' ft_annee ' ' ft_typeAbo ' '
                                       ft_nbSeances ' séances ' WrgpMontant ' ' ft_statut INTO dnLigne
                                WRITE dnLigne END-WRITE
                                PERFORM EXPORTER_PAIEMENTS_RGPD
                        ELSE
                                MOVE 1 TO Wfin
                        END-IF
                   END-READ
                END-PERFORM
        END-START
        CLOSE fpaiement
        CLOSE ffacture
        PERFORM FIN_EXPORT_RGPD.

        EXPORTER_PAIEMENTS_RGPD.
        MOVE ft_numFact TO py_numFact
        START fpaiement, KEY IS = py_numFact
        INVALID KEY
                CONTINUE
        NOT INVALID KEY
                MOVE 0 TO Wfin2
                PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                   READ fpaiement NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                        IF py_numFact = ft_numFact THEN
                                MOVE py_montant TO WrgpMontant
                                MOVE SPACES TO dnLigne
                                STRING '    Paiement ' py_rang ' du ' py_jour '/' py_mois '/' py_annee ' ' WrgpMontant ' ' py_mode INTO dnLigne
                                WRITE dnLigne END-WRITE
                        ELSE
                                MOVE 1 TO Wfin2
                        END-IF
                   END-READ
                END-PERFORM
        END-START.

        EXPORTER_PRESENCES_RGPD.
        MOVE 'Présences ---' TO WrgpTitre
        PERFORM TITRE_EXPORT_RGPD
        OPEN INPUT fpresence
        MOVE WrgpNumE TO pr_numE
        START fpresence, KEY IS = pr_numE
        INVALID KEY
                CONTINUE
        NOT INVALID KEY
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fpresence NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        IF pr_numE = WrgpNumE THEN
                                COMPUTE WrgpNb = WrgpNb + 1
                                MOVE SPACES TO dnLigne
                                STRING 'Cours ' pr_numC ' le ' pr_jour '/' pr_mois '/' pr_annee ' ' pr_statut INTO dnLigne
                                WRITE dnLigne END-WRITE
                        ELSE
                                MOVE 1 TO Wfin
                        END-IF
                   END-READ
                END-PERFORM
        END-START
        CLOSE fpresence
        PERFORM FIN_EXPORT_RGPD.

        EXPORTER_EVALUATIONS_RGPD.
        MOVE 'Évaluations ---' TO WrgpTitre
        PERFORM TITRE_EXPORT_RGPD
        OPEN INPUT faudit
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ faudit NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                IF au_paragraphe = 'EVALUER_ELEVE' AND au_cle = WrgpNumE THEN
                        COMPUTE WrgpNb = WrgpNb + 1
                        MOVE SPACES TO dnLigne
                        STRING 'Évaluation du ' au_date(5:2) '/' au_date(3:2) '/' au_date(1:2) ' : ' au_ancienne(41:11)
                               ' -> ' au_nouvelle(41:11) INTO dnLigne
                        WRITE dnLigne END-WRITE
                END-IF
           END-READ
        END-PERFORM
        CLOSE faudit
        PERFORM FIN_EXPORT_RGPD.

        EXPORTER_DEMANDES_RGPD.
        MOVE 'Demandes d inscription ---' TO WrgpTitre
        PERFORM TITRE_EXPORT_RGPD
        OPEN INPUT fdemande
        MOVE WrgpNumE TO dm_numE
        START fdemande, KEY IS = dm_numE
        INVALID KEY
                CONTINUE
        NOT INVALID KEY
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fdemande NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        IF dm_numE = WrgpNumE THEN
                                COMPUTE WrgpNb = WrgpNb + 1
                                MOVE SPACES TO dnLigne
                                STRING 'Demande ' dm_numDem ' cours ' dm_numC ' du ' dm_jour '/' dm_mois '/' dm_annee ' '
                                       dm_statut ' ' dm_motif INTO dnLigne
                                WRITE dnLigne END-WRITE
                        ELSE
                                MOVE 1 TO Wfin
                        END-IF
                   END-READ
                END-PERFORM
        END-START
        CLOSE fdemande
        PERFORM FIN_EXPORT_RGPD.

        EXPORTER_LOCATIONS_RGPD.
        MOVE 'Locations de matériel ---' TO WrgpTitre
        PERFORM TITRE_EXPORT_RGPD
        OPEN INPUT flocation
        MOVE WrgpNumE TO lo_numE
        START flocation, KEY IS = lo_numE
        INVALID KEY
                CONTINUE
        NOT INVALID KEY
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ flocation NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        IF lo_numE = WrgpNumE THEN
                                COMPUTE WrgpNb = WrgpNb + 1
                                MOVE SPACES TO dnLigne
                                STRING 'Location ' lo_numLoc ' matériel ' lo_numMat ' du ' lo_debJour '/' lo_debMois '/' lo_debAnnee
                                       ' au ' lo_retJour '/' lo_retMois '/' lo_retAnnee ' ' lo_statut INTO dnLigne
                                WRITE dnLigne END-WRITE
                        ELSE
                                MOVE 1 TO Wfin
                        END-IF
                   END-READ
                END-PERFORM
        END-START
        CLOSE flocation
        PERFORM FIN_EXPORT_RGPD.

        EXPORTER_MESSAGES_RGPD.
        MOVE 'Messages SMS et e-mail ---' TO WrgpTitre
        PERFORM TITRE_EXPORT_RGPD
        OPEN INPUT fnotif
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fnotif NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                IF nt_numE = WrgpNumE THEN
                        COMPUTE WrgpNb = WrgpNb + 1
                        MOVE SPACES TO dnLigne
                        STRING 'Message ' nt_num ' du ' nt_jour '/' nt_mois '/' nt_annee ' ' nt_evenement ' ' nt_statut ' : ' nt_message INTO dnLigne
                        WRITE dnLigne END-WRITE
                END-IF
           END-READ
        END-PERFORM
        CLOSE fnotif
        PERFORM FIN_EXPORT_RGPD.

        SAUVEGARDE_JOUR.
        ACCEPT WdateSys FROM DATE YYYYMMDD
        MOVE WdateSys TO WsauvDate
        MOVE 0 TO WsauvTotal
        MOVE 0 TO WsauvErreurs
        OPEN EXTEND fsauvlog
        IF sl_stat = 35 THEN
                OPEN OUTPUT fsauvlog
        END-IF
        DISPLAY '_______________________________'
        DISPLAY 'Sauvegarde du jeu de fichiers du 'WsauvDate
        PERFORM SAUVER_PROF
        PERFORM SAUVER_ELEVE
        PERFORM SAUVER_COURS
        PERFORM SAUVER_INSCRIPTION
        PERFORM SAUVER_FACTURE
        PERFORM SAUVER_PAIEMENT
        PERFORM SAUVER_ATTENTE
        PERFORM SAUVER_COMPTE
        PERFORM SAUVER_ABSENCE
        PERFORM SAUVER_PRESENCE
        PERFORM SAUVER_FAMILLE
        PERFORM SAUVER_CLOTURE
        PERFORM SAUVER_FERMETURE
        PERFORM SAUVER_TARIF
        PERFORM SAUVER_COMPTEUR
        PERFORM SAUVER_DEMANDE
        PERFORM SAUVER_MATERIEL
        PERFORM SAUVER_LOCATION
        PERFORM SAUVER_BON
        PERFORM SAUVER_GROUPE
        PERFORM SAUVER_DISPO
        PERFORM SAUVER_DOCUMENT
        PERFORM SAUVER_NOTIF
        CLOSE fsauvlog
        DISPLAY 'Sauvegarde terminée, journal dans sauvegarde.txt'
        DISPLAY '_______________________________'.

        SAUVER_PROF.
        MOVE SPACES TO WsauvFichier
        STRING 'prof.' WsauvDate INTO WsauvFichier
        MOVE 'fprof.dat' TO WsauvSource
        OPEN OUTPUT fsauve
        MOVE sv_stat TO WsauvStat
        OPEN INPUT fprof
        MOVE 0 TO WsauvCpt
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fprof NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                MOVE profTampon TO svTampon
                WRITE svTampon END-WRITE
                IF sv_stat NOT = 0 THEN
                        MOVE sv_stat TO WsauvStat
                END-IF
                COMPUTE WsauvCpt = WsauvCpt + 1
           END-READ
        END-PERFORM
        CLOSE fprof
        CLOSE fsauve
        PERFORM JOURNAL_SAUVEGARDE.

        SAUVER_ELEVE.
        MOVE SPACES TO WsauvFichier
        STRING 'eleve.' WsauvDate INTO WsauvFichier
        MOVE 'eleve.dat' TO WsauvSource
        OPEN OUTPUT fsauve
        MOVE sv_stat TO WsauvStat
        OPEN INPUT feleve
        MOVE 0 TO WsauvCpt
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ feleve NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                MOVE elTampon TO svTampon
                WRITE svTampon END-WRITE
                IF sv_stat NOT = 0 THEN
                        MOVE sv_stat TO WsauvStat
                END-IF
                COMPUTE WsauvCpt = WsauvCpt + 1
           END-READ
        END-PERFORM
        CLOSE feleve
        CLOSE fsauve
        PERFORM JOURNAL_SAUVEGARDE.

        SAUVER_COURS.
        MOVE SPACES TO WsauvFichier
        STRING 'cours.' WsauvDate INTO WsauvFichier
        MOVE 'cours.dat' TO WsauvSource
        OPEN OUTPUT fsauve
        MOVE sv_stat TO WsauvStat
        OPEN INPUT fcours
        MOVE 0 TO WsauvCpt
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fcours NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                MOVE cTampon TO svTampon
                WRITE svTampon END-WRITE
                IF sv_stat NOT = 0 THEN
                        MOVE sv_stat TO WsauvStat
                END-IF
                COMPUTE WsauvCpt = WsauvCpt + 1
           END-READ
        END-PERFORM
        CLOSE fcours
        CLOSE fsauve
        PERFORM JOURNAL_SAUVEGARDE.

        SAUVER_INSCRIPTION.
        MOVE SPACES TO WsauvFichier
        STRING 'inscription.' WsauvDate INTO WsauvFichier
        MOVE 'finscription.dat' TO WsauvSource
        OPEN OUTPUT fsauve
        MOVE sv_stat TO WsauvStat
        OPEN INPUT finscription
        MOVE 0 TO WsauvCpt
        MOVE 0 TO Wfin
           NOT AT END
                MOVE insTampon TO svTampon
                WRITE svTampon END-WRITE
                IF sv_stat NOT = 0 THEN
                        MOVE sv_stat TO WsauvStat
                END-IF
                COMPUTE WsauvCpt = WsauvCpt + 1
           END-READ
        END-PERFORM
        STRING 'facture.' WsauvDate INTO WsauvFichier
        MOVE 'facture.dat' TO WsauvSource
        OPEN OUTPUT fsauve
        MOVE sv_stat TO WsauvStat
        OPEN INPUT ffacture
        MOVE 0 TO WsauvCpt
        MOVE 0 TO Wfin
           NOT AT END
                MOVE ftTampon TO svTampon
                WRITE svTampon END-WRITE
                IF sv_stat NOT = 0 THEN
                        MOVE sv_stat TO WsauvStat
                END-IF
                COMPUTE WsauvCpt = WsauvCpt + 1
           END-READ
        END-PERFORM
        STRING 'paiement.' WsauvDate INTO WsauvFichier
        MOVE 'paiement.dat' TO WsauvSource
        OPEN OUTPUT fsauve
        MOVE sv_stat TO WsauvStat
        OPEN INPUT fpaiement
        MOVE 0 TO WsauvCpt
        MOVE 0 TO Wfin
           NOT AT END
                MOVE pyTampon TO svTampon
                WRITE svTampon END-WRITE
                IF sv_stat NOT = 0 THEN
                        MOVE sv_stat TO WsauvStat
                END-IF
                COMPUTE WsauvCpt = WsauvCpt + 1
           END-READ
        END-PERFORM
        STRING 'attente.' WsauvDate INTO WsauvFichier
        MOVE 'attente.dat' TO WsauvSource
        OPEN OUTPUT fsauve
        MOVE sv_stat TO WsauvStat
        OPEN INPUT fattente
        MOVE 0 TO WsauvCpt
        MOVE 0 TO Wfin
           NOT AT END
                MOVE wtTampon TO svTampon
                WRITE svTampon END-WRITE
                IF sv_stat NOT = 0 THEN
                        MOVE sv_stat TO WsauvStat
                END-IF
                COMPUTE WsauvCpt = WsauvCpt + 1
           END-READ
        END-PERFORM
        STRING 'compte.' WsauvDate INTO WsauvFichier
        MOVE 'compte.dat' TO WsauvSource
        OPEN OUTPUT fsauve
        MOVE sv_stat TO WsauvStat
        OPEN INPUT fcompte
        MOVE 0 TO WsauvCpt
        MOVE 0 TO Wfin
           NOT AT END
                MOVE coTampon TO svTampon
                WRITE svTampon END-WRITE
                IF sv_stat NOT = 0 THEN
                        MOVE sv_stat TO WsauvStat
                END-IF
                COMPUTE WsauvCpt = WsauvCpt + 1
           END-READ
        END-PERFORM
        CLOSE fcompte
        CLOSE fsauve
        PERFORM JOURNAL_SAUVEGARDE.

        SAUVER_ABSENCE.
        MOVE SPACES TO WsauvFichier
        STRING 'absence.' WsauvDate INTO WsauvFichier
        MOVE 'absence.dat' TO WsauvSource
        OPEN OUTPUT fsauve
        MOVE sv_stat TO WsauvStat
        OPEN INPUT fabsence
        MOVE 0 TO WsauvCpt
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fabsence NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                MOVE abTampon TO svTampon
                WRITE svTampon END-WRITE
                IF sv_stat NOT = 0 THEN
                        MOVE sv_stat TO WsauvStat
                END-IF
                COMPUTE WsauvCpt = WsauvCpt + 1
           END-READ
        END-PERFORM
        CLOSE fabsence
        CLOSE fsauve
        PERFORM JOURNAL_SAUVEGARDE.

        SAUVER_PRESENCE.
        MOVE SPACES TO WsauvFichier
        STRING 'presence.' WsauvDate INTO WsauvFichier
        MOVE 'presence.dat' TO WsauvSource
        OPEN OUTPUT fsauve
        MOVE sv_stat TO WsauvStat
        OPEN INPUT fpresence
        MOVE 0 TO WsauvCpt
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fpresence NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                MOVE prTampon TO svTampon
                WRITE svTampon END-WRITE
                IF sv_stat NOT = 0 THEN
                        MOVE sv_stat TO WsauvStat
                END-IF
                COMPUTE WsauvCpt = WsauvCpt + 1
           END-READ
        END-PERFORM
        CLOSE fpresence
        CLOSE fsauve
        PERFORM JOURNAL_SAUVEGARDE.

        SAUVER_FAMILLE.
        MOVE SPACES TO WsauvFichier
        STRING 'famille.' WsauvDate INTO WsauvFichier
        MOVE 'famille.dat' TO WsauvSource
        OPEN OUTPUT fsauve
        MOVE sv_stat TO WsauvStat
        OPEN INPUT ffamille
        MOVE 0 TO WsauvCpt
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ ffamille NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                MOVE fmTampon TO svTampon
                WRITE svTampon END-WRITE
                IF sv_stat NOT = 0 THEN
                        MOVE sv_stat TO WsauvStat
                END-IF
                COMPUTE WsauvCpt = WsauvCpt + 1
           END-READ
        END-PERFORM
        CLOSE ffamille
        CLOSE fsauve
        PERFORM JOURNAL_SAUVEGARDE.

        SAUVER_CLOTURE.
        MOVE SPACES TO WsauvFichier
        STRING 'cloture.' WsauvDate INTO WsauvFichier
        MOVE 'cloture.dat' TO WsauvSource
        OPEN OUTPUT fsauve
        MOVE sv_stat TO WsauvStat
        OPEN INPUT fcloture
        MOVE 0 TO WsauvCpt
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fcloture NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                MOVE clTampon TO svTampon
                WRITE svTampon END-WRITE
                IF sv_stat NOT = 0 THEN
                        MOVE sv_stat TO WsauvStat
                END-IF
                COMPUTE WsauvCpt = WsauvCpt + 1
           END-READ
        END-PERFORM
        CLOSE fcloture
        CLOSE fsauve
        PERFORM JOURNAL_SAUVEGARDE.

        SAUVER_FERMETURE.
        MOVE SPACES TO WsauvFichier
        STRING 'fermeture.' WsauvDate INTO WsauvFichier
        MOVE 'fermeture.dat' TO WsauvSource
        OPEN OUTPUT fsauve
        MOVE sv_stat TO WsauvStat
        OPEN INPUT ffermeture
        MOVE 0 TO WsauvCpt
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ ffermeture NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                MOVE fjTampon TO svTampon
                WRITE svTampon END-WRITE
                IF sv_stat NOT = 0 THEN
                        MOVE sv_stat TO WsauvStat
                END-IF
                COMPUTE WsauvCpt = WsauvCpt + 1
           END-READ
        END-PERFORM
        CLOSE ffermeture
        CLOSE fsauve
        PERFORM JOURNAL_SAUVEGARDE.

        SAUVER_TARIF.
        MOVE SPACES TO WsauvFichier
        STRING 'tarif.' WsauvDate INTO WsauvFichier
        MOVE 'tarif.dat' TO WsauvSource
        OPEN OUTPUT fsauve
        MOVE sv_stat TO WsauvStat
        OPEN INPUT ftarif
        MOVE 0 TO WsauvCpt
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ ftarif NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                MOVE taTampon TO svTampon
                WRITE svTampon END-WRITE
                IF sv_stat NOT = 0 THEN
                        MOVE sv_stat TO WsauvStat
                END-IF
                COMPUTE WsauvCpt = WsauvCpt + 1
           END-READ
        END-PERFORM
        CLOSE ftarif
        CLOSE fsauve
        PERFORM JOURNAL_SAUVEGARDE.

        RESTAURER_TARIF.
        MOVE SPACES TO WsauvFichier
        STRING 'tarif.' WsauvDate INTO WsauvFichier
        OPEN INPUT fsauve
        IF sv_stat NOT = 0 THEN
                DISPLAY 'Sauvegarde introuvable : 'WsauvFichier
        ELSE
                OPEN OUTPUT ftarif
                MOVE 0 TO WsauvCpt
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fsauve
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        MOVE svTampon TO taTampon
                        WRITE taTampon END-WRITE
                        COMPUTE WsauvCpt = WsauvCpt + 1
                   END-READ
                END-PERFORM
                CLOSE ftarif
                CLOSE fsauve
                DISPLAY 'Fichier tarif.dat reconstruit : 'WsauvCpt' enregistrement(s) rechargé(s)'
        END-IF.

        SAUVER_DEMANDE.
        MOVE SPACES TO WsauvFichier
        STRING 'demande.' WsauvDate INTO WsauvFichier
        MOVE 'demande.dat' TO WsauvSource
        OPEN OUTPUT fsauve
        MOVE sv_stat TO WsauvStat
        OPEN INPUT fdemande
        MOVE 0 TO WsauvCpt
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fdemande NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                MOVE dmTampon TO svTampon
                WRITE svTampon END-WRITE
                IF sv_stat NOT = 0 THEN
                        MOVE sv_stat TO WsauvStat
                END-IF
                COMPUTE WsauvCpt = WsauvCpt + 1
           END-READ
        END-PERFORM
        CLOSE fdemande
        CLOSE fsauve
        PERFORM JOURNAL_SAUVEGARDE.

        RESTAURER_DEMANDE.
        MOVE SPACES TO WsauvFichier
        STRING 'demande.' WsauvDate INTO WsauvFichier
        OPEN INPUT fsauve
        IF sv_stat NOT = 0 THEN
                DISPLAY 'Sauvegarde introuvable : 'WsauvFichier
        ELSE
                OPEN OUTPUT fdemande
                MOVE 0 TO WsauvCpt
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fsauve
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        MOVE svTampon TO dmTampon
                        WRITE dmTampon END-WRITE
                        COMPUTE WsauvCpt = WsauvCpt + 1
                   END-READ
                END-PERFORM
                CLOSE fdemande
                CLOSE fsauve
                DISPLAY 'Fichier demande.dat reconstruit : 'WsauvCpt' enregistrement(s) rechargé(s)'
        END-IF.

        SAUVER_COMPTEUR.
        MOVE SPACES TO WsauvFichier
        STRING 'compteur.' WsauvDate INTO WsauvFichier
        MOVE 'compteur.dat' TO WsauvSource
        OPEN OUTPUT fsauve
        MOVE sv_stat TO WsauvStat
        OPEN INPUT fcompteur
        MOVE 0 TO WsauvCpt
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fcompteur NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                MOVE cnTampon TO svTampon
                WRITE svTampon END-WRITE
                IF sv_stat NOT = 0 THEN
                        MOVE sv_stat TO WsauvStat
                END-IF
                COMPUTE WsauvCpt = WsauvCpt + 1
           END-READ
        END-PERFORM
        CLOSE fcompteur
        CLOSE fsauve
        PERFORM JOURNAL_SAUVEGARDE.

        RESTAURER_COMPTEUR.
        MOVE SPACES TO WsauvFichier
        STRING 'compteur.' WsauvDate INTO WsauvFichier
        OPEN INPUT fsauve
        IF sv_stat NOT = 0 THEN
                DISPLAY 'Sauvegarde introuvable : 'WsauvFichier
        ELSE
                OPEN OUTPUT fcompteur
                MOVE 0 TO WsauvCpt
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fsauve
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        MOVE svTampon TO cnTampon
                        WRITE cnTampon END-WRITE
                        COMPUTE WsauvCpt = WsauvCpt + 1
                   END-READ
                END-PERFORM
                CLOSE fcompteur
                CLOSE fsauve
                DISPLAY 'Fichier compteur.dat reconstruit : 'WsauvCpt' enregistrement(s) rechargé(s)'
        END-IF.

        SAUVER_MATERIEL.
        MOVE SPACES TO WsauvFichier
        STRING 'materiel.' WsauvDate INTO WsauvFichier
        MOVE 'materiel.dat' TO WsauvSource
        OPEN OUTPUT fsauve
        MOVE sv_stat TO WsauvStat
        OPEN INPUT fmateriel
        MOVE 0 TO WsauvCpt
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fmateriel NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                MOVE mtTampon TO svTampon
                WRITE svTampon END-WRITE
                IF sv_stat NOT = 0 THEN
                        MOVE sv_stat TO WsauvStat
                END-IF
                COMPUTE WsauvCpt = WsauvCpt + 1
           END-READ
        END-PERFORM
        CLOSE fmateriel
        CLOSE fsauve
        PERFORM JOURNAL_SAUVEGARDE.

        RESTAURER_MATERIEL.
        MOVE SPACES TO WsauvFichier
        STRING 'materiel.' WsauvDate INTO WsauvFichier
        OPEN INPUT fsauve
        IF sv_stat NOT = 0 THEN
                DISPLAY 'Sauvegarde introuvable : 'WsauvFichier
        ELSE
                OPEN OUTPUT fmateriel
                MOVE 0 TO WsauvCpt
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fsauve
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        MOVE svTampon TO mtTampon
                        WRITE mtTampon END-WRITE
                        COMPUTE WsauvCpt = WsauvCpt + 1
                   END-READ
                END-PERFORM
                CLOSE fmateriel
                CLOSE fsauve
                DISPLAY 'Fichier materiel.dat reconstruit : 'WsauvCpt' enregistrement(s) rechargé(s)'
        END-IF.

        SAUVER_LOCATION.
        MOVE SPACES TO WsauvFichier
        STRING 'location.' WsauvDate INTO WsauvFichier
        MOVE 'location.dat' TO WsauvSource
        OPEN OUTPUT fsauve
        MOVE sv_stat TO WsauvStat
        OPEN INPUT flocation
        MOVE 0 TO WsauvCpt
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ flocation NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                MOVE loTampon TO svTampon
                WRITE svTampon END-WRITE
                IF sv_stat NOT = 0 THEN
                        MOVE sv_stat TO WsauvStat
                END-IF
                COMPUTE WsauvCpt = WsauvCpt + 1
           END-READ
        END-PERFORM
        CLOSE flocation
        CLOSE fsauve
        PERFORM JOURNAL_SAUVEGARDE.

        RESTAURER_LOCATION.
        MOVE SPACES TO WsauvFichier
        STRING 'location.' WsauvDate INTO WsauvFichier
        OPEN INPUT fsauve
        IF sv_stat NOT = 0 THEN
                DISPLAY 'Sauvegarde introuvable : 'WsauvFichier
        ELSE
                OPEN OUTPUT flocation
                MOVE 0 TO WsauvCpt
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fsauve
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        MOVE svTampon TO loTampon
                        WRITE loTampon END-WRITE
                        COMPUTE WsauvCpt = WsauvCpt + 1
                   END-READ
                END-PERFORM
                CLOSE flocation
                CLOSE fsauve
                DISPLAY 'Fichier location.dat reconstruit : 'WsauvCpt' enregistrement(s) rechargé(s)'
        END-IF.

        SAUVER_BON.
        MOVE SPACES TO WsauvFichier
        STRING 'boncadeau.' WsauvDate INTO WsauvFichier
        MOVE 'boncadeau.dat' TO WsauvSource
        OPEN OUTPUT fsauve
        MOVE sv_stat TO WsauvStat
        OPEN INPUT fbon
        MOVE 0 TO WsauvCpt
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fbon NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                MOVE bcTampon TO svTampon
                WRITE svTampon END-WRITE
                IF sv_stat NOT = 0 THEN
                        MOVE sv_stat TO WsauvStat
                END-IF
                COMPUTE WsauvCpt = WsauvCpt + 1
           END-READ
        END-PERFORM
        CLOSE fbon
        CLOSE fsauve
        PERFORM JOURNAL_SAUVEGARDE.

        RESTAURER_BON.
        MOVE SPACES TO WsauvFichier
        STRING 'boncadeau.' WsauvDate INTO WsauvFichier
        OPEN INPUT fsauve
        IF sv_stat NOT = 0 THEN
                DISPLAY 'Sauvegarde introuvable : 'WsauvFichier
        ELSE
                OPEN OUTPUT fbon
                MOVE 0 TO WsauvCpt
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fsauve
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        MOVE svTampon TO bcTampon
                        WRITE bcTampon END-WRITE
                        COMPUTE WsauvCpt = WsauvCpt + 1
                   END-READ
                END-PERFORM
                CLOSE fbon
                CLOSE fsauve
                DISPLAY 'Fichier boncadeau.dat reconstruit : 'WsauvCpt' enregistrement(s) rechargé(s)'
        END-IF.

        SAUVER_GROUPE.
        MOVE SPACES TO WsauvFichier
        STRING 'groupe.' WsauvDate INTO WsauvFichier
        MOVE 'groupe.dat' TO WsauvSource
        OPEN OUTPUT fsauve
        MOVE sv_stat TO WsauvStat
        OPEN INPUT fgroupe
        MOVE 0 TO WsauvCpt
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fgroupe NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                MOVE gpTampon TO svTampon
                WRITE svTampon END-WRITE
                IF sv_stat NOT = 0 THEN
                        MOVE sv_stat TO WsauvStat
                END-IF
                COMPUTE WsauvCpt = WsauvCpt + 1
           END-READ
        END-PERFORM
        CLOSE fgroupe
        CLOSE fsauve
        PERFORM JOURNAL_SAUVEGARDE.

        RESTAURER_GROUPE.
        MOVE SPACES TO WsauvFichier
        STRING 'groupe.' WsauvDate INTO WsauvFichier
        OPEN INPUT fsauve
        IF sv_stat NOT = 0 THEN
                DISPLAY 'Sauvegarde introuvable : 'WsauvFichier
        ELSE
                OPEN OUTPUT fgroupe
                MOVE 0 TO WsauvCpt
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fsauve
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        MOVE svTampon TO gpTampon
                        WRITE gpTampon END-WRITE
                        COMPUTE WsauvCpt = WsauvCpt + 1
                   END-READ
                END-PERFORM
                CLOSE fgroupe
                CLOSE fsauve
                DISPLAY 'Fichier groupe.dat reconstruit : 'WsauvCpt' enregistrement(s) rechargé(s)'
        END-IF.

        SAUVER_DISPO.
        MOVE SPACES TO WsauvFichier
        STRING 'disponibilite.' WsauvDate INTO WsauvFichier
        MOVE 'disponibilite.dat' TO WsauvSource
        OPEN OUTPUT fsauve
        MOVE sv_stat TO WsauvStat
        OPEN INPUT fdispo
        MOVE 0 TO WsauvCpt
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fdispo NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                MOVE diTampon TO svTampon
                WRITE svTampon END-WRITE
                IF sv_stat NOT = 0 THEN
                        MOVE sv_stat TO WsauvStat
                END-IF
                COMPUTE WsauvCpt = WsauvCpt + 1
           END-READ
        END-PERFORM
        CLOSE fdispo
        CLOSE fsauve
        PERFORM JOURNAL_SAUVEGARDE.

        RESTAURER_DISPO.
        MOVE SPACES TO WsauvFichier
        STRING 'disponibilite.' WsauvDate INTO WsauvFichier
        OPEN INPUT fsauve
        IF sv_stat NOT = 0 THEN
                DISPLAY 'Sauvegarde introuvable : 'WsauvFichier
        ELSE
                OPEN OUTPUT fdispo
                MOVE 0 TO WsauvCpt
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fsauve
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        MOVE svTampon TO diTampon
                        WRITE diTampon END-WRITE
                        COMPUTE WsauvCpt = WsauvCpt + 1
                   END-READ
                END-PERFORM
                CLOSE fdispo
                CLOSE fsauve
                DISPLAY 'Fichier disponibilite.dat reconstruit : 'WsauvCpt' enregistrement(s) rechargé(s)'
        END-IF.

        SAUVER_DOCUMENT.
        MOVE SPACES TO WsauvFichier
        STRING 'document.' WsauvDate INTO WsauvFichier
        MOVE 'document.dat' TO WsauvSource
        OPEN OUTPUT fsauve
        MOVE sv_stat TO WsauvStat
        OPEN INPUT fdocument
        MOVE 0 TO WsauvCpt
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fdocument NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                MOVE doTampon TO svTampon
                WRITE svTampon END-WRITE
                IF sv_stat NOT = 0 THEN
                        MOVE sv_stat TO WsauvStat
                END-IF
                COMPUTE WsauvCpt = WsauvCpt + 1
           END-READ
        END-PERFORM
        CLOSE fdocument
        CLOSE fsauve
        PERFORM JOURNAL_SAUVEGARDE.

        RESTAURER_DOCUMENT.
        MOVE SPACES TO WsauvFichier
        STRING 'document.' WsauvDate INTO WsauvFichier
        OPEN INPUT fsauve
        IF sv_stat NOT = 0 THEN
                DISPLAY 'Sauvegarde introuvable : 'WsauvFichier
        ELSE
                OPEN OUTPUT fdocument
                MOVE 0 TO WsauvCpt
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fsauve
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        MOVE svTampon TO doTampon
                        WRITE doTampon END-WRITE
                        COMPUTE WsauvCpt = WsauvCpt + 1
                   END-READ
                END-PERFORM
                CLOSE fdocument
                CLOSE fsauve
                DISPLAY 'Fichier document.dat reconstruit : 'WsauvCpt' enregistrement(s) rechargé(s)'
        END-IF.

        SAUVER_NOTIF.
        MOVE SPACES TO WsauvFichier
        STRING 'notification.' WsauvDate INTO WsauvFichier
        MOVE 'notification.dat' TO WsauvSource
        OPEN OUTPUT fsauve
        MOVE sv_stat TO WsauvStat
        OPEN INPUT fnotif
        MOVE 0 TO WsauvCpt
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fnotif NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
                MOVE ntTampon TO svTampon
                WRITE svTampon END-WRITE
                IF sv_stat NOT = 0 THEN
                        MOVE sv_stat TO WsauvStat
                END-IF
                COMPUTE WsauvCpt = WsauvCpt + 1
           END-READ
        END-PERFORM
        CLOSE fnotif
        CLOSE fsauve
        PERFORM JOURNAL_SAUVEGARDE.

        RESTAURER_NOTIF.
        MOVE SPACES TO WsauvFichier
        STRING 'notification.' WsauvDate INTO WsauvFichier
        OPEN INPUT fsauve
        IF sv_stat NOT = 0 THEN
                DISPLAY 'Sauvegarde introuvable : 'WsauvFichier
        ELSE
                OPEN OUTPUT fnotif
                MOVE 0 TO WsauvCpt
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fsauve
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        MOVE svTampon TO ntTampon
                        WRITE ntTampon END-WRITE
                        COMPUTE WsauvCpt = WsauvCpt + 1
                   END-READ
                END-PERFORM
                CLOSE fnotif
                CLOSE fsauve
                DISPLAY 'Fichier notification.dat reconstruit : 'WsauvCpt' enregistrement(s) rechargé(s)'
        END-IF.

        JOURNAL_SAUVEGARDE.
        MOVE SPACES TO slLigne
        STRING WsauvDate ' ' WsauvSource ' -> ' WsauvFichier ' : ' WsauvCpt ' enregistrement(s)' INTO slLigne
        WRITE slLigne END-WRITE
        DISPLAY WsauvSource' : 'WsauvCpt' enregistrement(s) sauvegardé(s)'
        COMPUTE WsauvTotal = WsauvTotal + WsauvCpt
        IF WsauvStat NOT = 0 THEN
                COMPUTE WsauvErreurs = WsauvErreurs + 1
                MOVE SPACES TO slLigne
                STRING WsauvDate ' ' WsauvSource ' : ERREUR d écriture (statut ' WsauvStat ')' INTO slLigne
                WRITE slLigne END-WRITE
                DISPLAY 'ATTENTION : sauvegarde de 'WsauvSource' en erreur (statut 'WsauvStat')'
        END-IF.

        RESTAURER_FICHIER.
        DISPLAY '--------- RESTAURATION DE FICHIER -----------'
        DISPLAY '14 - tarif.dat'
        DISPLAY '15 - compteur.dat'
        DISPLAY '16 - demande.dat'
        DISPLAY '17 - materiel.dat'
        DISPLAY '18 - location.dat'
        DISPLAY '19 - boncadeau.dat'
        DISPLAY '20 - groupe.dat'
        DISPLAY '21 - disponibilite.dat'
        DISPLAY '22 - document.dat'
        DISPLAY '23 - notification.dat'
        DISPLAY '0 - Retour'
        DISPLAY '---------------------------------------------'
        ACCEPT WsauvChoix
        IF WsauvChoix > 0 AND WsauvChoix < 24 THEN
                DISPLAY 'Date de la sauvegarde à recharger (AAAAMMJJ) :'
                ACCEPT WsauvDate
                EVALUATE WsauvChoix
                  WHEN 14 PERFORM RESTAURER_TARIF
                  WHEN 15 PERFORM RESTAURER_COMPTEUR
                  WHEN 16 PERFORM RESTAURER_DEMANDE
                  WHEN 17 PERFORM RESTAURER_MATERIEL
                  WHEN 18 PERFORM RESTAURER_LOCATION
                  WHEN 19 PERFORM RESTAURER_BON
                  WHEN 20 PERFORM RESTAURER_GROUPE
                  WHEN 21 PERFORM RESTAURER_DISPO
                  WHEN 22 PERFORM RESTAURER_DOCUMENT
                  WHEN 23 PERFORM RESTAURER_NOTIF
                END-EVALUATE
        END-IF.

        ELSE
                OPEN OUTPUT feleve
                MOVE 0 TO WsauvCpt
                MOVE 0 TO WrestConv
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fsauve
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        MOVE svTampon TO elTampon
                        IF fe_numGrp NOT NUMERIC THEN
                                MOVE 0 TO fe_numGrp
                                COMPUTE WrestConv = WrestConv + 1
                        END-IF
                        WRITE elTampon END-WRITE
                        COMPUTE WsauvCpt = WsauvCpt + 1
                   END-READ
                CLOSE feleve
                CLOSE fsauve
                DISPLAY 'Fichier eleve.dat reconstruit : 'WsauvCpt' enregistrement(s) rechargé(s)'
                IF WrestConv > 0 THEN
                        DISPLAY WrestConv' enregistrement(s) à l ancien format complété(s) (groupe à 0)'
                END-IF
        END-IF.

        RESTAURER_COURS.
        IF sv_stat NOT = 0 THEN
                DISPLAY 'Sauvegarde introuvable : 'WsauvFichier
        ELSE
                MOVE 0 TO WrestEtat
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1 OR WrestEtat = 2
                   READ fsauve
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        PERFORM CONTROLER_COURS_SAUVE
                   END-READ
                END-PERFORM
                CLOSE fsauve
                IF WrestEtat = 2 THEN
                        DISPLAY 'Cours 'fc_num' : date illisible dans 'WsauvFichier
                        DISPLAY 'Restauration refusée, cours.dat n a pas été modifié'
                ELSE
                        OPEN INPUT fsauve
                        OPEN OUTPUT fcours
                        MOVE 0 TO WsauvCpt
                        MOVE 0 TO WrestConv
                        MOVE 0 TO Wfin
                        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           READ fsauve
                           AT END MOVE 1 TO Wfin
                           NOT AT END
                                PERFORM CONTROLER_COURS_SAUVE
                                IF WrestEtat = 1 THEN
                                        COMPUTE WrestConv = WrestConv + 1
                                END-IF
                                WRITE cTampon END-WRITE
                                COMPUTE WsauvCpt = WsauvCpt + 1
                           END-READ
                        END-PERFORM
                        CLOSE fcours
                        CLOSE fsauve
                        DISPLAY 'Fichier cours.dat reconstruit : 'WsauvCpt' enregistrement(s) rechargé(s)'
                        IF WrestConv > 0 THEN
                                DISPLAY WrestConv' cours convertis depuis l ancien format (jour/mois/année)'
                        END-IF
                END-IF
        END-IF.

        CONTROLER_COURS_SAUVE.
        MOVE svTampon TO cTampon
        MOVE 2 TO WrestEtat
        IF fc_date IS NUMERIC THEN
                IF fc_annee > 2000 AND fc_mois > 0 AND fc_mois < 13
                   AND fc_jour > 0 AND fc_jour < 32 THEN
                        MOVE 0 TO WrestEtat
                END-IF
        END-IF
        IF WrestEtat = 2 AND svTampon(99:8) IS NUMERIC THEN
                MOVE svTampon(99:2) TO WrestJour
                MOVE svTampon(101:2) TO WrestMois
                MOVE svTampon(103:4) TO WrestAnnee
                IF WrestAnnee > 2000 AND WrestMois > 0 AND WrestMois < 13
                   AND WrestJour > 0 AND WrestJour < 32 THEN
                        MOVE WrestAnnee TO fc_annee
                        MOVE WrestMois TO fc_mois
                        MOVE WrestJour TO fc_jour
                        MOVE 1 TO WrestEtat
                END-IF
        END-IF.

        RESTAURER_INSCRIPTION.
        ELSE
                OPEN OUTPUT ffacture
                MOVE 0 TO WsauvCpt
                MOVE 0 TO WrestConv
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fsauve
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                        MOVE svTampon TO ftTampon
                        IF ft_numGrp NOT NUMERIC THEN
                                MOVE 0 TO ft_numGrp
                                COMPUTE WrestConv = WrestConv + 1
                        END-IF
                        WRITE ftTampon END-WRITE
                        COMPUTE WsauvCpt = WsauvCpt + 1
                   END-READ
                CLOSE ffacture
                CLOSE fsauve
                DISPLAY 'Fichier facture.dat reconstruit : 'WsauvCpt' enregistrement(s) rechargé(s)'
                IF WrestConv > 0 THEN
                        DISPLAY WrestConv' enregistrement(s) à l ancien format complété(s) (groupe à 0)'
                END-IF
        END-IF.

        RESTAURER_PAIEMENT.
                CLOSE fprof
        END-IF
        OPEN INPUT feleve
        IF fe_stat = 39 THEN
                DISPLAY 'ATTENTION : eleve.dat à l ancien format : lancer la migration (option 65)'
        ELSE
        IF fe_stat NOT = 0 THEN
                DISPLAY 'ATTENTION : eleve.dat illisible (statut 'fe_stat') : restaurer depuis la dernière sauvegarde'
        ELSE
                CLOSE feleve
        END-IF
        END-IF
        OPEN INPUT fcours
        IF fc_stat = 39 THEN
                DISPLAY 'ATTENTION : cours.dat à l ancien format : lancer la migration (option 65)'
        ELSE
        IF fc_stat NOT = 0 THEN
                DISPLAY 'ATTENTION : cours.dat illisible (statut 'fc_stat') : restaurer depuis la dernière sauvegarde'
        ELSE
                CLOSE fcours
        END-IF
        END-IF
        OPEN INPUT finscription
        IF fi_stat NOT = 0 THEN
                DISPLAY 'ATTENTION : finscription.dat illisible (statut 'fi_stat') : restaurer depuis la dernière sauvegarde'
                CLOSE finscription
        END-IF
        OPEN INPUT ffacture
        IF ft_stat = 39 THEN
                DISPLAY 'ATTENTION : facture.dat à l ancien format : lancer la migration (option 65)'
        ELSE
        IF ft_stat NOT = 0 THEN
                DISPLAY 'ATTENTION : facture.dat illisible (statut 'ft_stat') : restaurer depuis la dernière sauvegarde'
        ELSE
                CLOSE ffacture
        END-IF
        END-IF
        OPEN INPUT fpaiement
        IF py_stat NOT = 0 THEN
                DISPLAY 'ATTENTION : paiement.dat illisible (statut 'py_stat') : restaurer depuis la dernière sauvegarde'
                CLOSE fpresence
        END-IF
        OPEN INPUT ffamille
        IF fm_stat = 39 THEN
                DISPLAY 'ATTENTION : famille.dat à l ancien format : lancer la migration (option 65)'
        ELSE
        IF fm_stat NOT = 0 THEN
                DISPLAY 'ATTENTION : famille.dat illisible (statut 'fm_stat') : restaurer depuis la dernière sauvegarde'
        ELSE
                CLOSE ffamille
        END-IF
        END-IF
        OPEN INPUT fcloture
        IF cl_stat NOT = 0 THEN
                DISPLAY 'ATTENTION : cloture.dat illisible (statut 'cl_stat') : restaurer depuis la dernière sauvegarde'
                DISPLAY 'ATTENTION : demande.dat illisible (statut 'dm_stat') : restaurer depuis la dernière sauvegarde'
        ELSE
                CLOSE fdemande
        END-IF
        OPEN INPUT fmateriel
        IF mt_stat NOT = 0 THEN
                DISPLAY 'ATTENTION : materiel.dat illisible (statut 'mt_stat') : restaurer depuis la dernière sauvegarde'
        ELSE
                CLOSE fmateriel
        END-IF
        OPEN INPUT flocation
        IF lo_stat NOT = 0 THEN
                DISPLAY 'ATTENTION : location.dat illisible (statut 'lo_stat') : restaurer depuis la dernière sauvegarde'
        ELSE
                CLOSE flocation
        END-IF
        OPEN INPUT fbon
        IF bc_stat NOT = 0 THEN
                DISPLAY 'ATTENTION : boncadeau.dat illisible (statut 'bc_stat') : restaurer depuis la dernière sauvegarde'
        ELSE
                CLOSE fbon
        END-IF
        OPEN INPUT fgroupe
        IF gp_stat NOT = 0 THEN
                DISPLAY 'ATTENTION : groupe.dat illisible (statut 'gp_stat') : restaurer depuis la dernière sauvegarde'
        ELSE
                CLOSE fgroupe
        END-IF
        OPEN INPUT fdispo
        IF di_stat NOT = 0 THEN
                DISPLAY 'ATTENTION : disponibilite.dat illisible (statut 'di_stat') : restaurer depuis la dernière sauvegarde'
        ELSE
                CLOSE fdispo
        END-IF
        OPEN INPUT fdocument
        IF do_stat NOT = 0 THEN
                DISPLAY 'ATTENTION : document.dat illisible (statut 'do_stat') : restaurer depuis la dernière sauvegarde'
        ELSE
                CLOSE fdocument
        END-IF
        OPEN INPUT fnotif
        IF nt_stat NOT = 0 THEN
                DISPLAY 'ATTENTION : notification.dat illisible (statut 'nt_stat') : restaurer depuis la dernière sauvegarde'
        ELSE
                CLOSE fnotif
        END-IF.
